      ******************************************************************
      * BOOK LAYOUT DA SEGMENTACAO RFM DOS CLIENTES (RECENCIA,         *
      * FREQUENCIA E VALOR). ARQUIVO LATERAL AO CADASTRO, UM REGISTRO  *
      * POR CLIENTE, REGRAVADO TODO MES PELO SEGMENTA-RFM. O SEGMENTO  *
      * DO MES ANTERIOR FICA NO PROPRIO REGISTRO PARA A LISTA DE       *
      * CLIENTES QUE MUDARAM DE SEGMENTO.                              *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 RFM-REG.
           05 RFM-COD-CLI              PIC  9(007).
      *    MES DE REFERENCIA (AAAAMM) DA ULTIMA APURACAO.
           05 RFM-PERIODO              PIC  9(006).
      *----------------------------------------------------------------*
      *    SEGMENTO: CP = CAMPEAO, FI = FIEL, NV = NOVO, PR =          *
      *    PROMISSOR, AT = PRECISA ATENCAO, RI = EM RISCO, HB =        *
      *    HIBERNANDO, PD = PERDIDO, SC = SEM COMPRA NO HISTORICO.     *
      *----------------------------------------------------------------*
           05 RFM-SEGMENTO             PIC  X(002).
              88 RFM-SEG-CAMPEAO                 VALUE 'CP'.
              88 RFM-SEG-FIEL                    VALUE 'FI'.
              88 RFM-SEG-NOVO                    VALUE 'NV'.
              88 RFM-SEG-PROMISSOR               VALUE 'PR'.
              88 RFM-SEG-ATENCAO                 VALUE 'AT'.
              88 RFM-SEG-EM-RISCO                VALUE 'RI'.
              88 RFM-SEG-HIBERNANDO              VALUE 'HB'.
              88 RFM-SEG-PERDIDO                 VALUE 'PD'.
              88 RFM-SEG-SEM-COMPRA              VALUE 'SC'.
      *    NOTAS DE 1 (PIOR) A 5 (MELHOR) EM CADA DIMENSAO.
           05 RFM-NOTA-R               PIC  9(001).
           05 RFM-NOTA-F               PIC  9(001).
           05 RFM-NOTA-M               PIC  9(001).
      *    MESES DESDE A ULTIMA VENDA (999 = NUNCA COMPROU).
           05 RFM-MESES-ULT-VENDA      PIC  9(003).
      *    MESES COM VENDA E VALOR FATURADO NOS 12 MESES ATE O MES
      *    DE REFERENCIA.
           05 RFM-MESES-COM-VENDA      PIC  9(002).
           05 RFM-VALOR-12M            PIC  9(013)V99.
           05 RFM-PERIODO-ANT          PIC  9(006).
           05 RFM-SEGMENTO-ANT         PIC  X(002).
           05 RFM-DATA-CALC            PIC  9(008).
           05 FILLER                   PIC  X(026).
      *

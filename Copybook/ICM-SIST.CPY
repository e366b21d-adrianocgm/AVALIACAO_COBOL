      ******************************************************************
      * BOOK LAYOUT DO ICMS DO PEDIDO (CALC-ICMS, EM TODAS AS ENTRADAS *
      * DE PEDIDO: DIGITACAO, APP E PROGRAMADOS). O VALOR              *
      * DOS ITENS (ARQITP01) E DO CABECALHO (ARQPED01) E LIQUIDO DE    *
      * IMPOSTO E OS DOIS LAYOUTS ESTAO CHEIOS, ENTAO O IMPOSTO VIVE   *
      * NESTE ARQUIVO LATERAL: UM REGISTRO POR ITEM (PEDIDO X          *
      * SEQUENCIA DO ITEM) E UM REGISTRO DE RESUMO NA SEQUENCIA 000    *
      * COM OS TOTAIS LIQUIDO, DE ICMS E BRUTO DO PEDIDO. PEDIDO SEM   *
      * RESUMO AQUI (ANTIGO, OU CLIENTE SEM UF / SEM CADASTRO DE       *
      * REGRAS NA CRIACAO) VALE PELO LIQUIDO.                          *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 ICMS-REG.
           05 ICMS-CHAVE.
              10 ICMS-NUM-PEDIDO       PIC  9(007).
              10 ICMS-SEQ              PIC  9(003).
                 88 ICMS-EH-RESUMO               VALUE ZEROS.
           05 ICMS-UF-ORIGEM           PIC  X(002).
           05 ICMS-UF-DESTINO          PIC  X(002).
      *----------------------------------------------------------------*
      *    ITEM: CLASSE FISCAL DO PRODUTO, BASE (VALOR LIQUIDO DO      *
      *    ITEM), ALIQUOTA DA REGRA E ICMS. SEM REGRA = ALIQUOTA ZERO  *
      *    E ICMS-SEM-REGRA LIGADO.                                    *
      *----------------------------------------------------------------*
           05 ICMS-DADOS-ITEM.
              10 ICMS-CLASSE           PIC  X(002).
              10 ICMS-BASE             PIC  9(011)V99.
              10 ICMS-ALIQUOTA         PIC  9(002)V99.
              10 ICMS-VALOR            PIC  9(011)V99.
              10 ICMS-SUBST            PIC  X(001).
                 88 ICMS-COM-ST                  VALUE 'S'.
              10 ICMS-REGRA            PIC  X(001).
                 88 ICMS-SEM-REGRA               VALUE 'N'.
              10 FILLER                PIC  X(005).
           05 ICMS-DADOS-RESUMO REDEFINES ICMS-DADOS-ITEM.
              10 ICMS-PED-LIQUIDO      PIC  9(011)V99.
              10 ICMS-PED-ICMS         PIC  9(011)V99.
              10 ICMS-PED-BRUTO        PIC  9(011)V99.
           05 ICMS-DATA-CALC           PIC  9(008).
           05 FILLER                   PIC  X(019).
      *

      ******************************************************************
      * BOOK LAYOUT DOS CONTRATOS DE FORNECIMENTO POR CLIENTE (VOLUME  *
      * MENSAL COMPROMETIDO, DESCONTO ESPECIAL E VIGENCIA). MANTIDO    *
      * PELA CONSULTA DE CLIENTE DO GERENCIADOR (OPCAO C) E LIDO PELA  *
      * LISTA SEMANAL DE VENCIMENTOS/CONSUMO (RELAT-CONTRATO). A       *
      * CHAVE CLIENTE + NUMERO DEIXA A LEITURA POR CLIENTE EM ORDEM.   *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01 CONTRATO-REG.
           05 CONTRATO-CHAVE.
              10 CONTRATO-COD-CLI      PIC  9(007).
      *       NUMERO DO CONTRATO ASSINADO (LIVRE, COMO CONSTA NO PAPEL).
              10 CONTRATO-NUMERO       PIC  X(012).
           05 CONTRATO-DATA-INICIO     PIC  9(008).
           05 CONTRATO-DATA-FIM        PIC  9(008).
      *    VOLUME MENSAL COMPROMETIDO EM VALOR FATURADO (MESMA BASE DE
      *    VENDA-VALOR DO ARQHVND).
           05 CONTRATO-VOLUME-MENSAL   PIC  9(011)V99.
      *    DESCONTO ESPECIAL ACORDADO, EM PERCENTUAL.
           05 CONTRATO-DESCONTO        PIC  9(002)V99.
      *----------------------------------------------------------------*
      *    SITUACAO: A = ATIVO, R = RENOVADO (SUBSTITUIDO POR OUTRO    *
      *    CONTRATO), E = ENCERRADO, C = CANCELADO. SO O ATIVO ENTRA   *
      *    NA LISTA DE VENCIMENTOS E NA CONFERENCIA DE CONSUMO.        *
      *----------------------------------------------------------------*
           05 CONTRATO-STATUS          PIC  X(001).
              88 CONTRATO-STATUS-VALIDO          VALUE 'A' 'R' 'E' 'C'.
              88 CONTRATO-ATIVO                  VALUE 'A'.
           05 CONTRATO-OBSERVACAO      PIC  X(030).
           05 CONTRATO-DATA-CADASTRO   PIC  9(008).
           05 CONTRATO-DATA-ALTER      PIC  9(008).
           05 CONTRATO-OPERADOR        PIC  X(010).
           05 FILLER                   PIC  X(011).
      *

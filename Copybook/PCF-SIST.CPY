      ******************************************************************
      * BOOK LAYOUT DA CLASSE FISCAL DO PRODUTO, QUE ESCOLHE A REGRA   *
      * DE ICMS (ALQ-SIST) DO ITEM DO PEDIDO. O CADASTRO DE PRODUTOS   *
      * (ARQPRD01) TEM LAYOUT FECHADO DE 70 BYTES, ENTAO A CLASSE VIVE *
      * NESTE ARQUIVO LATERAL, MANTIDO JUNTO NA TELA DE PRODUTOS. SEM  *
      * REGISTRO (OU CLASSE EM BRANCO) VALE A REGRA GERAL DA UF.       *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 PRDCF-REG.
           05 PRDCF-COD-PROD           PIC  9(007).
           05 PRDCF-CLASSE             PIC  X(002).
           05 PRDCF-DATA-ALTER         PIC  9(008).
           05 PRDCF-OPERADOR           PIC  X(010).
           05 FILLER                   PIC  X(013).
      *

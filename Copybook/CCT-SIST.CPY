      ******************************************************************
      * BOOK LAYOUT DA CATEGORIA DO CLIENTE (FARMACIA, RESTAURANTE,    *
      * POSTO...) QUE DEFINE AS LICENCAS EXIGIDAS NO PEDIDO. O         *
      * CADASTRO DE CLIENTES (ARQCLI01) TEM LAYOUT FECHADO DE 242      *
      * BYTES, ENTAO A CATEGORIA VIVE NESTE ARQUIVO LATERAL, MANTIDO   *
      * JUNTO COM AS LICENCAS NA CONSULTA DE CLIENTE. SEM REGISTRO (OU *
      * CATEGORIA EM BRANCO) NENHUMA LICENCA E EXIGIDA.                *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 CATCLI-REG.
           05 CATCLI-COD-CLI           PIC  9(007).
           05 CATCLI-CATEGORIA         PIC  X(004).
           05 CATCLI-DATA-ALTER        PIC  9(008).
           05 CATCLI-OPERADOR          PIC  X(010).
           05 FILLER                   PIC  X(011).
      *

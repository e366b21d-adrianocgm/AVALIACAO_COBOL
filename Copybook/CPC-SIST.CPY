      ******************************************************************
      * BOOK LAYOUT DA CONDICAO DE PAGAMENTO PADRAO DO CLIENTE,        *
      * SUGERIDA NA DIGITACAO DO PEDIDO E USADA NA CARGA DO APP        *
      * (IMPORTA-PEDIDOS) E NOS PEDIDOS PROGRAMADOS QUANDO O PEDIDO    *
      * NAO TRAZ CONDICAO PROPRIA. UM REGISTRO POR CLIENTE.            *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 CONDCLI-REG.
           05 CONDCLI-COD-CLI          PIC  9(007).
           05 CONDCLI-CODIGO           PIC  X(003).
           05 CONDCLI-DATA-ALTER       PIC  9(008).
           05 CONDCLI-OPERADOR         PIC  X(010).
           05 FILLER                   PIC  X(012).
      *

      ******************************************************************
      * BOOK LAYOUT DA MATRIZ DE CERTIFICACAO VENDEDOR X FAMILIA DE    *
      * PRODUTO. UM REGISTRO POR VENDEDOR + FAMILIA, MANTIDO NA TELA   *
      * DE CERTIFICACAO DO GERENCIADOR (SO ADMINISTRADOR). A           *
      * CERTIFICACAO VALE ATE A DATA DE VALIDADE, INCLUSIVE; VENCIDA,  *
      * O VENDEDOR DEIXA DE CONCORRER AOS CLIENTES QUE EXIGEM A LINHA  *
      * (GERENC-CARTEIRA).                                             *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 050 CHARACTERS.
      *
       01 CERTIF-REG.
           05 CERTIF-CHAVE.
              10 CERTIF-COD-VEN        PIC  9(003).
              10 CERTIF-FAMILIA        PIC  9(003).
      *    VALIDA ATE ESTA DATA, INCLUSIVE.
           05 CERTIF-VALIDADE          PIC  9(008).
           05 CERTIF-DATA-ALTER        PIC  9(008).
           05 CERTIF-OPERADOR          PIC  X(010).
           05 FILLER                   PIC  X(018).
      *

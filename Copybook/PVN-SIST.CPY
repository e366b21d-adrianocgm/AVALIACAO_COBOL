      ******************************************************************
      * BOOK LAYOUT DA ATRIBUICAO DE PLANO DE COMISSAO AO VENDEDOR,    *
      * MANTIDA NA TELA DE PLANO DO VENDEDOR DO GERENCIADOR. UM        *
      * REGISTRO POR VENDEDOR X INICIO DE VIGENCIA: O PLANO DO         *
      * VENDEDOR NUM PERIODO E O DO MAIOR INICIO MENOR OU IGUAL AO FIM *
      * DO PERIODO. VENDEDOR SEM ATRIBUICAO FICA NO PLANO 000.         *
      * LIDO POR CALC-COMISSAO.                                        *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 PLVEN-REG.
           05 PLVEN-CHAVE.
              10 PLVEN-COD-VEN         PIC  9(003).
              10 PLVEN-DATA-INICIO     PIC  9(008).
           05 PLVEN-PLANO              PIC  9(003).
           05 PLVEN-DATA-ALTER         PIC  9(008).
           05 FILLER                   PIC  X(018).
      *

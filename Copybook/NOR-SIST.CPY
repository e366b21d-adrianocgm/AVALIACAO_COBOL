      ******************************************************************
      * BOOK LAYOUT DO CONTROLE DE NUMERACAO DOS ORCAMENTOS. REGISTRO  *
      * UNICO COM O PROXIMO NUMERO A CEDER, ATUALIZADO SOB A TRAVA DE  *
      * EXECUCAO (TRAVA-EXEC), COMO NA NUMERACAO DE PEDIDOS. A         *
      * NUMERACAO E PROPRIA - ORCAMENTO NAO CONSOME NUMERO DE PEDIDO.  *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 020 CHARACTERS.
      *
       01 NUMORC-REG.
           05 NUMORC-PROXIMO           PIC  9(007).
           05 FILLER                   PIC  X(013).
      *

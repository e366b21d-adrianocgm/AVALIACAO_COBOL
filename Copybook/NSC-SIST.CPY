      ******************************************************************
      * BOOK LAYOUT DO CONTROLE DE NUMERACAO DOS CHAMADOS DO SAC.      *
      * REGISTRO UNICO COM O PROXIMO NUMERO A CEDER, ATUALIZADO SOB A  *
      * TRAVA DE EXECUCAO (TRAVA-EXEC), COMO NA NUMERACAO DE PEDIDOS.  *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 020 CHARACTERS.
      *
       01 NUMSAC-REG.
           05 NUMSAC-PROXIMO           PIC  9(007).
           05 FILLER                   PIC  X(013).
      *

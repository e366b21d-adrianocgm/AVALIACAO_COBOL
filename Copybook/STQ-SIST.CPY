      ******************************************************************
      * BOOK LAYOUT DA POSICAO DE ESTOQUE POR PRODUTO (ARQPRD01).      *
      * O FISICO VEM DA CARGA DIARIA DO ARMAZEM (IMPORTA-ESTOQUE); O   *
      * RESERVADO E MANTIDO PELA MUDANCA DE STATUS DO PEDIDO NO        *
      * GERENCIADOR (RESERVA NA APROVACAO, LIBERA NO CANCELAMENTO OU   *
      * NA ENTREGA). DISPONIVEL = FISICO - RESERVADO, REGRAVADO A CADA *
      * MOVIMENTO (NEGATIVO QUANDO O ARMAZEM CONTA MENOS QUE O JA      *
      * RESERVADO).                                                    *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 ESTOQUE-REG.
           05 ESTOQUE-COD-PROD         PIC  9(007).
           05 ESTOQUE-QTD-FISICA       PIC  9(009)V99.
           05 ESTOQUE-QTD-RESERVADA    PIC  9(009)V99.
           05 ESTOQUE-QTD-DISPONIVEL   PIC S9(009)V99.
      *    DATA DA ULTIMA CARGA DO ARMAZEM E DO ULTIMO MOVIMENTO DE
      *    RESERVA.
           05 ESTOQUE-DATA-CARGA       PIC  9(008).
           05 ESTOQUE-DATA-MOVTO       PIC  9(008).
           05 FILLER                   PIC  X(004).
      *

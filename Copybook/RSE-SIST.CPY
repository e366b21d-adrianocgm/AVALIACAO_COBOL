      ******************************************************************
      * BOOK LAYOUT DAS RESERVAS DE ESTOQUE POR ITEM DE PEDIDO (MESMA  *
      * CHAVE DE ARQITP01). GRAVADO NA APROVACAO DO PEDIDO: ITEM COM   *
      * DISPONIVEL SUFICIENTE FICA RESERVADO; ITEM SEM COBERTURA VAI   *
      * PARA A FILA DE BACKORDER E E ATENDIDO PELA CARGA DO ARMAZEM    *
      * QUANDO O DISPONIVEL CHEGAR. O CANCELAMENTO OU A ENTREGA DO     *
      * PEDIDO LIBERA A RESERVA E REMOVE OS REGISTROS. AS CHAVES       *
      * ALTERNATIVAS SERVEM AO RELATORIO DE BACKORDER (RELAT-BACKORDER)*
      * POR PRODUTO E POR VENDEDOR.                                    *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 070 CHARACTERS.
      *
       01 RESERVA-REG.
           05 RESERVA-CHAVE.
              10 RESERVA-NUMERO        PIC  9(007).
              10 RESERVA-SEQ           PIC  9(003).
           05 RESERVA-COD-PROD         PIC  9(007).
           05 RESERVA-COD-VEN          PIC  9(003).
           05 RESERVA-COD-CLI          PIC  9(007).
           05 RESERVA-QUANTIDADE       PIC  9(007)V99.
           05 RESERVA-VALOR            PIC  9(011)V99.
           05 RESERVA-SITUACAO         PIC  X(001).
              88 RESERVA-RESERVADA               VALUE 'R'.
              88 RESERVA-BACKORDER               VALUE 'B'.
      *    DATA EM QUE O ITEM FOI RESERVADO OU ENTROU NA FILA.
           05 RESERVA-DATA             PIC  9(008).
           05 FILLER                   PIC  X(012).
      *

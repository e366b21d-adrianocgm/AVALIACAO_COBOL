      ******************************************************************
      * BOOK LAYOUT DO ARQUIVO DE TITULOS A RECEBER (CONTAS A RECEBER  *
      * DO ERP). UM REGISTRO POR CLIENTE X NUMERO DO TITULO, CARREGADO *
      * PELA IMPORTA-TITULOS. O SALDO EM ABERTO E VALOR - VALOR PAGO;  *
      * TITULO COM SALDO ZERO FICA NO ARQUIVO COMO QUITADO (A DATA DO  *
      * PAGAMENTO ALIMENTA O COMPORTAMENTO DE PAGAMENTO DO CLIENTE).   *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 TITULO-REG.
           05 TITULO-CHAVE.
              10 TITULO-COD-CLI        PIC  9(007).
              10 TITULO-NUMERO         PIC  X(012).
           05 TITULO-DATA-EMISSAO      PIC  9(008).
           05 TITULO-DATA-VENCTO       PIC  9(008).
           05 TITULO-VALOR             PIC  9(011)V99.
           05 TITULO-VALOR-PAGO        PIC  9(011)V99.
      *    DATA DA ULTIMA BAIXA RECEBIDA DO ERP (ZEROS = SEM BAIXA).
           05 TITULO-DATA-PAGTO        PIC  9(008).
           05 TITULO-DATA-CARGA        PIC  9(008).
           05 FILLER                   PIC  X(023).
      *

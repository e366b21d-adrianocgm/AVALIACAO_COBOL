      ******************************************************************
      * BOOK LAYOUT DOS ITENS DE ORCAMENTO. UM REGISTRO POR LINHA      *
      * COTADA (ORCAMENTO X SEQUENCIA), NO MESMO FORMATO DOS ITENS DE  *
      * PEDIDO (ITP-SIST), PARA A CONVERSAO COPIAR AS LINHAS COMO      *
      * FORAM COTADAS.                                                 *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 ITEM-ORC-REG.
           05 ITEM-ORC-CHAVE.
              10 ITEM-ORC-NUMERO       PIC  9(007).
              10 ITEM-ORC-SEQ          PIC  9(003).
           05 ITEM-ORC-COD-PROD        PIC  9(007).
           05 ITEM-ORC-QUANTIDADE      PIC  9(007)V99.
           05 ITEM-ORC-PRECO-UNIT      PIC  9(009)V99.
           05 ITEM-ORC-VALOR           PIC  9(011)V99.
           05 ITEM-ORC-CAMPANHA        PIC  X(006).
           05 FILLER                   PIC  X(004).
      *

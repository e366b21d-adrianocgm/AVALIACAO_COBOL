      ******************************************************************
      * BOOK LAYOUT DO CABECALHO DE ORCAMENTO (COTACAO DE PRECO AO     *
      * CLIENTE ANTES DO PEDIDO). OS ITENS FICAM EM ITO-SIST, COM A    *
      * MESMA CRITICA DE PRODUTO/PRECO/DESCONTO DO PEDIDO; O VALOR DO  *
      * CABECALHO E A SOMA DOS ITENS. A CONVERSAO GERA UM PEDIDO NOVO  *
      * (NUMERO CEDIDO PELO ARQNUMP) E GUARDA O NUMERO DELE AQUI.      *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 110 CHARACTERS.
      *
       01 ORCAMENTO-REG.
           05 ORCAMENTO-NUMERO         PIC  9(007).
           05 ORCAMENTO-COD-CLI        PIC  9(007).
           05 ORCAMENTO-COD-VEN        PIC  9(003).
           05 ORCAMENTO-DATA-EMISSAO   PIC  9(008).
      *    ULTIMO DIA EM QUE O ORCAMENTO AINDA PODE SER CONVERTIDO.
           05 ORCAMENTO-DATA-VALIDADE  PIC  9(008).
           05 ORCAMENTO-VALOR          PIC  9(011)V99.
      *----------------------------------------------------------------*
      *    SITUACAO: A = EM ABERTO, C = CONVERTIDO EM PEDIDO, P =      *
      *    PERDIDO (CLIENTE RECUSOU). ORCAMENTO EM ABERTO COM A        *
      *    VALIDADE VENCIDA CONTA COMO EXPIRADO E NAO CONVERTE MAIS.   *
      *----------------------------------------------------------------*
           05 ORCAMENTO-STATUS         PIC  X(001).
              88 ORCAMENTO-ABERTO                VALUE 'A'.
              88 ORCAMENTO-CONVERTIDO            VALUE 'C'.
              88 ORCAMENTO-PERDIDO               VALUE 'P'.
           05 ORCAMENTO-DATA-STATUS    PIC  9(008).
      *    PEDIDO GERADO NA CONVERSAO (ZEROS ENQUANTO NAO CONVERTIDO).
           05 ORCAMENTO-NUM-PEDIDO     PIC  9(007).
      *    'S' QUANDO O VENDEDOR NAO E TITULAR NEM BACKUP DO CLIENTE
      *    NA ULTIMA CARTEIRA (PASSA PARA O PEDIDO NA CONVERSAO).
           05 ORCAMENTO-AVISO-VEND     PIC  X(001).
           05 ORCAMENTO-MOTIVO-PERDA   PIC  X(030).
           05 ORCAMENTO-OPERADOR       PIC  X(010).
           05 FILLER                   PIC  X(007).
      *

      * ITENS DE PEDIDO (ARQITP01): A DIGITACAO DE PEDIDOS SO ACEITA   *
      * PRODUTO PRESENTE E ATIVO AQUI, E O PRECO DE LISTA E A          *
      * REFERENCIA DA CRITICA DE DESCONTO NA ENTRADA DO PEDIDO.        *
      * A FAMILIA (ARQFAM01, FAM-SIST) ALIMENTA O RELATORIO DE MIX.    *
      * O PESO UNITARIO ENTRA NA ESTIMATIVA DE FRETE DO PEDIDO.        *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           05 PRODUTO-STATUS           PIC  X(001).
              88 PRODUTO-STATUS-ATIVO            VALUE 'A'.
              88 PRODUTO-STATUS-INATIVO          VALUE 'I'.
      *    FAMILIA DO PRODUTO (ARQFAM01). REGISTROS ANTIGOS TRAZEM
      *    BRANCOS AQUI - NAO NUMERICO OU ZERO = SEM FAMILIA.
           05 PRODUTO-FAMILIA          PIC  9(003).
      *    PESO DA UNIDADE COMERCIAL EM KG. REGISTROS ANTIGOS TRAZEM
      *    BRANCOS AQUI - NAO NUMERICO = SEM PESO (SO O KM NO FRETE).
           05 PRODUTO-PESO-KG          PIC  9(003)V99.
      *

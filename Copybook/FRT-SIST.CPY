      ******************************************************************
      * BOOK LAYOUT DA ESTIMATIVA DE FRETE POR PEDIDO, GRAVADA NA      *
      * DIGITACAO (GERENCIADOR) E NA CARGA DO APP (IMPORTA-PEDIDOS)    *
      * COM O CD QUE ATENDE O CLIENTE, A DISTANCIA E O PESO USADOS.    *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 FRETE-REG.
           05 FRETE-NUM-PEDIDO         PIC  9(007).
           05 FRETE-CD                 PIC  X(003).
           05 FRETE-CRITERIO           PIC  X(001).
           05 FRETE-DISTANCIA          PIC  9(005)V99.
           05 FRETE-PESO-KG            PIC  9(007)V99.
           05 FRETE-VALOR              PIC  9(009)V99.
           05 FRETE-DATA-CALC          PIC  9(008).
      *    T = DIGITADO EM TELA, O = CONVERSAO DE ORCAMENTO,
      *    I = CARGA DE PEDIDOS DO APP, P = PEDIDO PROGRAMADO.
           05 FRETE-ORIGEM             PIC  X(001).
           05 FILLER                   PIC  X(013).
      *

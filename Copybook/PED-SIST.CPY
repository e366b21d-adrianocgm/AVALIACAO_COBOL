      *    TRAZER BRANCOS AQUI (VALE ENTAO A DATA DE EMISSAO).         *
      *----------------------------------------------------------------*
           05 PEDIDO-DATA-STATUS       PIC  9(008).
      *----------------------------------------------------------------*
      *    CONDICAO DE PAGAMENTO (ARQCPAG) DO PEDIDO; AS PARCELAS      *
      *    GERADAS FICAM EM ARQPARC. BRANCOS = PEDIDO SEM CONDICAO     *
      *    (ANTERIOR AO CADASTRO DE CONDICOES).                        *
      *----------------------------------------------------------------*
           05 PEDIDO-COND-PAG          PIC  X(003).
           05 FILLER                   PIC  X(001).
      *

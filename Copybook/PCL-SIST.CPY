      ******************************************************************
      * BOOK LAYOUT DAS PARCELAS (CRONOGRAMA DE VENCIMENTOS) DO PEDIDO,*
      * GERADAS POR GERA-PARCELAS A PARTIR DA CONDICAO DE PAGAMENTO    *
      * GRAVADA NO PEDIDO. O VENCIMENTO ORIGINAL E A EMISSAO MAIS O    *
      * PRAZO; O VENCIMENTO EFETIVO E O PRIMEIRO DIA UTIL A PARTIR     *
      * DELE SEGUNDO O CALENDARIO (ARQCAL01).                          *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 PARCELA-REG.
           05 PARCELA-CHAVE.
              10 PARCELA-NUM-PEDIDO    PIC  9(007).
              10 PARCELA-SEQ           PIC  9(002).
           05 PARCELA-COND-PAG         PIC  X(003).
           05 PARCELA-DIAS             PIC  9(003).
           05 PARCELA-VENCTO-ORIG      PIC  9(008).
           05 PARCELA-VENCTO           PIC  9(008).
           05 PARCELA-VALOR            PIC  9(011)V99.
           05 PARCELA-DATA-GERACAO     PIC  9(008).
           05 FILLER                   PIC  X(008).
      *

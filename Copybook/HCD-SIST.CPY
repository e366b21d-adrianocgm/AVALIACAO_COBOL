      ******************************************************************
      * BOOK LAYOUT DO DETALHE DO HISTORICO DE COMISSOES. CADA LINHA   *
      * QUE COMPOE A COMISSAO DO VENDEDOR NA APURACAO (VENDA DO        *
      * CLIENTE, PISO/TETO DO PLANO, AJUSTE MANUAL, ESTORNO E          *
      * REVERSAO DE TITULO) E GRAVADA AQUI POR CALC-COMISSAO, ALEM DO  *
      * EXTRATO EM TEXTO. A RECARGA DO PERIODO APAGA E REGRAVA O       *
      * DETALHE DELE. LIDO PELO EXTRATO MENSAL DO VENDEDOR             *
      * (GERA-EXTRATO). A SOMA DE HCDET-VALOR DO VENDEDOR X PERIODO    *
      * FECHA COM HCOM-VALOR.                                          *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01 HCDET-REG.
           05 HCDET-CHAVE.
              10 HCDET-PERIODO         PIC  9(006).
              10 HCDET-COD-VEN         PIC  9(003).
      *       ORDEM DE GRAVACAO NA APURACAO.
              10 HCDET-SEQ             PIC  9(007).
      *----------------------------------------------------------------*
      *    TIPO DA LINHA: V = VENDA DO CLIENTE, P = PISO DO PLANO      *
      *    (COMISSAO ZERADA), T = TETO DO PLANO, A = AJUSTE MANUAL     *
      *    (ARQAJC), E = ESTORNO DE TITULO VENCIDO, R = REVERSAO DO    *
      *    ESTORNO NA QUITACAO.                                        *
      *----------------------------------------------------------------*
           05 HCDET-TIPO               PIC  X(001).
              88 HCDET-TIPO-VENDA                VALUE 'V'.
              88 HCDET-TIPO-PISO                 VALUE 'P'.
              88 HCDET-TIPO-TETO                 VALUE 'T'.
              88 HCDET-TIPO-AJUSTE               VALUE 'A'.
              88 HCDET-TIPO-ESTORNO              VALUE 'E'.
              88 HCDET-TIPO-REVERSAO             VALUE 'R'.
      *    CLIENTE DA VENDA OU DO TITULO (ZEROS NAS DEMAIS).
           05 HCDET-COD-CLI            PIC  9(007).
      *    NUMERO DO TITULO (E/R) OU PERIODO-SEQUENCIA DO AJUSTE (A).
           05 HCDET-REFERENCIA         PIC  X(012).
      *    VENDA DO PERIODO E DEVOLUCOES ABATIDAS (SO NA LINHA V).
           05 HCDET-VENDA              PIC  9(011)V99.
           05 HCDET-DEVOL              PIC  9(011)V99.
           05 HCDET-PCT                PIC  9(002)V99.
      *    VALOR COM SINAL QUE ENTROU NA COMISSAO DO VENDEDOR.
           05 HCDET-VALOR              PIC S9(011)V99.
           05 HCDET-OBS                PIC  X(030).
           05 FILLER                   PIC  X(011).
      *

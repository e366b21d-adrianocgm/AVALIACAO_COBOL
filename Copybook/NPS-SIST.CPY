      ******************************************************************
      * BOOK LAYOUT DO HISTORICO DE PESQUISAS DE SATISFACAO (NPS)      *
      * RESPONDIDAS PELO CLIENTE NO APP DE CAMPO APOS A VISITA E       *
      * ACEITAS POR PROC-NPS. UMA RESPOSTA POR VISITA (CLIENTE +       *
      * DATA, MESMA CHAVE DE ARQVIS01); REENVIO SUBSTITUI A ANTERIOR.  *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 NPS-REG.
           05 NPS-CHAVE.
              10 NPS-COD-CLI           PIC  9(007).
              10 NPS-DATA-VISITA       PIC  9(008).
           05 NPS-COD-VEN              PIC  9(003).
      *----------------------------------------------------------------*
      *    NOTA DE 0 A 10: 9-10 PROMOTOR, 7-8 NEUTRO, 0-6 DETRATOR.    *
      *----------------------------------------------------------------*
           05 NPS-NOTA                 PIC  9(002).
              88 NPS-PROMOTOR                    VALUE 9 THRU 10.
              88 NPS-NEUTRO                      VALUE 7 THRU 8.
              88 NPS-DETRATOR                    VALUE 0 THRU 6.
           05 NPS-COMENTARIO           PIC  X(060).
      *----------------------------------------------------------------*
      *    TERRITORIO E FAIXA DE PRIORIDADE DO CLIENTE NA DATA DO      *
      *    RECEBIMENTO - O RELATORIO DO MES NAO MUDA COM A             *
      *    RECLASSIFICACAO POSTERIOR DO CADASTRO.                      *
      *----------------------------------------------------------------*
           05 NPS-TERRITORIO           PIC  X(005).
           05 NPS-PRIORIDADE           PIC  X(001).
           05 NPS-DATA-RECEB           PIC  9(008).
           05 FILLER                   PIC  X(006).
      *

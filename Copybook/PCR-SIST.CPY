      ******************************************************************
      * BOOK LAYOUT DAS PROPOSTAS DE REVISAO DO LIMITE DE CREDITO      *
      * (GRAVADAS POR SCORE-CREDITO A PARTIR DO COMPORTAMENTO DE       *
      * PAGAMENTO DOS TITULOS E DECIDIDAS PELO SUPERVISOR NA TELA DE   *
      * REVISAO DO GERENCIADOR). SO ENTRAM AS PROPOSTAS DE AUMENTO OU  *
      * REDUCAO; MANUTENCAO DO LIMITE SAI APENAS NO RELATORIO.         *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 PROPCR-REG.
           05 PROPCR-COD-CLI           PIC  9(007).
           05 PROPCR-DATA-PROPOSTA     PIC  9(008).
      *    PONTUACAO DE 0 A 100 (QUANTO MAIOR, MELHOR PAGADOR).
           05 PROPCR-SCORE             PIC  9(003).
           05 PROPCR-ACAO              PIC  X(001).
              88 PROPCR-AUMENTA                  VALUE 'A'.
              88 PROPCR-MANTEM                   VALUE 'M'.
              88 PROPCR-REDUZ                    VALUE 'R'.
           05 PROPCR-LIMITE-ATUAL      PIC  9(011)V99.
           05 PROPCR-LIMITE-PROPOSTO   PIC  9(011)V99.
      *    INDICADORES QUE FORMARAM A PONTUACAO.
           05 PROPCR-MEDIA-ATRASO      PIC  9(004).
           05 PROPCR-PCT-ATRASO        PIC  9(003)V99.
           05 PROPCR-SALDO-VENCIDO     PIC  9(011)V99.
           05 PROPCR-MESES-RELAC       PIC  9(004).
           05 FILLER                   PIC  X(029).
      *

      ******************************************************************
      * BOOK LAYOUT DO PIPELINE DE OPORTUNIDADES DE VENDA. UMA         *
      * OPORTUNIDADE POR NUMERO, DE UM CLIENTE (ARQCLI01) OU DE UM     *
      * PROSPECT (PROSPECT.DAT) - SO UM DOS DOIS CODIGOS PREENCHIDO.   *
      * MANTIDO NO GERENCIADOR; TODA MUDANCA DE ESTAGIO VAI PARA O     *
      * PIPELINE-ESTAGIO.LOG. LIDO SEMANALMENTE PELO RELAT-PIPELINE.   *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
      *
       01 PIPE-REG.
           05 PIPE-NUMERO              PIC  9(007).
           05 PIPE-COD-CLI             PIC  9(007).
           05 PIPE-COD-PROSP           PIC  9(007).
           05 PIPE-DESCRICAO           PIC  X(040).
           05 PIPE-VALOR-ESTIM         PIC  9(011)V99.
      *----------------------------------------------------------------*
      *    ESTAGIO: 1 = CONTATO, 2 = VISITA TECNICA, 3 = PROPOSTA,     *
      *    4 = NEGOCIACAO, 5 = GANHA, 6 = PERDIDA. GANHA E PERDIDA     *
      *    ENCERRAM A OPORTUNIDADE (DATA DE FECHAMENTO PREENCHIDA).    *
      *----------------------------------------------------------------*
           05 PIPE-ESTAGIO             PIC  9(001).
              88 PIPE-ESTAGIO-VALIDO            VALUE 1 THRU 6.
              88 PIPE-ABERTA                    VALUE 1 THRU 4.
              88 PIPE-GANHA                     VALUE 5.
              88 PIPE-PERDIDA                   VALUE 6.
      *    PROBABILIDADE (%) DE FECHAMENTO. EM BRANCO NA TELA ASSUME A
      *    DO ESTAGIO (10/25/50/75/100/0).
           05 PIPE-PROBAB              PIC  9(003).
           05 PIPE-DATA-PREV-FECHA     PIC  9(008).
      *    VENDEDOR DONO DA OPORTUNIDADE.
           05 PIPE-COD-VEN             PIC  9(003).
           05 PIPE-DATA-ABERTURA       PIC  9(008).
      *    ENTRADA NO ESTAGIO ATUAL (BASE DA OPORTUNIDADE PARADA).
           05 PIPE-DATA-ESTAGIO        PIC  9(008).
           05 PIPE-DATA-FECHAMENTO     PIC  9(008).
           05 PIPE-DATA-ALTER          PIC  9(008).
           05 PIPE-OPERADOR            PIC  X(010).
           05 FILLER                   PIC  X(019).
      *

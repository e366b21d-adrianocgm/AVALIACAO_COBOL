      ******************************************************************
      * BOOK LAYOUT DOS CHAMADOS DE RECLAMACAO DE CLIENTE (SAC).       *
      * ABERTOS, TRATADOS E FECHADOS NO GERENCIADOR. NA ABERTURA O     *
      * CHAMADO RECEBE O VENDEDOR TITULAR DO CLIENTE NA ULTIMA         *
      * CARTEIRA E O PRAZO (SLA) DA CATEGORIA X SEVERIDADE, GRAVADO    *
      * COMO DATA LIMITE - ALTERAR A TABELA DE PRAZOS NAO MUDA OS      *
      * CHAMADOS JA ABERTOS. O ESCALA-SAC LISTA TODA NOITE OS CHAMADOS *
      * NAO FECHADOS COM A DATA LIMITE VENCIDA; O RELAT-SAC TOTALIZA   *
      * OS CHAMADOS DO MES POR CATEGORIA E POR TERRITORIO.             *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 300 CHARACTERS.
      *
       01 SAC-REG.
           05 SAC-NUMERO               PIC  9(007).
           05 SAC-COD-CLI              PIC  9(007).
      *    CATEGORIA - CODIGO DA TABELA DE PRAZOS (EX.: ATR = ATRASO
      *    NA ENTREGA, AVA = AVARIA, FAT = FATURAMENTO, ATD =
      *    ATENDIMENTO DO VENDEDOR).
           05 SAC-CATEGORIA            PIC  X(003).
           05 SAC-SEVERIDADE           PIC  X(001).
              88 SAC-SEVERIDADE-VALIDA          VALUE 'A' 'M' 'B'.
              88 SAC-SEVERIDADE-ALTA            VALUE 'A'.
              88 SAC-SEVERIDADE-MEDIA           VALUE 'M'.
              88 SAC-SEVERIDADE-BAIXA           VALUE 'B'.
      *    CANAL DE ENTRADA: T = TELEFONE, E = E-MAIL, V = NA VISITA
      *    DO VENDEDOR, O = OUTROS.
           05 SAC-CANAL                PIC  X(001).
           05 SAC-DESCRICAO            PIC  X(060).
      *    VENDEDOR TITULAR NA ABERTURA (ZEROS = CLIENTE FORA DA
      *    CARTEIRA) E TERRITORIO DO CLIENTE NA ABERTURA.
           05 SAC-COD-VEN              PIC  9(003).
           05 SAC-TERRITORIO           PIC  X(005).
           05 SAC-PRAZO-DIAS           PIC  9(003).
           05 SAC-DATA-ABERTURA        PIC  9(008).
           05 SAC-HORA-ABERTURA        PIC  9(006).
           05 SAC-DATA-LIMITE          PIC  9(008).
      *----------------------------------------------------------------*
      *    SITUACAO DO CHAMADO: A = ABERTO, E = EM ATENDIMENTO (JA     *
      *    TRATADO, AINDA SEM SOLUCAO), F = FECHADO. O FECHADO FICA    *
      *    SO PARA CONSULTA.                                           *
      *----------------------------------------------------------------*
           05 SAC-STATUS               PIC  X(001).
              88 SAC-ABERTO                      VALUE 'A'.
              88 SAC-EM-ATENDIMENTO              VALUE 'E'.
              88 SAC-FECHADO                     VALUE 'F'.
           05 SAC-RESOLUCAO            PIC  X(060).
           05 SAC-DATA-FECHAMENTO      PIC  9(008).
      *    DIAS CORRIDOS DA ABERTURA AO FECHAMENTO.
           05 SAC-DIAS-RESOLUCAO       PIC  9(005).
           05 SAC-OPER-ABERTURA        PIC  X(010).
           05 SAC-DATA-ALTER           PIC  9(008).
           05 SAC-OPERADOR             PIC  X(010).
           05 FILLER                   PIC  X(086).
      *

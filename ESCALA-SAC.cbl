      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. ESCALA-SAC.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: ESCALA-SAC                                    *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ESCALONAMENTO DIARIO DO SAC: LISTA OS CHAMADOS *
      *                 DE RECLAMACAO NAO FECHADOS (ARQSAC) CUJA DATA  *
      *                 LIMITE DO PRAZO JA PASSOU, AGRUPADOS PELO      *
      *                 VENDEDOR RESPONSAVEL, COM O SUPERVISOR DA      *
      *                 EQUIPE EM VIGOR HOJE (ARQHIER) NO CABECALHO DE *
      *                 CADA VENDEDOR E UM RESUMO FINAL DE CHAMADOS    *
      *                 VENCIDOS POR SUPERVISOR.                       *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>ESCALA_SAC_<STAMP>.TXT             *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQSAC                          SAC-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHIER                         HIE-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO ESCALONAMENTO DOS       *
      *                      CHAMADOS DO SAC COM PRAZO VENCIDO.        *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT ARQSAC   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SAC-NUMERO
               FILE STATUS             IS WRK-FS-ARQSAC.
      *
           SELECT ARQVEN01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
                                       OF ARQVEN01
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       OF ARQVEN01
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQVEN01.
      *
           SELECT ARQHIER  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HIER-CHAVE
               FILE STATUS             IS WRK-FS-ARQHIER.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQREL01 ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQREL01.
      *
           SELECT ARQPARM  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQPARM.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
         FD ARQSAC
            VALUE OF FILE-ID IS NOME-ARQSAC-WS
            COPY "SAC-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQHIER
            VALUE OF FILE-ID IS NOME-ARQHIER-WS
            COPY "HIE-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
         FD ARQREL01
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREL01.
      *
       01  REG-ARQREL01                PIC  X(132).
      *
         FD ARQPARM
            VALUE OF FILE-ID IS 'C:\GERENC\PARM-SIST.DAT'
            COPY "PARM-SIST.CPY".
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)     VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       77  WRK-PROGRAMA                PIC  X(015)     VALUE
           'ESCALA-SAC'.
      *
       01 NOME-ARQSAC-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQSAC.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHIER-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHIER.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQSAC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQSAC-OK                           VALUE '00' '05'.
           88  WRK-ARQSAC-NAO-EXISTE                   VALUE '35'.
           88  WRK-ARQSAC-FIM                          VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQHIER              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHIER-OK                          VALUE '00' '05'.
           88  WRK-ARQHIER-FIM                         VALUE '10'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    EQUIPE EM VIGOR HOJE POR VENDEDOR (POSICAO = VENDEDOR + 1)  *
      *    E CHAMADOS VENCIDOS POR VENDEDOR E POR SUPERVISOR (POSICAO  *
      *    1 = VENDEDOR 000 / SUPERVISOR 000 - SEM CARTEIRA OU SEM     *
      *    EQUIPE).                                                    *
      *----------------------------------------------------------------*
      *
       01  TAB-VEN-ESCALA.
           05 TAB-VEN-ENTRY                          OCCURS 1000 TIMES.
              10 TAB-VEN-QTDE          PIC 9(005).
              10 TAB-VEN-COD-SUPERV    PIC 9(003).
              10 TAB-VEN-NOME-SUPERV   PIC X(025).
       01  TAB-SUP-ESCALA.
           05 TAB-SUP-ENTRY                          OCCURS 1000 TIMES.
              10 TAB-SUP-QTDE          PIC 9(005).
              10 TAB-SUP-NOME          PIC X(025).
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-IX-SUP                  PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CHAMADOS VENCIDOS, LISTADOS DEPOIS POR VENDEDOR.            *
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-QTDE-ESC                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-ESC                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-ESCALA.
           05 TAB-ESC-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-ESC-VEN           PIC 9(003).
              10 TAB-ESC-NUMERO        PIC 9(007).
              10 TAB-ESC-COD-CLI       PIC 9(007).
              10 TAB-ESC-CATEGORIA     PIC X(003).
              10 TAB-ESC-SEVERIDADE    PIC X(001).
              10 TAB-ESC-STATUS        PIC X(001).
              10 TAB-ESC-ABERTURA      PIC 9(008).
              10 TAB-ESC-LIMITE        PIC 9(008).
              10 TAB-ESC-DIAS-VENC     PIC 9(005).
              10 TAB-ESC-DESCRICAO     PIC X(040).
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PENDENTES          PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-TAB-CHEIA          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENCIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ALTA                PIC 9(007)      VALUE ZEROS.
       77  WRK-QB-QTDE                 PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(040)      VALUE
              'CHAMADO CLIENTE CAT SEV ST ABERTURA   '.
           05 FILLER                   PIC X(040)      VALUE
              'LIMITE   VENCIDO RECLAMACAO'.
           05 FILLER                   PIC X(052)      VALUE SPACES.
      *
       01  WRK-LIN-DET.
           05 LIN-ES-NUMERO            PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-ES-COD-CLI           PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-ES-CATEGORIA         PIC X(003).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-ES-SEVERIDADE        PIC X(001).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-ES-STATUS            PIC X(001).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-ES-ABERTURA          PIC 9(008).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-ES-LIMITE            PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-ES-DIAS-VENC         PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-ES-DESCRICAO         PIC X(040).
           05 FILLER                   PIC X(036)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING COMUNIC-BLOCO.
      *================================================================*
      *
      *----------------------------------------------------------------*
      * ROTINA PRINCIPAL DO PROGRAMA.                                  *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR
      *
           IF WRK-ARQSAC-OK
               PERFORM 2000-AVALIA-CHAMADO THRU 2000-SAIDA
                   UNTIL WRK-ARQSAC-FIM
           END-IF
      *
           PERFORM 2500-LISTA-VENDEDOR THRU 2500-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 1000
      *
           PERFORM 2700-RESUMO-SUPERVISOR THRU 2700-SAIDA
      *
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO DO PROGRAMA.                           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WRK-STAMP
           MOVE WRK-STAMP(1:8)         TO WRK-DATA-HOJE
           COMPUTE WRK-INT-HOJE
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
           INITIALIZE TAB-VEN-ESCALA
                      TAB-SUP-ESCALA
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM O CADASTRO DE EQUIPES TODOS OS VENDEDORES SAEM SEM
      *    SUPERVISOR; O NOME DO VENDEDOR SO ENRIQUECE O CABECALHO.
           PERFORM 1100-CARREGA-HIERARQUIA THRU 1100-SAIDA
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
      *    SEM ARQUIVO DE CHAMADOS O RELATORIO SAI VAZIO.
           OPEN INPUT ARQSAC
           IF NOT WRK-ARQSAC-OK
           AND NOT WRK-ARQSAC-NAO-EXISTE
               DISPLAY 'ESCALA-SAC: FALHA EM ARQSAC - '
                       'FILE STATUS=' WRK-FS-ARQSAC
               MOVE WRK-FS-ARQSAC      TO COMUNIC-COD-RETORNO
               MOVE 'ARQSAC'           TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'ESCALA_SAC_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'ESCALA-SAC: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CHAMADOS DO SAC COM PRAZO VENCIDO - POSICAO DE '
                  WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'SEVERIDADE: A=ALTA M=MEDIA B=BAIXA - SITUACAO: '
                  'A=ABERTO E=EM ATENDIMENTO'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           IF WRK-ARQSAC-OK
               PERFORM 7100-LER-ARQSAC THRU 7100-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO. SE NAO EXISTIR,       *
      * MANTEM OS DIRETORIOS PADRAO JA ASSUMIDOS NO WORKING-STORAGE.   *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPARM
      *
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSAC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSAC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHIER.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHIER-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA A EQUIPE EM VIGOR HOJE DE CADA VENDEDOR. O ARQUIVO     *
      * VEM NA ORDEM VENDEDOR X INICIO, ENTAO A ULTIMA VIGENCIA        *
      * INICIADA ATE HOJE PREVALECE; VIGENCIA JA ENCERRADA DEIXA O     *
      * VENDEDOR SEM SUPERVISOR.                                       *
      *----------------------------------------------------------------*
       1100-CARREGA-HIERARQUIA         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQHIER
           IF NOT WRK-ARQHIER-OK
               GO TO 1100-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO HIER-CHAVE
           START ARQHIER KEY IS GREATER THAN OR EQUAL HIER-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQHIER
           END-START
      *
           PERFORM 1110-LER-HIERARQUIA THRU 1110-SAIDA
               UNTIL WRK-ARQHIER-FIM
      *
           CLOSE ARQHIER
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-HIERARQUIA             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHIER NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHIER
                   GO TO 1110-SAIDA
           END-READ
      *
           IF HIER-DATA-INICIO         GREATER WRK-DATA-HOJE
               GO TO 1110-SAIDA
           END-IF
      *
           COMPUTE WRK-IX-VEN = HIER-COD-VEN + 1
           IF HIER-DATA-FIM            EQUAL ZEROS
           OR HIER-DATA-FIM            NOT LESS WRK-DATA-HOJE
               MOVE HIER-COD-SUPERV    TO TAB-VEN-COD-SUPERV
                                          (WRK-IX-VEN)
               MOVE HIER-NOME-SUPERV   TO TAB-VEN-NOME-SUPERV
                                          (WRK-IX-VEN)
           ELSE
               MOVE ZEROS              TO TAB-VEN-COD-SUPERV
                                          (WRK-IX-VEN)
               MOVE SPACES             TO TAB-VEN-NOME-SUPERV
                                          (WRK-IX-VEN)
           END-IF
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * AVALIA O CHAMADO CORRENTE: NAO FECHADO E COM A DATA LIMITE     *
      * ANTERIOR A HOJE VAI PARA A TABELA DE VENCIDOS E CONTA PARA O   *
      * VENDEDOR E PARA O SUPERVISOR DELE.                             *
      *----------------------------------------------------------------*
       2000-AVALIA-CHAMADO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
           IF SAC-FECHADO
               GO TO 2000-PROXIMO
           END-IF
           ADD 1                       TO WRK-QTDE-PENDENTES
      *
           IF NOT SAC-DATA-LIMITE NUMERIC
           OR SAC-DATA-LIMITE          NOT LESS WRK-DATA-HOJE
               GO TO 2000-PROXIMO
           END-IF
      *
           IF WRK-QTDE-ESC             NOT LESS 9999
               ADD 1                   TO WRK-QTDE-TAB-CHEIA
               GO TO 2000-PROXIMO
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ESC
           MOVE SAC-COD-VEN            TO TAB-ESC-VEN(WRK-QTDE-ESC)
           MOVE SAC-NUMERO             TO TAB-ESC-NUMERO(WRK-QTDE-ESC)
           MOVE SAC-COD-CLI            TO TAB-ESC-COD-CLI(WRK-QTDE-ESC)
           MOVE SAC-CATEGORIA          TO TAB-ESC-CATEGORIA
                                          (WRK-QTDE-ESC)
           MOVE SAC-SEVERIDADE         TO TAB-ESC-SEVERIDADE
                                          (WRK-QTDE-ESC)
           MOVE SAC-STATUS             TO TAB-ESC-STATUS(WRK-QTDE-ESC)
           MOVE SAC-DATA-ABERTURA      TO TAB-ESC-ABERTURA
                                          (WRK-QTDE-ESC)
           MOVE SAC-DATA-LIMITE        TO TAB-ESC-LIMITE(WRK-QTDE-ESC)
           COMPUTE TAB-ESC-DIAS-VENC(WRK-QTDE-ESC)
                   = WRK-INT-HOJE
                   - FUNCTION INTEGER-OF-DATE(SAC-DATA-LIMITE)
           MOVE SAC-DESCRICAO          TO TAB-ESC-DESCRICAO
                                          (WRK-QTDE-ESC)
      *
           COMPUTE WRK-IX-VEN = SAC-COD-VEN + 1
           ADD 1                       TO TAB-VEN-QTDE(WRK-IX-VEN)
           COMPUTE WRK-IX-SUP = TAB-VEN-COD-SUPERV(WRK-IX-VEN) + 1
           ADD 1                       TO TAB-SUP-QTDE(WRK-IX-SUP)
           MOVE TAB-VEN-NOME-SUPERV(WRK-IX-VEN)
                                       TO TAB-SUP-NOME(WRK-IX-SUP)
           IF SAC-SEVERIDADE-ALTA
               ADD 1                   TO WRK-TOT-ALTA
           END-IF
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQSAC THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA OS CHAMADOS VENCIDOS DE UM VENDEDOR (POSICAO 1 = CLIENTE *
      * SEM TITULAR NA CARTEIRA), COM O SUPERVISOR NO CABECALHO.       *
      *----------------------------------------------------------------*
       2500-LISTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-QTDE(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2500-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-CORRENTE = WRK-IX-VEN - 1
           PERFORM 2550-NOME-VENDEDOR THRU 2550-SAIDA
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           IF WRK-VEN-CORRENTE EQUAL ZEROS
               MOVE '*** CHAMADOS SEM TITULAR NA CARTEIRA ***'
                                       TO REG-ARQREL01
           ELSE
               IF TAB-VEN-COD-SUPERV(WRK-IX-VEN) EQUAL ZEROS
                   STRING '*** VENDEDOR ' WRK-VEN-CORRENTE ' - '
                          WRK-NOME-VEN-ATUAL
                          ' - SEM EQUIPE EM VIGOR ***'
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
               ELSE
                   STRING '*** VENDEDOR ' WRK-VEN-CORRENTE ' - '
                          WRK-NOME-VEN-ATUAL
                          ' - SUPERVISOR '
                          TAB-VEN-COD-SUPERV(WRK-IX-VEN) ' '
                          TAB-VEN-NOME-SUPERV(WRK-IX-VEN) ' ***'
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
               END-IF
           END-IF
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           MOVE ZEROS                  TO WRK-QB-QTDE
           PERFORM 2600-LINHA-CHAMADO THRU 2600-SAIDA
               VARYING WRK-IX-ESC FROM 1 BY 1
               UNTIL WRK-IX-ESC GREATER WRK-QTDE-ESC
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL VENDEDOR ' WRK-VEN-CORRENTE
                  ' CHAMADOS VENCIDOS=' WRK-QB-QTDE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR (A CHAVE DE ARQVEN01 TRAZ O CPF JUNTO, ENTAO  *
      * POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO).       *
      *----------------------------------------------------------------*
       2550-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-VEN-ATUAL
           IF NOT WRK-TEM-VENDEDOR
           OR WRK-VEN-CORRENTE EQUAL ZEROS
               GO TO 2550-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-VEN-CORRENTE       TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2550-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2550-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-VEN-CORRENTE
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-NOME-VEN-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2600-LINHA-CHAMADO              SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ESC-VEN(WRK-IX-ESC) NOT EQUAL WRK-VEN-CORRENTE
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE TAB-ESC-NUMERO(WRK-IX-ESC)
                                       TO LIN-ES-NUMERO
           MOVE TAB-ESC-COD-CLI(WRK-IX-ESC)
                                       TO LIN-ES-COD-CLI
           MOVE TAB-ESC-CATEGORIA(WRK-IX-ESC)
                                       TO LIN-ES-CATEGORIA
           MOVE TAB-ESC-SEVERIDADE(WRK-IX-ESC)
                                       TO LIN-ES-SEVERIDADE
           MOVE TAB-ESC-STATUS(WRK-IX-ESC)
                                       TO LIN-ES-STATUS
           MOVE TAB-ESC-ABERTURA(WRK-IX-ESC)
                                       TO LIN-ES-ABERTURA
           MOVE TAB-ESC-LIMITE(WRK-IX-ESC)
                                       TO LIN-ES-LIMITE
           MOVE TAB-ESC-DIAS-VENC(WRK-IX-ESC)
                                       TO LIN-ES-DIAS-VENC
           MOVE TAB-ESC-DESCRICAO(WRK-IX-ESC)
                                       TO LIN-ES-DESCRICAO
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
      *
           ADD 1                       TO WRK-QB-QTDE
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RESUMO DE CHAMADOS VENCIDOS POR SUPERVISOR, PARA A COBRANCA    *
      * NA REUNIAO DE EQUIPE.                                          *
      *----------------------------------------------------------------*
       2700-RESUMO-SUPERVISOR          SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QTDE-ESC             EQUAL ZEROS
               GO TO 2700-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'RESUMO POR SUPERVISOR'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           PERFORM 2710-LINHA-SUPERVISOR THRU 2710-SAIDA
               VARYING WRK-IX-SUP FROM 1 BY 1
               UNTIL WRK-IX-SUP GREATER 1000
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2710-LINHA-SUPERVISOR           SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-SUP-QTDE(WRK-IX-SUP) EQUAL ZEROS
               GO TO 2710-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           IF WRK-IX-SUP EQUAL 1
               STRING '    SEM SUPERVISOR (SEM EQUIPE OU SEM TITULAR)'
                      ' CHAMADOS VENCIDOS=' TAB-SUP-QTDE(WRK-IX-SUP)
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
           ELSE
               COMPUTE WRK-VEN-CORRENTE = WRK-IX-SUP - 1
               STRING '    SUPERVISOR ' WRK-VEN-CORRENTE ' '
                      TAB-SUP-NOME(WRK-IX-SUP)
                      ' CHAMADOS VENCIDOS=' TAB-SUP-QTDE(WRK-IX-SUP)
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
           END-IF
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2710-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS, FECHAMENTO E MANIFESTO.                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QTDE-ESC           TO WRK-TOT-VENCIDOS
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: CHAMADOS LIDOS=' WRK-QTDE-LIDOS
                  ' NAO FECHADOS=' WRK-QTDE-PENDENTES
                  ' VENCIDOS=' WRK-TOT-VENCIDOS
                  ' (SEVERIDADE ALTA=' WRK-TOT-ALTA ')'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF WRK-QTDE-TAB-CHEIA GREATER ZEROS
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ATENCAO: ' WRK-QTDE-TAB-CHEIA
                      ' CHAMADOS VENCIDOS NAO LISTADOS (TABELA CHEIA)'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
           IF WRK-ARQSAC-OK
           OR WRK-ARQSAC-FIM
               CLOSE ARQSAC
           END-IF
           CLOSE ARQREL01
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'ESCALA-SAC: CHAMADOS VENCIDOS: ' WRK-TOT-VENCIDOS
      *
           MOVE ZEROS                  TO RETURN-CODE
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO MANIFESTO GLOBAL O RELATORIO GERADO.               *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-TOT-VENCIDOS       TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQREL01
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
           .
      *----------------------------------------------------------------*
       3050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO.                                         *
      *----------------------------------------------------------------*
       3300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS CHAMADOS DO SAC.                        *
      *----------------------------------------------------------------*
       7100-LER-ARQSAC                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSAC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSAC
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM ESCALA-SAC.

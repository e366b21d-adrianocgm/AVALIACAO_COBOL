      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-OPERADOR.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-OPERADOR                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PRODUTIVIDADE SEMANAL DOS OPERADORES DO        *
      *                 BACK-OFFICE, DIA A DIA (SEGUNDA A DOMINGO DA   *
      *                 SEMANA ANTERIOR), A PARTIR DOS LOGS QUE JA     *
      *                 REGISTRAM QUEM FEZ O QUE:                      *
      *                 - AUDIT-TRAIL.LOG: INCLUSOES, ALTERACOES E     *
      *                   EXCLUSOES DE CADASTRO, PEDIDOS DIGITADOS E   *
      *                   IMPORTACOES (LIDOS E REJEITADOS DA CARGA);   *
      *                 - PEDIDO-STATUS.LOG: MUDANCAS DE STATUS;       *
      *                 - MKCHECK.DAT: SOLICITACOES DE APROVACAO DUPLA *
      *                   REJEITADAS PELO CHECKER (CONTAM PARA O       *
      *                   MAKER);                                      *
      *                 - SEGURANCA.LOG: HORAS DE SESSAO (LOGIN COM    *
      *                   SUCESSO ATE O LOGOFF OU O TIMEOUT, DESCONTADA*
      *                   A INATIVIDADE DO TIMEOUT).                   *
      *                 CADA OPERADOR SAI COM OS TOTAIS DO DIA, O      *
      *                 TOTAL DA SEMANA, A MEDIA DA EQUIPE E A TAXA DE *
      *                 ERRO (REJEITADOS / ITENS TRABALHADOS). USUARIO *
      *                 FORA DO CADASTRO DE OPERADORES (BATCH, ERP,    *
      *                 TRANSPORTADORAS) VAI PARA O GRUPO SISTEMA, QUE *
      *                 NAO ENTRA NA MEDIA DA EQUIPE.                  *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>PRODUTIVIDADE_OPER_<STAMP>.TXT     *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQOPER                         OPER-SIST       *
      *                ARQMKCK                         MKC-SIST        *
      *                ARQAUDIT                        (LOG TEXTO)     *
      *                ARQPEDLOG                       (LOG TEXTO)     *
      *                ARQSEG                          (LOG TEXTO)     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA PRODUTIVIDADE SEMANAL   *
      *                      DOS OPERADORES.                           *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT ARQOPER  ASSIGN      TO DISK 'C:\GERENC\ARQOPER.DAT'
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS OPER-ID
               FILE STATUS             IS WRK-FS-ARQOPER.
      *
           SELECT ARQMKCK  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS MKCK-SEQ
               FILE STATUS             IS WRK-FS-ARQMKCK.
      *
           SELECT ARQAUDIT ASSIGN      TO DISK 'AUDIT-TRAIL.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQAUDIT.
      *
           SELECT ARQPEDLOG ASSIGN     TO DISK 'PEDIDO-STATUS.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPEDLOG.
      *
           SELECT ARQSEG   ASSIGN      TO DISK 'SEGURANCA.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQSEG.
      *
           SELECT ARQREL01 ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQREL01.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
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
         FD ARQOPER
            COPY "OPER-SIST.CPY".
      *
         FD ARQMKCK
            VALUE OF FILE-ID IS NOME-ARQMKCK-WS
            COPY "MKC-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    TRILHA DE AUDITORIA: 'DATA HORA USUARIO=.. ACAO=.. ANTES=.. *
      *    DEPOIS=..' (VER 60-10-GRAVA-AUDITORIA DE GERENCIADOR).      *
      *----------------------------------------------------------------*
      *
         FD ARQAUDIT
            RECORD CONTAINS 200 CHARACTERS.
       01  REG-ARQAUDIT.
           05 AUD-DATA.
              10 AUD-ANO               PIC X(004).
              10 FILLER                PIC X(001).
              10 AUD-MES               PIC X(002).
              10 FILLER                PIC X(001).
              10 AUD-DIA               PIC X(002).
           05 FILLER                   PIC X(001).
           05 AUD-HORA                 PIC X(008).
           05 AUD-RESTO                PIC X(181).
      *
      *----------------------------------------------------------------*
      *    LOG DE STATUS DE PEDIDO: 'DATA HORA USUARIO=X(10) PEDIDO=.. *
      *    DE=. PARA=.'.                                               *
      *----------------------------------------------------------------*
      *
         FD ARQPEDLOG
            RECORD CONTAINS 120 CHARACTERS.
       01  REG-ARQPEDLOG.
           05 PLG-DATA.
              10 PLG-ANO               PIC X(004).
              10 FILLER                PIC X(001).
              10 PLG-MES               PIC X(002).
              10 FILLER                PIC X(001).
              10 PLG-DIA               PIC X(002).
           05 FILLER                   PIC X(001).
           05 PLG-HORA                 PIC X(008).
           05 FILLER                   PIC X(009).
           05 PLG-USUARIO              PIC X(010).
           05 FILLER                   PIC X(082).
      *
      *----------------------------------------------------------------*
      *    LOG DE SEGURANCA: 'DATA HORA OPERADOR=X(10) EVENTO=X(12)    *
      *    TERMINAL=..'.                                               *
      *----------------------------------------------------------------*
      *
         FD ARQSEG
            RECORD CONTAINS 120 CHARACTERS.
       01  REG-ARQSEG.
           05 SEG-DATA.
              10 SEG-ANO               PIC X(004).
              10 FILLER                PIC X(001).
              10 SEG-MES               PIC X(002).
              10 FILLER                PIC X(001).
              10 SEG-DIA               PIC X(002).
           05 FILLER                   PIC X(001).
           05 SEG-HORA.
              10 SEG-HH                PIC X(002).
              10 FILLER                PIC X(001).
              10 SEG-MM                PIC X(002).
              10 FILLER                PIC X(001).
              10 SEG-SS                PIC X(002).
           05 FILLER                   PIC X(010).
           05 SEG-OPERADOR             PIC X(010).
           05 FILLER                   PIC X(008).
           05 SEG-EVENTO               PIC X(012).
           05 FILLER                   PIC X(061).
      *
         FD ARQREL01
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREL01.
      *
       01  REG-ARQREL01                PIC  X(132).
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
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
           'RELAT-OPERADOR'.
      *
       01 NOME-ARQMKCK-WS              PIC X(050)      VALUE
                                      'C:\GERENC\MKCHECK.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQOPER              PIC X(002)      VALUE SPACES.
           88  WRK-ARQOPER-OK                          VALUE '00' '05'.
           88  WRK-ARQOPER-FIM                         VALUE '10'.
       01  WRK-FS-ARQMKCK              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMKCK-OK                          VALUE '00' '05'.
           88  WRK-ARQMKCK-FIM                         VALUE '10'.
       01  WRK-FS-ARQAUDIT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQAUDIT-OK                         VALUE ZEROS.
           88  WRK-ARQAUDIT-FIM                        VALUE '10'.
       01  WRK-FS-ARQPEDLOG            PIC X(002)      VALUE SPACES.
           88  WRK-ARQPEDLOG-OK                        VALUE ZEROS.
           88  WRK-ARQPEDLOG-FIM                       VALUE '10'.
       01  WRK-FS-ARQSEG               PIC X(002)      VALUE SPACES.
           88  WRK-ARQSEG-OK                           VALUE ZEROS.
           88  WRK-ARQSEG-FIM                          VALUE '10'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-OPER-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-OPER                            VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    SEMANA DO RELATORIO: SEGUNDA A DOMINGO DA SEMANA ANTERIOR A *
      *    CORRENTE. O DIA 1 DO CALENDARIO DE INTEGER-OF-DATE          *
      *    (01/01/1601) E UMA SEGUNDA-FEIRA.                           *
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-INI                 PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-LINHA               PIC 9(008)      VALUE ZEROS.
       77  WRK-DIA-SEMANA              PIC 9(001)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-LINHA              PIC 9(008)      VALUE ZEROS.
       77  WRK-IX-DIA                  PIC 9(001)      VALUE ZEROS.
       77  WRK-TIMEOUT-SEG             PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ATIVIDADES ACUMULADAS POR OPERADOR E DIA. A ATIVIDADE 9 SAO *
      *    OS SEGUNDOS DE SESSAO (IMPRESSOS EM HORAS). A ENTRADA 1 DA  *
      *    TABELA E O GRUPO SISTEMA; A SESSAO ABERTA GUARDA O LOGIN    *
      *    AINDA SEM LOGOFF.                                           *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-ATIV               PIC 9(002)      VALUE 9.
       77  WRK-ATIV-SESSAO             PIC 9(002)      VALUE 9.
       01  TAB-ROTULOS-ATIV.
           05 FILLER                   PIC X(026)      VALUE
              'INCLUSOES DE CADASTRO'.
           05 FILLER                   PIC X(026)      VALUE
              'ALTERACOES DE CADASTRO'.
           05 FILLER                   PIC X(026)      VALUE
              'EXCLUSOES/INATIVACOES'.
           05 FILLER                   PIC X(026)      VALUE
              'PEDIDOS DIGITADOS'.
           05 FILLER                   PIC X(026)      VALUE
              'MUDANCAS DE STATUS PEDIDO'.
           05 FILLER                   PIC X(026)      VALUE
              'REGISTROS IMPORTADOS'.
           05 FILLER                   PIC X(026)      VALUE
              'REJEITADOS NA IMPORTACAO'.
           05 FILLER                   PIC X(026)      VALUE
              'APROV. DUPLA REJEITADAS'.
           05 FILLER                   PIC X(026)      VALUE
              'HORAS DE SESSAO'.
       01  TAB-ROTULOS-R REDEFINES TAB-ROTULOS-ATIV.
           05 TAB-ROTULO               PIC X(026)      OCCURS 9 TIMES.
      *
       01  TAB-OPERADORES.
           05 TAB-OPR-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-OPR-ENT              OCCURS 300 TIMES.
              10 TAB-OPR-ID            PIC X(010).
              10 TAB-OPR-NOME          PIC X(030).
              10 TAB-OPR-ATIVO         PIC X(001).
              10 TAB-OPR-TEVE-ATIV     PIC X(001).
              10 TAB-OPR-DIA           OCCURS 7 TIMES.
                 15 TAB-OPR-QTDE       PIC 9(007) OCCURS 9 TIMES.
              10 TAB-OPR-LOGIN-INT     PIC 9(008).
              10 TAB-OPR-LOGIN-SEG     PIC 9(005).
      *
       01  TAB-EQUIPE.
           05 TAB-EQP-DIA              OCCURS 7 TIMES.
              10 TAB-EQP-QTDE          PIC 9(009) OCCURS 9 TIMES.
           05 TAB-EQP-SEMANA           PIC 9(009) OCCURS 9 TIMES.
       77  WRK-QTDE-EQUIPE             PIC 9(004)      VALUE ZEROS.
      *
       77  IND-OPR                     PIC 9(004) COMP VALUE ZEROS.
       77  IND-ATV                     PIC 9(002) COMP VALUE ZEROS.
       77  IND-DIA                     PIC 9(001) COMP VALUE ZEROS.
       77  WRK-IX-OPR                  PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-ATV                  PIC 9(002) COMP VALUE ZEROS.
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-AVISO-OPR-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-OPR                           VALUE 'S'.
       01  WRK-OPR-BUSCA               PIC X(010)      VALUE SPACES.
       77  WRK-QTDE-SOMAR              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    DESMEMBRAMENTO DA LINHA DE AUDITORIA.                       *
      *----------------------------------------------------------------*
      *
       01  WRK-DESCARTE-AUD            PIC X(200)      VALUE SPACES.
       01  WRK-USUARIO-AUD             PIC X(020)      VALUE SPACES.
       01  WRK-ACAO-AUD                PIC X(020)      VALUE SPACES.
       01  WRK-ANTES-AUD               PIC X(080)      VALUE SPACES.
       01  WRK-DEPOIS-AUD              PIC X(080)      VALUE SPACES.
       01  WRK-RESTO-AUD               PIC X(200)      VALUE SPACES.
       01  WRK-RESTO2-AUD              PIC X(200)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CALCULO DA SESSAO EM SEGUNDOS CORRIDOS.                     *
      *----------------------------------------------------------------*
      *
       77  WRK-SEG-LINHA               PIC 9(005)      VALUE ZEROS.
       77  WRK-DURACAO                 PIC S9(009)     VALUE ZEROS.
       77  WRK-INT-LOGIN               PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TAXA DE ERRO: REJEITADOS (IMPORTACAO + APROVACAO DUPLA)     *
      *    SOBRE OS ITENS TRABALHADOS (CADASTRO, PEDIDOS, STATUS E     *
      *    REGISTROS IMPORTADOS).                                      *
      *----------------------------------------------------------------*
      *
       77  WRK-ITENS                   PIC 9(009)      VALUE ZEROS.
       77  WRK-ERROS                   PIC 9(009)      VALUE ZEROS.
       77  WRK-TAXA-OPR                PIC 9(003)V99   VALUE ZEROS.
       77  WRK-TAXA-EQP                PIC 9(003)V99   VALUE ZEROS.
       77  WRK-TOTAL-SEMANA            PIC 9(009)      VALUE ZEROS.
       77  WRK-MEDIA                   PIC 9(007)V9    VALUE ZEROS.
       77  WRK-HORAS                   PIC 9(005)V9    VALUE ZEROS.
       77  WRK-QTDE-IMPRESSOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       01  WRK-TAXA-OPR-ED             PIC ZZ9,99.
       01  WRK-TAXA-EQP-ED             PIC ZZ9,99.
      *
      *----------------------------------------------------------------*
      *    LINHAS DE DETALHE: QUANTIDADES E HORAS DE SESSAO.           *
      *----------------------------------------------------------------*
      *
       01  REL-CAB-DIAS.
           05 FILLER                   PIC X(028)      VALUE
              '  ATIVIDADE'.
           05 FILLER                   PIC X(049)      VALUE
              '    SEG    TER    QUA    QUI    SEX    SAB    DOM'.
           05 FILLER                   PIC X(030)      VALUE
              '   SEMANA  MEDIA EQUIPE'.
      *
       01  REL-LINHA-QTDE.
           05 FILLER                   PIC X(002).
           05 REL-QTD-ROTULO           PIC X(026).
           05 REL-QTD-CEL              OCCURS 7 TIMES.
              10 FILLER                PIC X(001).
              10 REL-QTD-DIA           PIC ZZZZZ9.
           05 FILLER                   PIC X(001).
           05 REL-QTD-SEMANA           PIC ZZZZZZZ9.
           05 FILLER                   PIC X(002).
           05 REL-QTD-MEDIA            PIC ZZZZZZ9,9.
      *
       01  REL-LINHA-HORAS.
           05 FILLER                   PIC X(002).
           05 REL-HRS-ROTULO           PIC X(026).
           05 REL-HRS-CEL              OCCURS 7 TIMES.
              10 FILLER                PIC X(001).
              10 REL-HRS-DIA           PIC ZZZ9,9.
           05 FILLER                   PIC X(001).
           05 REL-HRS-SEMANA           PIC ZZZZZ9,9.
           05 FILLER                   PIC X(002).
           05 REL-HRS-MEDIA            PIC ZZZZZZ9,9.
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
           PERFORM 2000-LE-AUDITORIA  THRU 2000-SAIDA
           PERFORM 2200-LE-STATUS     THRU 2200-SAIDA
           PERFORM 2300-LE-APROVACAO  THRU 2300-SAIDA
           PERFORM 2400-LE-SEGURANCA  THRU 2400-SAIDA
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
           COMPUTE WRK-DIA-SEMANA
                   = FUNCTION MOD(WRK-INT-HOJE - 1, 7)
           COMPUTE WRK-INT-INI = WRK-INT-HOJE - WRK-DIA-SEMANA - 7
           COMPUTE WRK-DATA-INI
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-INI)
           COMPUTE WRK-DATA-FIM
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-INI + 6)
           INITIALIZE TAB-OPERADORES
                      TAB-EQUIPE
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    ENTRADA 1: USUARIOS QUE NAO SAO OPERADORES CADASTRADOS.
           MOVE 1                      TO TAB-OPR-QTD
           MOVE '(SISTEMA)'            TO TAB-OPR-ID(1)
           MOVE 'BATCH, INTERFACES E USUARIOS NAO CADASTRADOS'
                                       TO TAB-OPR-NOME(1)
           MOVE 'N'                    TO TAB-OPR-ATIVO(1)
                                          TAB-OPR-TEVE-ATIV(1)
      *
           PERFORM 1100-CARREGA-OPERADORES THRU 1100-SAIDA
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'PRODUTIVIDADE_OPER_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-OPERADOR: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS E TIMEOUT DE SESSAO).   *
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
                   IF  PARM-SESSAO-TIMEOUT-MIN NUMERIC
                   AND PARM-SESSAO-TIMEOUT-MIN GREATER ZEROS
                       COMPUTE WRK-TIMEOUT-SEG
                               = PARM-SESSAO-TIMEOUT-MIN * 60
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'MKCHECK.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQMKCK-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS OPERADORES CADASTRADOS, NA ORDEM DO OPER-ID. SEM O  *
      * CADASTRO, TODO USUARIO DOS LOGS E TRATADO COMO OPERADOR.       *
      *----------------------------------------------------------------*
       1100-CARREGA-OPERADORES         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQOPER
           IF NOT WRK-ARQOPER-OK
               DISPLAY 'RELAT-OPERADOR: CADASTRO DE OPERADORES '
                       'INDISPONIVEL - USUARIOS DOS LOGS TRATADOS '
                       'COMO OPERADORES'
               GO TO 1100-SAIDA
           END-IF
           SET WRK-TEM-OPER            TO TRUE
      *
           MOVE LOW-VALUES             TO OPER-ID
           START ARQOPER KEY IS GREATER THAN OR EQUAL OPER-ID
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQOPER
           END-START
      *
           PERFORM 1110-LER-OPERADOR THRU 1110-SAIDA
               UNTIL WRK-ARQOPER-FIM
      *
           CLOSE ARQOPER
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-OPERADOR               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQOPER NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQOPER
                   GO TO 1110-SAIDA
           END-READ
      *
           IF TAB-OPR-QTD              NOT LESS 300
               IF NOT WRK-AVISO-OPR
                   SET WRK-AVISO-OPR   TO TRUE
                   DISPLAY 'RELAT-OPERADOR: TABELA DE OPERADORES '
                           'CHEIA - EXCEDENTES NO GRUPO SISTEMA'
               END-IF
               GO TO 1110-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-OPR-QTD
           MOVE TAB-OPR-QTD            TO IND-OPR
           MOVE OPER-ID                TO TAB-OPR-ID(IND-OPR)
           MOVE OPER-NOME              TO TAB-OPR-NOME(IND-OPR)
           MOVE 'N'                    TO TAB-OPR-TEVE-ATIV(IND-OPR)
           IF OPER-STATUS-ATIVO
               MOVE 'S'                TO TAB-OPR-ATIVO(IND-OPR)
           ELSE
               MOVE 'N'                TO TAB-OPR-ATIVO(IND-OPR)
           END-IF
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA: CADASTRO, PEDIDOS DIGITADOS E CARGAS.     *
      *----------------------------------------------------------------*
       2000-LE-AUDITORIA               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQAUDIT
           IF NOT WRK-ARQAUDIT-OK
               DISPLAY 'RELAT-OPERADOR: TRILHA DE AUDITORIA '
                       'INDISPONIVEL'
               GO TO 2000-SAIDA
           END-IF
      *
           PERFORM 2100-LINHA-AUDITORIA THRU 2100-SAIDA
               UNTIL WRK-ARQAUDIT-FIM
      *
           CLOSE ARQAUDIT
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LINHA-AUDITORIA            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAUDIT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQAUDIT
                   GO TO 2100-SAIDA
           END-READ
      *
           IF  AUD-ANO NUMERIC AND AUD-MES NUMERIC AND AUD-DIA NUMERIC
               COMPUTE WRK-DATA-LINHA
                       = FUNCTION NUMVAL(AUD-ANO) * 10000
                       + FUNCTION NUMVAL(AUD-MES) * 100
                       + FUNCTION NUMVAL(AUD-DIA)
           ELSE
               MOVE ZEROS              TO WRK-DATA-LINHA
           END-IF
           PERFORM 2900-DIA-DA-SEMANA THRU 2900-SAIDA
           IF WRK-IX-DIA               EQUAL ZEROS
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-USUARIO-AUD
                                          WRK-ACAO-AUD
                                          WRK-ANTES-AUD
                                          WRK-DEPOIS-AUD
                                          WRK-RESTO-AUD
           UNSTRING REG-ARQAUDIT DELIMITED BY 'USUARIO='
               INTO WRK-DESCARTE-AUD WRK-RESTO-AUD
           END-UNSTRING
           UNSTRING WRK-RESTO-AUD DELIMITED BY ' ACAO='
               INTO WRK-USUARIO-AUD WRK-RESTO2-AUD
           END-UNSTRING
           UNSTRING WRK-RESTO2-AUD DELIMITED BY ' ANTES='
               INTO WRK-ACAO-AUD WRK-RESTO-AUD
           END-UNSTRING
           UNSTRING WRK-RESTO-AUD DELIMITED BY ' DEPOIS='
               INTO WRK-ANTES-AUD WRK-DEPOIS-AUD
           END-UNSTRING
      *
           MOVE ZEROS                  TO WRK-IX-ATV
           MOVE 1                      TO WRK-QTDE-SOMAR
           EVALUATE TRUE
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'INCL-PEDIDO '
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'CONV-ORCAM  '
                   MOVE 4              TO WRK-IX-ATV
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'INCLUSAO    '
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'CONV-PROSP  '
               WHEN WRK-ACAO-AUD(1:5)  EQUAL 'INCL-'
                   MOVE 1              TO WRK-IX-ATV
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'ALTERACAO   '
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'ALTER-MASSA '
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'REATIVACAO  '
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'FUSAO-CLI   '
               WHEN WRK-ACAO-AUD(1:5)  EQUAL 'ALTE-'
               WHEN WRK-ACAO-AUD(1:5)  EQUAL 'REAT-'
                   MOVE 2              TO WRK-IX-ATV
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'EXCLUSAO    '
               WHEN WRK-ACAO-AUD(1:5)  EQUAL 'EXCL-'
               WHEN WRK-ACAO-AUD(1:5)  EQUAL 'INAT-'
                   MOVE 3              TO WRK-IX-ATV
               WHEN WRK-ACAO-AUD(1:12) EQUAL 'IMPORTACAO  '
                   PERFORM 2150-CARGA-AUDITADA THRU 2150-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF WRK-IX-ATV               GREATER ZEROS
               MOVE WRK-USUARIO-AUD(1:10)
                                       TO WRK-OPR-BUSCA
               PERFORM 2800-SOMA-ATIVIDADE THRU 2800-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARGA DE CADASTRO: ANTES = 'LIDOS=NNNNNNN ARQ=..' E DEPOIS =   *
      * 'REJEITADOS=NNNNNNN <ARQUIVO DE REJEITADOS>'.                  *
      *----------------------------------------------------------------*
       2150-CARGA-AUDITADA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-USUARIO-AUD(1:10)  TO WRK-OPR-BUSCA
      *
           IF WRK-ANTES-AUD(7:7)       NUMERIC
               MOVE WRK-ANTES-AUD(7:7) TO WRK-QTDE-SOMAR
               MOVE 6                  TO WRK-IX-ATV
               PERFORM 2800-SOMA-ATIVIDADE THRU 2800-SAIDA
           END-IF
      *
           IF WRK-DEPOIS-AUD(12:7)     NUMERIC
               MOVE WRK-DEPOIS-AUD(12:7)
                                       TO WRK-QTDE-SOMAR
               MOVE 7                  TO WRK-IX-ATV
               PERFORM 2800-SOMA-ATIVIDADE THRU 2800-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-IX-ATV
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOG DE STATUS DE PEDIDO: UMA MUDANCA POR LINHA.                *
      *----------------------------------------------------------------*
       2200-LE-STATUS                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPEDLOG
           IF NOT WRK-ARQPEDLOG-OK
               GO TO 2200-SAIDA
           END-IF
      *
           PERFORM 2210-LINHA-STATUS THRU 2210-SAIDA
               UNTIL WRK-ARQPEDLOG-FIM
      *
           CLOSE ARQPEDLOG
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-LINHA-STATUS               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPEDLOG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPEDLOG
                   GO TO 2210-SAIDA
           END-READ
      *
           IF  PLG-ANO NUMERIC AND PLG-MES NUMERIC AND PLG-DIA NUMERIC
               COMPUTE WRK-DATA-LINHA
                       = FUNCTION NUMVAL(PLG-ANO) * 10000
                       + FUNCTION NUMVAL(PLG-MES) * 100
                       + FUNCTION NUMVAL(PLG-DIA)
           ELSE
               MOVE ZEROS              TO WRK-DATA-LINHA
           END-IF
           PERFORM 2900-DIA-DA-SEMANA THRU 2900-SAIDA
           IF WRK-IX-DIA               EQUAL ZEROS
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE PLG-USUARIO            TO WRK-OPR-BUSCA
           MOVE 5                      TO WRK-IX-ATV
           MOVE 1                      TO WRK-QTDE-SOMAR
           PERFORM 2800-SOMA-ATIVIDADE THRU 2800-SAIDA
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FILA DE APROVACAO DUPLA: REJEICOES DECIDIDAS NA SEMANA CONTAM  *
      * PARA O OPERADOR QUE FEZ A SOLICITACAO (MAKER).                 *
      *----------------------------------------------------------------*
       2300-LE-APROVACAO               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQMKCK
           IF NOT WRK-ARQMKCK-OK
               GO TO 2300-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO MKCK-SEQ
           START ARQMKCK KEY IS GREATER THAN OR EQUAL MKCK-SEQ
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQMKCK
           END-START
      *
           PERFORM 2310-LER-SOLICITACAO THRU 2310-SAIDA
               UNTIL WRK-ARQMKCK-FIM
      *
           CLOSE ARQMKCK
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-LER-SOLICITACAO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMKCK NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMKCK
                   GO TO 2310-SAIDA
           END-READ
      *
           IF NOT MKCK-REJEITADO
           OR MKCK-DATA-DECISAO        NOT NUMERIC
               GO TO 2310-SAIDA
           END-IF
      *
           MOVE MKCK-DATA-DECISAO      TO WRK-DATA-LINHA
           PERFORM 2900-DIA-DA-SEMANA THRU 2900-SAIDA
           IF WRK-IX-DIA               EQUAL ZEROS
               GO TO 2310-SAIDA
           END-IF
      *
           MOVE MKCK-OPER-MAKER        TO WRK-OPR-BUSCA
           MOVE 8                      TO WRK-IX-ATV
           MOVE 1                      TO WRK-QTDE-SOMAR
           PERFORM 2800-SOMA-ATIVIDADE THRU 2800-SAIDA
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOG DE SEGURANCA: A SESSAO VAI DO LOGIN COM SUCESSO ATE O      *
      * LOGOFF OU O TIMEOUT (MENOS O PROPRIO PRAZO DE INATIVIDADE) E   *
      * CONTA NO DIA DO LOGIN. LOGIN SEM FIM (QUEDA, SESSAO LIMPA PELO *
      * ADMIN) NAO E CONTADO.                                          *
      *----------------------------------------------------------------*
       2400-LE-SEGURANCA               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQSEG
           IF NOT WRK-ARQSEG-OK
               GO TO 2400-SAIDA
           END-IF
      *
           PERFORM 2410-LINHA-SEGURANCA THRU 2410-SAIDA
               UNTIL WRK-ARQSEG-FIM
      *
           CLOSE ARQSEG
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2410-LINHA-SEGURANCA            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSEG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSEG
                   GO TO 2410-SAIDA
           END-READ
      *
           IF  SEG-ANO NUMERIC AND SEG-MES NUMERIC AND SEG-DIA NUMERIC
           AND SEG-HH  NUMERIC AND SEG-MM  NUMERIC AND SEG-SS  NUMERIC
               CONTINUE
           ELSE
               GO TO 2410-SAIDA
           END-IF
           IF  SEG-EVENTO NOT EQUAL 'SUCESSO'
           AND SEG-EVENTO NOT EQUAL 'LOGOFF'
           AND SEG-EVENTO NOT EQUAL 'TIMEOUT'
           AND SEG-EVENTO NOT EQUAL 'SESS-LIMPA'
               GO TO 2410-SAIDA
           END-IF
      *
           COMPUTE WRK-DATA-LINHA
                   = FUNCTION NUMVAL(SEG-ANO) * 10000
                   + FUNCTION NUMVAL(SEG-MES) * 100
                   + FUNCTION NUMVAL(SEG-DIA)
           COMPUTE WRK-INT-LINHA
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-LINHA)
           COMPUTE WRK-SEG-LINHA
                   = FUNCTION NUMVAL(SEG-HH) * 3600
                   + FUNCTION NUMVAL(SEG-MM) * 60
                   + FUNCTION NUMVAL(SEG-SS)
      *
           MOVE SEG-OPERADOR           TO WRK-OPR-BUSCA
           PERFORM 2850-LOCALIZA-OPERADOR THRU 2850-SAIDA
      *
      *    O GRUPO SISTEMA NAO TEM SESSAO PROPRIA.
           IF WRK-IX-OPR               NOT GREATER 1
               GO TO 2410-SAIDA
           END-IF
      *
           IF SEG-EVENTO               EQUAL 'SUCESSO'
               MOVE WRK-INT-LINHA      TO TAB-OPR-LOGIN-INT(WRK-IX-OPR)
               MOVE WRK-SEG-LINHA      TO TAB-OPR-LOGIN-SEG(WRK-IX-OPR)
               GO TO 2410-SAIDA
           END-IF
      *
           IF TAB-OPR-LOGIN-INT(WRK-IX-OPR) EQUAL ZEROS
               GO TO 2410-SAIDA
           END-IF
      *
           MOVE TAB-OPR-LOGIN-INT(WRK-IX-OPR)
                                       TO WRK-INT-LOGIN
           COMPUTE WRK-DURACAO
                   = ((WRK-INT-LINHA - WRK-INT-LOGIN) * 86400)
                   + WRK-SEG-LINHA
                   - TAB-OPR-LOGIN-SEG(WRK-IX-OPR)
           IF SEG-EVENTO               EQUAL 'TIMEOUT'
               SUBTRACT WRK-TIMEOUT-SEG FROM WRK-DURACAO
           END-IF
           MOVE ZEROS                  TO TAB-OPR-LOGIN-INT(WRK-IX-OPR)
                                          TAB-OPR-LOGIN-SEG(WRK-IX-OPR)
      *
           IF SEG-EVENTO               EQUAL 'SESS-LIMPA'
           OR WRK-DURACAO              NOT GREATER ZEROS
               GO TO 2410-SAIDA
           END-IF
      *
           COMPUTE WRK-DATA-LINHA
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-LOGIN)
           PERFORM 2900-DIA-DA-SEMANA THRU 2900-SAIDA
           IF WRK-IX-DIA               EQUAL ZEROS
               GO TO 2410-SAIDA
           END-IF
      *
           MOVE WRK-ATIV-SESSAO        TO WRK-IX-ATV
           MOVE WRK-DURACAO            TO WRK-QTDE-SOMAR
           PERFORM 2800-SOMA-ATIVIDADE THRU 2800-SAIDA
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA WRK-QTDE-SOMAR NA ATIVIDADE WRK-IX-ATV DO DIA WRK-IX-DIA  *
      * PARA O USUARIO WRK-OPR-BUSCA.                                  *
      *----------------------------------------------------------------*
       2800-SOMA-ATIVIDADE             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2850-LOCALIZA-OPERADOR THRU 2850-SAIDA
      *
           ADD WRK-QTDE-SOMAR
               TO TAB-OPR-QTDE(WRK-IX-OPR WRK-IX-DIA WRK-IX-ATV)
           MOVE 'S'                    TO TAB-OPR-TEVE-ATIV(WRK-IX-OPR)
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O USUARIO NA TABELA (WRK-IX-OPR). FORA DO CADASTRO DE *
      * OPERADORES VAI PARA O GRUPO SISTEMA (ENTRADA 1); SEM CADASTRO, *
      * O USUARIO E INCLUIDO NA TABELA.                                *
      *----------------------------------------------------------------*
       2850-LOCALIZA-OPERADOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE 1                      TO IND-OPR
           PERFORM 2860-TESTA-OPERADOR THRU 2860-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-OPR NOT LESS TAB-OPR-QTD
      *
           IF WRK-ACHOU
               MOVE IND-OPR            TO WRK-IX-OPR
               GO TO 2850-SAIDA
           END-IF
      *
           MOVE 1                      TO WRK-IX-OPR
           IF WRK-TEM-OPER
           OR WRK-OPR-BUSCA            EQUAL SPACES
           OR TAB-OPR-QTD              NOT LESS 300
               GO TO 2850-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-OPR-QTD
           MOVE TAB-OPR-QTD            TO WRK-IX-OPR
           MOVE WRK-OPR-BUSCA          TO TAB-OPR-ID(WRK-IX-OPR)
           MOVE SPACES                 TO TAB-OPR-NOME(WRK-IX-OPR)
           MOVE 'S'                    TO TAB-OPR-ATIVO(WRK-IX-OPR)
           MOVE 'N'                    TO TAB-OPR-TEVE-ATIV(WRK-IX-OPR)
           .
      *----------------------------------------------------------------*
       2850-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2860-TESTA-OPERADOR             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-OPR
           IF TAB-OPR-ID(IND-OPR)      EQUAL WRK-OPR-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2860-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICAO (1 A 7) DE WRK-DATA-LINHA NA SEMANA DO RELATORIO, OU   *
      * ZERO SE ESTIVER FORA DELA.                                     *
      *----------------------------------------------------------------*
       2900-DIA-DA-SEMANA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IX-DIA
           IF WRK-DATA-LINHA           LESS WRK-DATA-INI
           OR WRK-DATA-LINHA           GREATER WRK-DATA-FIM
               GO TO 2900-SAIDA
           END-IF
      *
           COMPUTE WRK-IX-DIA
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-LINHA)
                   - WRK-INT-INI + 1
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS DA EQUIPE, UM BLOCO POR OPERADOR, O BLOCO DA EQUIPE E O *
      * DO GRUPO SISTEMA; FECHA E REGISTRA O MANIFESTO.                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
      *    EQUIPE = OPERADORES ATIVOS OU COM ATIVIDADE NA SEMANA.
           MOVE 1                      TO IND-OPR
           PERFORM 3100-SOMA-EQUIPE THRU 3100-SAIDA
               UNTIL IND-OPR NOT LESS TAB-OPR-QTD
      *
           MOVE ZEROS                  TO WRK-ITENS WRK-ERROS
           PERFORM 3150-SOMA-ERROS-EQUIPE THRU 3150-SAIDA
           MOVE ZEROS                  TO WRK-TAXA-EQP
           IF WRK-ITENS                GREATER ZEROS
               COMPUTE WRK-TAXA-EQP ROUNDED
                       = (WRK-ERROS * 100) / WRK-ITENS
                   ON SIZE ERROR
                       MOVE 999,99     TO WRK-TAXA-EQP
               END-COMPUTE
           END-IF
           MOVE WRK-TAXA-EQP           TO WRK-TAXA-EQP-ED
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PRODUTIVIDADE SEMANAL DOS OPERADORES - SEMANA DE '
                  WRK-DATA-INI ' A ' WRK-DATA-FIM
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'EQUIPE: ' WRK-QTDE-EQUIPE ' OPERADORES. MEDIA = '
                  'TOTAL DA EQUIPE NA SEMANA / OPERADORES. TAXA DE '
                  'ERRO = REJEITADOS / ITENS TRABALHADOS.'
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE 1                      TO IND-OPR
           PERFORM 3200-IMPRIME-OPERADOR THRU 3200-SAIDA
               UNTIL IND-OPR NOT LESS TAB-OPR-QTD
      *
           PERFORM 3400-IMPRIME-EQUIPE THRU 3400-SAIDA
      *
           IF TAB-OPR-TEVE-ATIV(1)     EQUAL 'S'
               MOVE 1                  TO WRK-IX-OPR
               PERFORM 3250-BLOCO-OPERADOR THRU 3250-SAIDA
           END-IF
      *
           CLOSE ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-OPERADOR: SEMANA ' WRK-DATA-INI
                   ' A ' WRK-DATA-FIM
                   ' OPERADORES=' WRK-QTDE-IMPRESSOS
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
      * SOMA UM OPERADOR NOS TOTAIS DA EQUIPE (POR DIA E NA SEMANA).   *
      *----------------------------------------------------------------*
       3100-SOMA-EQUIPE                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-OPR
           IF  TAB-OPR-ATIVO(IND-OPR)  NOT EQUAL 'S'
           AND TAB-OPR-TEVE-ATIV(IND-OPR) NOT EQUAL 'S'
               GO TO 3100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-EQUIPE
           PERFORM 3110-SOMA-DIA-EQUIPE THRU 3110-SAIDA
               VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA GREATER 7
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-SOMA-DIA-EQUIPE            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3120-SOMA-CELULA-EQUIPE THRU 3120-SAIDA
               VARYING IND-ATV FROM 1 BY 1
               UNTIL IND-ATV GREATER WRK-QTDE-ATIV
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3120-SOMA-CELULA-EQUIPE         SECTION.
      *----------------------------------------------------------------*
      *
           ADD TAB-OPR-QTDE(IND-OPR IND-DIA IND-ATV)
               TO TAB-EQP-QTDE(IND-DIA IND-ATV)
                  TAB-EQP-SEMANA(IND-ATV)
           .
      *----------------------------------------------------------------*
       3120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ITENS TRABALHADOS E REJEITADOS DA EQUIPE NA SEMANA.            *
      *----------------------------------------------------------------*
       3150-SOMA-ERROS-EQUIPE          SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-ITENS = TAB-EQP-SEMANA(1) + TAB-EQP-SEMANA(2)
                             + TAB-EQP-SEMANA(3) + TAB-EQP-SEMANA(4)
                             + TAB-EQP-SEMANA(5) + TAB-EQP-SEMANA(6)
           COMPUTE WRK-ERROS = TAB-EQP-SEMANA(7) + TAB-EQP-SEMANA(8)
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME O PROXIMO OPERADOR DA EQUIPE.                          *
      *----------------------------------------------------------------*
       3200-IMPRIME-OPERADOR           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-OPR
           IF  TAB-OPR-ATIVO(IND-OPR)  NOT EQUAL 'S'
           AND TAB-OPR-TEVE-ATIV(IND-OPR) NOT EQUAL 'S'
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE IND-OPR                TO WRK-IX-OPR
           PERFORM 3250-BLOCO-OPERADOR THRU 3250-SAIDA
           ADD 1                       TO WRK-QTDE-IMPRESSOS
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BLOCO DO OPERADOR WRK-IX-OPR: UMA LINHA POR ATIVIDADE COM OS   *
      * DIAS, A SEMANA E A MEDIA DA EQUIPE, E A TAXA DE ERRO.          *
      *----------------------------------------------------------------*
       3250-BLOCO-OPERADOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'OPERADOR ' TAB-OPR-ID(WRK-IX-OPR)
                  ' ' TAB-OPR-NOME(WRK-IX-OPR)
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE REL-CAB-DIAS           TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           PERFORM 3260-LINHA-ATIVIDADE THRU 3260-SAIDA
               VARYING WRK-IX-ATV FROM 1 BY 1
               UNTIL WRK-IX-ATV GREATER WRK-QTDE-ATIV
      *
           MOVE ZEROS                  TO WRK-ITENS WRK-ERROS
           PERFORM 3280-SOMA-ERROS-OPR THRU 3280-SAIDA
               VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA GREATER 7
           MOVE ZEROS                  TO WRK-TAXA-OPR
           IF WRK-ITENS                GREATER ZEROS
               COMPUTE WRK-TAXA-OPR ROUNDED
                       = (WRK-ERROS * 100) / WRK-ITENS
                   ON SIZE ERROR
                       MOVE 999,99     TO WRK-TAXA-OPR
               END-COMPUTE
           END-IF
           MOVE WRK-TAXA-OPR           TO WRK-TAXA-OPR-ED
           MOVE SPACES                 TO REG-ARQREL01
           STRING '  TAXA DE ERRO %: ' WRK-TAXA-OPR-ED
                  '   (EQUIPE: ' WRK-TAXA-EQP-ED ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           IF  WRK-IX-OPR              GREATER 1
           AND WRK-TAXA-OPR            GREATER WRK-TAXA-EQP
           AND WRK-ERROS               GREATER ZEROS
               MOVE '*** ACIMA DA EQUIPE ***'
                                       TO REG-ARQREL01(50:23)
           END-IF
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       3250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3260-LINHA-ATIVIDADE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-TOTAL-SEMANA
           MOVE ZEROS                  TO WRK-MEDIA
           IF WRK-QTDE-EQUIPE          GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED
                       = TAB-EQP-SEMANA(WRK-IX-ATV) / WRK-QTDE-EQUIPE
           END-IF
      *
           IF WRK-IX-ATV               EQUAL WRK-ATIV-SESSAO
               MOVE SPACES             TO REL-LINHA-HORAS
               MOVE TAB-ROTULO(WRK-IX-ATV)
                                       TO REL-HRS-ROTULO
               PERFORM 3270-CELULA-HORAS THRU 3270-SAIDA
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA GREATER 7
               COMPUTE WRK-HORAS ROUNDED = WRK-TOTAL-SEMANA / 3600
               MOVE WRK-HORAS          TO REL-HRS-SEMANA
               COMPUTE WRK-MEDIA ROUNDED = WRK-MEDIA / 3600
               MOVE WRK-MEDIA          TO REL-HRS-MEDIA
               MOVE REL-LINHA-HORAS    TO REG-ARQREL01
           ELSE
               MOVE SPACES             TO REL-LINHA-QTDE
               MOVE TAB-ROTULO(WRK-IX-ATV)
                                       TO REL-QTD-ROTULO
               PERFORM 3265-CELULA-QTDE THRU 3265-SAIDA
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA GREATER 7
               MOVE WRK-TOTAL-SEMANA   TO REL-QTD-SEMANA
               MOVE WRK-MEDIA          TO REL-QTD-MEDIA
               MOVE REL-LINHA-QTDE     TO REG-ARQREL01
           END-IF
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       3260-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3265-CELULA-QTDE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-OPR-QTDE(WRK-IX-OPR IND-DIA WRK-IX-ATV)
                                       TO REL-QTD-DIA(IND-DIA)
           ADD TAB-OPR-QTDE(WRK-IX-OPR IND-DIA WRK-IX-ATV)
                                       TO WRK-TOTAL-SEMANA
           .
      *----------------------------------------------------------------*
       3265-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3270-CELULA-HORAS               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-HORAS ROUNDED
                   = TAB-OPR-QTDE(WRK-IX-OPR IND-DIA WRK-IX-ATV) / 3600
           MOVE WRK-HORAS              TO REL-HRS-DIA(IND-DIA)
           ADD TAB-OPR-QTDE(WRK-IX-OPR IND-DIA WRK-IX-ATV)
                                       TO WRK-TOTAL-SEMANA
           .
      *----------------------------------------------------------------*
       3270-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3280-SOMA-ERROS-OPR             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-ITENS = WRK-ITENS
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 1)
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 2)
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 3)
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 4)
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 5)
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 6)
           COMPUTE WRK-ERROS = WRK-ERROS
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 7)
                   + TAB-OPR-QTDE(WRK-IX-OPR IND-DIA 8)
           .
      *----------------------------------------------------------------*
       3280-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BLOCO DA EQUIPE: TOTAIS DO DIA DE TODOS OS OPERADORES E A      *
      * MEDIA POR OPERADOR.                                            *
      *----------------------------------------------------------------*
       3400-IMPRIME-EQUIPE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING '*** EQUIPE (' WRK-QTDE-EQUIPE
                  ' OPERADORES) - TOTAL DO DIA ***'
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE REL-CAB-DIAS           TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           PERFORM 3410-LINHA-EQUIPE THRU 3410-SAIDA
               VARYING WRK-IX-ATV FROM 1 BY 1
               UNTIL WRK-IX-ATV GREATER WRK-QTDE-ATIV
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '  TAXA DE ERRO %: ' WRK-TAXA-EQP-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3410-LINHA-EQUIPE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-MEDIA
           IF WRK-QTDE-EQUIPE          GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED
                       = TAB-EQP-SEMANA(WRK-IX-ATV) / WRK-QTDE-EQUIPE
           END-IF
      *
           IF WRK-IX-ATV               EQUAL WRK-ATIV-SESSAO
               MOVE SPACES             TO REL-LINHA-HORAS
               MOVE TAB-ROTULO(WRK-IX-ATV)
                                       TO REL-HRS-ROTULO
               PERFORM 3420-CELULA-HORAS-EQP THRU 3420-SAIDA
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA GREATER 7
               COMPUTE WRK-HORAS ROUNDED
                       = TAB-EQP-SEMANA(WRK-IX-ATV) / 3600
               MOVE WRK-HORAS          TO REL-HRS-SEMANA
               COMPUTE WRK-MEDIA ROUNDED = WRK-MEDIA / 3600
               MOVE WRK-MEDIA          TO REL-HRS-MEDIA
               MOVE REL-LINHA-HORAS    TO REG-ARQREL01
           ELSE
               MOVE SPACES             TO REL-LINHA-QTDE
               MOVE TAB-ROTULO(WRK-IX-ATV)
                                       TO REL-QTD-ROTULO
               PERFORM 3430-CELULA-QTDE-EQP THRU 3430-SAIDA
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA GREATER 7
               MOVE TAB-EQP-SEMANA(WRK-IX-ATV)
                                       TO REL-QTD-SEMANA
               MOVE WRK-MEDIA          TO REL-QTD-MEDIA
               MOVE REL-LINHA-QTDE     TO REG-ARQREL01
           END-IF
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       3410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3420-CELULA-HORAS-EQP           SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-HORAS ROUNDED
                   = TAB-EQP-QTDE(IND-DIA WRK-IX-ATV) / 3600
           MOVE WRK-HORAS              TO REL-HRS-DIA(IND-DIA)
           .
      *----------------------------------------------------------------*
       3420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3430-CELULA-QTDE-EQP            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-EQP-QTDE(IND-DIA WRK-IX-ATV)
                                       TO REL-QTD-DIA(IND-DIA)
           .
      *----------------------------------------------------------------*
       3430-SAIDA.                     EXIT.
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
           MOVE WRK-QTDE-IMPRESSOS     TO WRK-MANIF-QTDE
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
      *END PROGRAM RELAT-OPERADOR.

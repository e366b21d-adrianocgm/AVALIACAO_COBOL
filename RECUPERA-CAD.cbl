      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RECUPERA-CAD.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RECUPERA-CAD                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RECUPERACAO PONTO-NO-TEMPO DO CADASTRO. DEPOIS *
      *                 QUE RECARGA-CAD RECONSTROI O INDEXADO A PARTIR *
      *                 DA DESCARGA DA NOITE, ESTE PROGRAMA REAPLICA AS*
      *                 LINHAS DA TRILHA DE AUDITORIA GRAVADAS A PARTIR*
      *                 DA HORA DA DESCARGA (CABECALHO DO _UNLOAD.SEQ):*
      *                 INCLUSOES, IMAGEM DEPOIS DAS ALTERACOES,       *
      *                 EXCLUSOES LOGICAS, REATIVACOES, FUSOES,        *
      *                 ATUALIZACOES EM MASSA E TROCAS DE FAIXA (TIER).*
      *                 CADA LINHA REAPLICADA OU NAO REAPLICAVEL SAI NO*
      *                 RELATORIO COM O MOTIVO.                        *
      *----------------------------------------------------------------*
      *    LIMITES....: A TRILHA GUARDA SO CODIGO, DOCUMENTO E RAZAO   *
      *                 SOCIAL NAS INCLUSOES E ALTERACOES DE TELA; O   *
      *                 REGISTRO INTEIRO VEM DO JORNAL DE IMAGENS      *
      *                 (ARQJCAD), PELA DATA/HORA/OPERADOR DA LINHA.   *
      *                 LINHA SEM IMAGEM NO JORNAL (ANTERIOR A ELE)    *
      *                 RECRIA O CLIENTE SO COM AQUELES DADOS          *
      *                 (CONTATO/ENDERECO A COMPLETAR) E A ALTERACAO   *
      *                 REAPLICA SO A RAZAO. NA FUSAO, AS              *
      *                 ESCOLHAS CAMPO A CAMPO VEM DA SOLICITACAO      *
      *                 APROVADA EM MKCHECK.DAT. A LINHA DA TRILHA NAO *
      *                 DIZ SE E CLIENTE OU VENDEDOR: A IMAGEM DO      *
      *                 CLIENTE COMECA POR CODIGO(7)+CNPJ(14), TODOS   *
      *                 NUMERICOS; A DO VENDEDOR POR CODIGO(3)+CPF(11) *
      *                 SEGUIDOS DA RAZAO SOCIAL.                      *
      *----------------------------------------------------------------*
      *    PARAMETRO...: 'CLI' OU 'VEN' NA LINHA DE COMANDO, OPCIONAL- *
      *                 MENTE SEGUIDO DE ' AAAAMMDDHHMMSS' PARA PARAR  *
      *                 NAQUELE INSTANTE (INCLUSIVE). SEM A HORA DE    *
      *                 PARADA REAPLICA A TRILHA INTEIRA.              *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>RECUPERA_CAD_<STAMP>.TXT           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA RECUPERACAO PELA TRILHA.*
      *    15/10/2026 AM     INCLUSAO E ALTERACAO DE TELA REAPLICAM O  *
      *                      REGISTRO INTEIRO DO JORNAL DE IMAGENS     *
      *                      (ARQJCAD) GRAVADO PELO GERENCIADOR.       *
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
           SELECT ARQCAD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCAD.
      *
           SELECT ARQDUMP  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQDUMP.
      *
           SELECT ARQAUDIT ASSIGN      TO DISK 'AUDIT-TRAIL.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQAUDIT.
      *
           SELECT ARQMKCK  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS MKCK-SEQ
               FILE STATUS             IS WRK-FS-ARQMKCK.
      *
           SELECT ARQJCAD  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS JCAD-CHAVE
               FILE STATUS             IS WRK-FS-ARQJCAD.
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
      *----------------------------------------------------------------*
      *    ARQCLI01 OU ARQVEN01, CONFORME O PARAMETRO.                 *
      *----------------------------------------------------------------*
      *
         FD ARQCAD
            VALUE OF FILE-ID IS NOME-ARQCAD-WS
            COPY "CAD-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    DESCARGA DE DESCARGA-CAD - SO O CABECALHO E LIDO.           *
      *----------------------------------------------------------------*
      *
         FD ARQDUMP
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 243 CHARACTERS
            VALUE OF FILE-ID IS WRK-NOME-ARQDUMP.
      *
       01  REG-ARQDUMP.
           05 DUMP-TIPO-REG            PIC X(001).
              88 DUMP-TIPO-HEADER                 VALUE 'H'.
           05 DUMP-CORPO               PIC X(242).
           05 DUMP-HDR REDEFINES DUMP-CORPO.
              10 DUMP-HDR-DATA         PIC 9(008).
              10 DUMP-HDR-ARQUIVO      PIC X(008).
              10 DUMP-HDR-HORA         PIC X(006).
              10 FILLER                PIC X(220).
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
           05 AUD-HORA.
              10 AUD-HH                PIC X(002).
              10 FILLER                PIC X(001).
              10 AUD-MM                PIC X(002).
              10 FILLER                PIC X(001).
              10 AUD-SS                PIC X(002).
           05 AUD-RESTO                PIC X(181).
      *
         FD ARQMKCK
            VALUE OF FILE-ID IS NOME-ARQMKCK-WS
            COPY "MKC-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    JORNAL DE IMAGENS DO CADASTRO (INCLUSOES E ALTERACOES).     *
      *----------------------------------------------------------------*
      *
         FD ARQJCAD
            VALUE OF FILE-ID IS NOME-ARQJCAD-WS
            COPY "JCA-SIST.CPY".
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
       77  WRK-PROGRAMA                PIC  X(012)     VALUE
           'RECUPERA-CAD'.
      *
       01 NOME-ARQCAD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQMKCK-WS              PIC X(050)      VALUE
                                      'C:\GERENC\MKCHECK.DAT'.
       01 NOME-ARQJCAD-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQJCAD.DAT'.
       01 WRK-NOME-ARQDUMP             PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(200)      VALUE SPACES.
       01 WRK-MODO-RECUPERA            PIC X(003)      VALUE SPACES.
           88 WRK-RECUPERA-CLI                         VALUE 'CLI'.
           88 WRK-RECUPERA-VEN                         VALUE 'VEN'.
      *
       01  WRK-FS-ARQCAD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAD-OK                           VALUE '00' '02'.
       01  WRK-FS-ARQDUMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQDUMP-OK                          VALUE ZEROS.
       01  WRK-FS-ARQAUDIT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQAUDIT-OK                         VALUE ZEROS.
           88  WRK-ARQAUDIT-FIM                        VALUE '10'.
       01  WRK-FS-ARQMKCK              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMKCK-OK                          VALUE '00' '05'.
           88  WRK-ARQMKCK-FIM                         VALUE '10'.
       01  WRK-FS-ARQJCAD              PIC X(002)      VALUE SPACES.
           88  WRK-ARQJCAD-OK                          VALUE '00' '05'.
       01  WRK-TEM-JCAD-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-JCAD                            VALUE 'S'.
       01  WRK-TEM-IMAGEM-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-IMAGEM                          VALUE 'S'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    JANELA DA REAPLICACAO (AAAAMMDDHHMMSS). A TRILHA E GRAVADA  *
      *    EM ORDEM CRONOLOGICA; A LINHA DO MESMO SEGUNDO DA DESCARGA  *
      *    E REAPLICADA - REAPLICAR O QUE JA ESTA NA DESCARGA NAO      *
      *    MUDA O REGISTRO.                                            *
      *----------------------------------------------------------------*
      *
       77  WRK-TS-INICIO               PIC 9(014)      VALUE ZEROS.
       77  WRK-TS-PARADA               PIC 9(014)      VALUE ZEROS.
       77  WRK-TS-LINHA                PIC 9(014)      VALUE ZEROS.
       01  WRK-TEM-PARADA-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PARADA                          VALUE 'S'.
       01  WRK-PAROU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-PAROU                               VALUE 'S'.
       77  WRK-DATA-LINHA              PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    DESMEMBRAMENTO DA LINHA DE AUDITORIA (MESMA CADEIA DE       *
      *    UNSTRING DE EXTRAI-CDC).                                    *
      *----------------------------------------------------------------*
      *
       01  WRK-DESCARTE-AUD            PIC X(200)      VALUE SPACES.
       01  WRK-USUARIO-AUD             PIC X(020)      VALUE SPACES.
       01  WRK-ACAO-AUD                PIC X(020)      VALUE SPACES.
       01  WRK-ANTES-AUD               PIC X(080)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    ATUALIZACAO EM MASSA: ANTES = TIPO(1) CHAVE(7) ' ' CAMPO(10)*
      *    '=' VALOR ANTIGO; DEPOIS = VALOR NOVO (30 POSICOES).        *
      *----------------------------------------------------------------*
      *
       01  WRK-MASSA REDEFINES WRK-ANTES-AUD.
           05 MAS-TIPO                 PIC X(001).
           05 MAS-CHAVE                PIC X(007).
           05 FILLER                   PIC X(001).
           05 MAS-CAMPO                PIC X(010).
           05 FILLER                   PIC X(061).
      *
       01  WRK-DEPOIS-AUD              PIC X(080)      VALUE SPACES.
       01  WRK-RESTO-AUD               PIC X(200)      VALUE SPACES.
       01  WRK-RESTO2-AUD              PIC X(200)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    IMAGEM DE CADASTRO GRAVADA NA TRILHA PELO GERENCIADOR:      *
      *    CLIENTE  = CODIGO(7) CNPJ(14) RAZAO(39) [RAZAO(30) STATUS]  *
      *    VENDEDOR = CODIGO(3) CPF(11)  RAZAO(40) [RAZAO(30) STATUS]  *
      *----------------------------------------------------------------*
      *
       01  WRK-IMAGEM                  PIC X(080)      VALUE SPACES.
       01  WRK-IMAGEM-CLI REDEFINES WRK-IMAGEM.
           05 IMG-CLI-CODIGO           PIC 9(007).
           05 IMG-CLI-CNPJ             PIC X(014).
           05 IMG-CLI-RAZAO            PIC X(039).
           05 FILLER                   PIC X(020).
       01  WRK-IMAGEM-CLI-ST REDEFINES WRK-IMAGEM.
           05 FILLER                   PIC X(021).
           05 IMG-CLI-RAZAO-30         PIC X(030).
           05 IMG-CLI-STATUS           PIC X(001).
           05 FILLER                   PIC X(028).
       01  WRK-IMAGEM-VEN REDEFINES WRK-IMAGEM.
           05 IMG-VEN-CODIGO           PIC 9(003).
           05 IMG-VEN-CPF              PIC X(011).
           05 IMG-VEN-RAZAO            PIC X(040).
           05 FILLER                   PIC X(026).
       01  WRK-IMAGEM-VEN-ST REDEFINES WRK-IMAGEM.
           05 FILLER                   PIC X(014).
           05 IMG-VEN-RAZAO-30         PIC X(030).
           05 IMG-VEN-STATUS           PIC X(001).
           05 FILLER                   PIC X(035).
       01  WRK-ENTIDADE                PIC X(001)      VALUE SPACE.
           88  WRK-ENTIDADE-CLI                        VALUE 'C'.
           88  WRK-ENTIDADE-VEN                        VALUE 'V'.
      *
       77  WRK-COD-ALVO                PIC 9(007)      VALUE ZEROS.
       77  WRK-COD-DEST                PIC 9(007)      VALUE ZEROS.
       01  WRK-DOC-IMAGEM              PIC X(014)      VALUE SPACES.
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-RESULTADO               PIC X(060)      VALUE SPACES.
       01  WRK-RESULTADO-FLAG          PIC X(001)      VALUE SPACE.
           88  WRK-RES-REAPLICADA                      VALUE 'R'.
           88  WRK-RES-JA-CONSTA                       VALUE 'J'.
           88  WRK-RES-NAO-REAPLICADA                  VALUE 'N'.
           88  WRK-RES-FORA                            VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    FUSAO: PERDEDOR GUARDADO E ESCOLHAS DA SOLICITACAO.         *
      *----------------------------------------------------------------*
      *
       01  WRK-REG-PERDEDOR            PIC X(242)      VALUE SPACES.
       01  WRK-REG-PERDEDOR-R REDEFINES WRK-REG-PERDEDOR.
           05 PERD-DADOS               PIC X(021).
           05 PERD-RAZAO-SOCIAL        PIC X(040).
           05 PERD-LATITUDE            PIC S9(003)V9(008).
           05 PERD-LONGITUDE           PIC S9(003)V9(008).
           05 PERD-CHAVE-DOC           PIC X(014).
           05 PERD-EMAIL               PIC X(040).
           05 PERD-TELEFONE            PIC X(015).
           05 PERD-ENDERECO            PIC X(050).
           05 PERD-CEP                 PIC X(008).
           05 PERD-STATUS              PIC X(001).
           05 PERD-DATA-CADASTRO       PIC 9(008).
           05 PERD-DATA-EFETIVACAO     PIC 9(008).
           05 PERD-DATA-INATIVACAO     PIC 9(008).
           05 PERD-TERRITORIO          PIC X(005).
           05 PERD-PRIORIDADE          PIC X(001).
           05 PERD-DOC-PENDENTE        PIC X(001).
       01  WRK-ESCOLHAS                PIC X(005)      VALUE SPACES.
       01  WRK-TEM-MKCK-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-MKCK                            VALUE 'S'.
      *
       77  WRK-QTDE-LIDAS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-REAPLICADAS        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-JA-CONSTA          PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-NAO-REAPL          PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  REL-DETALHE.
           05 REL-DET-DATA             PIC X(010).
           05 FILLER                   PIC X(001).
           05 REL-DET-HORA             PIC X(008).
           05 FILLER                   PIC X(001).
           05 REL-DET-USUARIO          PIC X(010).
           05 FILLER                   PIC X(001).
           05 REL-DET-ACAO             PIC X(012).
           05 FILLER                   PIC X(001).
           05 REL-DET-CODIGO           PIC X(007).
           05 FILLER                   PIC X(001).
           05 REL-DET-RESULTADO        PIC X(060).
           05 FILLER                   PIC X(020).
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM OS SUBPROGRAMAS CHAMADOS.           *
      *----------------------------------------------------------------*
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION.
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
           PERFORM 2000-REAPLICA-LINHA THRU 2000-SAIDA
               UNTIL WRK-ARQAUDIT-FIM
               OR    WRK-PAROU
      *
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONFERE O PARAMETRO, LE A HORA DA DESCARGA, TRAVA O SISTEMA E  *
      * ABRE O CADASTRO RECARREGADO, A TRILHA E O RELATORIO.           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WRK-STAMP
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           MOVE WRK-CMD-LINHA(1:3)     TO WRK-MODO-RECUPERA
      *
           IF NOT WRK-RECUPERA-CLI AND NOT WRK-RECUPERA-VEN
               DISPLAY 'RECUPERA-CAD: INFORME CLI OU VEN NA LINHA DE '
                       'COMANDO (E OPCIONALMENTE AAAAMMDDHHMMSS DE '
                       'PARADA)'
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           IF WRK-CMD-LINHA(5:14)      NOT EQUAL SPACES
               IF WRK-CMD-LINHA(5:14)  NOT NUMERIC
                   DISPLAY 'RECUPERA-CAD: HORA DE PARADA INVALIDA - '
                           WRK-CMD-LINHA(5:14)
                   MOVE 16             TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WRK-CMD-LINHA(5:14) TO WRK-TS-PARADA
               SET WRK-TEM-PARADA      TO TRUE
           END-IF
      *
           OPEN INPUT ARQPARM
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           MOVE SPACES                 TO NOME-ARQCAD-WS
                                          WRK-NOME-ARQDUMP
                                          NOME-ARQMKCK-WS
                                          NOME-ARQJCAD-WS
           IF WRK-RECUPERA-CLI
               STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAD-WS
               STRING FUNCTION TRIM(WRK-DIR-DADOS)
                      'ARQCLI01_UNLOAD.SEQ'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQDUMP
           ELSE
               STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAD-WS
               STRING FUNCTION TRIM(WRK-DIR-DADOS)
                      'ARQVEN01_UNLOAD.SEQ'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQDUMP
           END-IF
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'MKCHECK.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQMKCK-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQJCAD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQJCAD-WS
      *
           PERFORM 1100-LE-CABECALHO THRU 1100-SAIDA
      *
      *    A REAPLICACAO NAO PODE CORRER COM OPERADORES NO CADASTRO.
           SET COMUNIC-TRAVA-OBTER     TO TRUE
           MOVE 'RECUPERA-CAD'         TO COMUNIC-TRAVA-PROCESSO
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               DISPLAY 'RECUPERA-CAD: ' COMUNIC-MSG
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN I-O ARQCAD
           IF NOT WRK-ARQCAD-OK
               DISPLAY 'RECUPERA-CAD: FALHA AO ABRIR '
                       FUNCTION TRIM(NOME-ARQCAD-WS)
                       ' - FILE STATUS=' WRK-FS-ARQCAD
               PERFORM 9000-LIBERA-TRAVA THRU 9000-SAIDA
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN INPUT ARQAUDIT
           IF NOT WRK-ARQAUDIT-OK
               DISPLAY 'RECUPERA-CAD: TRILHA DE AUDITORIA '
                       'INDISPONIVEL - FILE STATUS=' WRK-FS-ARQAUDIT
               CLOSE ARQCAD
               PERFORM 9000-LIBERA-TRAVA THRU 9000-SAIDA
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'RECUPERA_CAD_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RECUPERA-CAD: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               CLOSE ARQCAD
                     ARQAUDIT
               PERFORM 9000-LIBERA-TRAVA THRU 9000-SAIDA
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    O JORNAL DE IMAGENS E OPCIONAL - SEM ELE A INCLUSAO E A
      *    ALTERACAO FICAM COM O QUE A TRILHA GUARDA.
           OPEN INPUT ARQJCAD
           IF WRK-ARQJCAD-OK
               SET WRK-TEM-JCAD        TO TRUE
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'RECUPERACAO DO CADASTRO ' WRK-MODO-RECUPERA
                  ' PELA TRILHA DE AUDITORIA - DESCARGA DE '
                  WRK-TS-INICIO
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           IF WRK-TEM-PARADA
               MOVE ' - PARADA EM '    TO REG-ARQREL01(80:13)
               MOVE WRK-TS-PARADA      TO REG-ARQREL01(93:14)
           END-IF
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * A HORA DE PARTIDA E A DO CABECALHO DA DESCARGA. DESCARGA SEM   *
      * HORA (ANTERIOR A ESSE CAMPO) PARTE DO INICIO DO DIA.           *
      *----------------------------------------------------------------*
       1100-LE-CABECALHO               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQDUMP
           IF NOT WRK-ARQDUMP-OK
               DISPLAY 'RECUPERA-CAD: DESCARGA NAO ENCONTRADA - '
                       WRK-NOME-ARQDUMP
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           READ ARQDUMP
               AT END
                   MOVE SPACES         TO REG-ARQDUMP
           END-READ
           CLOSE ARQDUMP
      *
           IF NOT DUMP-TIPO-HEADER
           OR DUMP-HDR-DATA            NOT NUMERIC
               DISPLAY 'RECUPERA-CAD: DESCARGA SEM CABECALHO - '
                       'ABORTADA'
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
           IF  WRK-RECUPERA-CLI AND DUMP-HDR-ARQUIVO NOT EQUAL
               'ARQCLI01'
               DISPLAY 'RECUPERA-CAD: DESCARGA NAO E DE ARQCLI01'
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
           IF  WRK-RECUPERA-VEN AND DUMP-HDR-ARQUIVO NOT EQUAL
               'ARQVEN01'
               DISPLAY 'RECUPERA-CAD: DESCARGA NAO E DE ARQVEN01'
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           COMPUTE WRK-TS-INICIO = DUMP-HDR-DATA * 1000000
           IF DUMP-HDR-HORA            NUMERIC
               ADD FUNCTION NUMVAL(DUMP-HDR-HORA)
                                       TO WRK-TS-INICIO
           ELSE
               DISPLAY 'RECUPERA-CAD: DESCARGA SEM HORA NO CABECALHO'
                       ' - REAPLICANDO DESDE O INICIO DO DIA '
                       DUMP-HDR-DATA
           END-IF
      *
           IF  WRK-TEM-PARADA
           AND WRK-TS-PARADA           LESS WRK-TS-INICIO
               DISPLAY 'RECUPERA-CAD: HORA DE PARADA ANTERIOR A '
                       'DESCARGA (' WRK-TS-INICIO ') - NADA A FAZER'
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE A PROXIMA LINHA DA TRILHA E, SE ESTIVER NA JANELA E FOR DO  *
      * CADASTRO RECUPERADO, REAPLICA E RELATA.                        *
      *----------------------------------------------------------------*
       2000-REAPLICA-LINHA             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAUDIT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQAUDIT
                   GO TO 2000-SAIDA
           END-READ
      *
           IF  AUD-ANO NUMERIC AND AUD-MES NUMERIC AND AUD-DIA NUMERIC
           AND AUD-HH  NUMERIC AND AUD-MM  NUMERIC AND AUD-SS  NUMERIC
               CONTINUE
           ELSE
               GO TO 2000-SAIDA
           END-IF
           COMPUTE WRK-DATA-LINHA
                   = FUNCTION NUMVAL(AUD-ANO) * 10000
                   + FUNCTION NUMVAL(AUD-MES) * 100
                   + FUNCTION NUMVAL(AUD-DIA)
           COMPUTE WRK-TS-LINHA
                   = WRK-DATA-LINHA * 1000000
                   + FUNCTION NUMVAL(AUD-HH) * 10000
                   + FUNCTION NUMVAL(AUD-MM) * 100
                   + FUNCTION NUMVAL(AUD-SS)
      *
           IF WRK-TS-LINHA             LESS WRK-TS-INICIO
               GO TO 2000-SAIDA
           END-IF
           IF  WRK-TEM-PARADA
           AND WRK-TS-LINHA            GREATER WRK-TS-PARADA
               SET WRK-PAROU           TO TRUE
               GO TO 2000-SAIDA
           END-IF
      *
           PERFORM 2100-DESMEMBRA-LINHA THRU 2100-SAIDA
      *
           MOVE SPACES                 TO WRK-RESULTADO
                                          WRK-RESULTADO-FLAG
           MOVE ZEROS                  TO WRK-COD-ALVO
           EVALUATE WRK-ACAO-AUD(1:12)
               WHEN 'INCLUSAO    '
                   PERFORM 2200-REAPLICA-INCLUSAO THRU 2200-SAIDA
               WHEN 'ALTERACAO   '
                   PERFORM 2300-REAPLICA-ALTERACAO THRU 2300-SAIDA
               WHEN 'EXCLUSAO    '
               WHEN 'REATIVACAO  '
                   PERFORM 2400-REAPLICA-SITUACAO THRU 2400-SAIDA
               WHEN 'FUSAO-CLI   '
                   IF WRK-RECUPERA-CLI
                       PERFORM 2500-REAPLICA-FUSAO THRU 2500-SAIDA
                   END-IF
               WHEN 'ALTER-MASSA '
                   PERFORM 2600-REAPLICA-MASSA THRU 2600-SAIDA
               WHEN 'ALTE-TIER   '
                   IF WRK-RECUPERA-CLI
                       PERFORM 2700-REAPLICA-TIER THRU 2700-SAIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF WRK-RES-FORA
               GO TO 2000-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-LIDAS
           EVALUATE TRUE
               WHEN WRK-RES-REAPLICADA
                   ADD 1               TO WRK-QTDE-REAPLICADAS
               WHEN WRK-RES-JA-CONSTA
                   ADD 1               TO WRK-QTDE-JA-CONSTA
               WHEN OTHER
                   ADD 1               TO WRK-QTDE-NAO-REAPL
           END-EVALUATE
           PERFORM 2950-RELATA-LINHA THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * A LINHA DE AUDITORIA E 'DATA HORA USUARIO=.. ACAO=.. ANTES=..  *
      * DEPOIS=..'.                                                    *
      *----------------------------------------------------------------*
       2100-DESMEMBRA-LINHA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-USUARIO-AUD
                                          WRK-ACAO-AUD
                                          WRK-ANTES-AUD
                                          WRK-DEPOIS-AUD
                                          WRK-RESTO-AUD
                                          WRK-RESTO2-AUD
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
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLASSIFICA A IMAGEM EM WRK-IMAGEM (CLIENTE OU VENDEDOR) E      *
      * SEPARA CODIGO E DOCUMENTO. IMAGEM DO OUTRO CADASTRO FICA FORA  *
      * DO RELATORIO.                                                  *
      *----------------------------------------------------------------*
       2150-CLASSIFICA-IMAGEM          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACE                  TO WRK-ENTIDADE
           MOVE SPACES                 TO WRK-DOC-IMAGEM
           EVALUATE TRUE
               WHEN WRK-IMAGEM(1:21)   NUMERIC
                   SET WRK-ENTIDADE-CLI TO TRUE
               WHEN WRK-IMAGEM(1:14)   NUMERIC
                   SET WRK-ENTIDADE-VEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF  WRK-ENTIDADE-CLI AND WRK-RECUPERA-CLI
               MOVE IMG-CLI-CODIGO     TO WRK-COD-ALVO
               MOVE IMG-CLI-CNPJ       TO WRK-DOC-IMAGEM
           END-IF
           IF  WRK-ENTIDADE-VEN AND WRK-RECUPERA-VEN
               MOVE IMG-VEN-CODIGO     TO WRK-COD-ALVO
               MOVE IMG-VEN-CPF        TO WRK-DOC-IMAGEM
           END-IF
      *
      *    IMAGEM ILEGIVEL ENTRA NO RELATORIO; A DO OUTRO CADASTRO NAO.
           IF WRK-ENTIDADE             EQUAL SPACE
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - IMAGEM DA TRILHA ILEGIVEL'
                                       TO WRK-RESULTADO
           END-IF
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * INCLUSAO: RECRIA O REGISTRO INTEIRO PELA IMAGEM DO JORNAL OU,  *
      * SEM ELA, COM O QUE A TRILHA GUARDA.                            *
      *----------------------------------------------------------------*
       2200-REAPLICA-INCLUSAO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DEPOIS-AUD         TO WRK-IMAGEM
           PERFORM 2150-CLASSIFICA-IMAGEM THRU 2150-SAIDA
           IF WRK-COD-ALVO             EQUAL ZEROS
               GO TO 2200-SAIDA
           END-IF
      *
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           IF WRK-ACHOU
               IF WRK-RECUPERA-CLI
                   IF EXEMPLO-NR-CNPJ  EQUAL WRK-DOC-IMAGEM
                       SET WRK-RES-JA-CONSTA TO TRUE
                   END-IF
               ELSE
                   IF EXEMPLO-NR-CPF   EQUAL WRK-DOC-IMAGEM(1:11)
                       SET WRK-RES-JA-CONSTA TO TRUE
                   END-IF
               END-IF
               IF WRK-RES-JA-CONSTA
                   MOVE 'JA CONSTA NO CADASTRO - IGNORADA'
                                       TO WRK-RESULTADO
               ELSE
                   SET WRK-RES-NAO-REAPLICADA TO TRUE
                   MOVE 'NAO REAPLICADA - CODIGO DE OUTRO DOCUMENTO'
                                       TO WRK-RESULTADO
               END-IF
               GO TO 2200-SAIDA
           END-IF
      *
           PERFORM 2250-BUSCA-JORNAL THRU 2250-SAIDA
           IF WRK-TEM-IMAGEM
               MOVE JCAD-IMAGEM        TO EXEMPLO-REG
           ELSE
               INITIALIZE EXEMPLO-REG
               IF WRK-RECUPERA-CLI
                   MOVE IMG-CLI-CODIGO TO EXEMPLO-CODIGO-CLI
                   MOVE IMG-CLI-CNPJ   TO EXEMPLO-NR-CNPJ
                   MOVE IMG-CLI-RAZAO  TO EXEMPLO-RAZAO-SOCIAL
               ELSE
                   MOVE IMG-VEN-CODIGO TO EXEMPLO-CODIGO-VEND
                   MOVE IMG-VEN-CPF    TO EXEMPLO-NR-CPF
                   MOVE IMG-VEN-RAZAO  TO EXEMPLO-RAZAO-SOCIAL
               END-IF
               MOVE WRK-DOC-IMAGEM     TO EXEMPLO-CHAVE-DOC
               SET EXEMPLO-STATUS-ATIVO TO TRUE
               MOVE WRK-DATA-LINHA     TO EXEMPLO-DATA-CADASTRO
                                          EXEMPLO-DATA-EFETIVACAO
               MOVE ZEROS              TO EXEMPLO-DATA-INATIVACAO
               MOVE 'C'                TO EXEMPLO-PRIORIDADE
           END-IF
      *
           WRITE EXEMPLO-REG
               INVALID KEY
                   SET WRK-RES-NAO-REAPLICADA TO TRUE
                   MOVE SPACES         TO WRK-RESULTADO
                   STRING 'NAO REAPLICADA - FALHA NA GRAVACAO, FS='
                          WRK-FS-ARQCAD
                          DELIMITED BY SIZE INTO WRK-RESULTADO
                   END-STRING
               NOT INVALID KEY
                   SET WRK-RES-REAPLICADA TO TRUE
                   IF WRK-TEM-IMAGEM
                       MOVE 'REAPLICADA - IMAGEM COMPLETA DO JORNAL'
                                       TO WRK-RESULTADO
                   ELSE
                       MOVE 'REAPLICADA - COMPLETAR CONTATO E ENDERECO'
                                       TO WRK-RESULTADO
                   END-IF
           END-WRITE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA NO JORNAL A IMAGEM INTEIRA GRAVADA COM A LINHA DA      *
      * TRILHA: MESMA DATA, HORA, OPERADOR, CADASTRO E CODIGO.         *
      *----------------------------------------------------------------*
       2250-BUSCA-JORNAL               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-TEM-IMAGEM-FLAG
           IF NOT WRK-TEM-JCAD
               GO TO 2250-SAIDA
           END-IF
      *
           MOVE WRK-DATA-LINHA         TO JCAD-DATA
           MOVE WRK-TS-LINHA(9:6)      TO JCAD-HORA
           MOVE WRK-USUARIO-AUD(1:10)  TO JCAD-OPERADOR
           MOVE WRK-ENTIDADE           TO JCAD-TIPO
           MOVE WRK-COD-ALVO           TO JCAD-CODIGO
           READ ARQJCAD
               INVALID KEY
                   GO TO 2250-SAIDA
           END-READ
      *
           SET WRK-TEM-IMAGEM          TO TRUE
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ALTERACAO DE TELA: REGRAVA O REGISTRO INTEIRO PELA IMAGEM DO   *
      * JORNAL. SEM ELA, A IMAGEM DEPOIS DA TRILHA TRAZ SO A RAZAO     *
      * SOCIAL (DO CLIENTE, SEM A 40a POSICAO - QUE E MANTIDA SE O     *
      * RESTO BATER).                                                  *
      *----------------------------------------------------------------*
       2300-REAPLICA-ALTERACAO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DEPOIS-AUD         TO WRK-IMAGEM
           PERFORM 2150-CLASSIFICA-IMAGEM THRU 2150-SAIDA
           IF WRK-COD-ALVO             EQUAL ZEROS
               GO TO 2300-SAIDA
           END-IF
      *
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           IF NOT WRK-ACHOU
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - CODIGO NAO ENCONTRADO'
                                       TO WRK-RESULTADO
               GO TO 2300-SAIDA
           END-IF
      *
           PERFORM 2250-BUSCA-JORNAL THRU 2250-SAIDA
           EVALUATE TRUE
               WHEN WRK-TEM-IMAGEM
                   IF EXEMPLO-REG      EQUAL JCAD-IMAGEM
                       SET WRK-RES-JA-CONSTA TO TRUE
                   ELSE
                       MOVE JCAD-IMAGEM
                                       TO EXEMPLO-REG
                   END-IF
               WHEN WRK-RECUPERA-CLI
                   IF EXEMPLO-RAZAO-SOCIAL(1:39) EQUAL IMG-CLI-RAZAO
                       SET WRK-RES-JA-CONSTA TO TRUE
                   ELSE
                       MOVE IMG-CLI-RAZAO
                                       TO EXEMPLO-RAZAO-SOCIAL
                   END-IF
               WHEN OTHER
                   IF EXEMPLO-RAZAO-SOCIAL EQUAL IMG-VEN-RAZAO
                       SET WRK-RES-JA-CONSTA TO TRUE
                   ELSE
                       MOVE IMG-VEN-RAZAO
                                       TO EXEMPLO-RAZAO-SOCIAL
                   END-IF
           END-EVALUATE
      *
           IF WRK-RES-JA-CONSTA
               MOVE 'JA CONSTA NO CADASTRO - IGNORADA'
                                       TO WRK-RESULTADO
               GO TO 2300-SAIDA
           END-IF
      *
           PERFORM 2850-REGRAVA-REGISTRO THRU 2850-SAIDA
           IF WRK-RES-REAPLICADA
               IF WRK-TEM-IMAGEM
                   MOVE 'REAPLICADA - IMAGEM COMPLETA DO JORNAL'
                                       TO WRK-RESULTADO
               ELSE
                   MOVE 'REAPLICADA A RAZAO (SO ELA ESTA NA TRILHA)'
                                       TO WRK-RESULTADO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * EXCLUSAO LOGICA OU REATIVACAO: A SITUACAO VEM DA IMAGEM DEPOIS.*
      *----------------------------------------------------------------*
       2400-REAPLICA-SITUACAO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DEPOIS-AUD         TO WRK-IMAGEM
           PERFORM 2150-CLASSIFICA-IMAGEM THRU 2150-SAIDA
           IF WRK-COD-ALVO             EQUAL ZEROS
               GO TO 2400-SAIDA
           END-IF
      *
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           IF NOT WRK-ACHOU
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - CODIGO NAO ENCONTRADO'
                                       TO WRK-RESULTADO
               GO TO 2400-SAIDA
           END-IF
      *
           IF WRK-ACAO-AUD(1:8)        EQUAL 'EXCLUSAO'
               IF EXEMPLO-STATUS-EXCLUIDO
                   SET WRK-RES-JA-CONSTA TO TRUE
               ELSE
                   SET EXEMPLO-STATUS-EXCLUIDO TO TRUE
                   MOVE WRK-DATA-LINHA TO EXEMPLO-DATA-INATIVACAO
               END-IF
           ELSE
               IF EXEMPLO-STATUS-ATIVO
                   SET WRK-RES-JA-CONSTA TO TRUE
               ELSE
                   SET EXEMPLO-STATUS-ATIVO TO TRUE
                   MOVE ZEROS          TO EXEMPLO-DATA-INATIVACAO
               END-IF
           END-IF
      *
           IF WRK-RES-JA-CONSTA
               MOVE 'JA CONSTA NO CADASTRO - IGNORADA'
                                       TO WRK-RESULTADO
               GO TO 2400-SAIDA
           END-IF
      *
           PERFORM 2850-REGRAVA-REGISTRO THRU 2850-SAIDA
           IF WRK-RES-REAPLICADA
               MOVE 'REAPLICADA'       TO WRK-RESULTADO
           END-IF
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FUSAO DE CLIENTES: ANTES = PERDEDOR, DEPOIS = SOBREVIVENTE. AS *
      * ESCOLHAS CAMPO A CAMPO SAO AS DA SOLICITACAO APROVADA; SEM     *
      * ELA, SO O PERDEDOR E EXCLUIDO.                                 *
      *----------------------------------------------------------------*
       2500-REAPLICA-FUSAO             SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ANTES-AUD(1:7)       NOT NUMERIC
           OR WRK-DEPOIS-AUD(1:7)      NOT NUMERIC
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - IMAGEM DA TRILHA ILEGIVEL'
                                       TO WRK-RESULTADO
               GO TO 2500-SAIDA
           END-IF
           MOVE WRK-ANTES-AUD(1:7)     TO WRK-COD-ALVO
           MOVE WRK-DEPOIS-AUD(1:7)    TO WRK-COD-DEST
      *
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           IF NOT WRK-ACHOU
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - PERDEDOR NAO ENCONTRADO'
                                       TO WRK-RESULTADO
               GO TO 2500-SAIDA
           END-IF
           MOVE EXEMPLO-REG            TO WRK-REG-PERDEDOR
           IF EXEMPLO-STATUS-EXCLUIDO
               SET WRK-RES-JA-CONSTA TO TRUE
               MOVE 'JA CONSTA NO CADASTRO - PERDEDOR JA EXCLUIDO'
                                       TO WRK-RESULTADO
               GO TO 2500-SAIDA
           END-IF
      *
           PERFORM 2550-BUSCA-ESCOLHAS THRU 2550-SAIDA
      *
           IF WRK-TEM-MKCK
               MOVE WRK-COD-DEST       TO WRK-COD-ALVO
               PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
               IF NOT WRK-ACHOU
                   SET WRK-RES-NAO-REAPLICADA TO TRUE
                   MOVE 'NAO REAPLICADA - SOBREVIVENTE NAO ENCONTRADO'
                                       TO WRK-RESULTADO
                   GO TO 2500-SAIDA
               END-IF
               IF WRK-ESCOLHAS(1:1)    EQUAL 'P' OR 'p'
                   MOVE PERD-EMAIL     TO EXEMPLO-EMAIL
               END-IF
               IF WRK-ESCOLHAS(2:1)    EQUAL 'P' OR 'p'
                   MOVE PERD-TELEFONE  TO EXEMPLO-TELEFONE
               END-IF
               IF WRK-ESCOLHAS(3:1)    EQUAL 'P' OR 'p'
                   MOVE PERD-ENDERECO  TO EXEMPLO-ENDERECO
                   MOVE PERD-CEP       TO EXEMPLO-CEP
               END-IF
               IF WRK-ESCOLHAS(4:1)    EQUAL 'P' OR 'p'
                   MOVE PERD-TERRITORIO TO EXEMPLO-TERRITORIO
               END-IF
               IF WRK-ESCOLHAS(5:1)    EQUAL 'P' OR 'p'
                   MOVE PERD-LATITUDE  TO EXEMPLO-LATITUDE
                   MOVE PERD-LONGITUDE TO EXEMPLO-LONGITUDE
               END-IF
               PERFORM 2850-REGRAVA-REGISTRO THRU 2850-SAIDA
               IF NOT WRK-RES-REAPLICADA
                   GO TO 2500-SAIDA
               END-IF
           END-IF
      *
      *    EXCLUI LOGICAMENTE O PERDEDOR.
           MOVE WRK-ANTES-AUD(1:7)     TO WRK-COD-ALVO
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           SET EXEMPLO-STATUS-EXCLUIDO TO TRUE
           MOVE WRK-DATA-LINHA         TO EXEMPLO-DATA-INATIVACAO
           PERFORM 2850-REGRAVA-REGISTRO THRU 2850-SAIDA
      *
           IF WRK-RES-REAPLICADA
               IF WRK-TEM-MKCK
                   MOVE 'REAPLICADA (ESCOLHAS DA APROVACAO DUPLA)'
                                       TO WRK-RESULTADO
               ELSE
                   MOVE 'REAPLICADA SO A EXCLUSAO DO PERDEDOR'
                                       TO WRK-RESULTADO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA NA FILA DE APROVACAO DUPLA A FUSAO APROVADA DO PAR     *
      * PERDEDOR/SOBREVIVENTE (A MAIS RECENTE, SE HOUVER MAIS DE UMA). *
      *----------------------------------------------------------------*
       2550-BUSCA-ESCOLHAS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-TEM-MKCK-FLAG
           MOVE SPACES                 TO WRK-ESCOLHAS
      *
           OPEN INPUT ARQMKCK
           IF NOT WRK-ARQMKCK-OK
               GO TO 2550-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO MKCK-SEQ
           START ARQMKCK KEY IS GREATER THAN OR EQUAL MKCK-SEQ
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQMKCK
           END-START
      *
           PERFORM 2560-TESTA-SOLICITACAO THRU 2560-SAIDA
               UNTIL WRK-ARQMKCK-FIM
      *
           CLOSE ARQMKCK
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2560-TESTA-SOLICITACAO          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMKCK NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMKCK
                   GO TO 2560-SAIDA
           END-READ
      *
           IF  MKCK-TIPO-FUSAO
           AND MKCK-APROVADO
           AND MKCK-COD-ALVO           EQUAL WRK-COD-ALVO
           AND MKCK-COD-DEST           EQUAL WRK-COD-DEST
               SET WRK-TEM-MKCK        TO TRUE
               MOVE MKCK-ESCOLHAS      TO WRK-ESCOLHAS
           END-IF
           .
      *----------------------------------------------------------------*
       2560-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ATUALIZACAO EM MASSA (ATUALIZA-MASSA): CAMPO A CAMPO, COM AS   *
      * MESMAS REGRAS DE ATRIBUICAO. A TRILHA GUARDA 30 POSICOES DO    *
      * VALOR - RAZAO, EMAIL E ENDERECO MAIS LONGOS SAEM PARA CONFERIR.*
      *----------------------------------------------------------------*
       2600-REAPLICA-MASSA             SECTION.
      *----------------------------------------------------------------*
      *
           IF  MAS-TIPO                EQUAL 'C'
           AND WRK-RECUPERA-VEN
               GO TO 2600-SAIDA
           END-IF
           IF  MAS-TIPO                EQUAL 'V'
           AND WRK-RECUPERA-CLI
               GO TO 2600-SAIDA
           END-IF
           IF MAS-CHAVE                NOT NUMERIC
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - IMAGEM DA TRILHA ILEGIVEL'
                                       TO WRK-RESULTADO
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE MAS-CHAVE              TO WRK-COD-ALVO
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           IF NOT WRK-ACHOU
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - CODIGO NAO ENCONTRADO'
                                       TO WRK-RESULTADO
               GO TO 2600-SAIDA
           END-IF
      *
           EVALUATE MAS-CAMPO
               WHEN 'RAZAO     '
                   MOVE WRK-DEPOIS-AUD(1:30)
                                       TO EXEMPLO-RAZAO-SOCIAL
               WHEN 'EMAIL     '
                   MOVE WRK-DEPOIS-AUD(1:30)
                                       TO EXEMPLO-EMAIL
               WHEN 'TELEFONE  '
                   MOVE WRK-DEPOIS-AUD(1:15)
                                       TO EXEMPLO-TELEFONE
               WHEN 'ENDERECO  '
                   MOVE WRK-DEPOIS-AUD(1:30)
                                       TO EXEMPLO-ENDERECO
               WHEN 'CEP       '
                   MOVE WRK-DEPOIS-AUD(1:8)
                                       TO EXEMPLO-CEP
               WHEN 'TERRITORIO'
                   MOVE WRK-DEPOIS-AUD(1:5)
                                       TO EXEMPLO-TERRITORIO
               WHEN 'PRIORIDADE'
                   MOVE WRK-DEPOIS-AUD(1:1)
                                       TO EXEMPLO-PRIORIDADE
               WHEN 'LATITUDE  '
                   COMPUTE EXEMPLO-LATITUDE
                           = FUNCTION NUMVAL(WRK-DEPOIS-AUD(1:30))
               WHEN 'LONGITUDE '
                   COMPUTE EXEMPLO-LONGITUDE
                           = FUNCTION NUMVAL(WRK-DEPOIS-AUD(1:30))
               WHEN OTHER
                   SET WRK-RES-NAO-REAPLICADA TO TRUE
                   MOVE 'NAO REAPLICADA - CAMPO DESCONHECIDO'
                                       TO WRK-RESULTADO
                   GO TO 2600-SAIDA
           END-EVALUATE
      *
           PERFORM 2850-REGRAVA-REGISTRO THRU 2850-SAIDA
           IF NOT WRK-RES-REAPLICADA
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-RESULTADO
           IF  WRK-DEPOIS-AUD(30:1)    NOT EQUAL SPACE
           AND (MAS-CAMPO EQUAL 'RAZAO     ' OR 'EMAIL     '
                             OR 'ENDERECO  ')
               STRING 'REAPLICADA ' MAS-CAMPO
                      ' - VALOR PODE TER SIDO CORTADO, CONFERIR'
                      DELIMITED BY SIZE INTO WRK-RESULTADO
               END-STRING
           ELSE
               STRING 'REAPLICADA ' MAS-CAMPO
                      DELIMITED BY SIZE INTO WRK-RESULTADO
               END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TROCA DE FAIXA DE PRIORIDADE (CLASSIFICA-TIER): DEPOIS =       *
      * CODIGO(7) ' TIER=' FAIXA.                                      *
      *----------------------------------------------------------------*
       2700-REAPLICA-TIER              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DEPOIS-AUD(1:7)      NOT NUMERIC
           OR WRK-DEPOIS-AUD(14:1)     NOT EQUAL 'A' AND 'B' AND 'C'
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - IMAGEM DA TRILHA ILEGIVEL'
                                       TO WRK-RESULTADO
               GO TO 2700-SAIDA
           END-IF
      *
           MOVE WRK-DEPOIS-AUD(1:7)    TO WRK-COD-ALVO
           PERFORM 2800-LOCALIZA-REGISTRO THRU 2800-SAIDA
           IF NOT WRK-ACHOU
               SET WRK-RES-NAO-REAPLICADA TO TRUE
               MOVE 'NAO REAPLICADA - CODIGO NAO ENCONTRADO'
                                       TO WRK-RESULTADO
               GO TO 2700-SAIDA
           END-IF
      *
           IF EXEMPLO-PRIORIDADE       EQUAL WRK-DEPOIS-AUD(14:1)
               SET WRK-RES-JA-CONSTA   TO TRUE
               MOVE 'JA CONSTA NO CADASTRO - IGNORADA'
                                       TO WRK-RESULTADO
               GO TO 2700-SAIDA
           END-IF
      *
           MOVE WRK-DEPOIS-AUD(14:1)   TO EXEMPLO-PRIORIDADE
           PERFORM 2850-REGRAVA-REGISTRO THRU 2850-SAIDA
           IF WRK-RES-REAPLICADA
               MOVE 'REAPLICADA'       TO WRK-RESULTADO
           END-IF
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICIONA NO REGISTRO DE CODIGO WRK-COD-ALVO. A CHAVE PRIMARIA *
      * E CODIGO + DOCUMENTO, ENTAO A LEITURA E PELO PRIMEIRO REGISTRO *
      * A PARTIR DO CODIGO.                                            *
      *----------------------------------------------------------------*
       2800-LOCALIZA-REGISTRO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE LOW-VALUES             TO EXEMPLO-DADOS
           IF WRK-RECUPERA-CLI
               MOVE WRK-COD-ALVO       TO EXEMPLO-CODIGO-CLI
           ELSE
               MOVE WRK-COD-ALVO       TO EXEMPLO-CODIGO-VEND
           END-IF
      *
           START ARQCAD KEY IS GREATER THAN OR EQUAL EXEMPLO-DADOS
               INVALID KEY
                   GO TO 2800-SAIDA
           END-START
           READ ARQCAD NEXT RECORD
               AT END
                   GO TO 2800-SAIDA
           END-READ
      *
           IF  WRK-RECUPERA-CLI
           AND EXEMPLO-CODIGO-CLI      EQUAL WRK-COD-ALVO
               SET WRK-ACHOU           TO TRUE
           END-IF
           IF  WRK-RECUPERA-VEN
           AND EXEMPLO-CODIGO-VEND     EQUAL WRK-COD-ALVO
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2850-REGRAVA-REGISTRO           SECTION.
      *----------------------------------------------------------------*
      *
           REWRITE EXEMPLO-REG
               INVALID KEY
                   SET WRK-RES-NAO-REAPLICADA TO TRUE
                   MOVE SPACES         TO WRK-RESULTADO
                   STRING 'NAO REAPLICADA - FALHA NA REGRAVACAO, FS='
                          WRK-FS-ARQCAD
                          DELIMITED BY SIZE INTO WRK-RESULTADO
                   END-STRING
               NOT INVALID KEY
                   SET WRK-RES-REAPLICADA TO TRUE
           END-REWRITE
           .
      *----------------------------------------------------------------*
       2850-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2950-RELATA-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REL-DETALHE
           MOVE AUD-DATA               TO REL-DET-DATA
           MOVE AUD-HORA               TO REL-DET-HORA
           MOVE WRK-USUARIO-AUD(1:10)  TO REL-DET-USUARIO
           MOVE WRK-ACAO-AUD(1:12)     TO REL-DET-ACAO
           IF WRK-COD-ALVO             GREATER ZEROS
               MOVE WRK-COD-ALVO       TO REL-DET-CODIGO
           END-IF
           MOVE WRK-RESULTADO          TO REL-DET-RESULTADO
           MOVE REL-DETALHE            TO REG-ARQREL01
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2950-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS, MANIFESTO E DEVOLUCAO DA TRAVA. LINHA NAO REAPLICADA   *
      * TERMINA COM RETURN-CODE 4 PARA O OPERADOR CONFERIR O RELATORIO.*
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQCAD
                 ARQAUDIT
           IF WRK-TEM-JCAD
               CLOSE ARQJCAD
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'LINHAS DO CADASTRO NA JANELA: ' WRK-QTDE-LIDAS
                  '  REAPLICADAS: '    WRK-QTDE-REAPLICADAS
                  '  JA CONSTAVAM: '   WRK-QTDE-JA-CONSTA
                  '  NAO REAPLICADAS: ' WRK-QTDE-NAO-REAPL
                  DELIMITED BY SIZE    INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           CLOSE ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
           PERFORM 9000-LIBERA-TRAVA THRU 9000-SAIDA
      *
           DISPLAY 'RECUPERA-CAD: ' WRK-MODO-RECUPERA
                   ' REAPLICADAS=' WRK-QTDE-REAPLICADAS
                   ' JA CONSTAVAM=' WRK-QTDE-JA-CONSTA
                   ' NAO REAPLICADAS=' WRK-QTDE-NAO-REAPL
           DISPLAY 'RECUPERA-CAD: RELATORIO '
                   FUNCTION TRIM(WRK-NOME-ARQREL01)
      *
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
           IF WRK-QTDE-NAO-REAPL       GREATER ZEROS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF
           GOBACK
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
           MOVE WRK-QTDE-LIDAS         TO WRK-MANIF-QTDE
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
       9000-LIBERA-TRAVA               SECTION.
      *----------------------------------------------------------------*
      *
           SET COMUNIC-TRAVA-LIBERAR   TO TRUE
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
           .
      *----------------------------------------------------------------*
       9000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RECUPERA-CAD.

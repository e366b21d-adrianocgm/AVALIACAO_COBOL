      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. PROC-CORRECAO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: PROC-CORRECAO                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PROCESSAR AS SOLICITACOES DE CORRECAO DO       *
      *                 CADASTRO DE CLIENTES ENVIADAS PELO APP DE      *
      *                 VENDAS DE CAMPO (CLIENTE, CAMPO, VALOR         *
      *                 PROPOSTO, VENDEDOR E DATA), COM O MESMO        *
      *                 ENVELOPE H/T DO RETORNO DE VISITAS. CADA       *
      *                 SOLICITACAO PASSA PELAS CRITICAS DA TELA DE    *
      *                 ALTERACAO DE CLIENTE (CEP X TERRITORIO, FAIXA  *
      *                 DE LATITUDE/LONGITUDE, FORMATO DE E-MAIL E     *
      *                 TELEFONE) E ENTRA NA FILA ARQCORR: PENDENTE    *
      *                 PARA O BACK-OFFICE (GERENCIADOR, MENU          *
      *                 SUPERVISAO) OU JA RECUSADA COM O MOTIVO. AO    *
      *                 FINAL, TODA DECISAO AINDA NAO DEVOLVIDA SAI NO *
      *                 ARQUIVO DE DECISOES PARA O APP.                *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>RETORNO_CORRECOES.TXT              *
      *    SAIDAS......: ARQCORR.DAT (FILA DE CORRECOES)               *
      *                  <DIR-RELAT>CORRECAO_REJ_<STAMP>.TXT           *
      *                  <DIR-RELAT>CORRECAO_DECISAO_<STAMP>.TXT       *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCORR                         CRC-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQTERR                         TER-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CARGA DE CORRECOES      *
      *                      CADASTRAIS DO APP DE CAMPO.               *
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
           SELECT ARQCORR  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CORR-CHAVE
               FILE STATUS             IS WRK-FS-ARQCORR.
      *
      *    CADASTRO DE CLIENTES (LEITURA)
           SELECT ARQCLI01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
                                       OF ARQCLI01
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
      *    CADASTRO DE VENDEDORES (LEITURA)
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
      *    CADASTRO MESTRE DE TERRITORIOS (LEITURA - OPCIONAL)
           SELECT ARQTERR  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TERRIT-CODIGO
               FILE STATUS             IS WRK-FS-ARQTERR.
      *
      *    FAIXAS DE CEP X TERRITORIO (OPCIONAL)
           SELECT ARQCEPX  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCEPX.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQCRENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCRENT.
      *
           SELECT ARQCRREJ ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCRREJ.
      *
           SELECT ARQCRRET ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCRRET.
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
         FD ARQCORR
            VALUE OF FILE-ID IS NOME-ARQCORR-WS
            COPY "CRC-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQTERR
            VALUE OF FILE-ID IS NOME-ARQTERR-WS
            COPY "TER-SIST.CPY".
      *
         FD ARQCEPX
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQCEPX-WS.
      *
       01  REG-ARQCEPX.
           05 CEPX-INICIO              PIC X(008).
           05 CEPX-INICIO-9 REDEFINES CEPX-INICIO
                                       PIC 9(008).
           05 CEPX-FIM                 PIC X(008).
           05 CEPX-FIM-9 REDEFINES CEPX-FIM
                                       PIC 9(008).
           05 CEPX-TERRITORIO          PIC X(005).
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
      *----------------------------------------------------------------*
      *    INPUT: SOLICITACOES DE CORRECAO CADASTRAL DO APP DE CAMPO.  *
      *----------------------------------------------------------------*
      *
         FD ARQCRENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQCRENT-WS.
      *
       01  REG-ARQCRENT.
           05 COR-COD-CLI              PIC  X(007).
           05 COR-COD-CLI-9 REDEFINES COR-COD-CLI
                                       PIC  9(007).
           05 COR-CAMPO                PIC  X(010).
           05 COR-VALOR                PIC  X(050).
           05 COR-COD-VEN              PIC  X(003).
           05 COR-COD-VEN-9 REDEFINES COR-COD-VEN
                                       PIC  9(003).
           05 COR-DATA                 PIC  X(008).
           05 COR-DATA-9 REDEFINES COR-DATA
                                       PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    ENVELOPE DE CONTROLE DO ARQUIVO (H/T): CABECALHO COM        *
      *    ORIGEM E DATA, TRAILER COM CONTAGEM E HASH-TOTAL (SOMA DOS  *
      *    CODIGOS DE CLIENTE). DIVERGENCIA RECUSA O ARQUIVO INTEIRO.  *
      *----------------------------------------------------------------*
      *
       01  REG-CRENT-ENVEL.
           05 ENV-TIPO                 PIC  X(001).
              88 ENV-TIPO-HEADER                 VALUE 'H'.
              88 ENV-TIPO-TRAILER                VALUE 'T'.
           05 ENV-CORPO                PIC  X(025).
           05 ENV-HDR REDEFINES ENV-CORPO.
              10 ENV-HDR-ORIGEM        PIC  X(008).
              10 ENV-HDR-DATA-GER      PIC  9(008).
              10 FILLER                PIC  X(009).
           05 ENV-TRL REDEFINES ENV-CORPO.
              10 ENV-TRL-QTDE          PIC  9(007).
              10 ENV-TRL-HASH          PIC  9(015)V99.
              10 FILLER                PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: REJEITADOS COM MOTIVO (IMAGEM DO REGISTRO + CAUSA). *
      *----------------------------------------------------------------*
      *
         FD ARQCRREJ
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQCRREJ.
      *
       01  REG-ARQCRREJ                PIC X(130).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: DECISOES PARA O APP (ENVELOPE H/T COMO NA ENTRADA;  *
      *    HASH = SOMA DOS CODIGOS DE CLIENTE DOS DETALHES).           *
      *----------------------------------------------------------------*
      *
         FD ARQCRRET
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQCRRET.
      *
       01  REG-ARQCRRET.
           05 RET-TIPO-REG             PIC  X(001).
           05 RET-CORPO                PIC  X(122).
           05 RET-DET REDEFINES RET-CORPO.
              10 RET-COD-CLI           PIC  9(007).
              10 RET-CAMPO             PIC  X(010).
              10 RET-DATA-SOLIC        PIC  9(008).
              10 RET-COD-VEN           PIC  9(003).
      *       'A' = APROVADA E APLICADA, 'R' = REJEITADA.
              10 RET-DECISAO           PIC  X(001).
              10 RET-DATA-DECISAO      PIC  9(008).
              10 RET-MOTIVO            PIC  X(035).
              10 RET-VALOR             PIC  X(050).
           05 RET-HDR REDEFINES RET-CORPO.
              10 RET-HDR-ORIGEM        PIC  X(008).
              10 RET-HDR-DATA-GER      PIC  9(008).
              10 FILLER                PIC  X(106).
           05 RET-TRL REDEFINES RET-CORPO.
              10 RET-TRL-QTDE          PIC  9(007).
              10 RET-TRL-HASH          PIC  9(015)V99.
              10 FILLER                PIC  X(098).
      *
      *----------------------------------------------------------------*
      *    ARQUIVO DE PARAMETROS DE DIRETORIO (VER PARM-SIST.CPY).     *
      *----------------------------------------------------------------*
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
       77  WRK-PROGRAMA                PIC  X(014)     VALUE
           'PROC-CORRECAO'.
      *
       01 NOME-ARQCORR-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCORR.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQTERR-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQTERR.DAT'.
       01 NOME-ARQCEPX-WS              PIC X(050)      VALUE
                                      'C:\GERENC\CEP-FAIXAS.TXT'.
       01 NOME-ARQCRENT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\RETORNO_CORRECOES.TXT'.
       01 WRK-NOME-ARQCRREJ            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQCRRET            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-DATA-HOJE                PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-FS-ARQCORR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCORR-OK                          VALUE '00' '05'.
           88  WRK-ARQCORR-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQTERR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQTERR-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQCEPX              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCEPX-OK                          VALUE ZEROS.
           88  WRK-ARQCEPX-FIM                         VALUE '10'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCRENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCRENT-OK                         VALUE ZEROS.
           88  WRK-ARQCRENT-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQCRENT-FIM                        VALUE '10'.
       01  WRK-FS-ARQCRREJ             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCRREJ-OK                         VALUE ZEROS.
       01  WRK-FS-ARQCRRET             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCRRET-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *    SEM O MESTRE DE TERRITORIOS QUALQUER TERRITORIO DERIVADO E
      *    ACEITO (MESMO CRITERIO DA TELA DE CLIENTES).
       01  WRK-TEM-TERR-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-TERR                            VALUE 'S'.
      *    ARQUIVO DO APP AUSENTE OU RECUSADO NO ENVELOPE: NADA E
      *    CARREGADO, MAS AS DECISOES PENDENTES DE RETORNO SAEM.
       01  WRK-SEM-ENTRADA-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-SEM-ENTRADA                         VALUE 'S'.
       77  WRK-RC-FINAL                PIC 9(002)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONFERENCIA DO ENVELOPE NA PRE-PASSADA.                     *
      *----------------------------------------------------------------*
       01  WRK-ENV-OK-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-ENV-OK                              VALUE 'S'.
       01  WRK-ENV-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ENV-FIM                             VALUE 'S'.
       77  WRK-ENV-QTDE                PIC 9(007)      VALUE ZEROS.
       77  WRK-ENV-HASH                PIC 9(015)V99   VALUE ZEROS.
       77  WRK-ENV-PRIMEIRO            PIC X(001)      VALUE 'S'.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DO PROCESSAMENTO.                                *
      *----------------------------------------------------------------*
      *
       77  WRK-TOT-LIDOS               PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-RECUSADAS           PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-RETORNADAS          PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-RET-HASH                PIC 9(015)V99   VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(035)      VALUE SPACES.
       01  WRK-REG-VALIDO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-REG-VALIDO                          VALUE 'S'.
      *    'N' = MAL FORMADO OU REENVIO - SO VAI PARA OS REJEITADOS.
       01  WRK-ENFILEIRA-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-ENFILEIRA                           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    SEQUENCIA NA FILA E TESTE DE REENVIO.                       *
      *----------------------------------------------------------------*
      *
       77  WRK-CRC-PROX-SEQ            PIC 9(003)      VALUE ZEROS.
       01  WRK-CRC-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CRC-FIM                             VALUE 'S'.
       01  WRK-CRC-DUPLIC-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CRC-DUPLICADA                       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS FAIXAS DE CEP X TERRITORIO.                      *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CEPX               PIC 9(003) COMP-3 VALUE ZEROS.
       77  WRK-IX-CEPX                 PIC 9(003) COMP-3 VALUE ZEROS.
       77  WRK-CEP-BUSCA               PIC 9(008)      VALUE ZEROS.
       01  WRK-CEPX-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CEPX-ACHOU                          VALUE 'S'.
       01  TAB-CEP-FAIXAS.
           05 TAB-CEPX-ENTRY                         OCCURS 200 TIMES.
              10 TAB-CEPX-INICIO       PIC 9(008).
              10 TAB-CEPX-FIM          PIC 9(008).
              10 TAB-CEPX-TERR         PIC X(005).
       01  WRK-TERR-DERIVADO           PIC X(005)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CRITICA DE COORDENADAS, E-MAIL E TELEFONE.                  *
      *----------------------------------------------------------------*
      *
       77  WRK-COORD-NUM               PIC S9(005)V9(008) VALUE ZEROS.
       01  WRK-EMAIL-USUARIO           PIC X(040)      VALUE SPACES.
       01  WRK-EMAIL-DOMINIO           PIC X(040)      VALUE SPACES.
       01  WRK-EMAIL-AUX               PIC X(040)      VALUE SPACES.
       77  WRK-TALLY-ARROBA            PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-PONTO             PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-BRANCO            PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-DIGITOS           PIC 9(003)      VALUE ZEROS.
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
           PERFORM 2000-PROCESSAR-SOLICITACAO THRU 2000-SAIDA
               UNTIL WRK-ARQCRENT-FIM
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-HOJE
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM CADASTROS OU SEM A FILA NAO HA COMO CRITICAR NEM
      *    DEVOLVER DECISOES - FICA TUDO PARA O PROXIMO CICLO.
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'PROC-CORRECAO: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'PROC-CORRECAO: FALHA EM ARQVEN01 - '
                       'FILE STATUS=' WRK-FS-ARQVEN01
               MOVE WRK-FS-ARQVEN01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVEN01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN I-O ARQCORR
           IF WRK-ARQCORR-NAO-EXISTE
               OPEN OUTPUT ARQCORR
               CLOSE ARQCORR
               OPEN I-O ARQCORR
           END-IF
           IF NOT WRK-ARQCORR-OK
               DISPLAY 'PROC-CORRECAO: FALHA EM ARQCORR - '
                       'FILE STATUS=' WRK-FS-ARQCORR
               MOVE WRK-FS-ARQCORR     TO COMUNIC-COD-RETORNO
               MOVE 'ARQCORR'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQTERR
           IF WRK-ARQTERR-OK
               SET WRK-TEM-TERR        TO TRUE
           END-IF
      *
      *    SEM O CRUZAMENTO CEP X TERRITORIO O CEP NOVO MANTEM O
      *    TERRITORIO ATUAL (MESMO CRITERIO DA TELA DE CLIENTES).
           OPEN INPUT ARQCEPX
           IF WRK-ARQCEPX-OK
               PERFORM 1100-LER-FAIXA-CEP THRU 1100-SAIDA
                   UNTIL WRK-ARQCEPX-FIM
               CLOSE ARQCEPX
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CORRECAO_REJ_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCRREJ
           OPEN OUTPUT ARQCRREJ
      *
           OPEN INPUT ARQCRENT
           IF WRK-ARQCRENT-NAO-EXISTE
               DISPLAY 'PROC-CORRECAO: SEM ARQUIVO DE CORRECOES - '
                       NOME-ARQCRENT-WS
               SET WRK-SEM-ENTRADA     TO TRUE
               MOVE '10'               TO WRK-FS-ARQCRENT
               GO TO 1000-99-FIM
           END-IF
      *
      *    PRE-PASSADA DE ENVELOPE: NADA E CARREGADO ANTES DE
      *    CABECALHO, CONTAGEM E HASH FECHAREM.
           PERFORM 1500-VALIDA-ENVELOPE THRU 1500-SAIDA
           CLOSE ARQCRENT
           IF NOT WRK-ENV-OK
               DISPLAY 'PROC-CORRECAO: ENVELOPE DO ARQUIVO INVALIDO '
                       '- CORRECOES RECUSADAS INTEIRAS'
               MOVE 'EV'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCRENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO WRK-RC-FINAL
               SET WRK-SEM-ENTRADA     TO TRUE
               MOVE '10'               TO WRK-FS-ARQCRENT
               GO TO 1000-99-FIM
           END-IF
      *
           MOVE SPACES                 TO WRK-FS-ARQCRENT
           OPEN INPUT ARQCRENT
      *    PULA O CABECALHO DO ENVELOPE.
           READ ARQCRENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCRENT
           END-READ
      *
           PERFORM 7100-LER-ARQCRENT THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTERR.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTERR-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'CEP-FAIXAS.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCEPX-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCORR.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCORR-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RETORNO_CORRECOES.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCRENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA UMA FAIXA DE CEP X TERRITORIO NA TABELA.               *
      *----------------------------------------------------------------*
       1100-LER-FAIXA-CEP              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCEPX NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCEPX
               NOT AT END
                   IF  CEPX-INICIO NUMERIC
                   AND CEPX-FIM    NUMERIC
                   AND WRK-QTDE-CEPX LESS 200
                       ADD 1           TO WRK-QTDE-CEPX
                       MOVE CEPX-INICIO-9
                                       TO TAB-CEPX-INICIO
                                          (WRK-QTDE-CEPX)
                       MOVE CEPX-FIM-9 TO TAB-CEPX-FIM(WRK-QTDE-CEPX)
                       MOVE CEPX-TERRITORIO
                                       TO TAB-CEPX-TERR(WRK-QTDE-CEPX)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRE-PASSADA DO ENVELOPE: PRIMEIRO REGISTRO DEVE SER 'H'; OS    *
      * DETALHES SAO CONTADOS E SOMADOS (CODIGO DE CLIENTE); O         *
      * TRAILER 'T' DEVE BATER CONTAGEM E HASH.                        *
      *----------------------------------------------------------------*
       1500-VALIDA-ENVELOPE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ENV-OK-FLAG
                                          WRK-ENV-FIM-FLAG
           MOVE 'S'                    TO WRK-ENV-PRIMEIRO
           MOVE ZEROS                  TO WRK-ENV-QTDE
                                          WRK-ENV-HASH
      *
           PERFORM 1510-LE-ENVELOPE THRU 1510-SAIDA
               UNTIL WRK-ENV-FIM
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LE-ENVELOPE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCRENT NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
                   GO TO 1510-SAIDA
           END-READ
      *
           IF WRK-ENV-PRIMEIRO EQUAL 'S'
               MOVE 'N'                TO WRK-ENV-PRIMEIRO
               IF NOT ENV-TIPO-HEADER
                   DISPLAY 'PROC-CORRECAO: ARQUIVO SEM CABECALHO DE '
                           'ENVELOPE'
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
               END-IF
               GO TO 1510-SAIDA
           END-IF
      *
           IF ENV-TIPO-TRAILER
               IF  ENV-TRL-QTDE NUMERIC
               AND ENV-TRL-HASH NUMERIC
               AND ENV-TRL-QTDE EQUAL WRK-ENV-QTDE
               AND ENV-TRL-HASH EQUAL WRK-ENV-HASH
                   SET WRK-ENV-OK      TO TRUE
               ELSE
                   DISPLAY 'PROC-CORRECAO: TRAILER DIVERGENTE - '
                           'QTDE/HASH NAO BATEM COM O CONTEUDO'
               END-IF
               MOVE 'S'                TO WRK-ENV-FIM-FLAG
               GO TO 1510-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-ENV-QTDE
           IF COR-COD-CLI NUMERIC
               ADD COR-COD-CLI-9       TO WRK-ENV-HASH
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICA E ENFILEIRA UMA SOLICITACAO DE CORRECAO.               *
      *----------------------------------------------------------------*
       2000-PROCESSAR-SOLICITACAO      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDA-SOLICITACAO THRU 2100-SAIDA
      *
           IF WRK-ENFILEIRA
               PERFORM 2400-GRAVA-FILA THRU 2400-SAIDA
           END-IF
      *
           IF NOT WRK-REG-VALIDO
               ADD 1                   TO WRK-TOT-REJEITADOS
               MOVE SPACES             TO REG-ARQCRREJ
               STRING REG-ARQCRENT ' MOTIVO=' WRK-REJ-MOTIVO
                      DELIMITED BY SIZE INTO REG-ARQCRREJ
               END-STRING
               WRITE REG-ARQCRREJ
           END-IF
      *
           PERFORM 7100-LER-ARQCRENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICAS DA SOLICITACAO. CLIENTE E DATA NAO NUMERICOS (NAO HA  *
      * COMO IDENTIFICAR A SOLICITACAO) E REENVIO DE UMA JA RECEBIDA   *
      * SO VAO PARA OS REJEITADOS; AS DEMAIS RECUSAS ENTRAM NA FILA JA *
      * DECIDIDAS, PARA VOLTAREM AO APP COM O MOTIVO.                  *
      *----------------------------------------------------------------*
       2100-VALIDA-SOLICITACAO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-REG-VALIDO-FLAG
           MOVE 'N'                    TO WRK-ENFILEIRA-FLAG
           MOVE SPACES                 TO WRK-REJ-MOTIVO
                                          WRK-TERR-DERIVADO
      *
           IF COR-COD-CLI              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE CLIENTE NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF COR-DATA                 NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'DATA DA SOLICITACAO NAO NUMERICA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           PERFORM 2150-APURA-SEQ THRU 2150-SAIDA
           IF WRK-CRC-DUPLICADA
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'SOLICITACAO JA RECEBIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           SET WRK-ENFILEIRA           TO TRUE
      *
           MOVE COR-CAMPO              TO CORR-CAMPO
           IF NOT CORR-CAMPO-VALIDO
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CAMPO NAO PERMITIDO PARA CORRECAO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF COR-COD-VEN              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE VENDEDOR NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF COR-VALOR                EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'VALOR PROPOSTO EM BRANCO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE COR-COD-CLI-9          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
           END-READ
           IF EXEMPLO-STATUS-EXCLUIDO OF ARQCLI01
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CLIENTE EXCLUIDO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE COR-COD-VEN-9          TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'VENDEDOR NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
           END-READ
      *
           PERFORM 2200-CRITICA-VALOR THRU 2200-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROXIMA SEQUENCIA LIVRE DO CLIENTE/CAMPO/DATA NA FILA E TESTE  *
      * DE REENVIO (MESMO VALOR PROPOSTO PELO MESMO VENDEDOR).         *
      *----------------------------------------------------------------*
       2150-APURA-SEQ                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-CRC-PROX-SEQ
           MOVE 'N'                    TO WRK-CRC-FIM-FLAG
                                          WRK-CRC-DUPLIC-FLAG
      *
           MOVE COR-COD-CLI-9          TO CORR-COD-CLI
           MOVE COR-CAMPO              TO CORR-CAMPO
           MOVE COR-DATA-9             TO CORR-DATA-SOLIC
           MOVE ZEROS                  TO CORR-SEQ
           START ARQCORR KEY IS GREATER THAN OR EQUAL CORR-CHAVE
               INVALID KEY
                   GO TO 2150-SAIDA
           END-START
      *
           PERFORM 2160-LE-FILA THRU 2160-SAIDA
               UNTIL WRK-CRC-FIM
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2160-LE-FILA                    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCORR NEXT RECORD
               AT END
                   SET WRK-CRC-FIM     TO TRUE
                   GO TO 2160-SAIDA
           END-READ
      *
           IF CORR-COD-CLI             NOT EQUAL COR-COD-CLI-9
           OR CORR-CAMPO               NOT EQUAL COR-CAMPO
           OR CORR-DATA-SOLIC          NOT EQUAL COR-DATA-9
               SET WRK-CRC-FIM         TO TRUE
               GO TO 2160-SAIDA
           END-IF
      *
           COMPUTE WRK-CRC-PROX-SEQ = CORR-SEQ + 1
           IF  CORR-VALOR              EQUAL COR-VALOR
           AND CORR-COD-VEN            EQUAL COR-COD-VEN
               SET WRK-CRC-DUPLICADA   TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2160-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICA DO VALOR PROPOSTO CONFORME O CAMPO - AS MESMAS DA TELA *
      * DE ALTERACAO DE CLIENTE: CEP COM 8 DIGITOS E TERRITORIO        *
      * DERIVADO ATIVO, COORDENADAS NUMERICAS DENTRO DA FAIXA, E-MAIL  *
      * E TELEFONE NO FORMATO E NO TAMANHO DO CADASTRO.                *
      *----------------------------------------------------------------*
       2200-CRITICA-VALOR              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN CORR-CAMPO-CEP
                   PERFORM 2210-CRITICA-CEP THRU 2210-SAIDA
               WHEN CORR-CAMPO-LATITUDE
               WHEN CORR-CAMPO-LONGITUDE
                   PERFORM 2220-CRITICA-COORD THRU 2220-SAIDA
               WHEN CORR-CAMPO-EMAIL
                   PERFORM 2230-CRITICA-EMAIL THRU 2230-SAIDA
               WHEN CORR-CAMPO-TELEFONE
                   PERFORM 2240-CRITICA-TELEFONE THRU 2240-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-CRITICA-CEP                SECTION.
      *----------------------------------------------------------------*
      *
           IF COR-VALOR(1:8)           NOT NUMERIC
           OR COR-VALOR(9:42)          NOT EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CEP INVALIDO (8 DIGITOS)'
                                       TO WRK-REJ-MOTIVO
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE COR-VALOR(1:8)         TO WRK-CEP-BUSCA
           MOVE 'N'                    TO WRK-CEPX-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CEPX
           PERFORM 2250-TESTA-FAIXA-CEP THRU 2250-SAIDA
               UNTIL WRK-IX-CEPX GREATER WRK-QTDE-CEPX
                  OR WRK-CEPX-ACHOU
      *
      *    CEP FORA DAS FAIXAS: O TERRITORIO ATUAL E MANTIDO.
           IF NOT WRK-CEPX-ACHOU
               GO TO 2210-SAIDA
           END-IF
           MOVE TAB-CEPX-TERR(WRK-IX-CEPX)
                                       TO WRK-TERR-DERIVADO
      *
           IF NOT WRK-TEM-TERR
               GO TO 2210-SAIDA
           END-IF
           MOVE WRK-TERR-DERIVADO      TO TERRIT-CODIGO
           READ ARQTERR
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
               NOT INVALID KEY
                   IF NOT TERRIT-STATUS-ATIVO
                       MOVE 'N'        TO WRK-REG-VALIDO-FLAG
                   END-IF
           END-READ
           IF NOT WRK-REG-VALIDO
               MOVE 'TERRITORIO DO CEP INEXISTENTE/INATIVO'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2220-CRITICA-COORD              SECTION.
      *----------------------------------------------------------------*
      *
           IF COR-VALOR(16:35)         NOT EQUAL SPACES
           OR FUNCTION TEST-NUMVAL(COR-VALOR(1:15)) NOT EQUAL ZEROS
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'COORDENADA NAO NUMERICA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2220-SAIDA
           END-IF
      *
           COMPUTE WRK-COORD-NUM = FUNCTION NUMVAL(COR-VALOR(1:15))
      *
           IF CORR-CAMPO-LATITUDE
               IF WRK-COORD-NUM < -90  OR WRK-COORD-NUM > 90
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'LATITUDE FORA DA FAIXA -90 A 90'
                                       TO WRK-REJ-MOTIVO
               END-IF
           ELSE
               IF WRK-COORD-NUM < -180 OR WRK-COORD-NUM > 180
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'LONGITUDE FORA DA FAIXA -180 A 180'
                                       TO WRK-REJ-MOTIVO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * E-MAIL COM UM '@', USUARIO E DOMINIO COM PONTO, SEM BRANCOS NO *
      * MEIO E CABENDO NO CADASTRO (40 POSICOES).                      *
      *----------------------------------------------------------------*
       2230-CRITICA-EMAIL              SECTION.
      *----------------------------------------------------------------*
      *
           IF COR-VALOR(41:10)         NOT EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'E-MAIL MAIOR QUE 40 POSICOES'
                                       TO WRK-REJ-MOTIVO
               GO TO 2230-SAIDA
           END-IF
      *
           MOVE FUNCTION TRIM(COR-VALOR)
                                       TO WRK-EMAIL-AUX
           MOVE ZEROS                  TO WRK-TALLY-ARROBA
                                          WRK-TALLY-PONTO
                                          WRK-TALLY-BRANCO
           INSPECT WRK-EMAIL-AUX       TALLYING WRK-TALLY-ARROBA
                                       FOR ALL '@'
           IF WRK-TALLY-ARROBA         NOT EQUAL 1
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'E-MAIL EM FORMATO INVALIDO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2230-SAIDA
           END-IF
      *
           INSPECT WRK-EMAIL-AUX       TALLYING WRK-TALLY-BRANCO
                                       FOR CHARACTERS
                                       AFTER INITIAL SPACE
           IF WRK-TALLY-BRANCO         GREATER ZEROS
              AND WRK-EMAIL-AUX(40 - WRK-TALLY-BRANCO + 1:
                                        WRK-TALLY-BRANCO)
                                       NOT EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'E-MAIL EM FORMATO INVALIDO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2230-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-EMAIL-USUARIO
                                          WRK-EMAIL-DOMINIO
           UNSTRING WRK-EMAIL-AUX      DELIMITED BY '@'
               INTO WRK-EMAIL-USUARIO
                    WRK-EMAIL-DOMINIO
           END-UNSTRING
           INSPECT WRK-EMAIL-DOMINIO   TALLYING WRK-TALLY-PONTO
                                       FOR ALL '.'
           IF WRK-EMAIL-USUARIO        EQUAL SPACES
           OR WRK-EMAIL-DOMINIO        EQUAL SPACES
           OR WRK-EMAIL-DOMINIO(1:1)   EQUAL '.'
           OR WRK-TALLY-PONTO          EQUAL ZEROS
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'E-MAIL EM FORMATO INVALIDO'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2230-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TELEFONE COM PELO MENOS 10 DIGITOS (DDD + NUMERO), CABENDO NO  *
      * CADASTRO (15 POSICOES).                                        *
      *----------------------------------------------------------------*
       2240-CRITICA-TELEFONE           SECTION.
      *----------------------------------------------------------------*
      *
           IF COR-VALOR(16:35)         NOT EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'TELEFONE MAIOR QUE 15 POSICOES'
                                       TO WRK-REJ-MOTIVO
               GO TO 2240-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-TALLY-DIGITOS
           INSPECT COR-VALOR(1:15)     TALLYING WRK-TALLY-DIGITOS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WRK-TALLY-DIGITOS        LESS 10
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'TELEFONE COM MENOS DE 10 DIGITOS'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2240-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2250-TESTA-FAIXA-CEP            SECTION.
      *----------------------------------------------------------------*
      *
           IF  WRK-CEP-BUSCA NOT LESS TAB-CEPX-INICIO(WRK-IX-CEPX)
           AND WRK-CEP-BUSCA NOT GREATER TAB-CEPX-FIM(WRK-IX-CEPX)
               MOVE 'S'                TO WRK-CEPX-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CEPX
           END-IF
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ENFILEIRA A SOLICITACAO: PENDENTE PARA O BACK-OFFICE OU JA     *
      * RECUSADA NA PRE-CRITICA (DECISAO 'AUTOMATICO').                *
      *----------------------------------------------------------------*
       2400-GRAVA-FILA                 SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE CORR-REG
           MOVE COR-COD-CLI-9          TO CORR-COD-CLI
           MOVE COR-CAMPO              TO CORR-CAMPO
           MOVE COR-DATA-9             TO CORR-DATA-SOLIC
           MOVE WRK-CRC-PROX-SEQ       TO CORR-SEQ
           IF COR-COD-VEN              NUMERIC
               MOVE COR-COD-VEN-9      TO CORR-COD-VEN
           END-IF
           MOVE COR-VALOR              TO CORR-VALOR
           MOVE WRK-TERR-DERIVADO      TO CORR-TERRITORIO
           MOVE WRK-DATA-HOJE          TO CORR-DATA-RECEB
           IF WRK-REG-VALIDO
               SET CORR-PENDENTE       TO TRUE
           ELSE
               SET CORR-REJEITADA      TO TRUE
               MOVE 'AUTOMATICO'       TO CORR-OPERADOR
               MOVE WRK-DATA-HOJE      TO CORR-DATA-DECISAO
               MOVE WRK-REJ-MOTIVO     TO CORR-MOTIVO
           END-IF
      *
           WRITE CORR-REG
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'FALHA NA GRAVACAO DA FILA'
                                       TO WRK-REJ-MOTIVO
               NOT INVALID KEY
                   IF CORR-PENDENTE
                       ADD 1           TO WRK-TOT-PENDENTES
                   ELSE
                       ADD 1           TO WRK-TOT-RECUSADAS
                   END-IF
           END-WRITE
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - DECISOES PARA O APP E RESUMO.          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-SEM-ENTRADA
               CLOSE ARQCRENT
           END-IF
           CLOSE ARQCRREJ
      *
           PERFORM 3100-GERA-RETORNO THRU 3100-SAIDA
      *
           CLOSE ARQCORR
                 ARQCLI01
                 ARQVEN01
           IF WRK-TEM-TERR
               CLOSE ARQTERR
           END-IF
      *
           DISPLAY 'PROC-CORRECAO: REGISTROS LIDOS....: '
                   WRK-TOT-LIDOS
           DISPLAY 'PROC-CORRECAO: PENDENTES NA FILA..: '
                   WRK-TOT-PENDENTES
           DISPLAY 'PROC-CORRECAO: RECUSADAS NA CRIT..: '
                   WRK-TOT-RECUSADAS
           DISPLAY 'PROC-CORRECAO: REJEITADOS.........: '
                   WRK-TOT-REJEITADOS
           DISPLAY 'PROC-CORRECAO: REJEITADOS EM......: '
                   WRK-NOME-ARQCRREJ
           DISPLAY 'PROC-CORRECAO: DECISOES DEVOLVIDAS: '
                   WRK-TOT-RETORNADAS
           DISPLAY 'PROC-CORRECAO: DECISOES EM........: '
                   WRK-NOME-ARQCRRET
      *
      *    A CARGA, OS REJEITADOS E AS DECISOES ENTRAM NO MANIFESTO
      *    (O MONITOR DE INTERFACES LE A ULTIMA TROCA DE CADA UMA LA).
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
           IF NOT WRK-SEM-ENTRADA
               MOVE WRK-TOT-PENDENTES  TO WRK-MANIF-QTDE
               MOVE SPACES             TO REG-ARQMANIF
               STRING FUNCTION CURRENT-DATE(1:14)
                      ' PROGRAMA=' WRK-PROGRAMA
                      ' ARQUIVO='  NOME-ARQCRENT-WS
                      ' REGISTROS=' WRK-MANIF-QTDE
                      DELIMITED BY SIZE INTO REG-ARQMANIF
               END-STRING
               WRITE REG-ARQMANIF
           END-IF
           MOVE WRK-TOT-REJEITADOS     TO WRK-MANIF-QTDE
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQCRREJ
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           MOVE WRK-TOT-RETORNADAS     TO WRK-MANIF-QTDE
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQCRRET
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
      *
           MOVE WRK-RC-FINAL           TO RETURN-CODE
           IF WRK-RC-FINAL             EQUAL ZEROS
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
           END-IF
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DEVOLVE AO APP TODA SOLICITACAO DECIDIDA (NO BACK-OFFICE OU NA *
      * PRE-CRITICA) AINDA NAO DEVOLVIDA, MARCANDO-A NA FILA.          *
      *----------------------------------------------------------------*
       3100-GERA-RETORNO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-RET-HASH
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CORRECAO_DECISAO_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCRRET
           OPEN OUTPUT ARQCRRET
           IF NOT WRK-ARQCRRET-OK
               DISPLAY 'PROC-CORRECAO: FALHA AO CRIAR O ARQUIVO DE '
                       'DECISOES - FILE STATUS=' WRK-FS-ARQCRRET
               MOVE 20                 TO WRK-RC-FINAL
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQCRRET
           MOVE 'H'                    TO RET-TIPO-REG
           MOVE 'GERENC'               TO RET-HDR-ORIGEM
           MOVE WRK-DATA-HOJE          TO RET-HDR-DATA-GER
           WRITE REG-ARQCRRET
      *
           MOVE 'N'                    TO WRK-CRC-FIM-FLAG
           MOVE LOW-VALUES             TO CORR-CHAVE
           START ARQCORR KEY IS GREATER THAN OR EQUAL CORR-CHAVE
               INVALID KEY
                   SET WRK-CRC-FIM     TO TRUE
           END-START
      *
           PERFORM 3110-DEVOLVE-DECISAO THRU 3110-SAIDA
               UNTIL WRK-CRC-FIM
      *
           MOVE SPACES                 TO REG-ARQCRRET
           MOVE 'T'                    TO RET-TIPO-REG
           MOVE WRK-TOT-RETORNADAS     TO RET-TRL-QTDE
           MOVE WRK-RET-HASH           TO RET-TRL-HASH
           WRITE REG-ARQCRRET
           CLOSE ARQCRRET
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-DEVOLVE-DECISAO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCORR NEXT RECORD
               AT END
                   SET WRK-CRC-FIM     TO TRUE
                   GO TO 3110-SAIDA
           END-READ
      *
           IF CORR-PENDENTE
           OR CORR-RETORNADA
               GO TO 3110-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQCRRET
           MOVE 'D'                    TO RET-TIPO-REG
           MOVE CORR-COD-CLI           TO RET-COD-CLI
           MOVE CORR-CAMPO             TO RET-CAMPO
           MOVE CORR-DATA-SOLIC        TO RET-DATA-SOLIC
           MOVE CORR-COD-VEN           TO RET-COD-VEN
           MOVE CORR-SITUACAO          TO RET-DECISAO
           MOVE CORR-DATA-DECISAO      TO RET-DATA-DECISAO
           MOVE CORR-MOTIVO            TO RET-MOTIVO
           MOVE CORR-VALOR             TO RET-VALOR
           WRITE REG-ARQCRRET
      *
           ADD 1                       TO WRK-TOT-RETORNADAS
           ADD CORR-COD-CLI            TO WRK-RET-HASH
      *
           SET CORR-RETORNADA          TO TRUE
           MOVE WRK-DATA-HOJE          TO CORR-DATA-RETORNO
           REWRITE CORR-REG
               INVALID KEY
                   DISPLAY 'PROC-CORRECAO: FALHA AO MARCAR O RETORNO '
                           'DO CLIENTE ' CORR-COD-CLI
           END-REWRITE
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
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
      * LEITURA DO ARQUIVO DE CORRECOES.                               *
      *----------------------------------------------------------------*
       7100-LER-ARQCRENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCRENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCRENT
               NOT AT END
      *            O TRAILER DO ENVELOPE ENCERRA OS DADOS.
                   IF ENV-TIPO-TRAILER
                       MOVE '10'       TO WRK-FS-ARQCRENT
                   ELSE
                       ADD 1           TO WRK-TOT-LIDOS
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM PROC-CORRECAO.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. PROC-AMOSTRA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: PROC-AMOSTRA                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PROCESSAR O ARQUIVO DE AMOSTRAS E BRINDES      *
      *                 ENTREGUES NAS VISITAS, ENVIADO PELO APP DE     *
      *                 VENDAS DE CAMPO JUNTO COM O RETORNO DAS        *
      *                 VISITAS (CLIENTE, VENDEDOR, DATA DA VISITA,    *
      *                 ITEM E QUANTIDADE), COM O MESMO ENVELOPE H/T.  *
      *                 CADA ENTREGA E VALIDADA CONTRA O CADASTRO DE   *
      *                 CLIENTES, A VISITA A QUE SE REFERE (ARQVIS01 - *
      *                 MESMO CLIENTE, DATA E VENDEDOR), O CADASTRO DE *
      *                 PRODUTOS (ITEM 'P') E O SALDO DO VENDEDOR NO   *
      *                 ITEM NO RAZAO DE AMOSTRAS (ARQAMOS), QUE NAO   *
      *                 PODE FICAR NEGATIVO. ACEITAS SAO DEBITADAS NO  *
      *                 RAZAO; REJEITADAS SAEM COM O MOTIVO.           *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>RETORNO_AMOSTRAS.TXT               *
      *    SAIDAS......: ARQAMOS.DAT (RAZAO DE AMOSTRAS)               *
      *                  <DIR-RELAT>AMOSTRA_REJ_<STAMP>.TXT            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQAMOS                         AMS-SIST        *
      *                ARQVIS01                        VIS-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CARGA DE AMOSTRAS DO    *
      *                      APP DE CAMPO.                             *
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
           SELECT ARQAMOS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS AMOS-CHAVE
               FILE STATUS             IS WRK-FS-ARQAMOS.
      *
      *    HISTORICO DE VISITAS (LEITURA - A ENTREGA TEM DE SE
      *    REFERIR A UMA VISITA ACEITA)
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
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
      *    CADASTRO DE PRODUTOS (LEITURA)
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQAMENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQAMENT.
      *
           SELECT ARQAMREJ ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQAMREJ.
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
         FD ARQAMOS
            VALUE OF FILE-ID IS NOME-ARQAMOS-WS
            COPY "AMS-SIST.CPY".
      *
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
      *----------------------------------------------------------------*
      *    INPUT: AMOSTRAS ENTREGUES NAS VISITAS, DO APP DE CAMPO.     *
      *----------------------------------------------------------------*
      *
         FD ARQAMENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQAMENT-WS.
      *
       01  REG-ARQAMENT.
           05 AMO-COD-CLI              PIC  X(007).
           05 AMO-COD-CLI-9 REDEFINES AMO-COD-CLI
                                       PIC  9(007).
           05 AMO-COD-VEN              PIC  X(003).
           05 AMO-COD-VEN-9 REDEFINES AMO-COD-VEN
                                       PIC  9(003).
           05 AMO-DATA                 PIC  X(008).
           05 AMO-DATA-9 REDEFINES AMO-DATA
                                       PIC  9(008).
           05 AMO-TIPO-ITEM            PIC  X(001).
              88 AMO-ITEM-PRODUTO                VALUE 'P'.
              88 AMO-TIPO-ITEM-VALIDO            VALUE 'P' 'K'.
           05 AMO-COD-ITEM             PIC  X(007).
           05 AMO-COD-PROD-9 REDEFINES AMO-COD-ITEM
                                       PIC  9(007).
           05 AMO-QTDE                 PIC  X(005).
           05 AMO-QTDE-9 REDEFINES AMO-QTDE
                                       PIC  9(005).
      *
      *----------------------------------------------------------------*
      *    ENVELOPE DE CONTROLE DO ARQUIVO (H/T): CABECALHO COM        *
      *    ORIGEM E DATA, TRAILER COM CONTAGEM E HASH-TOTAL (SOMA DOS  *
      *    CODIGOS DE CLIENTE). DIVERGENCIA RECUSA O ARQUIVO INTEIRO.  *
      *----------------------------------------------------------------*
      *
       01  REG-AMENT-ENVEL.
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
         FD ARQAMREJ
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQAMREJ.
      *
       01  REG-ARQAMREJ                PIC  X(130).
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
           'PROC-AMOSTRA'.
      *
       01 NOME-ARQAMOS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQAMOS.DAT'.
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQAMENT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\RETORNO_AMOSTRAS.TXT'.
       01 WRK-NOME-ARQAMREJ            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-DATA-HOJE                PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-FS-ARQAMOS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQAMOS-OK                          VALUE '00' '05'.
           88  WRK-ARQAMOS-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQAMENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQAMENT-OK                         VALUE ZEROS.
           88  WRK-ARQAMENT-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQAMENT-FIM                        VALUE '10'.
       01  WRK-FS-ARQAMREJ             PIC X(002)      VALUE SPACES.
           88  WRK-ARQAMREJ-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
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
       77  WRK-TOT-ACEITOS             PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007) COMP-3 VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(035)      VALUE SPACES.
       01  WRK-REG-VALIDO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-REG-VALIDO                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    APURACAO DO SALDO DO VENDEDOR NO ITEM NO RAZAO.             *
      *----------------------------------------------------------------*
      *
       01  WRK-AMS-ITEM.
           05 WRK-AMS-TIPO-ITEM        PIC X(001)      VALUE SPACES.
           05 WRK-AMS-COD-ITEM         PIC X(007)      VALUE SPACES.
       77  WRK-AMS-SALDO               PIC S9(007)     VALUE ZEROS.
       77  WRK-AMS-PROX-SEQ            PIC 9(004)      VALUE ZEROS.
       01  WRK-AMS-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-AMS-FIM                             VALUE 'S'.
       01  WRK-AMS-DUPLIC-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-AMS-DUPLICADA                       VALUE 'S'.
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
           PERFORM 2000-PROCESSAR-ENTREGA THRU 2000-SAIDA
               UNTIL WRK-ARQAMENT-FIM
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
           OPEN INPUT ARQAMENT
           IF WRK-ARQAMENT-NAO-EXISTE
               DISPLAY 'PROC-AMOSTRA: SEM ARQUIVO DE AMOSTRAS - '
                       NOME-ARQAMENT-WS
               MOVE WRK-FS-ARQAMENT    TO COMUNIC-COD-RETORNO
               MOVE 'ARQAMENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    PRE-PASSADA DE ENVELOPE: NADA E APLICADO ANTES DE
      *    CABECALHO, CONTAGEM E HASH FECHAREM.
           PERFORM 1500-VALIDA-ENVELOPE THRU 1500-SAIDA
           IF NOT WRK-ENV-OK
               DISPLAY 'PROC-AMOSTRA: ENVELOPE DO ARQUIVO INVALIDO '
                       '- AMOSTRAS RECUSADAS INTEIRAS'
               MOVE 'EV'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQAMENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           CLOSE ARQAMENT
           MOVE SPACES                 TO WRK-FS-ARQAMENT
           OPEN INPUT ARQAMENT
      *    PULA O CABECALHO DO ENVELOPE.
           READ ARQAMENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQAMENT
           END-READ
      *
      *    SEM CADASTROS OU SEM HISTORICO DE VISITAS NAO HA COMO
      *    VALIDAR - O ARQUIVO FICA PARA O PROXIMO CICLO.
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'PROC-AMOSTRA: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVIS01
           IF NOT WRK-ARQVIS01-OK
               DISPLAY 'PROC-AMOSTRA: FALHA EM ARQVIS01 - '
                       'FILE STATUS=' WRK-FS-ARQVIS01
               MOVE WRK-FS-ARQVIS01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVIS01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQPRD01-OK
               DISPLAY 'PROC-AMOSTRA: FALHA EM ARQPRD01 - '
                       'FILE STATUS=' WRK-FS-ARQPRD01
               MOVE WRK-FS-ARQPRD01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQPRD01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN I-O ARQAMOS
           IF WRK-ARQAMOS-NAO-EXISTE
               OPEN OUTPUT ARQAMOS
               CLOSE ARQAMOS
               OPEN I-O ARQAMOS
           END-IF
           IF NOT WRK-ARQAMOS-OK
               DISPLAY 'PROC-AMOSTRA: FALHA EM ARQAMOS - '
                       'FILE STATUS=' WRK-FS-ARQAMOS
               MOVE WRK-FS-ARQAMOS     TO COMUNIC-COD-RETORNO
               MOVE 'ARQAMOS'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'AMOSTRA_REJ_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQAMREJ
           OPEN OUTPUT ARQAMREJ
      *
           PERFORM 7100-LER-ARQAMENT THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVIS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQAMOS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQAMOS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RETORNO_AMOSTRAS.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQAMENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
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
           READ ARQAMENT NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
                   GO TO 1510-SAIDA
           END-READ
      *
           IF WRK-ENV-PRIMEIRO EQUAL 'S'
               MOVE 'N'                TO WRK-ENV-PRIMEIRO
               IF NOT ENV-TIPO-HEADER
                   DISPLAY 'PROC-AMOSTRA: ARQUIVO SEM CABECALHO DE '
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
                   DISPLAY 'PROC-AMOSTRA: TRAILER DIVERGENTE - '
                           'QTDE/HASH NAO BATEM COM O CONTEUDO'
               END-IF
               MOVE 'S'                TO WRK-ENV-FIM-FLAG
               GO TO 1510-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-ENV-QTDE
           IF AMO-COD-CLI NUMERIC
               ADD AMO-COD-CLI-9       TO WRK-ENV-HASH
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA E DESTINA UMA ENTREGA DE AMOSTRA.                       *
      *----------------------------------------------------------------*
       2000-PROCESSAR-ENTREGA          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDA-ENTREGA THRU 2100-SAIDA
      *
           IF WRK-REG-VALIDO
               PERFORM 2200-GRAVA-ENTREGA THRU 2200-SAIDA
           END-IF
      *
           IF NOT WRK-REG-VALIDO
               ADD 1                   TO WRK-TOT-REJEITADOS
               MOVE SPACES             TO REG-ARQAMREJ
               STRING REG-ARQAMENT ' MOTIVO=' WRK-REJ-MOTIVO
                      DELIMITED BY SIZE INTO REG-ARQAMREJ
               END-STRING
               WRITE REG-ARQAMREJ
           END-IF
      *
           PERFORM 7100-LER-ARQAMENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICAS DA ENTREGA: CAMPOS NUMERICOS, ITEM P/K, QUANTIDADE    *
      * MAIOR QUE ZERO, CLIENTE CADASTRADO, VISITA EXISTENTE NO        *
      * HISTORICO PARA O MESMO CLIENTE E DATA FEITA PELO VENDEDOR      *
      * INFORMADO, PRODUTO CADASTRADO (ITEM P), ENTREGA AINDA NAO      *
      * REGISTRADA E SALDO DO VENDEDOR NO ITEM SUFICIENTE.             *
      *----------------------------------------------------------------*
       2100-VALIDA-ENTREGA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-REG-VALIDO-FLAG
           MOVE SPACES                 TO WRK-REJ-MOTIVO
      *
           IF AMO-COD-CLI              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE CLIENTE NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF AMO-COD-VEN              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE VENDEDOR NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF AMO-DATA                 NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'DATA DA VISITA NAO NUMERICA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF NOT AMO-TIPO-ITEM-VALIDO
           OR AMO-COD-ITEM             EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'ITEM INVALIDO (TIPO P/K E CODIGO)'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF AMO-QTDE                 NOT NUMERIC
           OR AMO-QTDE-9               EQUAL ZEROS
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'QUANTIDADE INVALIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE AMO-COD-CLI-9          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
           END-READ
      *
           MOVE AMO-COD-CLI-9          TO VISITA-COD-CLI
           MOVE AMO-DATA-9             TO VISITA-DATA
           READ ARQVIS01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'VISITA NAO ENCONTRADA NO HISTORICO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
           END-READ
      *
           IF VISITA-COD-VEN           NOT EQUAL AMO-COD-VEN-9
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'VENDEDOR DIFERENTE DO DA VISITA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF AMO-ITEM-PRODUTO
               IF AMO-COD-ITEM         NOT NUMERIC
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'CODIGO DE PRODUTO NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
               END-IF
               MOVE AMO-COD-PROD-9     TO PRODUTO-CODIGO
               READ ARQPRD01
                   INVALID KEY
                       MOVE 'N'        TO WRK-REG-VALIDO-FLAG
                       MOVE 'PRODUTO NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
                       GO TO 2100-SAIDA
               END-READ
           END-IF
      *
           PERFORM 2150-APURA-SALDO THRU 2150-SAIDA
      *
           IF WRK-AMS-DUPLICADA
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'ENTREGA JA REGISTRADA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF WRK-AMS-SALDO            LESS AMO-QTDE-9
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'SALDO DO VENDEDOR INSUFICIENTE'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SALDO DO VENDEDOR NO ITEM (REMESSAS MENOS ENTREGAS), PROXIMA   *
      * SEQUENCIA LIVRE NA DATA DA VISITA E TESTE DE REENVIO (ENTREGA  *
      * DO APP COM O MESMO CLIENTE, DATA E QUANTIDADE JA NO RAZAO).    *
      *----------------------------------------------------------------*
       2150-APURA-SALDO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-AMS-SALDO
           MOVE 1                      TO WRK-AMS-PROX-SEQ
           MOVE 'N'                    TO WRK-AMS-FIM-FLAG
                                          WRK-AMS-DUPLIC-FLAG
           MOVE AMO-TIPO-ITEM          TO WRK-AMS-TIPO-ITEM
           MOVE AMO-COD-ITEM           TO WRK-AMS-COD-ITEM
      *
           MOVE AMO-COD-VEN-9          TO AMOS-COD-VEN
           MOVE WRK-AMS-ITEM           TO AMOS-ITEM
           MOVE ZEROS                  TO AMOS-DATA
                                          AMOS-SEQ
           START ARQAMOS KEY IS GREATER THAN OR EQUAL AMOS-CHAVE
               INVALID KEY
                   GO TO 2150-SAIDA
           END-START
      *
           PERFORM 2160-SOMA-MOVIMENTO THRU 2160-SAIDA
               UNTIL WRK-AMS-FIM
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2160-SOMA-MOVIMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAMOS NEXT RECORD
               AT END
                   SET WRK-AMS-FIM     TO TRUE
                   GO TO 2160-SAIDA
           END-READ
      *
           IF AMOS-COD-VEN             NOT EQUAL AMO-COD-VEN-9
           OR AMOS-ITEM                NOT EQUAL WRK-AMS-ITEM
               SET WRK-AMS-FIM         TO TRUE
               GO TO 2160-SAIDA
           END-IF
      *
           IF AMOS-MOV-REMESSA
               ADD AMOS-QTDE           TO WRK-AMS-SALDO
           ELSE
               SUBTRACT AMOS-QTDE      FROM WRK-AMS-SALDO
           END-IF
      *
           IF AMOS-DATA                EQUAL AMO-DATA-9
               COMPUTE WRK-AMS-PROX-SEQ = AMOS-SEQ + 1
               IF  AMOS-MOV-ENTREGA
               AND AMOS-ORIGEM-APP
               AND AMOS-COD-CLI        EQUAL AMO-COD-CLI-9
               AND AMOS-QTDE           EQUAL AMO-QTDE-9
                   SET WRK-AMS-DUPLICADA TO TRUE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2160-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DEBITA A ENTREGA ACEITA NO RAZAO DE AMOSTRAS DO VENDEDOR.      *
      *----------------------------------------------------------------*
       2200-GRAVA-ENTREGA              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE AMOS-REG
           MOVE AMO-COD-VEN-9          TO AMOS-COD-VEN
           MOVE WRK-AMS-ITEM           TO AMOS-ITEM
           MOVE AMO-DATA-9             TO AMOS-DATA
           MOVE WRK-AMS-PROX-SEQ       TO AMOS-SEQ
           SET AMOS-MOV-ENTREGA        TO TRUE
           MOVE AMO-QTDE-9             TO AMOS-QTDE
           MOVE AMO-COD-CLI-9          TO AMOS-COD-CLI
           SET AMOS-ORIGEM-APP         TO TRUE
           MOVE 'APP'                  TO AMOS-OPERADOR
           MOVE WRK-DATA-HOJE          TO AMOS-DATA-REG
      *
           WRITE AMOS-REG
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'FALHA NA GRAVACAO DO RAZAO'
                                       TO WRK-REJ-MOTIVO
               NOT INVALID KEY
                   ADD 1               TO WRK-TOT-ACEITOS
           END-WRITE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DO PROCESSAMENTO.               *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQAMENT
                 ARQAMOS
                 ARQVIS01
                 ARQCLI01
                 ARQPRD01
                 ARQAMREJ
      *
           DISPLAY 'PROC-AMOSTRA: REGISTROS LIDOS....: '
                   WRK-TOT-LIDOS
           DISPLAY 'PROC-AMOSTRA: ACEITOS............: '
                   WRK-TOT-ACEITOS
           DISPLAY 'PROC-AMOSTRA: REJEITADOS.........: '
                   WRK-TOT-REJEITADOS
           DISPLAY 'PROC-AMOSTRA: REJEITADOS EM......: '
                   WRK-NOME-ARQAMREJ
      *
      *    A CARGA E O ARQUIVO DE REJEITADOS ENTRAM NO MANIFESTO (O
      *    MONITOR DE INTERFACES LE A ULTIMA TROCA DE CADA UMA LA).
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
           MOVE WRK-TOT-ACEITOS        TO WRK-MANIF-QTDE
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  NOME-ARQAMENT-WS
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           MOVE WRK-TOT-REJEITADOS     TO WRK-MANIF-QTDE
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQAMREJ
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
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
      * LEITURA DO ARQUIVO DE AMOSTRAS.                                *
      *----------------------------------------------------------------*
       7100-LER-ARQAMENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAMENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQAMENT
               NOT AT END
      *            O TRAILER DO ENVELOPE ENCERRA OS DADOS.
                   IF ENV-TIPO-TRAILER
                       MOVE '10'       TO WRK-FS-ARQAMENT
                   ELSE
                       ADD 1           TO WRK-TOT-LIDOS
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM PROC-AMOSTRA.

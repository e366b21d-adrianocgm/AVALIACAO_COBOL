      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. PROC-RETERP.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: PROC-RETERP                                   *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ABSORVER O RETORNO DE FATURAMENTO DO ERP SOBRE *
      *                 OS PEDIDOS ENVIADOS POR EXPORTA-ERP: CADA      *
      *                 REGISTRO (PEDIDO, NOTA FISCAL, DATA E VALOR DA *
      *                 NOTA) PASSA O PEDIDO APROVADO PARA FATURADO,   *
      *                 GUARDA A NOTA NO CONTROLE ARQNFPED E REGISTRA  *
      *                 A MUDANCA NO LOG DE STATUS DE PEDIDO           *
      *                 (PEDIDO-STATUS.LOG). PEDIDO JA FATURADO A MAO  *
      *                 SO TEM A NOTA GUARDADA. REGISTRO INVALIDO, DE  *
      *                 PEDIDO INEXISTENTE OU EM OUTRO STATUS SAI NO   *
      *                 REJEITADOS COM O MOTIVO.                       *
      *                 EM SEGUIDA LISTA NO RELATORIO DE EXCECAO OS    *
      *                 PEDIDOS AINDA APROVADOS HA MAIS DE             *
      *                 PARM-FAT-ATRASO-DIAS DIAS (PADRAO 5) E AS      *
      *                 NOTAS COM VALOR DIFERENTE DO VALOR BRUTO DO    *
      *                 PEDIDO. SEM ARQUIVO DE RETORNO NO DIA SO O     *
      *                 RELATORIO DE EXCECAO E GERADO.                 *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>RETORNO_ERP.TXT                    *
      *    SAIDAS......: <DIR-RELAT>RETERP_REJ_<STAMP>.TXT             *
      *                  <DIR-RELAT>FATURA_PENDENTE_<STAMP>.TXT        *
      *                  PEDIDO-STATUS.LOG                             *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQNFPED                        NFP-SIST        *
      *                ARQICMS                         ICM-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RETORNO DE FATURAMENTO  *
      *                      DO ERP.                                   *
      *    15/10/2026 AM     DATA DE APROVACAO NO CONTROLE DO PEDIDO   *
      *                      QUE NAO PASSOU PELO ENVIO AO ERP.         *
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
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
           SELECT ARQNFPED ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NFPED-NUM-PEDIDO
               ALTERNATE RECORD KEY    IS NFPED-NUM-NF
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQNFPED.
      *
           SELECT ARQICMS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ICMS-CHAVE
               FILE STATUS             IS WRK-FS-ARQICMS.
      *
           SELECT ARQREENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQREENT.
      *
           SELECT ARQREREJ ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQREREJ.
      *
      *    LOG DE MUDANCAS DE STATUS DE PEDIDO (O MESMO DE GERENCIADOR)
           SELECT ARQPEDLOG
               ASSIGN TO DISK          'PEDIDO-STATUS.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPEDLOG.
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
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQNFPED
            VALUE OF FILE-ID IS NOME-ARQNFPED-WS
            COPY "NFP-SIST.CPY".
      *
         FD ARQICMS
            VALUE OF FILE-ID IS NOME-ARQICMS-WS
            COPY "ICM-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: RETORNO DE FATURAMENTO DO ERP (UMA NOTA POR PEDIDO). *
      *----------------------------------------------------------------*
      *
         FD ARQREENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQREENT-WS.
      *
       01  REG-ARQREENT.
           05 RET-NUM-PEDIDO           PIC  X(007).
           05 RET-NUM-PEDIDO-9 REDEFINES RET-NUM-PEDIDO
                                       PIC  9(007).
           05 RET-NUM-NF               PIC  X(012).
           05 RET-DATA-NF              PIC  X(008).
           05 RET-DATA-NF-9 REDEFINES RET-DATA-NF.
              10 RET-NF-ANO            PIC  9(004).
              10 RET-NF-MES            PIC  9(002).
              10 RET-NF-DIA            PIC  9(002).
           05 RET-VALOR-NF             PIC  X(013).
           05 RET-VALOR-NF-9 REDEFINES RET-VALOR-NF
                                       PIC  9(011)V99.
      *
      *----------------------------------------------------------------*
      *    OUTPUT: REJEITADOS COM MOTIVO (IMAGEM DO REGISTRO + CAUSA). *
      *----------------------------------------------------------------*
      *
         FD ARQREREJ
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREREJ.
      *
       01  REG-ARQREREJ                PIC  X(090).
      *
         FD ARQPEDLOG
            RECORD CONTAINS 120 CHARACTERS.
       01 REG-ARQPEDLOG                PIC  X(120).
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
       77  WRK-PROGRAMA                PIC  X(013)     VALUE
           'PROC-RETERP'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQNFPED-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQNFPED.DAT'.
       01 NOME-ARQICMS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQICMS.DAT'.
       01 NOME-ARQREENT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\RETORNO_ERP.TXT'.
       01 WRK-NOME-ARQREREJ            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-STAMP-R REDEFINES WRK-STAMP.
          05 WRK-STP-ANO               PIC X(004).
          05 WRK-STP-MES               PIC X(002).
          05 WRK-STP-DIA               PIC X(002).
          05 WRK-STP-HORA              PIC X(002).
          05 WRK-STP-MIN               PIC X(002).
          05 WRK-STP-SEG               PIC X(002).
      *
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQNFPED             PIC X(002)      VALUE SPACES.
           88  WRK-ARQNFPED-OK                         VALUE '00' '05'.
           88  WRK-ARQNFPED-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQICMS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQICMS-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQREENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREENT-OK                         VALUE ZEROS.
           88  WRK-ARQREENT-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQREENT-FIM                        VALUE '10'.
       01  WRK-FS-ARQREREJ             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREREJ-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPEDLOG            PIC X(002)      VALUE SPACES.
           88  WRK-ARQPEDLOG-OK                        VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-RETORNO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-RETORNO                         VALUE 'S'.
       01  WRK-TEM-ICMS-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ICMS                            VALUE 'S'.
       01  WRK-TEM-CONTROLE-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CONTROLE                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    DIAS EM APROVADO SEM NOTA PARA ENTRAR NA EXCECAO.           *
      *----------------------------------------------------------------*
       77  WRK-FAT-ATRASO-DIAS         PIC 9(003)      VALUE 5.
      *
       77  WRK-USUARIO-LOG             PIC X(010)      VALUE 'ERP'.
       77  WRK-STPED-DE                PIC X(001)      VALUE SPACE.
       77  WRK-STPED-PARA              PIC X(001)      VALUE SPACE.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-BASE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-APROVADO           PIC 9(005)      VALUE ZEROS.
       77  WRK-VALOR-ESPERADO          PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-EDIT              PIC Z(10)9.99.
       77  WRK-VALOR-EDIT-2            PIC Z(10)9.99.
       77  WRK-DATA-ENVIO-EDIT         PIC X(011)      VALUE SPACES.
      *
       77  WRK-TOT-LIDOS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FATURADOS           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SO-NOTA             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-DIVERGENTES         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(035)      VALUE SPACES.
      *
       01  WRK-LIN-CAB-PEND.
           05 FILLER                   PIC X(034)      VALUE
              'PEDIDO  CLIENTE VEN APROVADO  DIAS'.
           05 FILLER                   PIC X(033)      VALUE
              '           VALOR  ENVIO AO ERP'.
           05 FILLER                   PIC X(065)      VALUE SPACES.
      *
       01  WRK-LIN-DET-PEND.
           05 LIN-FP-PEDIDO            PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-FP-COD-CLI           PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-FP-COD-VEN           PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-FP-DATA-APROV        PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-FP-DIAS              PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-FP-VALOR             PIC Z(10)9.99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-FP-ENVIO             PIC X(011).
           05 FILLER                   PIC X(069)      VALUE SPACES.
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
           IF WRK-TEM-RETORNO
               PERFORM 2000-PROCESSAR-RETORNO THRU 2000-SAIDA
                   UNTIL WRK-ARQREENT-FIM
           END-IF
      *
           PERFORM 2500-INICIA-PENDENTES THRU 2500-SAIDA
           PERFORM 2600-AVALIA-PENDENTE THRU 2600-SAIDA
               UNTIL WRK-ARQPED01-FIM
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
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN I-O ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'PROC-RETERP: FALHA EM ARQPED01 - '
                       'FILE STATUS=' WRK-FS-ARQPED01
               MOVE WRK-FS-ARQPED01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQPED01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN I-O ARQNFPED
           IF WRK-ARQNFPED-NAO-EXISTE
               OPEN OUTPUT ARQNFPED
               CLOSE ARQNFPED
               OPEN I-O ARQNFPED
           END-IF
           IF NOT WRK-ARQNFPED-OK
               DISPLAY 'PROC-RETERP: FALHA EM ARQNFPED - '
                       'FILE STATUS=' WRK-FS-ARQNFPED
               MOVE WRK-FS-ARQNFPED    TO COMUNIC-COD-RETORNO
               MOVE 'ARQNFPED'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM ICMS CALCULADO O VALOR ESPERADO DA NOTA E O LIQUIDO.
           OPEN INPUT ARQICMS
           IF WRK-ARQICMS-OK
               SET WRK-TEM-ICMS        TO TRUE
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'FATURA_PENDENTE_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'PROC-RETERP: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'EXCECOES DO FATURAMENTO NO ERP - POSICAO DE '
                  WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** NOTAS COM VALOR DIFERENTE DO VALOR BRUTO DO PEDIDO'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
      *    SEM RETORNO DO ERP NO DIA SO SAI O RELATORIO DE EXCECAO.
           OPEN INPUT ARQREENT
           IF WRK-ARQREENT-OK
               SET WRK-TEM-RETORNO     TO TRUE
               STRING FUNCTION TRIM(WRK-DIR-RELAT)
                      'RETERP_REJ_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREREJ
               OPEN OUTPUT ARQREREJ
               PERFORM 7100-LER-ARQREENT THRU 7100-SAIDA
           ELSE
               DISPLAY 'PROC-RETERP: SEM ARQUIVO DE RETORNO - '
                       NOME-ARQREENT-WS
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
                   IF  PARM-FAT-ATRASO-DIAS NUMERIC
                   AND PARM-FAT-ATRASO-DIAS GREATER ZEROS
                       MOVE PARM-FAT-ATRASO-DIAS
                                       TO WRK-FAT-ATRASO-DIAS
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQNFPED.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNFPED-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQICMS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQICMS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RETORNO_ERP.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQREENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA E APLICA UM REGISTRO DE RETORNO DO ERP.                 *
      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-REJ-MOTIVO
      *
           IF RET-NUM-PEDIDO           NOT NUMERIC
               MOVE 'NUMERO DO PEDIDO NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           IF RET-NUM-NF               EQUAL SPACES
               MOVE 'NUMERO DA NOTA FISCAL EM BRANCO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           IF RET-DATA-NF              NOT NUMERIC
           OR RET-NF-MES LESS 01 OR RET-NF-MES GREATER 12
           OR RET-NF-DIA LESS 01 OR RET-NF-DIA GREATER 31
               MOVE 'DATA DA NOTA FISCAL INVALIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           IF RET-VALOR-NF             NOT NUMERIC
               MOVE 'VALOR DA NOTA NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
      *
           MOVE RET-NUM-PEDIDO-9       TO PEDIDO-NUMERO
           READ ARQPED01
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2000-REJEITA
           END-READ
      *
           IF  NOT PEDIDO-STATUS-APROVADO
           AND NOT PEDIDO-STATUS-FATURADO
               STRING 'PEDIDO NAO APROVADO - STATUS='
                      PEDIDO-STATUS
                      DELIMITED BY SIZE INTO WRK-REJ-MOTIVO
               END-STRING
               GO TO 2000-REJEITA
           END-IF
      *
      *    CONTROLE DE ENVIO: PEDIDO APROVADO A MAO DEPOIS DO ULTIMO
      *    ENVIO AINDA NAO TEM REGISTRO E GANHA UM AGORA.
           MOVE 'N'                    TO WRK-TEM-CONTROLE-FLAG
           MOVE PEDIDO-NUMERO          TO NFPED-NUM-PEDIDO
           READ ARQNFPED
               INVALID KEY
                   INITIALIZE NFPED-REG
                   MOVE PEDIDO-NUMERO  TO NFPED-NUM-PEDIDO
                   PERFORM 2050-DATA-APROVACAO THRU 2050-SAIDA
               NOT INVALID KEY
                   SET WRK-TEM-CONTROLE
                                       TO TRUE
           END-READ
           IF WRK-TEM-CONTROLE
           AND NFPED-SIT-FATURADO
               STRING 'JA FATURADO NA NF ' NFPED-NUM-NF
                      DELIMITED BY SIZE INTO WRK-REJ-MOTIVO
               END-STRING
               GO TO 2000-REJEITA
           END-IF
      *
           SET NFPED-SIT-FATURADO      TO TRUE
           MOVE RET-NUM-NF             TO NFPED-NUM-NF
           MOVE RET-DATA-NF-9          TO NFPED-DATA-NF
           MOVE RET-VALOR-NF-9         TO NFPED-VALOR-NF
           MOVE WRK-DATA-HOJE          TO NFPED-DATA-RETORNO
           IF WRK-TEM-CONTROLE
               REWRITE NFPED-REG
               END-REWRITE
           ELSE
               WRITE NFPED-REG
               END-WRITE
           END-IF
      *
      *    PEDIDO JA PASSADO A FATURADO PELA TELA SO GUARDA A NOTA.
           IF PEDIDO-STATUS-FATURADO
               ADD 1                   TO WRK-TOT-SO-NOTA
           ELSE
               MOVE PEDIDO-STATUS      TO WRK-STPED-DE
               SET PEDIDO-STATUS-FATURADO
                                       TO TRUE
               MOVE PEDIDO-STATUS      TO WRK-STPED-PARA
               MOVE WRK-DATA-HOJE      TO PEDIDO-DATA-STATUS
               REWRITE PEDIDO-REG
               END-REWRITE
               PERFORM 2100-GRAVA-LOG-STPED THRU 2100-SAIDA
               ADD 1                   TO WRK-TOT-FATURADOS
           END-IF
      *
           PERFORM 2200-CONFERE-VALOR  THRU 2200-SAIDA
           GO TO 2000-LER
           .
      *
       2000-REJEITA.
      *
           ADD 1                       TO WRK-TOT-REJEITADOS
           MOVE SPACES                 TO REG-ARQREREJ
           STRING REG-ARQREENT ' MOTIVO=' WRK-REJ-MOTIVO
                  DELIMITED BY SIZE INTO REG-ARQREREJ
           END-STRING
           WRITE REG-ARQREREJ
           .
      *
       2000-LER.
      *
           PERFORM 7100-LER-ARQREENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DATA DE APROVACAO DO PEDIDO AINDA SEM CONTROLE DE ENVIO: O     *
      * PEDIDO APROVADO TRAZ A DATA NO ULTIMO STATUS; O JA FATURADO A  *
      * MAO, SO A EMISSAO.                                             *
      *----------------------------------------------------------------*
       2050-DATA-APROVACAO             SECTION.
      *----------------------------------------------------------------*
      *
           IF  PEDIDO-STATUS-APROVADO
           AND PEDIDO-DATA-STATUS      NUMERIC
           AND PEDIDO-DATA-STATUS      GREATER ZEROS
               MOVE PEDIDO-DATA-STATUS TO NFPED-DATA-APROV
           ELSE
               MOVE PEDIDO-DATA-EMISSAO
                                       TO NFPED-DATA-APROV
           END-IF
           .
      *----------------------------------------------------------------*
       2050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APENDA A MUDANCA DE STATUS NO LOG DE STATUS DE PEDIDO, NO      *
      * MESMO FORMATO GRAVADO PELA TELA DE STATUS DE GERENCIADOR.      *
      *----------------------------------------------------------------*
       2100-GRAVA-LOG-STPED            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQPEDLOG
           IF NOT WRK-ARQPEDLOG-OK
               OPEN OUTPUT ARQPEDLOG
           END-IF
      *
           MOVE SPACES                 TO REG-ARQPEDLOG
           STRING WRK-STP-ANO  '-' WRK-STP-MES '-' WRK-STP-DIA ' '
                  WRK-STP-HORA ':' WRK-STP-MIN ':' WRK-STP-SEG
                  ' USUARIO=' WRK-USUARIO-LOG
                  ' PEDIDO=' PEDIDO-NUMERO
                  ' DE=' WRK-STPED-DE
                  ' PARA=' WRK-STPED-PARA
                  DELIMITED BY SIZE INTO REG-ARQPEDLOG
           END-STRING
           WRITE REG-ARQPEDLOG
           CLOSE ARQPEDLOG
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONFERE O VALOR DA NOTA COM O VALOR BRUTO DO PEDIDO (RESUMO DE *
      * ICMS; SEM RESUMO, O VALOR DO PEDIDO). A NOTA E ACEITA DE       *
      * QUALQUER FORMA - A DIFERENCA SO SAI NO RELATORIO DE EXCECAO.   *
      *----------------------------------------------------------------*
       2200-CONFERE-VALOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PEDIDO-VALOR           TO WRK-VALOR-ESPERADO
           IF WRK-TEM-ICMS
               MOVE PEDIDO-NUMERO      TO ICMS-NUM-PEDIDO
               MOVE ZEROS              TO ICMS-SEQ
               READ ARQICMS
                   NOT INVALID KEY
                       MOVE ICMS-PED-BRUTO
                                       TO WRK-VALOR-ESPERADO
               END-READ
           END-IF
      *
           IF RET-VALOR-NF-9           EQUAL WRK-VALOR-ESPERADO
               GO TO 2200-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-TOT-DIVERGENTES
           MOVE WRK-VALOR-ESPERADO     TO WRK-VALOR-EDIT
           MOVE RET-VALOR-NF-9         TO WRK-VALOR-EDIT-2
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PEDIDO ' PEDIDO-NUMERO
                  ' NF ' RET-NUM-NF
                  ' VALOR PEDIDO=' WRK-VALOR-EDIT
                  ' VALOR NOTA=' WRK-VALOR-EDIT-2
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ABRE A SEGUNDA PARTE DO RELATORIO E POSICIONA NO PRIMEIRO      *
      * PEDIDO PARA A VARREDURA DOS APROVADOS AINDA SEM NOTA.          *
      *----------------------------------------------------------------*
       2500-INICIA-PENDENTES           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TOT-DIVERGENTES      EQUAL ZEROS
               MOVE '    (NENHUMA)'    TO REG-ARQREL01
               WRITE REG-ARQREL01
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING '*** PEDIDOS APROVADOS SEM NOTA FISCAL HA MAIS DE '
                  WRK-FAT-ATRASO-DIAS ' DIAS'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-PEND
      *
           MOVE ZEROS                  TO PEDIDO-NUMERO
           MOVE '00'                   TO WRK-FS-ARQPED01
           START ARQPED01 KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 2500-SAIDA
           END-START
           PERFORM 7200-LER-ARQPED01 THRU 7200-SAIDA
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PEDIDO APROVADO HA MAIS DE WRK-FAT-ATRASO-DIAS DIAS (PELA DATA *
      * DO ULTIMO STATUS; EM BRANCO, PELA EMISSAO) SAI NA EXCECAO, COM *
      * A DATA EM QUE FOI ENVIADO AO ERP.                              *
      *----------------------------------------------------------------*
       2600-AVALIA-PENDENTE            SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT PEDIDO-STATUS-APROVADO
               GO TO 2600-LER
           END-IF
      *
           IF  PEDIDO-DATA-STATUS      NUMERIC
           AND PEDIDO-DATA-STATUS      GREATER ZEROS
               MOVE PEDIDO-DATA-STATUS TO WRK-DATA-BASE
           ELSE
               MOVE PEDIDO-DATA-EMISSAO
                                       TO WRK-DATA-BASE
           END-IF
           IF WRK-DATA-BASE            NOT NUMERIC
           OR WRK-DATA-BASE            EQUAL ZEROS
           OR WRK-DATA-BASE            GREATER WRK-DATA-HOJE
               GO TO 2600-LER
           END-IF
      *
           COMPUTE WRK-DIAS-APROVADO
                   = WRK-INT-HOJE
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
           IF WRK-DIAS-APROVADO        NOT GREATER WRK-FAT-ATRASO-DIAS
               GO TO 2600-LER
           END-IF
      *
           MOVE 'NAO ENVIADO'          TO WRK-DATA-ENVIO-EDIT
           MOVE PEDIDO-NUMERO          TO NFPED-NUM-PEDIDO
           READ ARQNFPED
               NOT INVALID KEY
                   MOVE NFPED-DATA-ENVIO
                                       TO WRK-DATA-ENVIO-EDIT
           END-READ
      *
           ADD 1                       TO WRK-TOT-PENDENTES
           MOVE PEDIDO-NUMERO          TO LIN-FP-PEDIDO
           MOVE PEDIDO-COD-CLI         TO LIN-FP-COD-CLI
           MOVE PEDIDO-COD-VEN         TO LIN-FP-COD-VEN
           MOVE WRK-DATA-BASE          TO LIN-FP-DATA-APROV
           MOVE WRK-DIAS-APROVADO      TO LIN-FP-DIAS
           MOVE PEDIDO-VALOR           TO LIN-FP-VALOR
           MOVE WRK-DATA-ENVIO-EDIT    TO LIN-FP-ENVIO
           WRITE REG-ARQREL01          FROM WRK-LIN-DET-PEND
           .
      *
       2600-LER.
           PERFORM 7200-LER-ARQPED01 THRU 7200-SAIDA
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DO PROCESSAMENTO E MANIFESTO.   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL: NOTAS DIVERGENTES=' WRK-TOT-DIVERGENTES
                  ' PEDIDOS PENDENTES DE FATURAMENTO='
                  WRK-TOT-PENDENTES
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQPED01
                 ARQNFPED
                 ARQREL01
           IF WRK-TEM-ICMS
               CLOSE ARQICMS
           END-IF
           IF WRK-TEM-RETORNO
               CLOSE ARQREENT
                     ARQREREJ
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'PROC-RETERP: REGISTROS LIDOS......: '
                   WRK-TOT-LIDOS
           DISPLAY 'PROC-RETERP: PEDIDOS FATURADOS....: '
                   WRK-TOT-FATURADOS
           DISPLAY 'PROC-RETERP: SO NOTA REGISTRADA...: '
                   WRK-TOT-SO-NOTA
           DISPLAY 'PROC-RETERP: REGISTROS REJEITADOS.: '
                   WRK-TOT-REJEITADOS
           DISPLAY 'PROC-RETERP: NOTAS DIVERGENTES....: '
                   WRK-TOT-DIVERGENTES
           DISPLAY 'PROC-RETERP: PENDENTES EM ATRASO..: '
                   WRK-TOT-PENDENTES
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
      * REGISTRA NO MANIFESTO GLOBAL O RELATORIO DE EXCECAO.           *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           COMPUTE WRK-MANIF-QTDE = WRK-TOT-DIVERGENTES
                                  + WRK-TOT-PENDENTES
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
      * LEITURA DO ARQUIVO DE RETORNO DO ERP.                          *
      *----------------------------------------------------------------*
       7100-LER-ARQREENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQREENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQREENT
               NOT AT END
                   ADD 1               TO WRK-TOT-LIDOS
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS PEDIDOS.                                *
      *----------------------------------------------------------------*
       7200-LER-ARQPED01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-READ
           .
      *----------------------------------------------------------------*
       7200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM PROC-RETERP.

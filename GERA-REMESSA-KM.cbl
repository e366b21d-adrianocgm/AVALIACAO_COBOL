      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. GERA-REMESSA-KM.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: GERA-REMESSA-KM                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: GERAR O ARQUIVO DE REMESSA BANCARIA DO         *
      *                 PAGAMENTO DOS REEMBOLSOS DE QUILOMETRAGEM: CADA*
      *                 REEMBOLSO APROVADO PELO SUPERVISOR NO ARQREEMB *
      *                 (QUALQUER PERIODO) VIRA UM DETALHE DA REMESSA  *
      *                 (CODIGO, NOME DE ARQVEN01, VALOR, DATA DE      *
      *                 PAGAMENTO = PROXIMO DIA UTIL DO CALENDARIO     *
      *                 ARQCAL01 E PERIODO DO REEMBOLSO), NO MESMO     *
      *                 LAYOUT H/D/T DA REMESSA DE COMISSOES, E FICA   *
      *                 MARCADO COMO REMETIDO PARA NAO SAIR DE NOVO.   *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>REMESSA_REEMB_<STAMP>.TXT          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQREEMB                        RMB-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQCAL01                        CAL-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA REMESSA DE REEMBOLSO.   *
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
           SELECT ARQREEMB ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REEMB-CHAVE
               FILE STATUS             IS WRK-FS-ARQREEMB.
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
           SELECT ARQCAL01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CALEND-DATA
               FILE STATUS             IS WRK-FS-ARQCAL01.
      *
           SELECT ARQREM   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQREM.
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
         FD ARQREEMB
            VALUE OF FILE-ID IS NOME-ARQREEMB-WS
            COPY "RMB-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQCAL01
            VALUE OF FILE-ID IS NOME-ARQCAL01-WS
            COPY "CAL-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    OUTPUT: REMESSA BANCARIA EM LAYOUT FIXO H/D/T.              *
      *----------------------------------------------------------------*
      *
         FD ARQREM
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREM.
      *
       01  REG-ARQREM.
           05 REM-TIPO-REG             PIC  X(001).
              88 REM-TIPO-HEADER                 VALUE 'H'.
              88 REM-TIPO-DETALHE                VALUE 'D'.
              88 REM-TIPO-TRAILER                VALUE 'T'.
           05 REM-CORPO                PIC  X(070).
           05 REM-DET REDEFINES REM-CORPO.
              10 REM-COD-VEN           PIC  9(003).
              10 REM-NOME              PIC  X(030).
              10 REM-VALOR             PIC  9(011)V99.
              10 REM-DATA-PAGTO        PIC  9(008).
              10 REM-PERIODO           PIC  9(006).
              10 FILLER                PIC  X(010).
           05 REM-HDR REDEFINES REM-CORPO.
              10 REM-HDR-ORIGEM        PIC  X(008).
              10 REM-HDR-DATA-GER      PIC  9(008).
              10 REM-HDR-PERIODO       PIC  9(006).
              10 FILLER                PIC  X(048).
           05 REM-TRL REDEFINES REM-CORPO.
              10 REM-TRL-QTDE          PIC  9(007).
              10 REM-TRL-VALOR-TOTAL   PIC  9(013)V99.
              10 FILLER                PIC  X(048).
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
       77  WRK-PROGRAMA                PIC  X(016)     VALUE
           'GERA-REMESSA-KM'.
      *
       01 NOME-ARQREEMB-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQREEMB.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQCAL01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCAL01.DAT'.
       01 WRK-NOME-ARQREM              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQREEMB             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREEMB-OK                         VALUE '00' '05'.
           88  WRK-ARQREEMB-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQREEMB-FIM                        VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQCAL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAL01-OK                         VALUE '00' '05'.
           88  WRK-ARQCAL01-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQCAL01-FIM                        VALUE '10'.
       01  WRK-FS-ARQREM               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREM-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    MES DA REMESSA (CABECALHO) E DATA DE PAGAMENTO (PROXIMO DIA *
      *    UTIL DO CALENDARIO).                                        *
      *----------------------------------------------------------------*
      *
       77  WRK-PERIODO-PAGTO           PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-PAGTO              PIC 9(008)      VALUE ZEROS.
       01  WRK-CAL-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CAL-ACHOU                           VALUE 'S'.
       01  WRK-CAL-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CAL-FIM                             VALUE 'S'.
      *
       77  WRK-TOT-DETALHES            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VALOR               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
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
           PERFORM 2000-GERA-DETALHE THRU 2000-SAIDA
               UNTIL WRK-ARQREEMB-FIM
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
           OPEN I-O ARQREEMB
           IF WRK-ARQREEMB-NAO-EXISTE
               DISPLAY 'GERA-REMESSA-KM: REEMBOLSOS DE KM AINDA NAO '
                       'GRAVADOS - EXECUTE REEMB-KM ANTES'
               MOVE WRK-FS-ARQREEMB    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREEMB'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVEN01
      *
      *    O CABECALHO LEVA O MES DA REMESSA; CADA DETALHE LEVA O
      *    PERIODO DO REEMBOLSO PAGO.
           MOVE WRK-DATA-HOJE(1:6)     TO WRK-PERIODO-PAGTO
           PERFORM 1300-ACHA-DATA-PAGTO THRU 1300-SAIDA
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'REMESSA_REEMB_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREM
           OPEN OUTPUT ARQREM
      *
           MOVE SPACES                 TO REG-ARQREM
           MOVE 'H'                    TO REM-TIPO-REG
           MOVE 'GERENCKM'             TO REM-HDR-ORIGEM
           MOVE WRK-DATA-HOJE          TO REM-HDR-DATA-GER
           MOVE WRK-PERIODO-PAGTO      TO REM-HDR-PERIODO
           WRITE REG-ARQREM
      *
           MOVE LOW-VALUES             TO REEMB-CHAVE
           START ARQREEMB KEY IS GREATER THAN OR EQUAL REEMB-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQREEMB
               NOT INVALID KEY
                   MOVE ZEROS          TO WRK-FS-ARQREEMB
           END-START
           IF NOT WRK-ARQREEMB-FIM
               PERFORM 7100-LER-ARQREEMB THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQREEMB.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQREEMB-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAL01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAL01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DATA DE PAGAMENTO = PROXIMO DIA UTIL DEPOIS DE HOJE NO         *
      * CALENDARIO DO NEGOCIO. SEM CALENDARIO (OU SEM DIA UTIL A       *
      * FRENTE), ASSUME A PROPRIA DATA DE HOJE.                        *
      *----------------------------------------------------------------*
       1300-ACHA-DATA-PAGTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-HOJE          TO WRK-DATA-PAGTO
      *
           OPEN INPUT ARQCAL01
           IF NOT WRK-ARQCAL01-OK
               GO TO 1300-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CAL-ACHOU-FLAG
                                          WRK-CAL-FIM-FLAG
           MOVE WRK-DATA-HOJE          TO CALEND-DATA
           START ARQCAL01 KEY IS GREATER THAN CALEND-DATA
               INVALID KEY
                   MOVE 'S'            TO WRK-CAL-FIM-FLAG
           END-START
      *
           PERFORM 1310-LER-PROXIMO-UTIL
               UNTIL WRK-CAL-FIM OR WRK-CAL-ACHOU
      *
           CLOSE ARQCAL01
           .
      *
       1310-LER-PROXIMO-UTIL.
      *
           READ ARQCAL01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CAL-FIM-FLAG
               NOT AT END
                   IF CALEND-DIA-UTIL
                       MOVE CALEND-DATA
                                       TO WRK-DATA-PAGTO
                       MOVE 'S'        TO WRK-CAL-ACHOU-FLAG
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GERA O DETALHE DA REMESSA PARA O REEMBOLSO CORRENTE QUANDO ELE *
      * ESTA APROVADO E TEM VALOR POSITIVO, E MARCA-O COMO REMETIDO.   *
      *----------------------------------------------------------------*
       2000-GERA-DETALHE               SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT REEMB-APROVADO
           OR REEMB-VALOR              NOT GREATER ZEROS
               GO TO 2000-LER
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREM
           MOVE 'D'                    TO REM-TIPO-REG
           MOVE REEMB-COD-VEN          TO REM-COD-VEN
                                          EXEMPLO-CODIGO-VEND
                                          OF ARQVEN01
           MOVE SPACES                 TO REM-NOME
           READ ARQVEN01
               INVALID KEY
                   MOVE '*VENDEDOR NAO CADASTRADO*'
                                       TO REM-NOME
               NOT INVALID KEY
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO REM-NOME
           END-READ
           MOVE REEMB-VALOR            TO REM-VALOR
           MOVE WRK-DATA-PAGTO         TO REM-DATA-PAGTO
           MOVE REEMB-PERIODO          TO REM-PERIODO
           WRITE REG-ARQREM
      *
           SET REEMB-REMETIDO          TO TRUE
           MOVE WRK-DATA-HOJE          TO REEMB-DATA-REMESSA
           REWRITE REEMB-REG
           END-REWRITE
      *
           ADD 1                       TO WRK-TOT-DETALHES
           ADD REEMB-VALOR             TO WRK-TOT-VALOR
           .
      *
       2000-LER.
      *
           PERFORM 7100-LER-ARQREEMB THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - TRAILER, MANIFESTO E ENCERRAMENTO.     *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREM
           MOVE 'T'                    TO REM-TIPO-REG
           MOVE WRK-TOT-DETALHES       TO REM-TRL-QTDE
           MOVE WRK-TOT-VALOR          TO REM-TRL-VALOR-TOTAL
           WRITE REG-ARQREM
      *
           CLOSE ARQREEMB
                 ARQVEN01
                 ARQREM
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'GERA-REMESSA-KM: PAGAMENTOS NA REMESSA: '
                   WRK-TOT-DETALHES
           DISPLAY 'GERA-REMESSA-KM: ARQUIVO GERADO EM....: '
                   WRK-NOME-ARQREM
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
      * REGISTRA NO MANIFESTO GLOBAL A REMESSA GERADA.                 *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-TOT-DETALHES       TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQREM
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
      * LEITURA DOS REEMBOLSOS DE KM NA ORDEM DA CHAVE.                *
      *----------------------------------------------------------------*
       7100-LER-ARQREEMB               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQREEMB NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQREEMB
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM GERA-REMESSA-KM.

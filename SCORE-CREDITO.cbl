      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. SCORE-CREDITO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: SCORE-CREDITO                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PONTUAR MENSALMENTE O COMPORTAMENTO DE         *
      *                 PAGAMENTO DOS CLIENTES ATIVOS COM LIMITE DE    *
      *                 CREDITO (ARQCRED), A PARTIR DOS TITULOS A      *
      *                 RECEBER (ARQTIT01): MEDIA DE DIAS DE ATRASO,   *
      *                 PERCENTUAL DE TITULOS PAGOS COM ATRASO, SALDO  *
      *                 VENCIDO EM ABERTO E MESES DE RELACIONAMENTO    *
      *                 DESDE EXEMPLO-DATA-CADASTRO. A PONTUACAO       *
      *                 PROPOE AUMENTAR, MANTER OU REDUZIR O LIMITE.   *
      *                 AUMENTOS E REDUCOES VAO PARA O ARQUIVO DE      *
      *                 REVISAO (PROPOSTA_CREDITO.DAT) E SO MUDAM O    *
      *                 ARQCRED DEPOIS DA APROVACAO DO SUPERVISOR NA   *
      *                 TELA DO GERENCIADOR. CLIENTE SEM LIMITE OU SEM *
      *                 NENHUM TITULO NAO E PONTUADO.                  *
      *----------------------------------------------------------------*
      *    SAIDA.......: <DIR-RELAT>SCORE_CREDITO_<STAMP>.TXT          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQTIT01                        TIT-SIST        *
      *                ARQCRED                         CRE-SIST        *
      *                ARQPROPCR                       PCR-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA PONTUACAO DE CREDITO.   *
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
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
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
           SELECT ARQTIT01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TITULO-CHAVE
               FILE STATUS             IS WRK-FS-ARQTIT01.
      *
           SELECT ARQCRED  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CREDITO-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCRED.
      *
           SELECT ARQPROPCR ASSIGN     TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PROPCR-COD-CLI
               FILE STATUS             IS WRK-FS-ARQPROPCR.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQSCORE ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQSCORE.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQTIT01
            VALUE OF FILE-ID IS NOME-ARQTIT01-WS
            COPY "TIT-SIST.CPY".
      *
         FD ARQCRED
            VALUE OF FILE-ID IS NOME-ARQCRED-WS
            COPY "CRE-SIST.CPY".
      *
         FD ARQPROPCR
            VALUE OF FILE-ID IS NOME-ARQPROPCR-WS
            COPY "PCR-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
         FD ARQSCORE
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQSCORE.
      *
       01  REG-ARQSCORE                PIC  X(132).
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
           'SCORE-CREDITO'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQTIT01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTIT01.DAT'.
       01 NOME-ARQCRED-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCRED.DAT'.
       01 NOME-ARQPROPCR-WS            PIC X(050)      VALUE
                                      'C:\GERENC\PROPOSTA_CREDITO.DAT'.
       01 WRK-NOME-ARQSCORE            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE ZEROS.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQTIT01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTIT01-OK                         VALUE '00' '05'.
           88  WRK-ARQTIT01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQCRED              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCRED-OK                          VALUE '00' '05'.
           88  WRK-ARQCRED-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQPROPCR            PIC X(002)      VALUE SPACES.
           88  WRK-ARQPROPCR-OK                        VALUE '00' '05'.
           88  WRK-ARQPROPCR-NAO-EXISTE                VALUE '35'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQSCORE             PIC X(002)      VALUE SPACES.
           88  WRK-ARQSCORE-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-FIM-CHAVE-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-FIM-CHAVE                           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    REGRA DA PONTUACAO. A BASE E 50; CADA INDICADOR SOMA OU     *
      *    TIRA PONTOS E O RESULTADO FICA ENTRE 0 E 100. A PARTIR DE   *
      *    WRK-SCORE-AUMENTA PROPOE AUMENTO DE WRK-PCT-AUMENTO; ABAIXO *
      *    DE WRK-SCORE-REDUZ PROPOE CORTE DE WRK-PCT-REDUCAO.         *
      *----------------------------------------------------------------*
      *
       77  WRK-SCORE-BASE              PIC 9(003)      VALUE 50.
       77  WRK-SCORE-AUMENTA           PIC 9(003)      VALUE 75.
       77  WRK-SCORE-REDUZ             PIC 9(003)      VALUE 40.
       77  WRK-PCT-AUMENTO             PIC 9(002)V99   VALUE 20.
       77  WRK-PCT-REDUCAO             PIC 9(002)V99   VALUE 30.
      *
      *----------------------------------------------------------------*
      *    INDICADORES DO CLIENTE CORRENTE.                            *
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-HOJE               PIC 9(007)      VALUE ZEROS.
       77  WRK-DIAS-ATRASO             PIC S9(007)     VALUE ZEROS.
       77  WRK-SALDO                   PIC S9(011)V99  VALUE ZEROS.
       77  WRK-QTDE-TITULOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-PAGOS              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-PAGOS-ATRASO       PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-VENC-ABERTO        PIC 9(005)      VALUE ZEROS.
       77  WRK-SOMA-ATRASO             PIC 9(009)      VALUE ZEROS.
       77  WRK-MEDIA-ATRASO            PIC 9(004)      VALUE ZEROS.
       77  WRK-PCT-ATRASO              PIC 9(003)V99   VALUE ZEROS.
       77  WRK-SALDO-VENCIDO           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PCT-VENCIDO-LIM         PIC 9(005)V99   VALUE ZEROS.
       77  WRK-MESES-RELAC             PIC S9(005)     VALUE ZEROS.
       77  WRK-SCORE                   PIC S9(005)     VALUE ZEROS.
       77  WRK-LIMITE-PROPOSTO         PIC 9(011)V99   VALUE ZEROS.
       01  WRK-ACAO                    PIC X(001)      VALUE SPACES.
           88  WRK-ACAO-AUMENTA                        VALUE 'A'.
           88  WRK-ACAO-MANTEM                         VALUE 'M'.
           88  WRK-ACAO-REDUZ                          VALUE 'R'.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DA EXECUCAO.                                         *
      *----------------------------------------------------------------*
      *
       77  WRK-TOT-AVALIADOS           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-LIMITE          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-TITULO          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-AUMENTOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-MANTIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REDUCOES            PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(034)      VALUE
              'CLIENTE RAZAO SOCIAL'.
           05 FILLER                   PIC X(046)      VALUE
              'SCO ATRM PCTATR  SALDO VENCIDO MESES'.
           05 FILLER                   PIC X(052)      VALUE
              ' LIMITE ATUAL  LIMITE PROPOSTO ACAO'.
      *
       01  WRK-LIN-SCORE.
           05 LIN-SC-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-RAZAO             PIC X(025).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-SCORE             PIC ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-MEDIA             PIC ZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-PCT               PIC ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-VENCIDO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-MESES             PIC ZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-LIMITE            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-PROPOSTO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-ACAO              PIC X(007).
           05 FILLER                   PIC X(025)      VALUE SPACES.
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
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           PERFORM 2000-AVALIA-CLIENTE THRU 2000-SAIDA
               UNTIL WRK-ARQCLI01-FIM
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
           COMPUTE WRK-DIAS-HOJE
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTIT01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTIT01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCRED.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCRED-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'PROPOSTA_CREDITO.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPROPCR-WS
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'SCORE-CREDITO: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE 20                 TO RETURN-CODE
               GOBACK
           END-IF
      *
      *    SEM TITULOS OU SEM LIMITES NAO HA O QUE PONTUAR.
           OPEN INPUT ARQTIT01
           IF NOT WRK-ARQTIT01-OK
               DISPLAY 'SCORE-CREDITO: TITULOS A RECEBER AINDA NAO '
                       'CARREGADOS (ARQTIT01)'
               CLOSE ARQCLI01
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARQCRED
           IF NOT WRK-ARQCRED-OK
               DISPLAY 'SCORE-CREDITO: NENHUM LIMITE DE CREDITO '
                       'CADASTRADO (ARQCRED)'
               CLOSE ARQCLI01
                     ARQTIT01
               MOVE 16                 TO RETURN-CODE
               GOBACK
           END-IF
      *
           OPEN I-O ARQPROPCR
           IF WRK-ARQPROPCR-NAO-EXISTE
               OPEN OUTPUT ARQPROPCR
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'SCORE_CREDITO_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSCORE
           OPEN OUTPUT ARQSCORE
      *
           MOVE SPACES                 TO REG-ARQSCORE
           STRING 'PONTUACAO DE CREDITO POR COMPORTAMENTO DE '
                  'PAGAMENTO - DATA BASE ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQSCORE
           END-STRING
           WRITE REG-ARQSCORE
           WRITE REG-ARQSCORE          FROM WRK-LIN-CAB
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * AVALIA O CLIENTE ATIVO CORRENTE: PRECISA TER LIMITE EM ARQCRED *
      * E AO MENOS UM TITULO; CALCULA OS INDICADORES, A PONTUACAO E A  *
      * PROPOSTA.                                                      *
      *----------------------------------------------------------------*
       2000-AVALIA-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               GO TO 2000-PROXIMO
           END-IF
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO CREDITO-COD-CLI
           READ ARQCRED
               INVALID KEY
                   ADD 1               TO WRK-TOT-SEM-LIMITE
                   GO TO 2000-PROXIMO
           END-READ
      *
           PERFORM 2100-APURA-TITULOS THRU 2100-SAIDA
           IF WRK-QTDE-TITULOS         EQUAL ZEROS
               ADD 1                   TO WRK-TOT-SEM-TITULO
               GO TO 2000-PROXIMO
           END-IF
      *
           ADD 1                       TO WRK-TOT-AVALIADOS
           PERFORM 2200-CALCULA-INDICADORES THRU 2200-SAIDA
           PERFORM 2300-PONTUA THRU 2300-SAIDA
           PERFORM 2400-PROPOE-LIMITE THRU 2400-SAIDA
           PERFORM 2500-GRAVA-RESULTADO THRU 2500-SAIDA
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PERCORRE OS TITULOS DO CLIENTE (CHAVE CLIENTE + TITULO).       *
      *----------------------------------------------------------------*
       2100-APURA-TITULOS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-TITULOS
                                          WRK-QTDE-PAGOS
                                          WRK-QTDE-PAGOS-ATRASO
                                          WRK-QTDE-VENC-ABERTO
                                          WRK-SOMA-ATRASO
                                          WRK-SALDO-VENCIDO
      *
           MOVE 'N'                    TO WRK-FIM-CHAVE-FLAG
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO TITULO-COD-CLI
           MOVE LOW-VALUES             TO TITULO-NUMERO
           START ARQTIT01 KEY IS GREATER THAN OR EQUAL TITULO-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-FIM-CHAVE-FLAG
           END-START
      *
           PERFORM 2110-LE-TITULO THRU 2110-SAIDA
               UNTIL WRK-FIM-CHAVE
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULO QUITADO CONTA NOS PAGOS (E NOS PAGOS COM ATRASO QUANDO  *
      * A BAIXA VEIO DEPOIS DO VENCIMENTO); TITULO EM ABERTO JA        *
      * VENCIDO SOMA O SALDO VENCIDO E OS DIAS DE ATRASO ATE HOJE.     *
      *----------------------------------------------------------------*
       2110-LE-TITULO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTIT01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-CHAVE-FLAG
                   GO TO 2110-SAIDA
           END-READ
      *
           IF TITULO-COD-CLI NOT EQUAL EXEMPLO-CODIGO-CLI OF ARQCLI01
               MOVE 'S'                TO WRK-FIM-CHAVE-FLAG
               GO TO 2110-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-TITULOS
           COMPUTE WRK-SALDO = TITULO-VALOR - TITULO-VALOR-PAGO
      *
           IF WRK-SALDO NOT GREATER ZEROS
               ADD 1                   TO WRK-QTDE-PAGOS
               IF TITULO-DATA-PAGTO GREATER TITULO-DATA-VENCTO
                   COMPUTE WRK-DIAS-ATRASO
                       = FUNCTION INTEGER-OF-DATE(TITULO-DATA-PAGTO)
                       - FUNCTION INTEGER-OF-DATE(TITULO-DATA-VENCTO)
                   ADD 1               TO WRK-QTDE-PAGOS-ATRASO
                   ADD WRK-DIAS-ATRASO TO WRK-SOMA-ATRASO
               END-IF
               GO TO 2110-SAIDA
           END-IF
      *
           IF TITULO-DATA-VENCTO LESS WRK-DATA-HOJE
               COMPUTE WRK-DIAS-ATRASO
                   = WRK-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(TITULO-DATA-VENCTO)
               ADD 1                   TO WRK-QTDE-VENC-ABERTO
               ADD WRK-DIAS-ATRASO     TO WRK-SOMA-ATRASO
               ADD WRK-SALDO           TO WRK-SALDO-VENCIDO
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MEDIA DE ATRASO (PAGOS + VENCIDOS EM ABERTO), PERCENTUAL DOS   *
      * PAGOS COM ATRASO, SALDO VENCIDO SOBRE O LIMITE E MESES DE      *
      * RELACIONAMENTO DESDE O CADASTRO.                               *
      *----------------------------------------------------------------*
       2200-CALCULA-INDICADORES        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-MEDIA-ATRASO
                                          WRK-PCT-ATRASO
                                          WRK-PCT-VENCIDO-LIM
                                          WRK-MESES-RELAC
      *
           IF WRK-QTDE-PAGOS + WRK-QTDE-VENC-ABERTO GREATER ZEROS
               COMPUTE WRK-MEDIA-ATRASO ROUNDED
                       = WRK-SOMA-ATRASO
                       / (WRK-QTDE-PAGOS + WRK-QTDE-VENC-ABERTO)
           END-IF
      *
           IF WRK-QTDE-PAGOS GREATER ZEROS
               COMPUTE WRK-PCT-ATRASO ROUNDED
                       = WRK-QTDE-PAGOS-ATRASO * 100 / WRK-QTDE-PAGOS
           END-IF
      *
           IF WRK-SALDO-VENCIDO GREATER ZEROS
               IF CREDITO-LIMITE GREATER ZEROS
                   COMPUTE WRK-PCT-VENCIDO-LIM ROUNDED
                           = WRK-SALDO-VENCIDO * 100 / CREDITO-LIMITE
                       ON SIZE ERROR
                           MOVE 99999  TO WRK-PCT-VENCIDO-LIM
                   END-COMPUTE
               ELSE
                   MOVE 99999          TO WRK-PCT-VENCIDO-LIM
               END-IF
           END-IF
      *
           IF  EXEMPLO-DATA-CADASTRO OF ARQCLI01 NUMERIC
           AND EXEMPLO-DATA-CADASTRO OF ARQCLI01 GREATER ZEROS
               COMPUTE WRK-MESES-RELAC
                   = (FUNCTION NUMVAL(WRK-DATA-HOJE(1:4)) * 12
                   +  FUNCTION NUMVAL(WRK-DATA-HOJE(5:2)))
                   - (FUNCTION NUMVAL(EXEMPLO-DATA-CADASTRO
                                      OF ARQCLI01 (1:4)) * 12
                   +  FUNCTION NUMVAL(EXEMPLO-DATA-CADASTRO
                                      OF ARQCLI01 (5:2)))
               IF WRK-MESES-RELAC LESS ZEROS
                   MOVE ZEROS          TO WRK-MESES-RELAC
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PONTUACAO: BASE 50, AJUSTADA POR CADA INDICADOR, LIMITADA A    *
      * FAIXA DE 0 A 100.                                              *
      *----------------------------------------------------------------*
       2300-PONTUA                     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SCORE-BASE         TO WRK-SCORE
      *
      *    MEDIA DE DIAS DE ATRASO.
           EVALUATE TRUE
               WHEN WRK-MEDIA-ATRASO EQUAL ZEROS
                   ADD 20              TO WRK-SCORE
               WHEN WRK-MEDIA-ATRASO NOT GREATER 5
                   ADD 10              TO WRK-SCORE
               WHEN WRK-MEDIA-ATRASO NOT GREATER 15
                   CONTINUE
               WHEN WRK-MEDIA-ATRASO NOT GREATER 30
                   SUBTRACT 15         FROM WRK-SCORE
               WHEN OTHER
                   SUBTRACT 30         FROM WRK-SCORE
           END-EVALUATE
      *
      *    PERCENTUAL DE TITULOS PAGOS COM ATRASO.
           EVALUATE TRUE
               WHEN WRK-PCT-ATRASO LESS 10
                   ADD 15              TO WRK-SCORE
               WHEN WRK-PCT-ATRASO LESS 25
                   ADD 5               TO WRK-SCORE
               WHEN WRK-PCT-ATRASO LESS 50
                   SUBTRACT 10         FROM WRK-SCORE
               WHEN OTHER
                   SUBTRACT 20         FROM WRK-SCORE
           END-EVALUATE
      *
      *    SALDO VENCIDO EM ABERTO, EM PERCENTUAL DO LIMITE ATUAL.
           EVALUATE TRUE
               WHEN WRK-SALDO-VENCIDO EQUAL ZEROS
                   ADD 10              TO WRK-SCORE
               WHEN WRK-PCT-VENCIDO-LIM NOT GREATER 10
                   CONTINUE
               WHEN WRK-PCT-VENCIDO-LIM NOT GREATER 30
                   SUBTRACT 10         FROM WRK-SCORE
               WHEN OTHER
                   SUBTRACT 25         FROM WRK-SCORE
           END-EVALUATE
      *
      *    MESES DE RELACIONAMENTO.
           EVALUATE TRUE
               WHEN WRK-MESES-RELAC NOT LESS 60
                   ADD 15              TO WRK-SCORE
               WHEN WRK-MESES-RELAC NOT LESS 24
                   ADD 10              TO WRK-SCORE
               WHEN WRK-MESES-RELAC NOT LESS 12
                   ADD 5               TO WRK-SCORE
               WHEN WRK-MESES-RELAC LESS 6
                   SUBTRACT 10         FROM WRK-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF WRK-SCORE LESS ZEROS
               MOVE ZEROS              TO WRK-SCORE
           END-IF
           IF WRK-SCORE GREATER 100
               MOVE 100                TO WRK-SCORE
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROPOSTA: AUMENTA, MANTEM OU REDUZ O LIMITE ATUAL CONFORME A   *
      * PONTUACAO. LIMITE ZERADO NAO TEM O QUE AUMENTAR OU REDUZIR.    *
      *----------------------------------------------------------------*
       2400-PROPOE-LIMITE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CREDITO-LIMITE         TO WRK-LIMITE-PROPOSTO
           SET WRK-ACAO-MANTEM         TO TRUE
      *
           IF CREDITO-LIMITE EQUAL ZEROS
               GO TO 2400-SAIDA
           END-IF
      *
           IF WRK-SCORE NOT LESS WRK-SCORE-AUMENTA
               COMPUTE WRK-LIMITE-PROPOSTO ROUNDED
                       = CREDITO-LIMITE * (100 + WRK-PCT-AUMENTO) / 100
                   ON SIZE ERROR
                       MOVE CREDITO-LIMITE
                                       TO WRK-LIMITE-PROPOSTO
               END-COMPUTE
               IF WRK-LIMITE-PROPOSTO GREATER CREDITO-LIMITE
                   SET WRK-ACAO-AUMENTA
                                       TO TRUE
               END-IF
           END-IF
      *
           IF WRK-SCORE LESS WRK-SCORE-REDUZ
               COMPUTE WRK-LIMITE-PROPOSTO ROUNDED
                       = CREDITO-LIMITE * (100 - WRK-PCT-REDUCAO) / 100
               SET WRK-ACAO-REDUZ      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A LINHA DO RELATORIO E, QUANDO HA MUDANCA DE LIMITE, A   *
      * PROPOSTA PARA REVISAO (REPROPOSTA SOBREPOE A ANTIGA). CLIENTE  *
      * QUE PASSOU A MANTER O LIMITE TEM A PROPOSTA ANTIGA REMOVIDA.   *
      *----------------------------------------------------------------*
       2500-GRAVA-RESULTADO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO LIN-SC-CLI
                                          PROPCR-COD-CLI
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO LIN-SC-RAZAO
           MOVE WRK-SCORE              TO LIN-SC-SCORE
           MOVE WRK-MEDIA-ATRASO       TO LIN-SC-MEDIA
           MOVE WRK-PCT-ATRASO         TO LIN-SC-PCT
           MOVE WRK-SALDO-VENCIDO      TO LIN-SC-VENCIDO
           MOVE WRK-MESES-RELAC        TO LIN-SC-MESES
           MOVE CREDITO-LIMITE         TO LIN-SC-LIMITE
           MOVE WRK-LIMITE-PROPOSTO    TO LIN-SC-PROPOSTO
      *
           EVALUATE TRUE
               WHEN WRK-ACAO-AUMENTA
                   MOVE 'AUMENTA'      TO LIN-SC-ACAO
                   ADD 1               TO WRK-TOT-AUMENTOS
               WHEN WRK-ACAO-REDUZ
                   MOVE 'REDUZ'        TO LIN-SC-ACAO
                   ADD 1               TO WRK-TOT-REDUCOES
               WHEN OTHER
                   MOVE 'MANTEM'       TO LIN-SC-ACAO
                   ADD 1               TO WRK-TOT-MANTIDOS
           END-EVALUATE
           WRITE REG-ARQSCORE          FROM WRK-LIN-SCORE
      *
           IF WRK-ACAO-MANTEM
               DELETE ARQPROPCR
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 2500-SAIDA
           END-IF
      *
           MOVE WRK-STAMP(1:8)         TO PROPCR-DATA-PROPOSTA
           MOVE WRK-SCORE              TO PROPCR-SCORE
           MOVE WRK-ACAO               TO PROPCR-ACAO
           MOVE CREDITO-LIMITE         TO PROPCR-LIMITE-ATUAL
           MOVE WRK-LIMITE-PROPOSTO    TO PROPCR-LIMITE-PROPOSTO
           MOVE WRK-MEDIA-ATRASO       TO PROPCR-MEDIA-ATRASO
           MOVE WRK-PCT-ATRASO         TO PROPCR-PCT-ATRASO
           MOVE WRK-SALDO-VENCIDO      TO PROPCR-SALDO-VENCIDO
           MOVE WRK-MESES-RELAC        TO PROPCR-MESES-RELAC
           WRITE PROPCR-REG
               INVALID KEY
                   REWRITE PROPCR-REG
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQSCORE
           STRING 'TOTAIS: AVALIADOS=' WRK-TOT-AVALIADOS
                  ' AUMENTOS=' WRK-TOT-AUMENTOS
                  ' MANTIDOS=' WRK-TOT-MANTIDOS
                  ' REDUCOES=' WRK-TOT-REDUCOES
                  ' SEM-LIMITE=' WRK-TOT-SEM-LIMITE
                  ' SEM-TITULO=' WRK-TOT-SEM-TITULO
                  DELIMITED BY SIZE INTO REG-ARQSCORE
           END-STRING
           WRITE REG-ARQSCORE
      *
           CLOSE ARQCLI01
                 ARQTIT01
                 ARQCRED
                 ARQPROPCR
                 ARQSCORE
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'SCORE-CREDITO: AVALIADOS=' WRK-TOT-AVALIADOS
                   ' AUMENTOS=' WRK-TOT-AUMENTOS
                   ' REDUCOES=' WRK-TOT-REDUCOES
                   ' - REVISAR NO GERENCIADOR'
      *
           MOVE ZEROS                  TO RETURN-CODE
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
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
           MOVE WRK-TOT-AVALIADOS      TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQSCORE
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
       7100-LER-ARQCLI01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCLI01
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM SCORE-CREDITO.

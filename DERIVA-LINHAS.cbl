      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. DERIVA-LINHAS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: DERIVA-LINHAS                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: DERIVACAO NOTURNA DAS LINHAS DE PRODUTO        *
      *                 EXIGIDAS POR CLIENTE (ARQLREQ), ANTES DA       *
      *                 CARTEIRA. O CLIENTE QUE COMPROU, NOS ULTIMOS   *
      *                 12 MESES, PRODUTO DE FAMILIA QUE EXIGE         *
      *                 CERTIFICACAO (PEDIDO NAO CANCELADO) PASSA A    *
      *                 EXIGIR A LINHA COM ORIGEM 'D'. A LINHA 'D' QUE *
      *                 NAO FOI CONFIRMADA PELAS COMPRAS DA JANELA E   *
      *                 REMOVIDA. AS LINHAS MARCADAS ('M') E           *
      *                 DISPENSADAS ('X') A MAO NA CONSULTA DE CLIENTE *
      *                 NUNCA SAO TOCADAS.                             *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-DADOS>ARQLREQ.DAT                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQFAM01                        FAM-SIST        *
      *                ARQLREQ                         LRQ-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA DERIVACAO DAS LINHAS    *
      *                      EXIGIDAS POR CLIENTE.                     *
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
           SELECT ARQITP01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITEM-PED-CHAVE
               FILE STATUS             IS WRK-FS-ARQITP01.
      *
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
      *
           SELECT ARQFAM01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAMILIA-CODIGO
               FILE STATUS             IS WRK-FS-ARQFAM01.
      *
      *    LINHAS EXIGIDAS POR CLIENTE (CHAVE = CLIENTE + FAMILIA)
           SELECT ARQLREQ  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS LINREQ-CHAVE
               FILE STATUS             IS WRK-FS-ARQLREQ.
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
         FD ARQITP01
            VALUE OF FILE-ID IS NOME-ARQITP01-WS
            COPY "ITP-SIST.CPY".
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQFAM01
            VALUE OF FILE-ID IS NOME-ARQFAM01-WS
            COPY "FAM-SIST.CPY".
      *
         FD ARQLREQ
            VALUE OF FILE-ID IS NOME-ARQLREQ-WS
            COPY "LRQ-SIST.CPY".
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
           'DERIVA-LINHAS'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQFAM01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQFAM01.DAT'.
       01 NOME-ARQLREQ-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQLREQ.DAT'.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
           88  WRK-ARQPRD01-FIM                        VALUE '10'.
       01  WRK-FS-ARQFAM01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQFAM01-OK                         VALUE '00' '05'.
           88  WRK-ARQFAM01-FIM                        VALUE '10'.
       01  WRK-FS-ARQLREQ              PIC X(002)      VALUE SPACES.
           88  WRK-ARQLREQ-OK                          VALUE '00' '05'.
           88  WRK-ARQLREQ-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQLREQ-FIM                         VALUE '10'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    JANELA DE COMPRAS (12 MESES ATE HOJE) E CADASTROS EM        *
      *    MEMORIA: SO AS FAMILIAS QUE EXIGEM CERTIFICACAO E OS        *
      *    PRODUTOS DELAS INTERESSAM A DERIVACAO.                      *
      *----------------------------------------------------------------*
      *
       01  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-CORTE              PIC 9(008)      VALUE ZEROS.
      *
       01  TAB-FAM-CERT.
           05 TAB-FCT-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-FCT-COD              PIC 9(003) OCCURS 200 TIMES.
      *
       01  TAB-PRODUTOS.
           05 TAB-PRD-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-PRD-ENT              OCCURS 5000 TIMES.
              10 TAB-PRD-COD           PIC 9(007).
              10 TAB-PRD-FAM           PIC 9(003).
      *
       77  IND-FCT                     PIC 9(003) COMP VALUE ZEROS.
       77  IND-PRD                     PIC 9(005) COMP VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-LRQ-EXISTE-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-LRQ-EXISTE                          VALUE 'S'.
       01  WRK-ABERTOS-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ARQS-ABERTOS                        VALUE 'S'.
       77  WRK-FAM-BUSCA               PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ITENS-LINHA        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-NOVAS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-CONFIRMADAS        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-MANUAIS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-REMOVIDAS          PIC 9(007)      VALUE ZEROS.
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
           PERFORM 2000-LER-PEDIDO THRU 2000-SAIDA
               UNTIL WRK-ARQPED01-FIM
      *
           PERFORM 2800-EXPURGA-DERIVADAS THRU 2800-SAIDA
      *
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO DO PROGRAMA. SEM PEDIDOS, ITENS,       *
      * PRODUTOS OU FAMILIAS NAO HA COMO DERIVAR - AS LINHAS GRAVADAS  *
      * FICAM COMO ESTAO, PARA NAO APAGAR AS DERIVADAS POR FALTA DE    *
      * DADO.                                                          *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-HOJE
           COMPUTE WRK-DATA-CORTE      = WRK-DATA-HOJE - 10000
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN INPUT ARQFAM01
           IF NOT WRK-ARQFAM01-OK
               MOVE 'ARQFAM01'         TO COMUNIC-DES-PGR-ARQ
               MOVE WRK-FS-ARQFAM01    TO COMUNIC-COD-RETORNO
               PERFORM 1900-ABORTA THRU 1900-SAIDA
           END-IF
           PERFORM 1200-CARREGA-FAMILIAS THRU 1200-SAIDA
           CLOSE ARQFAM01
      *
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQPRD01-OK
               MOVE 'ARQPRD01'         TO COMUNIC-DES-PGR-ARQ
               MOVE WRK-FS-ARQPRD01    TO COMUNIC-COD-RETORNO
               PERFORM 1900-ABORTA THRU 1900-SAIDA
           END-IF
           PERFORM 1300-CARREGA-PRODUTOS THRU 1300-SAIDA
           CLOSE ARQPRD01
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               MOVE 'ARQPED01'         TO COMUNIC-DES-PGR-ARQ
               MOVE WRK-FS-ARQPED01    TO COMUNIC-COD-RETORNO
               PERFORM 1900-ABORTA THRU 1900-SAIDA
           END-IF
           OPEN INPUT ARQITP01
           IF NOT WRK-ARQITP01-OK
               CLOSE ARQPED01
               MOVE 'ARQITP01'         TO COMUNIC-DES-PGR-ARQ
               MOVE WRK-FS-ARQITP01    TO COMUNIC-COD-RETORNO
               PERFORM 1900-ABORTA THRU 1900-SAIDA
           END-IF
      *
      *    O ARQUIVO DE LINHAS EXIGIDAS E CRIADO NA PRIMEIRA EXECUCAO.
           OPEN I-O ARQLREQ
           IF WRK-ARQLREQ-NAO-EXISTE
               OPEN OUTPUT ARQLREQ
               CLOSE ARQLREQ
               OPEN I-O ARQLREQ
           END-IF
           IF NOT WRK-ARQLREQ-OK
               CLOSE ARQPED01
                     ARQITP01
               MOVE 'ARQLREQ'          TO COMUNIC-DES-PGR-ARQ
               MOVE WRK-FS-ARQLREQ     TO COMUNIC-COD-RETORNO
               PERFORM 1900-ABORTA THRU 1900-SAIDA
           END-IF
           SET WRK-ARQS-ABERTOS        TO TRUE
      *
           DISPLAY 'DERIVA-LINHAS: FAMILIAS COM CERTIFICACAO: '
                   TAB-FCT-QTD ' PRODUTOS: ' TAB-PRD-QTD
                   ' COMPRAS DESDE ' WRK-DATA-CORTE
      *
      *    SEM FAMILIA QUE EXIGE CERTIFICACAO NENHUM PEDIDO INTERESSA -
      *    SO O EXPURGO RODA (AS DERIVADAS DE ONTEM PERDEM A RAZAO).
           IF TAB-PRD-QTD              EQUAL ZEROS
               MOVE '10'               TO WRK-FS-ARQPED01
               GO TO 1000-99-FIM
           END-IF
      *
           MOVE ZEROS                  TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-START
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
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFAM01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQFAM01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQLREQ.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQLREQ-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS FAMILIAS ATIVAS QUE EXIGEM CERTIFICACAO.            *
      *----------------------------------------------------------------*
       1200-CARREGA-FAMILIAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO FAMILIA-CODIGO
           START ARQFAM01 KEY IS GREATER THAN OR EQUAL FAMILIA-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQFAM01
           END-START
           PERFORM 1210-LER-FAMILIA THRU 1210-SAIDA
               UNTIL WRK-ARQFAM01-FIM
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-FAMILIA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQFAM01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQFAM01
                   GO TO 1210-SAIDA
           END-READ
      *
           IF NOT FAMILIA-COM-CERTIFICACAO
           OR NOT FAMILIA-STATUS-ATIVA
               GO TO 1210-SAIDA
           END-IF
           IF TAB-FCT-QTD              NOT LESS 200
               DISPLAY 'DERIVA-LINHAS: TABELA DE FAMILIAS CHEIA - '
                       FAMILIA-CODIGO ' EM DIANTE IGNORADAS'
               MOVE '10'               TO WRK-FS-ARQFAM01
               GO TO 1210-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-FCT-QTD
           MOVE FAMILIA-CODIGO         TO TAB-FCT-COD(TAB-FCT-QTD)
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS PRODUTOS CUJA FAMILIA EXIGE CERTIFICACAO (OS        *
      * DEMAIS NAO GERAM LINHA EXIGIDA).                               *
      *----------------------------------------------------------------*
       1300-CARREGA-PRODUTOS           SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-FCT-QTD              EQUAL ZEROS
               GO TO 1300-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PRODUTO-CODIGO
           START ARQPRD01 KEY IS GREATER THAN OR EQUAL PRODUTO-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPRD01
           END-START
           PERFORM 1310-LER-PRODUTO THRU 1310-SAIDA
               UNTIL WRK-ARQPRD01-FIM
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-PRODUTO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPRD01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPRD01
                   GO TO 1310-SAIDA
           END-READ
      *
           IF PRODUTO-FAMILIA          NOT NUMERIC
               GO TO 1310-SAIDA
           END-IF
           MOVE PRODUTO-FAMILIA        TO WRK-FAM-BUSCA
           PERFORM 1320-LOCALIZA-FAMILIA THRU 1320-SAIDA
           IF NOT WRK-ACHOU
               GO TO 1310-SAIDA
           END-IF
      *
           IF TAB-PRD-QTD              NOT LESS 5000
               DISPLAY 'DERIVA-LINHAS: TABELA DE PRODUTOS CHEIA - '
                       PRODUTO-CODIGO ' EM DIANTE IGNORADOS'
               MOVE '10'               TO WRK-FS-ARQPRD01
               GO TO 1310-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-PRD-QTD
           MOVE PRODUTO-CODIGO         TO TAB-PRD-COD(TAB-PRD-QTD)
           MOVE PRODUTO-FAMILIA        TO TAB-PRD-FAM(TAB-PRD-QTD)
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1320-LOCALIZA-FAMILIA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-FCT
           PERFORM 1330-TESTA-FAMILIA THRU 1330-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-FCT NOT LESS TAB-FCT-QTD
           .
      *----------------------------------------------------------------*
       1320-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1330-TESTA-FAMILIA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FCT
           IF TAB-FCT-COD(IND-FCT)     EQUAL WRK-FAM-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1330-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FALHA DE ABERTURA: DEVOLVE RETURN-CODE 20 SEM MEXER NAS        *
      * LINHAS JA GRAVADAS.                                            *
      *----------------------------------------------------------------*
       1900-ABORTA                     SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'DERIVA-LINHAS: FALHA EM ' COMUNIC-DES-PGR-ARQ
                   ' - FILE STATUS=' COMUNIC-COD-RETORNO
                   ' - LINHAS EXIGIDAS MANTIDAS'
           MOVE 20                     TO RETURN-CODE
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       1900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PEDIDO NAO CANCELADO EMITIDO NA JANELA: CADA ITEM DE PRODUTO   *
      * DE FAMILIA QUE EXIGE CERTIFICACAO MARCA A LINHA NO CLIENTE.    *
      *----------------------------------------------------------------*
       2000-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 2000-SAIDA
           END-READ
      *
           IF PEDIDO-STATUS-CANCELADO
           OR PEDIDO-DATA-EMISSAO      LESS WRK-DATA-CORTE
               GO TO 2000-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PEDIDOS
           MOVE 'N'                    TO WRK-ITP-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           START ARQITP01 KEY IS GREATER THAN OR EQUAL ITEM-PED-CHAVE
               INVALID KEY
                   GO TO 2000-SAIDA
           END-START
      *
           PERFORM 2100-LER-ITEM THRU 2100-SAIDA
               UNTIL WRK-ITP-FIM
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LER-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   SET WRK-ITP-FIM     TO TRUE
                   GO TO 2100-SAIDA
           END-READ
           IF ITEM-PED-NUMERO          NOT EQUAL PEDIDO-NUMERO
               SET WRK-ITP-FIM         TO TRUE
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-PRD
           PERFORM 2110-TESTA-PRODUTO THRU 2110-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-PRD NOT LESS TAB-PRD-QTD
           IF NOT WRK-ACHOU
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS-LINHA
           PERFORM 2200-MARCA-LINHA THRU 2200-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-TESTA-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-PRD
           IF TAB-PRD-COD(IND-PRD)     EQUAL ITEM-PED-COD-PROD
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA OU CONFIRMA A LINHA DERIVADA DO CLIENTE DO PEDIDO. A     *
      * DATA DE ALTERACAO DE HOJE E A CONFIRMACAO QUE SALVA A LINHA DO *
      * EXPURGO; LINHA MANUAL OU DISPENSADA PREVALECE.                 *
      *----------------------------------------------------------------*
       2200-MARCA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PEDIDO-COD-CLI         TO LINREQ-COD-CLI
           MOVE TAB-PRD-FAM(IND-PRD)   TO LINREQ-FAMILIA
           MOVE 'S'                    TO WRK-LRQ-EXISTE-FLAG
           READ ARQLREQ
               INVALID KEY
                   MOVE 'N'            TO WRK-LRQ-EXISTE-FLAG
           END-READ
      *
           IF NOT WRK-LRQ-EXISTE
               INITIALIZE LINREQ-REG
               MOVE PEDIDO-COD-CLI     TO LINREQ-COD-CLI
               MOVE TAB-PRD-FAM(IND-PRD)
                                       TO LINREQ-FAMILIA
               SET LINREQ-DERIVADA     TO TRUE
               MOVE WRK-DATA-HOJE      TO LINREQ-DATA-ALTER
               MOVE WRK-PROGRAMA       TO LINREQ-OPERADOR
               WRITE LINREQ-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1           TO WRK-QTDE-NOVAS
               END-WRITE
               GO TO 2200-SAIDA
           END-IF
      *
           IF NOT LINREQ-DERIVADA
               GO TO 2200-SAIDA
           END-IF
           IF LINREQ-DATA-ALTER        NOT LESS WRK-DATA-HOJE
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE WRK-DATA-HOJE          TO LINREQ-DATA-ALTER
           REWRITE LINREQ-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1               TO WRK-QTDE-CONFIRMADAS
           END-REWRITE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * EXPURGO: LINHA DERIVADA QUE NENHUMA COMPRA DA JANELA CONFIRMOU *
      * HOJE SAI DO ARQUIVO (O CLIENTE PAROU DE COMPRAR A LINHA).      *
      *----------------------------------------------------------------*
       2800-EXPURGA-DERIVADAS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO LINREQ-CHAVE
           START ARQLREQ KEY IS GREATER THAN OR EQUAL LINREQ-CHAVE
               INVALID KEY
                   GO TO 2800-SAIDA
           END-START
      *
           MOVE ZEROS                  TO WRK-FS-ARQLREQ
           PERFORM 2810-LER-LINHA THRU 2810-SAIDA
               UNTIL WRK-ARQLREQ-FIM
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2810-LER-LINHA                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQLREQ NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQLREQ
                   GO TO 2810-SAIDA
           END-READ
      *
           IF NOT LINREQ-DERIVADA
               ADD 1                   TO WRK-QTDE-MANUAIS
               GO TO 2810-SAIDA
           END-IF
           IF LINREQ-DATA-ALTER        NOT LESS WRK-DATA-HOJE
               GO TO 2810-SAIDA
           END-IF
      *
           DELETE ARQLREQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1               TO WRK-QTDE-REMOVIDAS
           END-DELETE
           .
      *----------------------------------------------------------------*
       2810-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO.                                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ARQS-ABERTOS
               CLOSE ARQPED01
                     ARQITP01
                     ARQLREQ
           END-IF
      *
           DISPLAY 'DERIVA-LINHAS: PEDIDOS NA JANELA: '
                   WRK-QTDE-PEDIDOS ' ITENS DE LINHA TECNICA: '
                   WRK-QTDE-ITENS-LINHA
           DISPLAY 'DERIVA-LINHAS: LINHAS NOVAS: ' WRK-QTDE-NOVAS
                   ' CONFIRMADAS: ' WRK-QTDE-CONFIRMADAS
                   ' REMOVIDAS: ' WRK-QTDE-REMOVIDAS
                   ' MANUAIS/DISPENSADAS: ' WRK-QTDE-MANUAIS
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
       3300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

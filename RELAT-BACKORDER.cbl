      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-BACKORDER.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-BACKORDER                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: LISTAR DIARIAMENTE A FILA DE BACKORDER (ITENS  *
      *                 DE PEDIDOS APROVADOS SEM COBERTURA DE ESTOQUE, *
      *                 ARQRESE) EM DUAS VISOES: POR PRODUTO, COM O    *
      *                 DISPONIVEL ATUAL DE ARQSTQ01, E POR VENDEDOR   *
      *                 DO PEDIDO, PARA A EQUIPE AVISAR OS CLIENTES.   *
      *                 CADA QUEBRA TRAZ QUANTIDADE DE ITENS, QUANTIDA-*
      *                 DE PENDENTE E VALOR; AO FINAL, TOTAL GERAL.    *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>BACKORDER_<STAMP>.TXT              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQRESE                         RSE-SIST        *
      *                ARQSTQ01                        STQ-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RELATORIO DE BACKORDER. *
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
           SELECT ARQRESE  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RESERVA-CHAVE
               ALTERNATE RECORD KEY    IS RESERVA-COD-PROD
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY    IS RESERVA-COD-VEN
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQRESE.
      *
           SELECT ARQSTQ01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ESTOQUE-COD-PROD
               FILE STATUS             IS WRK-FS-ARQSTQ01.
      *
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
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
         FD ARQRESE
            VALUE OF FILE-ID IS NOME-ARQRESE-WS
            COPY "RSE-SIST.CPY".
      *
         FD ARQSTQ01
            VALUE OF FILE-ID IS NOME-ARQSTQ01-WS
            COPY "STQ-SIST.CPY".
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
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
           'RELAT-BACKORDER'.
      *
       01 NOME-ARQRESE-WS              PIC X(050)      VALUE
                                      'C:\GERENC\RESERVA_ESTOQUE.DAT'.
       01 NOME-ARQSTQ01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQSTQ01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQRESE              PIC X(002)      VALUE SPACES.
           88  WRK-ARQRESE-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQSTQ01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQSTQ01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-ESTOQUE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ESTOQUE                         VALUE 'S'.
       01  WRK-TEM-PRODUTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PRODUTO                         VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
       01  WRK-RESE-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-RESE-FIM                            VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    QUEBRAS (PRODUTO OU VENDEDOR) E ACUMULADORES.               *
      *----------------------------------------------------------------*
      *
       01  WRK-PRIMEIRA-FLAG           PIC X(001)      VALUE 'S'.
           88  WRK-PRIMEIRA                            VALUE 'S'.
       77  WRK-PROD-ANT                PIC 9(007)      VALUE ZEROS.
       77  WRK-VEN-ANT                 PIC 9(003)      VALUE ZEROS.
       01  WRK-DESC-ATUAL              PIC X(030)      VALUE SPACES.
       01  WRK-NOME-VEN-ATUAL          PIC X(025)      VALUE SPACES.
      *
       77  WRK-QB-ITENS                PIC 9(005)      VALUE ZEROS.
       77  WRK-QB-QTDE                 PIC 9(009)V99   VALUE ZEROS.
       77  WRK-QB-VALOR                PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-ITENS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VALOR               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-ED-ITENS                PIC ZZZZ9.
       01  WRK-ED-QTDE                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-ED-VALOR                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-ED-DISP                 PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-LIN-CAB-PROD.
           05 FILLER                   PIC X(039)      VALUE
              'PRODUTO DESCRICAO'.
           05 FILLER                   PIC X(024)      VALUE
              'PEDIDO/SEQ CLIENTE VEN'.
           05 FILLER                   PIC X(036)      VALUE
              '  QUANTIDADE          VALOR DESDE'.
           05 FILLER                   PIC X(033)      VALUE SPACES.
      *
       01  WRK-LIN-PROD.
           05 LIN-BP-PROD              PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-DESC              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-PEDIDO            PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE '/'.
           05 LIN-BP-SEQ               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-QTDE              PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BP-DATA              PIC 9(008).
           05 FILLER                   PIC X(033)      VALUE SPACES.
      *
       01  WRK-LIN-CAB-VEN.
           05 FILLER                   PIC X(030)      VALUE
              'VEN NOME'.
           05 FILLER                   PIC X(045)      VALUE
              'PEDIDO/SEQ CLIENTE PRODUTO DESCRICAO'.
           05 FILLER                   PIC X(057)      VALUE
              '    QUANTIDADE          VALOR DESDE'.
      *
       01  WRK-LIN-VEN.
           05 LIN-BV-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-NOME              PIC X(025).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-PEDIDO            PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE '/'.
           05 LIN-BV-SEQ               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-PROD              PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-DESC              PIC X(025).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-QTDE              PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-BV-DATA              PIC 9(008).
           05 FILLER                   PIC X(012)      VALUE SPACES.
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
           PERFORM 2000-VISAO-PRODUTO THRU 2000-SAIDA
           PERFORM 2500-VISAO-VENDEDOR THRU 2500-SAIDA
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
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM ARQUIVO DE RESERVAS NENHUM PEDIDO FOI APROVADO COM O
      *    CONTROLE DE ESTOQUE LIGADO - NAO HA O QUE LISTAR.
           OPEN INPUT ARQRESE
           IF NOT WRK-ARQRESE-OK
               DISPLAY 'RELAT-BACKORDER: SEM RESERVAS DE ESTOQUE - '
                       'RELATORIO NAO GERADO'
               MOVE ZEROS              TO RETURN-CODE
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    POSICAO, PRODUTO E VENDEDOR SO ENRIQUECEM AS LINHAS.
           OPEN INPUT ARQSTQ01
           IF WRK-ARQSTQ01-OK
               SET WRK-TEM-ESTOQUE     TO TRUE
           END-IF
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-OK
               SET WRK-TEM-PRODUTO     TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'BACKORDER_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-BACKORDER: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'FILA DE BACKORDER - ITENS APROVADOS SEM COBERTURA '
                  'DE ESTOQUE - POSICAO DE ' WRK-STAMP(1:8)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RESERVA_ESTOQUE.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQRESE-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSTQ01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSTQ01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRIMEIRA VISAO: FILA NA ORDEM DO PRODUTO (CHAVE ALTERNATIVA),  *
      * COM SUBTOTAL E DISPONIVEL ATUAL A CADA QUEBRA DE PRODUTO.      *
      *----------------------------------------------------------------*
       2000-VISAO-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** BACKORDER POR PRODUTO ***'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-PROD
      *
           MOVE 'S'                    TO WRK-PRIMEIRA-FLAG
           MOVE 'N'                    TO WRK-RESE-FIM-FLAG
           MOVE ZEROS                  TO RESERVA-COD-PROD
           START ARQRESE KEY IS GREATER THAN OR EQUAL RESERVA-COD-PROD
               INVALID KEY
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
           END-START
      *
           PERFORM 2100-LINHA-PRODUTO THRU 2100-SAIDA
               UNTIL WRK-RESE-FIM
      *
           IF NOT WRK-PRIMEIRA
               PERFORM 2150-QUEBRA-PRODUTO THRU 2150-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LINHA-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQRESE NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
                   GO TO 2100-SAIDA
           END-READ
      *
           IF NOT RESERVA-BACKORDER
               GO TO 2100-SAIDA
           END-IF
      *
           IF  NOT WRK-PRIMEIRA
           AND RESERVA-COD-PROD NOT EQUAL WRK-PROD-ANT
               PERFORM 2150-QUEBRA-PRODUTO THRU 2150-SAIDA
           END-IF
      *
           IF  WRK-PRIMEIRA
           OR  RESERVA-COD-PROD NOT EQUAL WRK-PROD-ANT
               MOVE 'N'                TO WRK-PRIMEIRA-FLAG
               MOVE RESERVA-COD-PROD   TO WRK-PROD-ANT
               PERFORM 2800-DESCRICAO-PRODUTO THRU 2800-SAIDA
           END-IF
      *
           MOVE RESERVA-COD-PROD       TO LIN-BP-PROD
           MOVE WRK-DESC-ATUAL         TO LIN-BP-DESC
           MOVE RESERVA-NUMERO         TO LIN-BP-PEDIDO
           MOVE RESERVA-SEQ            TO LIN-BP-SEQ
           MOVE RESERVA-COD-CLI        TO LIN-BP-CLI
           MOVE RESERVA-COD-VEN        TO LIN-BP-VEN
           MOVE RESERVA-QUANTIDADE     TO LIN-BP-QTDE
           MOVE RESERVA-VALOR          TO LIN-BP-VALOR
           MOVE RESERVA-DATA           TO LIN-BP-DATA
           WRITE REG-ARQREL01          FROM WRK-LIN-PROD
      *
           ADD 1                       TO WRK-QB-ITENS
                                          WRK-TOT-ITENS
           ADD RESERVA-QUANTIDADE      TO WRK-QB-QTDE
           ADD RESERVA-VALOR           TO WRK-QB-VALOR
                                          WRK-TOT-VALOR
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SUBTOTAL DO PRODUTO, COM O DISPONIVEL ATUAL NA POSICAO.        *
      *----------------------------------------------------------------*
       2150-QUEBRA-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QB-ITENS           TO WRK-ED-ITENS
           MOVE WRK-QB-QTDE            TO WRK-ED-QTDE
           MOVE WRK-QB-VALOR           TO WRK-ED-VALOR
           MOVE ZEROS                  TO WRK-ED-DISP
           IF WRK-TEM-ESTOQUE
               MOVE WRK-PROD-ANT       TO ESTOQUE-COD-PROD
               READ ARQSTQ01
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESTOQUE-QTD-DISPONIVEL
                                       TO WRK-ED-DISP
               END-READ
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL PRODUTO ' WRK-PROD-ANT
                  ' ITENS=' WRK-ED-ITENS
                  ' PENDENTE=' WRK-ED-QTDE
                  ' VALOR=' WRK-ED-VALOR
                  ' DISPONIVEL=' WRK-ED-DISP
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE ZEROS                  TO WRK-QB-ITENS
                                          WRK-QB-QTDE
                                          WRK-QB-VALOR
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SEGUNDA VISAO: FILA NA ORDEM DO VENDEDOR DO PEDIDO (CHAVE      *
      * ALTERNATIVA), COM SUBTOTAL A CADA QUEBRA DE VENDEDOR.          *
      *----------------------------------------------------------------*
       2500-VISAO-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** BACKORDER POR VENDEDOR ***'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-VEN
      *
           MOVE 'S'                    TO WRK-PRIMEIRA-FLAG
           MOVE 'N'                    TO WRK-RESE-FIM-FLAG
           MOVE ZEROS                  TO RESERVA-COD-VEN
           START ARQRESE KEY IS GREATER THAN OR EQUAL RESERVA-COD-VEN
               INVALID KEY
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
           END-START
      *
           PERFORM 2600-LINHA-VENDEDOR THRU 2600-SAIDA
               UNTIL WRK-RESE-FIM
      *
           IF NOT WRK-PRIMEIRA
               PERFORM 2650-QUEBRA-VENDEDOR THRU 2650-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2600-LINHA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQRESE NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
                   GO TO 2600-SAIDA
           END-READ
      *
           IF NOT RESERVA-BACKORDER
               GO TO 2600-SAIDA
           END-IF
      *
           IF  NOT WRK-PRIMEIRA
           AND RESERVA-COD-VEN NOT EQUAL WRK-VEN-ANT
               PERFORM 2650-QUEBRA-VENDEDOR THRU 2650-SAIDA
           END-IF
      *
           IF  WRK-PRIMEIRA
           OR  RESERVA-COD-VEN NOT EQUAL WRK-VEN-ANT
               MOVE 'N'                TO WRK-PRIMEIRA-FLAG
               MOVE RESERVA-COD-VEN    TO WRK-VEN-ANT
               PERFORM 2850-NOME-VENDEDOR THRU 2850-SAIDA
           END-IF
      *
           PERFORM 2800-DESCRICAO-PRODUTO THRU 2800-SAIDA
      *
           MOVE RESERVA-COD-VEN        TO LIN-BV-VEN
           MOVE WRK-NOME-VEN-ATUAL     TO LIN-BV-NOME
           MOVE RESERVA-NUMERO         TO LIN-BV-PEDIDO
           MOVE RESERVA-SEQ            TO LIN-BV-SEQ
           MOVE RESERVA-COD-CLI        TO LIN-BV-CLI
           MOVE RESERVA-COD-PROD       TO LIN-BV-PROD
           MOVE WRK-DESC-ATUAL         TO LIN-BV-DESC
           MOVE RESERVA-QUANTIDADE     TO LIN-BV-QTDE
           MOVE RESERVA-VALOR          TO LIN-BV-VALOR
           MOVE RESERVA-DATA           TO LIN-BV-DATA
           WRITE REG-ARQREL01          FROM WRK-LIN-VEN
      *
           ADD 1                       TO WRK-QB-ITENS
           ADD RESERVA-QUANTIDADE      TO WRK-QB-QTDE
           ADD RESERVA-VALOR           TO WRK-QB-VALOR
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2650-QUEBRA-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QB-ITENS           TO WRK-ED-ITENS
           MOVE WRK-QB-VALOR           TO WRK-ED-VALOR
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL VENDEDOR ' WRK-VEN-ANT
                  ' ITENS=' WRK-ED-ITENS
                  ' VALOR=' WRK-ED-VALOR
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE ZEROS                  TO WRK-QB-ITENS
                                          WRK-QB-QTDE
                                          WRK-QB-VALOR
           .
      *----------------------------------------------------------------*
       2650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DESCRICAO DO PRODUTO DA RESERVA CORRENTE (BRANCO SE O CADASTRO *
      * NAO ESTIVER DISPONIVEL OU O PRODUTO SUMIU).                    *
      *----------------------------------------------------------------*
       2800-DESCRICAO-PRODUTO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DESC-ATUAL
           IF NOT WRK-TEM-PRODUTO
               GO TO 2800-SAIDA
           END-IF
      *
           MOVE RESERVA-COD-PROD       TO PRODUTO-CODIGO
           READ ARQPRD01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRODUTO-DESCRICAO
                                       TO WRK-DESC-ATUAL
           END-READ
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR: A CHAVE DE ARQVEN01 TRAZ O CPF JUNTO, ENTAO  *
      * POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO.        *
      *----------------------------------------------------------------*
       2850-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-VEN-ATUAL
           IF NOT WRK-TEM-VENDEDOR
               GO TO 2850-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE RESERVA-COD-VEN        TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2850-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2850-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL RESERVA-COD-VEN
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-NOME-VEN-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       2850-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAL GERAL, FECHAMENTO E MANIFESTO.                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TOT-ITENS          TO WRK-ED-ITENS
           MOVE WRK-TOT-VALOR          TO WRK-ED-VALOR
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL GERAL DE BACKORDER: ITENS=' WRK-ED-ITENS
                  ' VALOR=' WRK-ED-VALOR
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQRESE
                 ARQREL01
           IF WRK-TEM-ESTOQUE
               CLOSE ARQSTQ01
           END-IF
           IF WRK-TEM-PRODUTO
               CLOSE ARQPRD01
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-BACKORDER: ITENS EM BACKORDER: '
                   WRK-TOT-ITENS
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
           MOVE WRK-TOT-ITENS          TO WRK-MANIF-QTDE
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
      *END PROGRAM RELAT-BACKORDER.

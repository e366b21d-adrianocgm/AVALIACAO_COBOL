      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. ATRIBUI-CD.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: ATRIBUI-CD                                    *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ATRIBUICAO NOTURNA DO CENTRO DE DISTRIBUICAO   *
      *                 (CD) QUE ATENDE CADA CLIENTE NAO EXCLUIDO.     *
      *                 O CD E DERIVADO POR CALC-FRETE (FAIXA DE CEP   *
      *                 OU, FORA DELAS, O MAIS PROXIMO) E O ARQUIVO    *
      *                 DE ATRIBUICAO (ARQCLD) E REFEITO POR INTEIRO,  *
      *                 PARA UMA FAIXA OU CD ALTERADO NO CADASTRO      *
      *                 VALER A PARTIR DO DIA SEGUINTE. O RELATORIO    *
      *                 TRAZ OS CLIENTES POR CD E A LISTA DOS QUE      *
      *                 FICARAM SEM CD (CEP FORA DAS FAIXAS E SEM      *
      *                 COORDENADAS), PARA O CADASTRO CORRIGIR.        *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-DADOS>ARQCLD.DAT                         *
      *                 <DIR-RELAT>CD_CLIENTES_<STAMP>.TXT             *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQCDD                          CDD-SIST        *
      *                ARQCLD                          CLD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA ATRIBUICAO DE CD POR    *
      *                      CLIENTE.                                  *
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
           SELECT ARQCLI01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
           SELECT ARQCDD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CDIST-CODIGO
               FILE STATUS             IS WRK-FS-ARQCDD.
      *
           SELECT ARQCLD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CLICD-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCLD.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQCDD
            VALUE OF FILE-ID IS NOME-ARQCDD-WS
            COPY "CDD-SIST.CPY".
      *
         FD ARQCLD
            VALUE OF FILE-ID IS NOME-ARQCLD-WS
            COPY "CLD-SIST.CPY".
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
           'ATRIBUI-CD'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQCDD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCDD.DAT'.
       01 NOME-ARQCLD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLD.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCDD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCDD-OK                           VALUE '00' '05'.
           88  WRK-ARQCDD-FIM                          VALUE '10'.
       01  WRK-FS-ARQCLD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLD-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CDS ATIVOS E QUANTOS CLIENTES CADA UM RECEBEU.              *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CD                 PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-CD                   PIC 9(003) COMP VALUE ZEROS.
       01  TAB-CENTROS.
           05 TAB-CD-ENTRY                           OCCURS 20 TIMES.
              10 TAB-CD-CODIGO         PIC X(003).
              10 TAB-CD-NOME           PIC X(030).
              10 TAB-CD-QTDE-CEP       PIC 9(007).
              10 TAB-CD-QTDE-DIST      PIC 9(007).
      *
       01  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ATRIBUIDOS         PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SEM-CD             PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-SEM-CD.
           05 LIN-SC-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-NOME              PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-CEP               PIC X(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-MOTIVO            PIC X(070).
      *
       01  WRK-LIN-CD.
           05 LIN-CD-CODIGO            PIC X(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CD-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CD-QTDE-CEP          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-CD-QTDE-DIST         PIC ZZZZZZ9.
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
           PERFORM 2000-ATRIBUI-CLIENTE THRU 2000-SAIDA
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
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM CD ATIVO NAO HA O QUE ATRIBUIR - A ATRIBUICAO ANTERIOR
      *    FICA COMO ESTA (CALC-FRETE IGNORA CD INATIVO).
           PERFORM 1100-CARREGA-CDS    THRU 1100-SAIDA
           IF WRK-QTDE-CD EQUAL ZEROS
               DISPLAY 'ATRIBUI-CD: NENHUM CENTRO DE DISTRIBUICAO '
                       'ATIVO - ATRIBUICAO NAO REFEITA'
               MOVE ZEROS              TO RETURN-CODE
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'ATRIBUI-CD: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN OUTPUT ARQCLD
           IF NOT WRK-ARQCLD-OK
               DISPLAY 'ATRIBUI-CD: FALHA AO RECRIAR ARQCLD - '
                       'FILE STATUS=' WRK-FS-ARQCLD
               MOVE WRK-FS-ARQCLD      TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLD'           TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CD_CLIENTES_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'ATRIBUI-CD: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'ATRIBUICAO DE CENTRO DE DISTRIBUICAO POR CLIENTE - '
                  'POSICAO DE ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'CLIENTES SEM CD (CORRIGIR CEP OU COORDENADAS):'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'CLIENTE NOME                                     CEP'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCDD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCDD-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLD-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CDS ATIVOS PARA A CONTAGEM DO RELATORIO (MESMO LIMITE DE 20    *
      * DE CALC-FRETE).                                                *
      *----------------------------------------------------------------*
       1100-CARREGA-CDS                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-CD
           INITIALIZE TAB-CENTROS
      *
           OPEN INPUT ARQCDD
           IF NOT WRK-ARQCDD-OK
               GO TO 1100-SAIDA
           END-IF
      *
           PERFORM 1110-LER-CARREGA-CD THRU 1110-SAIDA
               UNTIL WRK-ARQCDD-FIM
           CLOSE ARQCDD
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-CARREGA-CD             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCDD NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCDD
                   GO TO 1110-SAIDA
           END-READ
      *
           IF NOT CDIST-ATIVO
           OR WRK-QTDE-CD              NOT LESS 20
               GO TO 1110-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-CD
           MOVE CDIST-CODIGO           TO TAB-CD-CODIGO(WRK-QTDE-CD)
           MOVE CDIST-NOME             TO TAB-CD-NOME  (WRK-QTDE-CD)
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DERIVA O CD DO CLIENTE CORRENTE E GRAVA A ATRIBUICAO; CLIENTE  *
      * SEM CD VAI PARA A LISTA DE CORRECAO. EXCLUIDO NAO ENTRA.       *
      *----------------------------------------------------------------*
       2000-ATRIBUI-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           IF EXEMPLO-STATUS-EXCLUIDO
               GO TO 2000-LER
           END-IF
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           INITIALIZE COMUNIC-BLOCO
           SET COMUNIC-FRT-ATRIBUIR    TO TRUE
           MOVE EXEMPLO-CODIGO-CLI     TO COMUNIC-FRT-COD-CLI
           MOVE EXEMPLO-CEP            TO COMUNIC-FRT-CEP
           MOVE EXEMPLO-LATITUDE       TO COMUNIC-FRT-LATITUDE
           MOVE EXEMPLO-LONGITUDE      TO COMUNIC-FRT-LONGITUDE
           CALL 'CALC-FRETE'           USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               ADD 1                   TO WRK-QTDE-SEM-CD
               MOVE SPACES             TO WRK-LIN-SEM-CD
               MOVE EXEMPLO-CODIGO-CLI TO LIN-SC-CLI
               MOVE EXEMPLO-RAZAO-SOCIAL
                                       TO LIN-SC-NOME
               MOVE EXEMPLO-CEP        TO LIN-SC-CEP
               MOVE COMUNIC-MSG        TO LIN-SC-MOTIVO
               WRITE REG-ARQREL01      FROM WRK-LIN-SEM-CD
               GO TO 2000-LER
           END-IF
      *
           MOVE EXEMPLO-CODIGO-CLI     TO CLICD-COD-CLI
           MOVE COMUNIC-FRT-CD         TO CLICD-CD
           MOVE COMUNIC-FRT-CRITERIO   TO CLICD-CRITERIO
           MOVE COMUNIC-FRT-DISTANCIA  TO CLICD-DISTANCIA
           MOVE WRK-DATA-HOJE          TO CLICD-DATA-ATRIB
           WRITE CLICD-REG
               INVALID KEY
                   DISPLAY 'ATRIBUI-CD: ATRIBUICAO NAO GRAVADA - '
                           'CLIENTE ' CLICD-COD-CLI
                           ' FILE STATUS=' WRK-FS-ARQCLD
                   GO TO 2000-LER
           END-WRITE
           ADD 1                       TO WRK-QTDE-ATRIBUIDOS
      *
           PERFORM 2100-CONTA-CD THRU 2100-SAIDA
               VARYING WRK-IX-CD FROM 1 BY 1
               UNTIL WRK-IX-CD GREATER WRK-QTDE-CD
           .
       2000-LER.
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-CONTA-CD                   SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CD-CODIGO(WRK-IX-CD) NOT EQUAL CLICD-CD
               GO TO 2100-SAIDA
           END-IF
      *
           IF CLICD-POR-CEP
               ADD 1                   TO TAB-CD-QTDE-CEP (WRK-IX-CD)
           ELSE
               ADD 1                   TO TAB-CD-QTDE-DIST(WRK-IX-CD)
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLIENTES POR CD, TOTAIS, FECHAMENTO E MANIFESTO.               *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CANCEL 'CALC-FRETE'
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'CLIENTES POR CD:'     TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'CD  NOME                           POR CEP  POR DIST'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           PERFORM 3100-LINHA-CD THRU 3100-SAIDA
               VARYING WRK-IX-CD FROM 1 BY 1
               UNTIL WRK-IX-CD GREATER WRK-QTDE-CD
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: CLIENTES=' WRK-QTDE-LIDOS
                  ' COM CD=' WRK-QTDE-ATRIBUIDOS
                  ' SEM CD=' WRK-QTDE-SEM-CD
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQCLI01
           CLOSE ARQCLD
           CLOSE ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'ATRIBUI-CD: CLIENTES COM CD: '
                   WRK-QTDE-ATRIBUIDOS ' SEM CD: ' WRK-QTDE-SEM-CD
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
           MOVE WRK-QTDE-ATRIBUIDOS    TO WRK-MANIF-QTDE
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
       3100-LINHA-CD                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-CD-CODIGO   (WRK-IX-CD) TO LIN-CD-CODIGO
           MOVE TAB-CD-NOME     (WRK-IX-CD) TO LIN-CD-NOME
           MOVE TAB-CD-QTDE-CEP (WRK-IX-CD) TO LIN-CD-QTDE-CEP
           MOVE TAB-CD-QTDE-DIST(WRK-IX-CD) TO LIN-CD-QTDE-DIST
           WRITE REG-ARQREL01          FROM WRK-LIN-CD
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
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
      * LEITURA SEQUENCIAL DO CADASTRO DE CLIENTES.                    *
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
      *END PROGRAM ATRIBUI-CD.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-MIX.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-MIX                                     *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: MIX DE PRODUTOS DO MES: CRUZA OS ITENS DOS     *
      *                 PEDIDOS FATURADOS/ENTREGUES (ARQPED01 X        *
      *                 ARQITP01) COM A FAMILIA DE CADA PRODUTO        *
      *                 (ARQPRD01 X ARQFAM01) E IMPRIME, POR VENDEDOR  *
      *                 E POR TERRITORIO DO CLIENTE, O VALOR E A FATIA *
      *                 DE CADA FAMILIA, A QTDE DE PRODUTOS DISTINTOS  *
      *                 E A QTDE DE FAMILIAS VENDIDAS - QUEM VENDE ATE *
      *                 DUAS FAMILIAS SAI MARCADO. AO FINAL, OS        *
      *                 PRODUTOS ATIVOS SEM VENDA NOS ULTIMOS N MESES. *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL). JANELA DOS   *
      *                 PRODUTOS PARADOS EM PARM-MIX-MESES (PADRAO 6). *
      *    SAIDA.......: <DIR-RELAT>MIX_PRODUTO_<STAMP>.TXT            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQFAM01                        FAM-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO MIX DE PRODUTOS.        *
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
           SELECT ARQREL   ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQREL.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQREL
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREL.
      *
       01  REG-ARQREL                  PIC  X(132).
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
           'RELAT-MIX'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQFAM01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQFAM01.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQREL              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
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
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-ITENS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ITENS                           VALUE 'S'.
       01  WRK-TEM-CLIENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTE                         VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO E JANELA DOS PRODUTOS PARADOS (DO PRIMEIRO *
      *    DIA DO MES N-1 MESES ANTES ATE O FIM DO MES DO RELATORIO).  *
      *----------------------------------------------------------------*
      *
       77  WRK-MIX-MESES               PIC 9(003)      VALUE 6.
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-MIX             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-CORTE              PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CADASTROS EM MEMORIA. A ENTRADA 1 DE FAMILIAS E A 000       *
      *    (PRODUTO SEM FAMILIA OU COM FAMILIA FORA DO CADASTRO).      *
      *----------------------------------------------------------------*
      *
       01  TAB-FAMILIAS.
           05 TAB-FAM-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-FAM-ENT              OCCURS 200 TIMES.
              10 TAB-FAM-COD           PIC 9(003).
              10 TAB-FAM-DESC          PIC X(030).
      *
       01  TAB-PRODUTOS.
           05 TAB-PRD-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-PRD-ENT              OCCURS 5000 TIMES.
              10 TAB-PRD-COD           PIC 9(007).
              10 TAB-PRD-FAM           PIC 9(003).
              10 TAB-PRD-DESC          PIC X(030).
              10 TAB-PRD-STATUS        PIC X(001).
      *          EMISSAO DA ULTIMA VENDA DENTRO DA JANELA (ZEROS =
      *          NENHUMA VENDA NA JANELA).
              10 TAB-PRD-ULT-VENDA     PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES: GRUPOS (VENDEDOR OU TERRITORIO),       *
      *    CELULAS GRUPO X FAMILIA E PRODUTOS DISTINTOS POR GRUPO.     *
      *----------------------------------------------------------------*
      *
       01  TAB-GRUPOS.
           05 TAB-GRP-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRP-ENT              OCCURS 600 TIMES.
              10 TAB-GRP-TIPO          PIC X(001).
                 88 TAB-GRP-VENDEDOR             VALUE 'V'.
                 88 TAB-GRP-TERRITORIO           VALUE 'T'.
              10 TAB-GRP-CHAVE         PIC X(005).
              10 TAB-GRP-NOME          PIC X(025).
              10 TAB-GRP-VALOR         PIC 9(013)V99.
              10 TAB-GRP-QTDE-PROD     PIC 9(005).
              10 TAB-GRP-QTDE-FAM      PIC 9(003).
              10 TAB-GRP-IMPRESSO      PIC X(001).
      *
       01  TAB-CELULAS.
           05 TAB-CEL-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-CEL-ENT              OCCURS 6000 TIMES.
              10 TAB-CEL-GRP           PIC 9(004).
              10 TAB-CEL-FAM           PIC 9(003).
              10 TAB-CEL-VALOR         PIC 9(013)V99.
      *
       01  TAB-DISTINTOS.
           05 TAB-DIS-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-DIS-ENT              OCCURS 30000 TIMES.
              10 TAB-DIS-GRP           PIC 9(004).
              10 TAB-DIS-PROD          PIC 9(007).
      *
       77  IND-FAM                     PIC 9(003) COMP VALUE ZEROS.
       77  IND-PRD                     PIC 9(005) COMP VALUE ZEROS.
       77  IND-GRP                     PIC 9(004) COMP VALUE ZEROS.
       77  IND-CEL                     PIC 9(005) COMP VALUE ZEROS.
       77  IND-DIS                     PIC 9(005) COMP VALUE ZEROS.
       77  WRK-IX-GRP-VEN              PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-GRP-TER              PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-GRP                  PIC 9(004) COMP VALUE ZEROS.
       77  WRK-GRP-MENOR               PIC 9(004) COMP VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-NO-MES-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-NO-MES                              VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-VISAO-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-VISAO-FIM                           VALUE 'S'.
       01  WRK-AVISO-PRD-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-PRD                           VALUE 'S'.
       01  WRK-AVISO-GRP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-GRP                           VALUE 'S'.
       01  WRK-AVISO-CEL-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-CEL                           VALUE 'S'.
      *
       01  WRK-GRP-BUSCA-TIPO          PIC X(001)      VALUE SPACES.
       01  WRK-GRP-BUSCA-CHAVE         PIC X(005)      VALUE SPACES.
       01  WRK-VEN-CHAVE               PIC 9(003)      VALUE ZEROS.
       01  WRK-TER-PEDIDO              PIC X(005)      VALUE SPACES.
       77  WRK-FAM-BUSCA               PIC 9(003)      VALUE ZEROS.
       77  WRK-FAM-ITEM                PIC 9(003)      VALUE ZEROS.
       77  WRK-CEL-BUSCA-GRP           PIC 9(004)      VALUE ZEROS.
       77  WRK-CEL-BUSCA-FAM           PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ITENS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PARADOS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-CONCENTR           PIC 9(003)      VALUE ZEROS.
       77  WRK-TOT-VALOR               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-FATIA-PCT               PIC 9(003)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-VALOR-ED                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-FATIA-ED                PIC ZZ9,99.
       01  WRK-QTDE-ED                 PIC ZZZZ9.
       01  WRK-QFAM-ED                 PIC ZZ9.
      *
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-LE-PEDIDOS THRU 2000-SAIDA
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
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
           PERFORM 1100-MONTA-PERIODO THRU 1100-SAIDA
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'RELAT-MIX: CADASTRO DE PEDIDOS AUSENTE'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM ITENS NAO HA MIX; SEM CLIENTE/VENDEDOR O PEDIDO CAI NO
      *    TERRITORIO (SEM) E O VENDEDOR SAI SEM NOME.
           OPEN INPUT ARQITP01
           IF WRK-ARQITP01-OK
               SET WRK-TEM-ITENS       TO TRUE
           END-IF
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLIENTE     TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
           PERFORM 1200-CARREGA-FAMILIAS THRU 1200-SAIDA
           PERFORM 1300-CARREGA-PRODUTOS THRU 1300-SAIDA
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-MIX: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'MIX DE PRODUTOS POR VENDEDOR E TERRITORIO - MES '
                  WRK-PERIODO-MIX ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PEDIDOS FATURADOS/ENTREGUES EMITIDOS NO MES. '
                  'PARADOS = PRODUTOS ATIVOS SEM VENDA DESDE '
                  WRK-DATA-CORTE ' (' WRK-MIX-MESES ' MESES)'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS E JANELA DOS PARADOS) E *
      * O MES DO RELATORIO NA LINHA DE COMANDO.                        *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPARM
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
                   IF  PARM-MIX-MESES NUMERIC
                   AND PARM-MIX-MESES GREATER ZEROS
                       MOVE PARM-MIX-MESES
                                       TO WRK-MIX-MESES
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
      *    MES INFORMADO (AAAAMM) SUBSTITUI O MES ANTERIOR AO ATUAL.
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               COMPUTE WRK-PERIODO-MIX
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-MIX    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-MIX: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-MIX
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFAM01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQFAM01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'MIX_PRODUTO_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DO RELATORIO E INICIO DA JANELA, EM CALENDARIO DE MESES    *
      * CORRIDOS (ANO*12+MES).                                         *
      *----------------------------------------------------------------*
       1100-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-MIX          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-MIX
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-MIX * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-MIX * 100) + 31
      *
           MOVE WRK-PERIODO-MIX        TO WRK-PERIODO-CALC
           COMPUTE WRK-MESES-TOTAIS
                   = (WRK-CALC-ANO * 12) + WRK-CALC-MES
                   - WRK-MIX-MESES + 1
           COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
           COMPUTE WRK-CALC-MES
                   = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
           COMPUTE WRK-DATA-CORTE
                   = (WRK-CALC-ANO * 10000) + (WRK-CALC-MES * 100) + 1
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS FAMILIAS (NA ORDEM DO CODIGO), COM A 000 NA FRENTE. *
      *----------------------------------------------------------------*
       1200-CARREGA-FAMILIAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO TAB-FAM-QTD
           MOVE ZEROS                  TO TAB-FAM-COD(1)
           MOVE '(SEM FAMILIA)'        TO TAB-FAM-DESC(1)
      *
           OPEN INPUT ARQFAM01
           IF NOT WRK-ARQFAM01-OK
               DISPLAY 'RELAT-MIX: SEM CADASTRO DE FAMILIAS - TODOS '
                       'OS PRODUTOS FICAM NA FAMILIA 000'
               GO TO 1200-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO FAMILIA-CODIGO
           START ARQFAM01 KEY IS GREATER THAN OR EQUAL FAMILIA-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQFAM01
           END-START
           PERFORM 1210-LER-FAMILIA THRU 1210-SAIDA
               UNTIL WRK-ARQFAM01-FIM
      *
           CLOSE ARQFAM01
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
           IF FAMILIA-CODIGO           EQUAL ZEROS
               GO TO 1210-SAIDA
           END-IF
           IF TAB-FAM-QTD              NOT LESS 200
               DISPLAY 'RELAT-MIX: TABELA DE FAMILIAS CHEIA - '
                       FAMILIA-CODIGO ' EM DIANTE NA FAMILIA 000'
               MOVE '10'               TO WRK-FS-ARQFAM01
               GO TO 1210-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-FAM-QTD
           MOVE FAMILIA-CODIGO         TO TAB-FAM-COD(TAB-FAM-QTD)
           MOVE FAMILIA-DESCRICAO      TO TAB-FAM-DESC(TAB-FAM-QTD)
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS PRODUTOS COM A FAMILIA JA CONFERIDA CONTRA A TABELA *
      * DE FAMILIAS (FAMILIA AUSENTE OU EM BRANCO VIRA 000).           *
      *----------------------------------------------------------------*
       1300-CARREGA-PRODUTOS           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQPRD01-OK
               DISPLAY 'RELAT-MIX: SEM CADASTRO DE PRODUTOS - MIX '
                       'TODO NA FAMILIA 000 E SEM PRODUTOS PARADOS'
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
      *
           CLOSE ARQPRD01
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
           IF TAB-PRD-QTD              NOT LESS 5000
               DISPLAY 'RELAT-MIX: TABELA DE PRODUTOS CHEIA - '
                       PRODUTO-CODIGO ' EM DIANTE NA FAMILIA 000'
               MOVE '10'               TO WRK-FS-ARQPRD01
               GO TO 1310-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-PRD-QTD
           MOVE PRODUTO-CODIGO         TO TAB-PRD-COD(TAB-PRD-QTD)
           MOVE PRODUTO-DESCRICAO      TO TAB-PRD-DESC(TAB-PRD-QTD)
           MOVE PRODUTO-STATUS         TO TAB-PRD-STATUS(TAB-PRD-QTD)
           MOVE ZEROS                  TO TAB-PRD-ULT-VENDA
                                          (TAB-PRD-QTD)
      *
           MOVE ZEROS                  TO WRK-FAM-BUSCA
           IF PRODUTO-FAMILIA          NUMERIC
               MOVE PRODUTO-FAMILIA    TO WRK-FAM-BUSCA
           END-IF
           PERFORM 1320-LOCALIZA-FAMILIA THRU 1320-SAIDA
           IF WRK-ACHOU
               MOVE WRK-FAM-BUSCA      TO TAB-PRD-FAM(TAB-PRD-QTD)
           ELSE
               MOVE ZEROS              TO TAB-PRD-FAM(TAB-PRD-QTD)
           END-IF
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
           MOVE ZEROS                  TO IND-FAM
           PERFORM 1330-TESTA-FAMILIA THRU 1330-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-FAM NOT LESS TAB-FAM-QTD
           .
      *----------------------------------------------------------------*
       1320-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1330-TESTA-FAMILIA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
           IF TAB-FAM-COD(IND-FAM)     EQUAL WRK-FAM-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1330-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VARRE OS PEDIDOS: SO FATURADOS/ENTREGUES EMITIDOS NA JANELA.   *
      * TODOS ATUALIZAM A ULTIMA VENDA DOS PRODUTOS; OS DO MES DO      *
      * RELATORIO ALIMENTAM TAMBEM O MIX.                              *
      *----------------------------------------------------------------*
       2000-LE-PEDIDOS                 SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-ITENS
               DISPLAY 'RELAT-MIX: SEM ITENS DE PEDIDO - MIX VAZIO'
               GO TO 2000-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-START
      *
           PERFORM 2100-LER-PEDIDO THRU 2100-SAIDA
               UNTIL WRK-ARQPED01-FIM
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 2100-SAIDA
           END-READ
      *
           IF  NOT PEDIDO-STATUS-FATURADO
           AND NOT PEDIDO-STATUS-ENTREGUE
               GO TO 2100-SAIDA
           END-IF
           IF PEDIDO-DATA-EMISSAO      LESS WRK-DATA-CORTE
           OR PEDIDO-DATA-EMISSAO      GREATER WRK-DATA-FIM
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-NO-MES-FLAG
           MOVE ZEROS                  TO WRK-IX-GRP-VEN
                                          WRK-IX-GRP-TER
           IF PEDIDO-DATA-EMISSAO      NOT LESS WRK-DATA-INI
               SET WRK-NO-MES          TO TRUE
               ADD 1                   TO WRK-QTDE-PEDIDOS
               PERFORM 2200-TERRITORIO-CLIENTE THRU 2200-SAIDA
      *
               MOVE 'V'                TO WRK-GRP-BUSCA-TIPO
               MOVE PEDIDO-COD-VEN     TO WRK-VEN-CHAVE
               MOVE WRK-VEN-CHAVE      TO WRK-GRP-BUSCA-CHAVE
               PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
               MOVE IND-GRP            TO WRK-IX-GRP-VEN
      *
               MOVE 'T'                TO WRK-GRP-BUSCA-TIPO
               MOVE WRK-TER-PEDIDO     TO WRK-GRP-BUSCA-CHAVE
               PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
               MOVE IND-GRP            TO WRK-IX-GRP-TER
           END-IF
      *
           PERFORM 2400-LER-ITENS THRU 2400-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TERRITORIO DO CLIENTE DO PEDIDO: A CHAVE DE ARQCLI01 TRAZ O    *
      * CNPJ JUNTO, ENTAO POSICIONA NO CODIGO E CONFERE O PRIMEIRO     *
      * REGISTRO LIDO. SEM CLIENTE OU SEM TERRITORIO = (SEM).          *
      *----------------------------------------------------------------*
       2200-TERRITORIO-CLIENTE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE '(SEM)'                TO WRK-TER-PEDIDO
           IF NOT WRK-TEM-CLIENTE
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           MOVE PEDIDO-COD-CLI         TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQCLI01
               INVALID KEY
                   GO TO 2200-SAIDA
           END-START
           READ ARQCLI01 NEXT RECORD
               AT END
                   GO TO 2200-SAIDA
           END-READ
           IF  EXEMPLO-CODIGO-CLI OF ARQCLI01 EQUAL PEDIDO-COD-CLI
           AND EXEMPLO-TERRITORIO OF ARQCLI01 NOT EQUAL SPACES
               MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-TER-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU ABRE) O GRUPO TIPO+CHAVE. DEVOLVE IND-GRP, ZERO   *
      * SE A TABELA ESTIVER CHEIA.                                     *
      *----------------------------------------------------------------*
       2300-LOCALIZA-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-GRP
           PERFORM 2310-TESTA-GRUPO THRU 2310-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-GRP NOT LESS TAB-GRP-QTD
      *
           IF WRK-ACHOU
               GO TO 2300-SAIDA
           END-IF
      *
           IF TAB-GRP-QTD              NOT LESS 600
               MOVE ZEROS              TO IND-GRP
               IF NOT WRK-AVISO-GRP
                   SET WRK-AVISO-GRP   TO TRUE
                   DISPLAY 'RELAT-MIX: TABELA DE VENDEDORES/'
                           'TERRITORIOS CHEIA - EXCEDENTES IGNORADOS'
               END-IF
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-QTD
           MOVE TAB-GRP-QTD            TO IND-GRP
           MOVE WRK-GRP-BUSCA-TIPO     TO TAB-GRP-TIPO(IND-GRP)
           MOVE WRK-GRP-BUSCA-CHAVE    TO TAB-GRP-CHAVE(IND-GRP)
           MOVE SPACES                 TO TAB-GRP-NOME(IND-GRP)
           MOVE ZEROS                  TO TAB-GRP-VALOR(IND-GRP)
                                          TAB-GRP-QTDE-PROD(IND-GRP)
                                          TAB-GRP-QTDE-FAM(IND-GRP)
           MOVE 'N'                    TO TAB-GRP-IMPRESSO(IND-GRP)
           IF TAB-GRP-VENDEDOR(IND-GRP)
               PERFORM 2350-NOME-VENDEDOR THRU 2350-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-TESTA-GRUPO                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF  TAB-GRP-TIPO(IND-GRP)   EQUAL WRK-GRP-BUSCA-TIPO
           AND TAB-GRP-CHAVE(IND-GRP)  EQUAL WRK-GRP-BUSCA-CHAVE
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR DO GRUPO RECEM-ABERTO (MESMO POSICIONAMENTO   *
      * PELO CODIGO USADO PARA O CLIENTE).                             *
      *----------------------------------------------------------------*
       2350-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-VENDEDOR
               GO TO 2350-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE PEDIDO-COD-VEN         TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2350-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2350-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL PEDIDO-COD-VEN
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO TAB-GRP-NOME(IND-GRP)
           END-IF
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ITENS DO PEDIDO CORRENTE (CHAVE = PEDIDO + SEQUENCIA).         *
      *----------------------------------------------------------------*
       2400-LER-ITENS                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ITP-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           START ARQITP01 KEY IS GREATER THAN OR EQUAL ITEM-PED-CHAVE
               INVALID KEY
                   GO TO 2400-SAIDA
           END-START
      *
           PERFORM 2410-LER-ITEM THRU 2410-SAIDA
               UNTIL WRK-ITP-FIM
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2410-LER-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   SET WRK-ITP-FIM     TO TRUE
                   GO TO 2410-SAIDA
           END-READ
           IF ITEM-PED-NUMERO          NOT EQUAL PEDIDO-NUMERO
               SET WRK-ITP-FIM         TO TRUE
               GO TO 2410-SAIDA
           END-IF
      *
           PERFORM 2500-LOCALIZA-PRODUTO THRU 2500-SAIDA
           MOVE ZEROS                  TO WRK-FAM-ITEM
           IF WRK-ACHOU
               MOVE TAB-PRD-FAM(IND-PRD)
                                       TO WRK-FAM-ITEM
               IF PEDIDO-DATA-EMISSAO  GREATER TAB-PRD-ULT-VENDA
                                               (IND-PRD)
                   MOVE PEDIDO-DATA-EMISSAO
                                       TO TAB-PRD-ULT-VENDA(IND-PRD)
               END-IF
           END-IF
      *
           IF NOT WRK-NO-MES
               GO TO 2410-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS
           ADD ITEM-PED-VALOR          TO WRK-TOT-VALOR
           IF WRK-IX-GRP-VEN           GREATER ZEROS
               MOVE WRK-IX-GRP-VEN     TO WRK-IX-GRP
               PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
           END-IF
           IF WRK-IX-GRP-TER           GREATER ZEROS
               MOVE WRK-IX-GRP-TER     TO WRK-IX-GRP
               PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2500-LOCALIZA-PRODUTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-PRD
           PERFORM 2510-TESTA-PRODUTO THRU 2510-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-PRD NOT LESS TAB-PRD-QTD
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-TESTA-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-PRD
           IF TAB-PRD-COD(IND-PRD)     EQUAL ITEM-PED-COD-PROD
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA O ITEM NO GRUPO WRK-IX-GRP: TOTAL, CELULA DA FAMILIA      *
      * (ABRINDO-A CONTA UMA FAMILIA A MAIS) E PRODUTO DISTINTO.       *
      *----------------------------------------------------------------*
       2600-ACUMULA-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD ITEM-PED-VALOR          TO TAB-GRP-VALOR(WRK-IX-GRP)
      *
           MOVE WRK-IX-GRP             TO WRK-CEL-BUSCA-GRP
           MOVE WRK-FAM-ITEM           TO WRK-CEL-BUSCA-FAM
           PERFORM 2650-LOCALIZA-CELULA THRU 2650-SAIDA
           IF NOT WRK-ACHOU
               IF TAB-CEL-QTD          LESS 6000
                   ADD 1               TO TAB-CEL-QTD
                   MOVE TAB-CEL-QTD    TO IND-CEL
                   MOVE WRK-IX-GRP     TO TAB-CEL-GRP(IND-CEL)
                   MOVE WRK-FAM-ITEM   TO TAB-CEL-FAM(IND-CEL)
                   MOVE ZEROS          TO TAB-CEL-VALOR(IND-CEL)
                   ADD 1               TO TAB-GRP-QTDE-FAM(WRK-IX-GRP)
                   SET WRK-ACHOU       TO TRUE
               ELSE
                   IF NOT WRK-AVISO-CEL
                       SET WRK-AVISO-CEL TO TRUE
                       DISPLAY 'RELAT-MIX: TABELA DE FAMILIAS POR '
                               'GRUPO CHEIA - EXCEDENTES IGNORADOS'
                   END-IF
               END-IF
           END-IF
           IF WRK-ACHOU
               ADD ITEM-PED-VALOR      TO TAB-CEL-VALOR(IND-CEL)
           END-IF
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-DIS
           PERFORM 2610-TESTA-DISTINTO THRU 2610-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-DIS NOT LESS TAB-DIS-QTD
           IF NOT WRK-ACHOU
               IF TAB-DIS-QTD          LESS 30000
                   ADD 1               TO TAB-DIS-QTD
                   MOVE WRK-IX-GRP     TO TAB-DIS-GRP(TAB-DIS-QTD)
                   MOVE ITEM-PED-COD-PROD
                                       TO TAB-DIS-PROD(TAB-DIS-QTD)
                   ADD 1               TO TAB-GRP-QTDE-PROD
                                          (WRK-IX-GRP)
               ELSE
                   IF NOT WRK-AVISO-PRD
                       SET WRK-AVISO-PRD TO TRUE
                       DISPLAY 'RELAT-MIX: TABELA DE PRODUTOS POR '
                               'GRUPO CHEIA - CONTAGEM TRUNCADA'
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2610-TESTA-DISTINTO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-DIS
           IF  TAB-DIS-GRP(IND-DIS)    EQUAL WRK-IX-GRP
           AND TAB-DIS-PROD(IND-DIS)   EQUAL ITEM-PED-COD-PROD
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA A CELULA GRUPO X FAMILIA (WRK-CEL-BUSCA-*). DEVOLVE   *
      * IND-CEL E WRK-ACHOU.                                           *
      *----------------------------------------------------------------*
       2650-LOCALIZA-CELULA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-CEL
           PERFORM 2660-TESTA-CELULA THRU 2660-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-CEL NOT LESS TAB-CEL-QTD
           .
      *----------------------------------------------------------------*
       2650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2660-TESTA-CELULA               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CEL
           IF  TAB-CEL-GRP(IND-CEL)    EQUAL WRK-CEL-BUSCA-GRP
           AND TAB-CEL-FAM(IND-CEL)    EQUAL WRK-CEL-BUSCA-FAM
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2660-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME A VISAO POR VENDEDOR, A VISAO POR TERRITORIO E OS      *
      * PRODUTOS PARADOS; FECHA E REGISTRA O MANIFESTO.                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQPED01
           IF WRK-TEM-ITENS
               CLOSE ARQITP01
           END-IF
           IF WRK-TEM-CLIENTE
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           MOVE WRK-TOT-VALOR          TO WRK-VALOR-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL DO MES: PEDIDOS=' WRK-QTDE-PEDIDOS
                  ' ITENS=' WRK-QTDE-ITENS
                  ' VALOR=' WRK-VALOR-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** MIX POR VENDEDOR ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** MIX POR TERRITORIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           PERFORM 3400-PRODUTOS-PARADOS THRU 3400-SAIDA
      *
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-MIX: MES ' WRK-PERIODO-MIX
                   ' ITENS=' WRK-QTDE-ITENS
                   ' CONCENTRADOS=' WRK-QTDE-CONCENTR
                   ' PARADOS=' WRK-QTDE-PARADOS
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME, NA ORDEM DA CHAVE, O PROXIMO GRUPO AINDA NAO IMPRESSO *
      * DO TIPO WRK-GRP-BUSCA-TIPO.                                    *
      *----------------------------------------------------------------*
       3100-PROXIMO-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-GRP-MENOR
           MOVE ZEROS                  TO IND-GRP
           PERFORM 3110-TESTA-MENOR THRU 3110-SAIDA
               UNTIL IND-GRP NOT LESS TAB-GRP-QTD
      *
           IF WRK-GRP-MENOR            EQUAL ZEROS
               SET WRK-VISAO-FIM       TO TRUE
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-GRP-IMPRESSO
                                          (WRK-GRP-MENOR)
           PERFORM 3200-IMPRIME-GRUPO THRU 3200-SAIDA
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF  TAB-GRP-TIPO(IND-GRP)   EQUAL WRK-GRP-BUSCA-TIPO
           AND TAB-GRP-IMPRESSO(IND-GRP) EQUAL 'N'
               IF WRK-GRP-MENOR        EQUAL ZEROS
                   MOVE IND-GRP        TO WRK-GRP-MENOR
               ELSE
                   IF TAB-GRP-CHAVE(IND-GRP)
                      LESS TAB-GRP-CHAVE(WRK-GRP-MENOR)
                       MOVE IND-GRP    TO WRK-GRP-MENOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CABECALHO DO GRUPO (TOTAL, PRODUTOS DISTINTOS, FAMILIAS) E UMA *
      * LINHA POR FAMILIA VENDIDA, NA ORDEM DO CADASTRO DE FAMILIAS.   *
      * ATE DUAS FAMILIAS NO MES = VENDA CONCENTRADA.                  *
      *----------------------------------------------------------------*
       3200-IMPRIME-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-MENOR          TO WRK-IX-GRP
           MOVE TAB-GRP-VALOR(WRK-IX-GRP)
                                       TO WRK-VALOR-ED
           MOVE TAB-GRP-QTDE-PROD(WRK-IX-GRP)
                                       TO WRK-QTDE-ED
           MOVE TAB-GRP-QTDE-FAM(WRK-IX-GRP)
                                       TO WRK-QFAM-ED
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           IF TAB-GRP-VENDEDOR(WRK-IX-GRP)
               STRING 'VENDEDOR ' TAB-GRP-CHAVE(WRK-IX-GRP)(1:3)
                      ' ' TAB-GRP-NOME(WRK-IX-GRP)
                      ' TOTAL=' WRK-VALOR-ED
                      ' PRODUTOS=' WRK-QTDE-ED
                      ' FAMILIAS=' WRK-QFAM-ED
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           ELSE
               STRING 'TERRITORIO ' TAB-GRP-CHAVE(WRK-IX-GRP)
                      ' TOTAL=' WRK-VALOR-ED
                      ' PRODUTOS=' WRK-QTDE-ED
                      ' FAMILIAS=' WRK-QFAM-ED
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           END-IF
           WRITE REG-ARQREL
      *
           IF  TAB-GRP-VENDEDOR(WRK-IX-GRP)
           AND TAB-GRP-QTDE-FAM(WRK-IX-GRP) NOT GREATER 2
               ADD 1                   TO WRK-QTDE-CONCENTR
               MOVE '  *** VENDA CONCENTRADA EM ATE DUAS FAMILIAS ***'
                                       TO REG-ARQREL
               WRITE REG-ARQREL
           END-IF
      *
           MOVE ZEROS                  TO IND-FAM
           PERFORM 3250-IMPRIME-FAMILIA THRU 3250-SAIDA
               UNTIL IND-FAM NOT LESS TAB-FAM-QTD
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3250-IMPRIME-FAMILIA            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
      *
           MOVE WRK-IX-GRP             TO WRK-CEL-BUSCA-GRP
           MOVE TAB-FAM-COD(IND-FAM)   TO WRK-CEL-BUSCA-FAM
           PERFORM 2650-LOCALIZA-CELULA THRU 2650-SAIDA
           IF NOT WRK-ACHOU
               GO TO 3250-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-FATIA-PCT
           IF TAB-GRP-VALOR(WRK-IX-GRP) GREATER ZEROS
               COMPUTE WRK-FATIA-PCT ROUNDED
                       = (TAB-CEL-VALOR(IND-CEL) * 100)
                       / TAB-GRP-VALOR(WRK-IX-GRP)
           END-IF
           MOVE WRK-FATIA-PCT          TO WRK-FATIA-ED
           MOVE TAB-CEL-VALOR(IND-CEL) TO WRK-VALOR-ED
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING '  FAMILIA ' TAB-FAM-COD(IND-FAM)
                  ' ' TAB-FAM-DESC(IND-FAM)
                  ' VALOR=' WRK-VALOR-ED
                  ' FATIA%=' WRK-FATIA-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       3250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRODUTOS ATIVOS SEM NENHUMA VENDA DENTRO DA JANELA.            *
      *----------------------------------------------------------------*
       3400-PRODUTOS-PARADOS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING '*** PRODUTOS ATIVOS SEM VENDA NOS ULTIMOS '
                  WRK-MIX-MESES ' MESES ***'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           MOVE ZEROS                  TO IND-PRD
           PERFORM 3410-TESTA-PARADO THRU 3410-SAIDA
               UNTIL IND-PRD NOT LESS TAB-PRD-QTD
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL DE PRODUTOS PARADOS: ' WRK-QTDE-PARADOS
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3410-TESTA-PARADO               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-PRD
           IF TAB-PRD-STATUS(IND-PRD)  NOT EQUAL 'A'
           OR TAB-PRD-ULT-VENDA(IND-PRD) GREATER ZEROS
               GO TO 3410-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PARADOS
           MOVE SPACES                 TO REG-ARQREL
           STRING '  ' TAB-PRD-COD(IND-PRD)
                  ' ' TAB-PRD-DESC(IND-PRD)
                  ' FAMILIA ' TAB-PRD-FAM(IND-PRD)
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       3410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA O RELATORIO NO MANIFESTO GLOBAL.                      *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-QTDE-ITENS         TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQREL
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
       3300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

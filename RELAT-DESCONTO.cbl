      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-DESCONTO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-DESCONTO                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: VAZAMENTO DE DESCONTO DO MES: CONFRONTA O      *
      *                 PRECO UNITARIO DE CADA ITEM (ARQITP01) DOS     *
      *                 PEDIDOS FATURADOS OU ENTREGUES EMITIDOS NO MES *
      *                 COM O PRECO VIGENTE NA EMISSAO (ARQTBP01 OU,   *
      *                 SEM ELE, O PRECO DE LISTA DO ARQPRD01) E       *
      *                 TOTALIZA O DESCONTO CONCEDIDO EM VALOR E EM %  *
      *                 POR VENDEDOR, CLIENTE, PRODUTO E TERRITORIO.   *
      *                 CLASSIFICA OS VENDEDORES E CLIENTES DE MAIOR   *
      *                 DESCONTO MEDIO E MARCA O VENDEDOR QUE VIVE NA  *
      *                 FAIXA LOGO ABAIXO DO DESCONTO MAXIMO ACEITO NA *
      *                 DIGITACAO (PARM-DESC-MAX-PCT). ITENS COM PRECO *
      *                 DE CAMPANHA FICAM DE FORA (VER RELAT-CAMPANHA).*
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>DESCONTO_<AAAAMM>_<STAMP>.TXT      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQTBP01                        TBP-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO VAZAMENTO DE DESCONTO.  *
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
           SELECT ARQTBP01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TABPRC-CHAVE
               FILE STATUS             IS WRK-FS-ARQTBP01.
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
         FD ARQTBP01
            VALUE OF FILE-ID IS NOME-ARQTBP01-WS
            COPY "TBP-SIST.CPY".
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
           'RELAT-DESCONTO'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQTBP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTBP01.DAT'.
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
       01  WRK-FS-ARQTBP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTBP01-OK                         VALUE '00' '05'.
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
      *    SEM TABELA DE PRECOS VALE O PRECO DE LISTA; SEM CADASTROS
      *    O RELATORIO SAI SEM NOMES E SEM TERRITORIO.
       01  WRK-TEM-TABPRECO-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-TABPRECO                        VALUE 'S'.
       01  WRK-TEM-PRODUTOS-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PRODUTOS                        VALUE 'S'.
       01  WRK-TEM-CLI-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLI                             VALUE 'S'.
       01  WRK-TEM-VEN-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VEN                             VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-TBP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TBP-FIM                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO (PRIMEIRO E ULTIMO DIA POSSIVEL).          *
      *----------------------------------------------------------------*
      *
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-DESC            PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    DESCONTO MAXIMO DA DIGITACAO E FAIXA "NO LIMITE": LINHA COM *
      *    DESCONTO DE 90% DO MAXIMO ATE O MAXIMO. VENDEDOR COM PELO   *
      *    MENOS 5 LINHAS NO MES E 30% OU MAIS DELAS NA FAIXA E        *
      *    MARCADO COMO "NO LIMITE".                                   *
      *----------------------------------------------------------------*
      *
       77  WRK-DESC-MAX-PCT            PIC 9(002)V99   VALUE ZEROS.
       77  WRK-FAIXA-INI-PCT           PIC 9(002)V99   VALUE ZEROS.
       77  WRK-LIMITE-MIN-LINHAS       PIC 9(003)      VALUE 5.
       77  WRK-LIMITE-PCT-LINHAS       PIC 9(003)      VALUE 30.
      *
      *----------------------------------------------------------------*
      *    APURACAO DO ITEM CORRENTE.                                  *
      *----------------------------------------------------------------*
      *
       77  WRK-PRECO-VIGENTE           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-VLR-TABELA              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-DESC-ITEM               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-PCT-ITEM                PIC 9(003)V99   VALUE ZEROS.
       01  WRK-FAIXA-ITEM              PIC X(001)      VALUE SPACES.
           88  WRK-ITEM-NA-FAIXA                       VALUE 'F'.
           88  WRK-ITEM-ACIMA                          VALUE 'A'.
       01  WRK-TERRITORIO              PIC X(005)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES POR GRUPO (VENDEDOR, CLIENTE, PRODUTO   *
      *    OU TERRITORIO).                                             *
      *----------------------------------------------------------------*
      *
       01  TAB-GRUPOS.
           05 TAB-GRP-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRP-ENT              OCCURS 5000 TIMES.
              10 TAB-GRP-TIPO          PIC X(001).
                 88 TAB-GRP-VENDEDOR             VALUE 'V'.
                 88 TAB-GRP-CLIENTE              VALUE 'C'.
                 88 TAB-GRP-PRODUTO              VALUE 'P'.
                 88 TAB-GRP-TERRITORIO           VALUE 'T'.
              10 TAB-GRP-CHAVE         PIC X(007).
              10 TAB-GRP-LINHAS        PIC 9(007).
              10 TAB-GRP-VLR-TABELA    PIC 9(013)V99.
              10 TAB-GRP-VLR-REAL      PIC 9(013)V99.
              10 TAB-GRP-DESCONTO      PIC 9(013)V99.
              10 TAB-GRP-NA-FAIXA      PIC 9(007).
              10 TAB-GRP-ACIMA         PIC 9(007).
              10 TAB-GRP-PCT           PIC 9(003)V99.
              10 TAB-GRP-ALERTA        PIC X(001).
                 88 TAB-GRP-NO-LIMITE            VALUE 'S'.
              10 TAB-GRP-IMPRESSO      PIC X(001).
              10 TAB-GRP-CLASSIF       PIC X(001).
      *
       77  IND-GRP                     PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-GRP                  PIC 9(004) COMP VALUE ZEROS.
       77  WRK-GRP-MENOR               PIC 9(004) COMP VALUE ZEROS.
       77  WRK-GRP-MAIOR               PIC 9(004) COMP VALUE ZEROS.
       77  WRK-POSICAO                 PIC 9(002)      VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-VISAO-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-VISAO-FIM                           VALUE 'S'.
       01  WRK-AVISO-GRP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-GRP                           VALUE 'S'.
      *
       01  WRK-GRP-BUSCA-TIPO          PIC X(001)      VALUE SPACES.
       01  WRK-GRP-BUSCA-CHAVE         PIC X(007)      VALUE SPACES.
       01  WRK-GRP-COD-VEN             PIC 9(003)      VALUE ZEROS.
       01  WRK-GRP-COD-VEN-X REDEFINES WRK-GRP-COD-VEN
                                       PIC X(003).
       01  WRK-GRP-COD-7               PIC 9(007)      VALUE ZEROS.
       01  WRK-GRP-COD-7-X REDEFINES WRK-GRP-COD-7
                                       PIC X(007).
      *
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ITENS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-CAMPANHA           PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SEM-PRECO          PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-NO-LIMITE          PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-LINHAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VLR-TABELA          PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-VLR-REAL            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-DESCONTO            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-PCT                 PIC 9(003)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DESC-ED                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-ED                  PIC ZZ9,99.
       01  WRK-PCT-MAX-ED              PIC Z9,99.
       01  WRK-PCT-FAIXA-ED            PIC Z9,99.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(040)      VALUE
              'CHAVE   NOME'.
           05 FILLER                   PIC X(024)      VALUE
              'LINHAS      VALOR TABELA'.
           05 FILLER                   PIC X(036)      VALUE
              '   VALOR REALIZADO          DESCONTO'.
           05 FILLER                   PIC X(032)      VALUE
              ' DESC %   NA FX   ACIMA ALERTA'.
      *
       01  WRK-LIN-DET.
           05 LIN-DS-CHAVE             PIC X(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-LINHAS            PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-VLR-TABELA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-VLR-REAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-DESCONTO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-PCT               PIC ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-NA-FAIXA          PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-ACIMA             PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-ALERTA            PIC X(008).
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
           PERFORM 2000-LE-PEDIDO THRU 2000-SAIDA
               UNTIL WRK-ARQPED01-FIM
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
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'DESCONTO_' WRK-PERIODO-DESC '_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'RELAT-DESCONTO: CADASTRO DE PEDIDOS AUSENTE - '
                       'FILE STATUS=' WRK-FS-ARQPED01
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           OPEN INPUT ARQITP01
           IF NOT WRK-ARQITP01-OK
               DISPLAY 'RELAT-DESCONTO: ITENS DE PEDIDO AUSENTES - '
                       'FILE STATUS=' WRK-FS-ARQITP01
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-OK
               SET WRK-TEM-PRODUTOS    TO TRUE
           END-IF
           OPEN INPUT ARQTBP01
           IF WRK-ARQTBP01-OK
               SET WRK-TEM-TABPRECO    TO TRUE
           END-IF
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLI         TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VEN         TO TRUE
           END-IF
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-DESCONTO: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE WRK-DESC-MAX-PCT       TO WRK-PCT-MAX-ED
           MOVE WRK-FAIXA-INI-PCT      TO WRK-PCT-FAIXA-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'VAZAMENTO DE DESCONTO - PEDIDOS FATURADOS/ENTREGUES '
                  'EMITIDOS NO MES ' WRK-PERIODO-DESC
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'DESCONTO = (PRECO VIGENTE NA EMISSAO - PRECO DO '
                  'ITEM) X QTDE; DESCONTO MAXIMO=' WRK-PCT-MAX-ED
                  '%; FAIXA NO LIMITE A PARTIR DE ' WRK-PCT-FAIXA-ED
                  '%; ITENS DE CAMPANHA FORA'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
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
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS E DESCONTO MAXIMO) E O  *
      * MES DO RELATORIO NA LINHA DE COMANDO.                          *
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
                   IF PARM-DESC-MAX-PCT NUMERIC
                       MOVE PARM-DESC-MAX-PCT
                                       TO WRK-DESC-MAX-PCT
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
      *    SEM DESCONTO MAXIMO PARAMETRIZADO NAO HA FAIXA NO LIMITE.
           COMPUTE WRK-FAIXA-INI-PCT ROUNDED
                   = WRK-DESC-MAX-PCT * 0,9
      *
      *    MES INFORMADO (AAAAMM) SUBSTITUI O MES ANTERIOR AO ATUAL.
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               COMPUTE WRK-PERIODO-DESC
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-DESC   TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-DESCONTO: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-DESC
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTBP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQTBP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DO RELATORIO (PADRAO = MES ANTERIOR, EM CALENDARIO DE      *
      * MESES CORRIDOS ANO*12+MES).                                    *
      *----------------------------------------------------------------*
       1100-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-DESC         EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-DESC
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-DESC * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-DESC * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PEDIDO FATURADO OU ENTREGUE EMITIDO NO MES: TERRITORIO DO      *
      * CLIENTE E CONFRONTO DE CADA ITEM COM O PRECO VIGENTE.          *
      *----------------------------------------------------------------*
       2000-LE-PEDIDO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 2000-SAIDA
           END-READ
      *
           IF  NOT PEDIDO-STATUS-FATURADO
           AND NOT PEDIDO-STATUS-ENTREGUE
               GO TO 2000-SAIDA
           END-IF
           IF PEDIDO-DATA-EMISSAO      LESS WRK-DATA-INI
           OR PEDIDO-DATA-EMISSAO      GREATER WRK-DATA-FIM
               GO TO 2000-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PEDIDOS
      *
           MOVE '(SEM)'                TO WRK-TERRITORIO
           IF WRK-TEM-CLI
               MOVE PEDIDO-COD-CLI     TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   NOT INVALID KEY
                       IF EXEMPLO-TERRITORIO OF ARQCLI01
                                       NOT EQUAL SPACES
                           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-TERRITORIO
                       END-IF
               END-READ
           END-IF
      *
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
      * CONFRONTA O ITEM COM O PRECO VIGENTE E ACUMULA NOS QUATRO      *
      * GRUPOS. ITEM DE CAMPANHA (PRECO PROMOCIONAL APROVADO) E ITEM   *
      * SEM PRECO DE REFERENCIA SO SAO CONTADOS.                       *
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
           IF ITEM-PED-CAMPANHA        NOT EQUAL SPACES
               ADD 1                   TO WRK-QTDE-CAMPANHA
               GO TO 2100-SAIDA
           END-IF
      *
           PERFORM 2600-PRECO-VIGENTE THRU 2600-SAIDA
           IF WRK-PRECO-VIGENTE        EQUAL ZEROS
               ADD 1                   TO WRK-QTDE-SEM-PRECO
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS
           COMPUTE WRK-VLR-TABELA ROUNDED
                   = WRK-PRECO-VIGENTE * ITEM-PED-QUANTIDADE
           MOVE ZEROS                  TO WRK-DESC-ITEM
                                          WRK-PCT-ITEM
           MOVE SPACES                 TO WRK-FAIXA-ITEM
      *
      *    PRECO ACIMA DO VIGENTE NAO E DESCONTO (NAO COMPENSA OS
      *    DEMAIS ITENS).
           IF WRK-PRECO-VIGENTE        GREATER ITEM-PED-PRECO-UNIT
               COMPUTE WRK-DESC-ITEM ROUNDED
                       = (WRK-PRECO-VIGENTE - ITEM-PED-PRECO-UNIT)
                       * ITEM-PED-QUANTIDADE
               COMPUTE WRK-PCT-ITEM ROUNDED
                       = ((WRK-PRECO-VIGENTE - ITEM-PED-PRECO-UNIT)
                       * 100) / WRK-PRECO-VIGENTE
               IF WRK-DESC-MAX-PCT     GREATER ZEROS
                   IF WRK-PCT-ITEM     GREATER WRK-DESC-MAX-PCT
                       SET WRK-ITEM-ACIMA TO TRUE
                   ELSE
                       IF WRK-PCT-ITEM NOT LESS WRK-FAIXA-INI-PCT
                           SET WRK-ITEM-NA-FAIXA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
      *
           ADD WRK-VLR-TABELA          TO WRK-TOT-VLR-TABELA
           ADD ITEM-PED-VALOR          TO WRK-TOT-VLR-REAL
           ADD WRK-DESC-ITEM           TO WRK-TOT-DESCONTO
      *
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE PEDIDO-COD-VEN         TO WRK-GRP-COD-VEN
           MOVE WRK-GRP-COD-VEN-X      TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-ITEM THRU 2200-SAIDA
      *
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE PEDIDO-COD-CLI         TO WRK-GRP-COD-7
           MOVE WRK-GRP-COD-7-X        TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-ITEM THRU 2200-SAIDA
      *
           MOVE 'P'                    TO WRK-GRP-BUSCA-TIPO
           MOVE ITEM-PED-COD-PROD      TO WRK-GRP-COD-7
           MOVE WRK-GRP-COD-7-X        TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-ITEM THRU 2200-SAIDA
      *
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE WRK-TERRITORIO         TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-ITEM THRU 2200-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA O ITEM CORRENTE NO GRUPO TIPO+CHAVE.                   *
      *----------------------------------------------------------------*
       2200-ACUMULA-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
           IF IND-GRP                  EQUAL ZEROS
               GO TO 2200-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-LINHAS(IND-GRP)
           ADD WRK-VLR-TABELA          TO TAB-GRP-VLR-TABELA(IND-GRP)
           ADD ITEM-PED-VALOR          TO TAB-GRP-VLR-REAL(IND-GRP)
           ADD WRK-DESC-ITEM           TO TAB-GRP-DESCONTO(IND-GRP)
           IF WRK-ITEM-NA-FAIXA
               ADD 1                   TO TAB-GRP-NA-FAIXA(IND-GRP)
           END-IF
           IF WRK-ITEM-ACIMA
               ADD 1                   TO TAB-GRP-ACIMA(IND-GRP)
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
           IF TAB-GRP-QTD              NOT LESS 5000
               MOVE ZEROS              TO IND-GRP
               IF NOT WRK-AVISO-GRP
                   SET WRK-AVISO-GRP   TO TRUE
                   DISPLAY 'RELAT-DESCONTO: TABELA DE GRUPOS CHEIA '
                           '- EXCEDENTES IGNORADOS'
               END-IF
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-QTD
           MOVE TAB-GRP-QTD            TO IND-GRP
           MOVE WRK-GRP-BUSCA-TIPO     TO TAB-GRP-TIPO(IND-GRP)
           MOVE WRK-GRP-BUSCA-CHAVE    TO TAB-GRP-CHAVE(IND-GRP)
           MOVE ZEROS                  TO TAB-GRP-LINHAS(IND-GRP)
                                          TAB-GRP-VLR-TABELA(IND-GRP)
                                          TAB-GRP-VLR-REAL(IND-GRP)
                                          TAB-GRP-DESCONTO(IND-GRP)
                                          TAB-GRP-NA-FAIXA(IND-GRP)
                                          TAB-GRP-ACIMA(IND-GRP)
                                          TAB-GRP-PCT(IND-GRP)
           MOVE 'N'                    TO TAB-GRP-ALERTA(IND-GRP)
                                          TAB-GRP-IMPRESSO(IND-GRP)
                                          TAB-GRP-CLASSIF(IND-GRP)
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
      * PRECO VIGENTE DO PRODUTO NA EMISSAO DO PEDIDO: O REGISTRO DA   *
      * TABELA DE PRECOS COM O MAIOR INICIO NAO POSTERIOR A ELA; SEM   *
      * ELE, O PRECO DE LISTA DO CADASTRO DE PRODUTOS.                 *
      *----------------------------------------------------------------*
       2600-PRECO-VIGENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-PRECO-VIGENTE
           IF WRK-TEM-PRODUTOS
               MOVE ITEM-PED-COD-PROD  TO PRODUTO-CODIGO
               READ ARQPRD01
                   NOT INVALID KEY
                       MOVE PRODUTO-PRECO-LISTA
                                       TO WRK-PRECO-VIGENTE
               END-READ
           END-IF
      *
           IF NOT WRK-TEM-TABPRECO
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-TBP-FIM-FLAG
           MOVE ITEM-PED-COD-PROD      TO TABPRC-COD-PROD
           MOVE ZEROS                  TO TABPRC-DATA-INICIO
           START ARQTBP01 KEY IS GREATER THAN OR EQUAL TABPRC-CHAVE
               INVALID KEY
                   GO TO 2600-SAIDA
           END-START
      *
           PERFORM 2610-LE-PRECO THRU 2610-SAIDA
               UNTIL WRK-TBP-FIM
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2610-LE-PRECO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTBP01 NEXT RECORD
               AT END
                   SET WRK-TBP-FIM     TO TRUE
                   GO TO 2610-SAIDA
           END-READ
      *
           IF TABPRC-COD-PROD          NOT EQUAL ITEM-PED-COD-PROD
           OR TABPRC-DATA-INICIO       GREATER PEDIDO-DATA-EMISSAO
               SET WRK-TBP-FIM         TO TRUE
               GO TO 2610-SAIDA
           END-IF
      *
           MOVE TABPRC-PRECO           TO WRK-PRECO-VIGENTE
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME AS QUATRO VISOES NA ORDEM DA CHAVE, A CLASSIFICACAO    *
      * DOS VENDEDORES E CLIENTES DE MAIOR DESCONTO MEDIO, OS TOTAIS   *
      * DO MES E REGISTRA NO MANIFESTO.                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3060-APURA-GRUPO THRU 3060-SAIDA
               VARYING WRK-IX-GRP FROM 1 BY 1
               UNTIL WRK-IX-GRP GREATER TAB-GRP-QTD
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** DESCONTO POR VENDEDOR ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** DESCONTO POR TERRITORIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** DESCONTO POR PRODUTO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'P'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** DESCONTO POR CLIENTE ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** 10 VENDEDORES DE MAIOR DESCONTO MEDIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3250-PROXIMO-RANKING THRU 3250-SAIDA
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO GREATER 10
               OR    WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** 10 CLIENTES DE MAIOR DESCONTO MEDIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3250-PROXIMO-RANKING THRU 3250-SAIDA
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO GREATER 10
               OR    WRK-VISAO-FIM
      *
           MOVE ZEROS                  TO WRK-TOT-PCT
           IF WRK-TOT-VLR-TABELA       GREATER ZEROS
               COMPUTE WRK-TOT-PCT ROUNDED
                       = (WRK-TOT-DESCONTO * 100) / WRK-TOT-VLR-TABELA
           END-IF
           MOVE WRK-TOT-PCT            TO WRK-PCT-ED
           MOVE WRK-TOT-DESCONTO       TO WRK-DESC-ED
           MOVE WRK-TOT-VLR-TABELA     TO WRK-VALOR-ED
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           STRING 'TOTAL DO MES: PEDIDOS=' WRK-QTDE-PEDIDOS
                  ' ITENS=' WRK-QTDE-ITENS
                  ' VALOR TABELA=' WRK-VALOR-ED
                  ' DESCONTO=' WRK-DESC-ED
                  ' (' WRK-PCT-ED '%)'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'ITENS DE CAMPANHA NAO CONSIDERADOS='
                  WRK-QTDE-CAMPANHA
                  ' ITENS SEM PRECO DE REFERENCIA=' WRK-QTDE-SEM-PRECO
                  ' VENDEDORES NO LIMITE=' WRK-QTDE-NO-LIMITE
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           CLOSE ARQPED01
                 ARQITP01
           IF WRK-TEM-PRODUTOS
               CLOSE ARQPRD01
           END-IF
           IF WRK-TEM-TABPRECO
               CLOSE ARQTBP01
           END-IF
           IF WRK-TEM-CLI
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VEN
               CLOSE ARQVEN01
           END-IF
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-DESCONTO: MES ' WRK-PERIODO-DESC
                   ' ITENS=' WRK-QTDE-ITENS
                   ' DESCONTO=' WRK-DESC-ED
                   ' VENDEDORES NO LIMITE=' WRK-QTDE-NO-LIMITE
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
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
           MOVE WRK-QTDE-LINHAS        TO WRK-MANIF-QTDE
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
      * DESCONTO MEDIO DO GRUPO (PONDERADO PELO VALOR DE TABELA) E     *
      * MARCA DO VENDEDOR QUE VIVE NA FAIXA LOGO ABAIXO DO MAXIMO.     *
      *----------------------------------------------------------------*
       3060-APURA-GRUPO                SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-GRP-VLR-TABELA(WRK-IX-GRP) GREATER ZEROS
               COMPUTE TAB-GRP-PCT(WRK-IX-GRP) ROUNDED
                       = (TAB-GRP-DESCONTO(WRK-IX-GRP) * 100)
                       / TAB-GRP-VLR-TABELA(WRK-IX-GRP)
           END-IF
      *
           IF  TAB-GRP-VENDEDOR(WRK-IX-GRP)
           AND WRK-DESC-MAX-PCT        GREATER ZEROS
           AND TAB-GRP-LINHAS(WRK-IX-GRP)
                                       NOT LESS WRK-LIMITE-MIN-LINHAS
           AND (TAB-GRP-NA-FAIXA(WRK-IX-GRP) * 100)
                                       NOT LESS
               (TAB-GRP-LINHAS(WRK-IX-GRP) * WRK-LIMITE-PCT-LINHAS)
               SET TAB-GRP-NO-LIMITE(WRK-IX-GRP) TO TRUE
               ADD 1                   TO WRK-QTDE-NO-LIMITE
           END-IF
           .
      *----------------------------------------------------------------*
       3060-SAIDA.                     EXIT.
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
           MOVE WRK-GRP-MENOR          TO WRK-IX-GRP
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
      * UMA LINHA POR GRUPO (WRK-IX-GRP), COM O NOME DO VENDEDOR, DO   *
      * CLIENTE OU A DESCRICAO DO PRODUTO.                             *
      *----------------------------------------------------------------*
       3200-IMPRIME-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-GRP-CHAVE(WRK-IX-GRP)
                                       TO LIN-DS-CHAVE
           MOVE SPACES                 TO LIN-DS-NOME
           EVALUATE TRUE
               WHEN TAB-GRP-VENDEDOR(WRK-IX-GRP)
                   PERFORM 3210-NOME-VENDEDOR THRU 3210-SAIDA
               WHEN TAB-GRP-CLIENTE(WRK-IX-GRP)
                   PERFORM 3220-NOME-CLIENTE THRU 3220-SAIDA
               WHEN TAB-GRP-PRODUTO(WRK-IX-GRP)
                   PERFORM 3230-NOME-PRODUTO THRU 3230-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE TAB-GRP-LINHAS(WRK-IX-GRP)
                                       TO LIN-DS-LINHAS
           MOVE TAB-GRP-VLR-TABELA(WRK-IX-GRP)
                                       TO LIN-DS-VLR-TABELA
           MOVE TAB-GRP-VLR-REAL(WRK-IX-GRP)
                                       TO LIN-DS-VLR-REAL
           MOVE TAB-GRP-DESCONTO(WRK-IX-GRP)
                                       TO LIN-DS-DESCONTO
           MOVE TAB-GRP-PCT(WRK-IX-GRP)
                                       TO LIN-DS-PCT
           MOVE TAB-GRP-NA-FAIXA(WRK-IX-GRP)
                                       TO LIN-DS-NA-FAIXA
           MOVE TAB-GRP-ACIMA(WRK-IX-GRP)
                                       TO LIN-DS-ACIMA
           MOVE SPACES                 TO LIN-DS-ALERTA
           IF TAB-GRP-NO-LIMITE(WRK-IX-GRP)
               MOVE '*LIMITE*'         TO LIN-DS-ALERTA
           END-IF
           WRITE REG-ARQREL            FROM WRK-LIN-DET
           ADD 1                       TO WRK-QTDE-LINHAS
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3210-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-VEN
               GO TO 3210-SAIDA
           END-IF
      *
           MOVE TAB-GRP-CHAVE(WRK-IX-GRP)(1:3)
                                       TO WRK-GRP-COD-VEN-X
           MOVE WRK-GRP-COD-VEN        TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE '*VENDEDOR NAO CADASTRADO*'
                                       TO LIN-DS-NOME
               NOT INVALID KEY
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO LIN-DS-NOME
           END-READ
           .
      *----------------------------------------------------------------*
       3210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3220-NOME-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-CLI
               GO TO 3220-SAIDA
           END-IF
      *
           MOVE TAB-GRP-CHAVE(WRK-IX-GRP)
                                       TO WRK-GRP-COD-7-X
           MOVE WRK-GRP-COD-7          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE '*CLIENTE NAO CADASTRADO*'
                                       TO LIN-DS-NOME
               NOT INVALID KEY
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO LIN-DS-NOME
           END-READ
           .
      *----------------------------------------------------------------*
       3220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3230-NOME-PRODUTO               SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-PRODUTOS
               GO TO 3230-SAIDA
           END-IF
      *
           MOVE TAB-GRP-CHAVE(WRK-IX-GRP)
                                       TO WRK-GRP-COD-7-X
           MOVE WRK-GRP-COD-7          TO PRODUTO-CODIGO
           READ ARQPRD01
               INVALID KEY
                   MOVE '*PRODUTO NAO CADASTRADO*'
                                       TO LIN-DS-NOME
               NOT INVALID KEY
                   MOVE PRODUTO-DESCRICAO
                                       TO LIN-DS-NOME
           END-READ
           .
      *----------------------------------------------------------------*
       3230-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROXIMA POSICAO DA CLASSIFICACAO: O GRUPO DO TIPO CORRENTE DE  *
      * MAIOR DESCONTO MEDIO AINDA NAO CLASSIFICADO (SO GRUPOS COM     *
      * DESCONTO).                                                     *
      *----------------------------------------------------------------*
       3250-PROXIMO-RANKING            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-GRP-MAIOR
           MOVE ZEROS                  TO IND-GRP
           PERFORM 3260-TESTA-MAIOR THRU 3260-SAIDA
               UNTIL IND-GRP NOT LESS TAB-GRP-QTD
      *
           IF WRK-GRP-MAIOR            EQUAL ZEROS
               SET WRK-VISAO-FIM       TO TRUE
               GO TO 3250-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-GRP-CLASSIF
                                          (WRK-GRP-MAIOR)
           MOVE WRK-GRP-MAIOR          TO WRK-IX-GRP
           PERFORM 3200-IMPRIME-GRUPO THRU 3200-SAIDA
           .
      *----------------------------------------------------------------*
       3250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3260-TESTA-MAIOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF  TAB-GRP-TIPO(IND-GRP)   EQUAL WRK-GRP-BUSCA-TIPO
           AND TAB-GRP-CLASSIF(IND-GRP) EQUAL 'N'
           AND TAB-GRP-DESCONTO(IND-GRP) GREATER ZEROS
               IF WRK-GRP-MAIOR        EQUAL ZEROS
                   MOVE IND-GRP        TO WRK-GRP-MAIOR
               ELSE
                   IF TAB-GRP-PCT(IND-GRP)
                      GREATER TAB-GRP-PCT(WRK-GRP-MAIOR)
                       MOVE IND-GRP    TO WRK-GRP-MAIOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3260-SAIDA.                     EXIT.
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
      *
      *END PROGRAM RELAT-DESCONTO.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-CAMPANHA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-CAMPANHA                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RESULTADO DAS CAMPANHAS PROMOCIONAIS (ARQCAMP):*
      *                 PARA CADA CAMPANHA, O VOLUME, A RECEITA E O    *
      *                 DESCONTO CONCEDIDO DOS SEUS PRODUTOS NOS       *
      *                 PEDIDOS NAO CANCELADOS EMITIDOS NA VIGENCIA,   *
      *                 CONTRA O MESMO NUMERO DE DIAS IMEDIATAMENTE    *
      *                 ANTERIOR AO INICIO. DESCONTO = (PRECO VIGENTE  *
      *                 NA EMISSAO - PRECO DO ITEM) X QTDE, SO NOS     *
      *                 ITENS GRAVADOS COM O CODIGO DA CAMPANHA.       *
      *                 VIGENCIA DA CAMPANHA = MENOR INICIO A MAIOR    *
      *                 FIM ENTRE OS SEUS PRODUTOS; CAMPANHA EM        *
      *                 ANDAMENTO E MEDIDA ATE HOJE.                   *
      *----------------------------------------------------------------*
      *    PARAMETRO...: CODIGO DA CAMPANHA NA LINHA DE COMANDO        *
      *                 (PADRAO = TODAS AS JA INICIADAS).              *
      *    SAIDA.......: <DIR-RELAT>CAMPANHAS_<STAMP>.TXT              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCAMP                         CMP-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQTBP01                        TBP-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RESULTADO DE CAMPANHAS. *
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
           SELECT ARQCAMP  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAMP-CHAVE
               FILE STATUS             IS WRK-FS-ARQCAMP.
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
         FD ARQCAMP
            VALUE OF FILE-ID IS NOME-ARQCAMP-WS
            COPY "CMP-SIST.CPY".
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
           'RELAT-CAMPANHA'.
      *
       01 NOME-ARQCAMP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCAMP.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQTBP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTBP01.DAT'.
       01 WRK-NOME-ARQREL              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQCAMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAMP-OK                          VALUE '00' '05'.
           88  WRK-ARQCAMP-FIM                         VALUE '10'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQTBP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTBP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-ITENS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ITENS                           VALUE 'S'.
       01  WRK-TEM-PRODUTOS-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PRODUTOS                        VALUE 'S'.
       01  WRK-TEM-TABPRECO-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-TABPRECO                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    FILTRO DA LINHA DE COMANDO E JANELA GERAL DE LEITURA DOS    *
      *    PEDIDOS (DO MENOR INICIO DE PERIODO ANTERIOR ATE O MAIOR    *
      *    FIM DE CAMPANHA).                                           *
      *----------------------------------------------------------------*
      *
       01  WRK-CMP-FILTRO              PIC X(006)      VALUE SPACES.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-MENOR              PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-MAIOR              PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-CAMPANHA           PIC 9(007) COMP VALUE ZEROS.
       77  WRK-INT-INICIO              PIC 9(007) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CAMPANHAS (UMA ENTRADA POR CODIGO) COM OS ACUMULADORES DA   *
      *    VIGENCIA E DO PERIODO ANTERIOR, E OS PRODUTOS DE CADA UMA   *
      *    COM O PRECO DE LISTA (BASE DO DESCONTO SEM TABELA).         *
      *----------------------------------------------------------------*
      *
       01  TAB-CAMPANHAS.
           05 TAB-CMP-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-CMP-ENT              OCCURS 300 TIMES.
              10 TAB-CMP-COD           PIC X(006).
              10 TAB-CMP-DESC          PIC X(030).
              10 TAB-CMP-INI           PIC 9(008).
              10 TAB-CMP-FIM           PIC 9(008).
              10 TAB-CMP-FIM-MEDIDO    PIC 9(008).
              10 TAB-CMP-ANT-INI       PIC 9(008).
              10 TAB-CMP-ANT-FIM       PIC 9(008).
              10 TAB-CMP-QTDE-PROD     PIC 9(005).
              10 TAB-CMP-ITENS         PIC 9(007).
              10 TAB-CMP-VOLUME        PIC 9(011)V99.
              10 TAB-CMP-RECEITA       PIC 9(013)V99.
              10 TAB-CMP-VOL-PROMO     PIC 9(011)V99.
              10 TAB-CMP-DESCONTO      PIC 9(013)V99.
              10 TAB-CMP-ANT-ITENS     PIC 9(007).
              10 TAB-CMP-ANT-VOLUME    PIC 9(011)V99.
              10 TAB-CMP-ANT-RECEITA   PIC 9(013)V99.
              10 TAB-CMP-IMPRESSO      PIC X(001).
      *
       01  TAB-CMP-PRODUTOS.
           05 TAB-CPR-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-CPR-ENT              OCCURS 5000 TIMES.
              10 TAB-CPR-CMP           PIC 9(003).
              10 TAB-CPR-PROD          PIC 9(007).
              10 TAB-CPR-LISTA         PIC 9(009)V99.
      *
       77  IND-CMP                     PIC 9(003) COMP VALUE ZEROS.
       77  IND-CPR                     PIC 9(005) COMP VALUE ZEROS.
       77  WRK-IX-CMP                  PIC 9(003) COMP VALUE ZEROS.
       77  WRK-CMP-MENOR               PIC 9(003) COMP VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-TBP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TBP-FIM                             VALUE 'S'.
       01  WRK-LISTA-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-LISTA-FIM                           VALUE 'S'.
       01  WRK-AVISO-CMP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-CMP                           VALUE 'S'.
       01  WRK-AVISO-CPR-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-CPR                           VALUE 'S'.
      *
       01  WRK-CMP-BUSCA               PIC X(006)      VALUE SPACES.
       77  WRK-PRECO-VIGENTE           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-DESC-ITEM               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VAR-PCT                 PIC S9(005)V9   VALUE ZEROS.
      *
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-IMPRESSAS          PIC 9(003)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-ITENS-ED                PIC ZZZZZZ9.
       01  WRK-QTDE-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-QTDE2-ED                PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR2-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VAR-ED                  PIC +ZZZZ9,9.
       01  WRK-VAR2-ED                 PIC +ZZZZ9,9.
       01  WRK-NPROD-ED                PIC ZZZZ9.
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
      *
           OPEN INPUT ARQCAMP
           IF NOT WRK-ARQCAMP-OK
               DISPLAY 'RELAT-CAMPANHA: CADASTRO DE CAMPANHAS AUSENTE'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'RELAT-CAMPANHA: CADASTRO DE PEDIDOS AUSENTE'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM ITENS NAO HA RESULTADO; SEM PRODUTOS OU TABELA DE
      *    PRECOS O DESCONTO E MEDIDO SO ATE ONDE HOUVER BASE.
           OPEN INPUT ARQITP01
           IF WRK-ARQITP01-OK
               SET WRK-TEM-ITENS       TO TRUE
           END-IF
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-OK
               SET WRK-TEM-PRODUTOS    TO TRUE
           END-IF
           OPEN INPUT ARQTBP01
           IF WRK-ARQTBP01-OK
               SET WRK-TEM-TABPRECO    TO TRUE
           END-IF
      *
           PERFORM 1200-CARREGA-CAMPANHAS THRU 1200-SAIDA
           CLOSE ARQCAMP
           IF WRK-TEM-PRODUTOS
               CLOSE ARQPRD01
           END-IF
      *
           MOVE 99999999               TO WRK-DATA-MENOR
           MOVE ZEROS                  TO WRK-DATA-MAIOR
           MOVE ZEROS                  TO IND-CMP
           PERFORM 1300-JANELA-CAMPANHA THRU 1300-SAIDA
               UNTIL IND-CMP NOT LESS TAB-CMP-QTD
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-CAMPANHA: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'RESULTADO DAS CAMPANHAS PROMOCIONAIS X PERIODO '
                  'ANTERIOR (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PEDIDOS NAO CANCELADOS, PELA DATA DE EMISSAO. '
                  'PERIODO ANTERIOR = MESMO NUMERO DE DIAS ANTES DO '
                  'INICIO DA CAMPANHA.'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O CODIGO DA          *
      * CAMPANHA NA LINHA DE COMANDO.                                  *
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
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           MOVE WRK-CMD-LINHA          TO WRK-CMP-FILTRO
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAMP.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCAMP-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTBP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQTBP01-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CAMPANHAS_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS CAMPANHAS JA INICIADAS (E SO A DO FILTRO, SE        *
      * INFORMADO) E OS PRODUTOS DE CADA UMA.                          *
      *----------------------------------------------------------------*
       1200-CARREGA-CAMPANHAS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO CAMP-CHAVE
           START ARQCAMP KEY IS GREATER THAN OR EQUAL CAMP-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQCAMP
           END-START
           PERFORM 1210-LER-CAMPANHA THRU 1210-SAIDA
               UNTIL WRK-ARQCAMP-FIM
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-CAMPANHA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCAMP NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCAMP
                   GO TO 1210-SAIDA
           END-READ
      *
           IF  WRK-CMP-FILTRO          NOT EQUAL SPACES
           AND WRK-CMP-FILTRO          NOT EQUAL CAMP-CODIGO
               GO TO 1210-SAIDA
           END-IF
           IF CAMP-DATA-INICIO         GREATER WRK-DATA-HOJE
               GO TO 1210-SAIDA
           END-IF
      *
           MOVE CAMP-CODIGO            TO WRK-CMP-BUSCA
           PERFORM 1220-LOCALIZA-CAMPANHA THRU 1220-SAIDA
           IF NOT WRK-ACHOU
               IF TAB-CMP-QTD          NOT LESS 300
                   IF NOT WRK-AVISO-CMP
                       DISPLAY 'RELAT-CAMPANHA: TABELA DE CAMPANHAS '
                               'CHEIA - ' CAMP-CODIGO ' EM DIANTE '
                               'FORA DO RELATORIO'
                       SET WRK-AVISO-CMP TO TRUE
                   END-IF
                   GO TO 1210-SAIDA
               END-IF
               ADD 1                   TO TAB-CMP-QTD
               MOVE TAB-CMP-QTD        TO IND-CMP
               INITIALIZE TAB-CMP-ENT(IND-CMP)
               MOVE CAMP-CODIGO        TO TAB-CMP-COD(IND-CMP)
               MOVE CAMP-DESCRICAO     TO TAB-CMP-DESC(IND-CMP)
               MOVE CAMP-DATA-INICIO   TO TAB-CMP-INI(IND-CMP)
               MOVE CAMP-DATA-FIM      TO TAB-CMP-FIM(IND-CMP)
               MOVE 'N'                TO TAB-CMP-IMPRESSO(IND-CMP)
           END-IF
      *
           IF CAMP-DATA-INICIO         LESS TAB-CMP-INI(IND-CMP)
               MOVE CAMP-DATA-INICIO   TO TAB-CMP-INI(IND-CMP)
           END-IF
           IF CAMP-DATA-FIM            GREATER TAB-CMP-FIM(IND-CMP)
               MOVE CAMP-DATA-FIM      TO TAB-CMP-FIM(IND-CMP)
           END-IF
      *
           IF TAB-CPR-QTD              NOT LESS 5000
               IF NOT WRK-AVISO-CPR
                   DISPLAY 'RELAT-CAMPANHA: TABELA DE PRODUTOS DAS '
                           'CAMPANHAS CHEIA - RESULTADO PARCIAL'
                   SET WRK-AVISO-CPR   TO TRUE
               END-IF
               GO TO 1210-SAIDA
           END-IF
           ADD 1                       TO TAB-CPR-QTD
           ADD 1                       TO TAB-CMP-QTDE-PROD(IND-CMP)
           MOVE IND-CMP                TO TAB-CPR-CMP(TAB-CPR-QTD)
           MOVE CAMP-COD-PROD          TO TAB-CPR-PROD(TAB-CPR-QTD)
           MOVE ZEROS                  TO TAB-CPR-LISTA(TAB-CPR-QTD)
           IF WRK-TEM-PRODUTOS
               MOVE CAMP-COD-PROD      TO PRODUTO-CODIGO
               READ ARQPRD01
                   NOT INVALID KEY
                       MOVE PRODUTO-PRECO-LISTA
                                       TO TAB-CPR-LISTA(TAB-CPR-QTD)
               END-READ
           END-IF
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1220-LOCALIZA-CAMPANHA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-CMP
           PERFORM 1230-TESTA-CAMPANHA THRU 1230-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-CMP NOT LESS TAB-CMP-QTD
           .
      *----------------------------------------------------------------*
       1220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1230-TESTA-CAMPANHA             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CMP
           IF TAB-CMP-COD(IND-CMP)     EQUAL WRK-CMP-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1230-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FIM MEDIDO DA CAMPANHA (HOJE, SE AINDA EM ANDAMENTO) E O       *
      * PERIODO ANTERIOR COM O MESMO NUMERO DE DIAS, EM CALENDARIO     *
      * JULIANO. AMPLIA A JANELA GERAL DE LEITURA DOS PEDIDOS.         *
      *----------------------------------------------------------------*
       1300-JANELA-CAMPANHA            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CMP
      *
           MOVE TAB-CMP-FIM(IND-CMP)   TO TAB-CMP-FIM-MEDIDO(IND-CMP)
           IF TAB-CMP-FIM(IND-CMP)     GREATER WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE      TO TAB-CMP-FIM-MEDIDO(IND-CMP)
           END-IF
      *
           COMPUTE WRK-INT-INICIO
                   = FUNCTION INTEGER-OF-DATE(TAB-CMP-INI(IND-CMP))
           COMPUTE WRK-DIAS-CAMPANHA
                   = FUNCTION INTEGER-OF-DATE
                             (TAB-CMP-FIM-MEDIDO(IND-CMP))
                   - WRK-INT-INICIO + 1
           COMPUTE TAB-CMP-ANT-FIM(IND-CMP)
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-INICIO - 1)
           COMPUTE TAB-CMP-ANT-INI(IND-CMP)
                   = FUNCTION DATE-OF-INTEGER
                             (WRK-INT-INICIO - WRK-DIAS-CAMPANHA)
      *
           IF TAB-CMP-ANT-INI(IND-CMP) LESS WRK-DATA-MENOR
               MOVE TAB-CMP-ANT-INI(IND-CMP)
                                       TO WRK-DATA-MENOR
           END-IF
           IF TAB-CMP-FIM-MEDIDO(IND-CMP)
                                       GREATER WRK-DATA-MAIOR
               MOVE TAB-CMP-FIM-MEDIDO(IND-CMP)
                                       TO WRK-DATA-MAIOR
           END-IF
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VARRE OS PEDIDOS NAO CANCELADOS EMITIDOS NA JANELA GERAL.      *
      *----------------------------------------------------------------*
       2000-LE-PEDIDOS                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CMP-QTD              EQUAL ZEROS
               DISPLAY 'RELAT-CAMPANHA: NENHUMA CAMPANHA INICIADA'
               GO TO 2000-SAIDA
           END-IF
           IF NOT WRK-TEM-ITENS
               DISPLAY 'RELAT-CAMPANHA: SEM ITENS DE PEDIDO - '
                       'RESULTADO ZERADO'
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
           IF PEDIDO-STATUS-CANCELADO
               GO TO 2100-SAIDA
           END-IF
           IF PEDIDO-DATA-EMISSAO      LESS WRK-DATA-MENOR
           OR PEDIDO-DATA-EMISSAO      GREATER WRK-DATA-MAIOR
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PEDIDOS
           PERFORM 2400-LER-ITENS THRU 2400-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
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
      *    O PRODUTO PODE ESTAR EM MAIS DE UMA CAMPANHA - O ITEM E
      *    CONFRONTADO COM TODAS.
           MOVE ZEROS                  TO IND-CPR
           PERFORM 2500-CONFRONTA-CAMPANHA THRU 2500-SAIDA
               UNTIL IND-CPR NOT LESS TAB-CPR-QTD
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA O ITEM NA VIGENCIA OU NO PERIODO ANTERIOR DA CAMPANHA DO  *
      * PRODUTO. ITEM GRAVADO COM O CODIGO DA CAMPANHA ENTRA TAMBEM NO *
      * VOLUME PROMOCIONAL E NO DESCONTO CONCEDIDO.                    *
      *----------------------------------------------------------------*
       2500-CONFRONTA-CAMPANHA         SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CPR
           IF TAB-CPR-PROD(IND-CPR)    NOT EQUAL ITEM-PED-COD-PROD
               GO TO 2500-SAIDA
           END-IF
           MOVE TAB-CPR-CMP(IND-CPR)   TO WRK-IX-CMP
      *
           IF  PEDIDO-DATA-EMISSAO     NOT LESS
                                       TAB-CMP-ANT-INI(WRK-IX-CMP)
           AND PEDIDO-DATA-EMISSAO     NOT GREATER
                                       TAB-CMP-ANT-FIM(WRK-IX-CMP)
               ADD 1                   TO TAB-CMP-ANT-ITENS(WRK-IX-CMP)
               ADD ITEM-PED-QUANTIDADE TO TAB-CMP-ANT-VOLUME
                                          (WRK-IX-CMP)
               ADD ITEM-PED-VALOR      TO TAB-CMP-ANT-RECEITA
                                          (WRK-IX-CMP)
               GO TO 2500-SAIDA
           END-IF
      *
           IF PEDIDO-DATA-EMISSAO      LESS TAB-CMP-INI(WRK-IX-CMP)
           OR PEDIDO-DATA-EMISSAO      GREATER
                                       TAB-CMP-FIM-MEDIDO(WRK-IX-CMP)
               GO TO 2500-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-CMP-ITENS(WRK-IX-CMP)
           ADD ITEM-PED-QUANTIDADE     TO TAB-CMP-VOLUME(WRK-IX-CMP)
           ADD ITEM-PED-VALOR          TO TAB-CMP-RECEITA(WRK-IX-CMP)
      *
           IF ITEM-PED-CAMPANHA        NOT EQUAL
                                       TAB-CMP-COD(WRK-IX-CMP)
               GO TO 2500-SAIDA
           END-IF
      *
           ADD ITEM-PED-QUANTIDADE     TO TAB-CMP-VOL-PROMO(WRK-IX-CMP)
           PERFORM 2600-PRECO-VIGENTE THRU 2600-SAIDA
           IF WRK-PRECO-VIGENTE        GREATER ITEM-PED-PRECO-UNIT
               COMPUTE WRK-DESC-ITEM ROUNDED
                       = (WRK-PRECO-VIGENTE - ITEM-PED-PRECO-UNIT)
                       * ITEM-PED-QUANTIDADE
               ADD WRK-DESC-ITEM       TO TAB-CMP-DESCONTO(WRK-IX-CMP)
           END-IF
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRECO VIGENTE DO PRODUTO NA EMISSAO DO PEDIDO: O REGISTRO DA   *
      * TABELA DE PRECOS COM O MAIOR INICIO NAO POSTERIOR A ELA; SEM   *
      * ELE, O PRECO DE LISTA GUARDADO NA CARGA DAS CAMPANHAS.         *
      *----------------------------------------------------------------*
       2600-PRECO-VIGENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-CPR-LISTA(IND-CPR) TO WRK-PRECO-VIGENTE
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
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQPED01
           IF WRK-TEM-ITENS
               CLOSE ARQITP01
           END-IF
           IF WRK-TEM-TABPRECO
               CLOSE ARQTBP01
           END-IF
      *
           MOVE 'N'                    TO WRK-LISTA-FIM-FLAG
           PERFORM 3100-PROXIMA-CAMPANHA THRU 3100-SAIDA
               UNTIL WRK-LISTA-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL: CAMPANHAS=' WRK-QTDE-IMPRESSAS
                  ' PEDIDOS LIDOS NA JANELA=' WRK-QTDE-PEDIDOS
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-CAMPANHA: CAMPANHAS=' WRK-QTDE-IMPRESSAS
                   ' PEDIDOS=' WRK-QTDE-PEDIDOS
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME AS CAMPANHAS NA ORDEM DO CODIGO (MENOR AINDA NAO       *
      * IMPRESSA A CADA PASSADA).                                      *
      *----------------------------------------------------------------*
       3100-PROXIMA-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CMP-MENOR
           MOVE ZEROS                  TO IND-CMP
           PERFORM 3110-TESTA-MENOR THRU 3110-SAIDA
               UNTIL IND-CMP NOT LESS TAB-CMP-QTD
      *
           IF WRK-CMP-MENOR            EQUAL ZEROS
               SET WRK-LISTA-FIM       TO TRUE
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-CMP-IMPRESSO
                                          (WRK-CMP-MENOR)
           PERFORM 3200-IMPRIME-CAMPANHA THRU 3200-SAIDA
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CMP
           IF TAB-CMP-IMPRESSO(IND-CMP) EQUAL 'N'
               IF WRK-CMP-MENOR        EQUAL ZEROS
                   MOVE IND-CMP        TO WRK-CMP-MENOR
               ELSE
                   IF TAB-CMP-COD(IND-CMP)
                      LESS TAB-CMP-COD(WRK-CMP-MENOR)
                       MOVE IND-CMP    TO WRK-CMP-MENOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * QUATRO LINHAS POR CAMPANHA: IDENTIFICACAO E VIGENCIA, RESULTADO*
      * NA VIGENCIA, RESULTADO NO PERIODO ANTERIOR E VARIACAO (%) DE   *
      * VOLUME E RECEITA (SEM BASE QUANDO O ANTERIOR FOR ZERO).        *
      *----------------------------------------------------------------*
       3200-IMPRIME-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CMP-MENOR          TO WRK-IX-CMP
           ADD 1                       TO WRK-QTDE-IMPRESSAS
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE TAB-CMP-QTDE-PROD(WRK-IX-CMP)
                                       TO WRK-NPROD-ED
           MOVE SPACES                 TO REG-ARQREL
           IF TAB-CMP-FIM(WRK-IX-CMP)  GREATER WRK-DATA-HOJE
               STRING 'CAMPANHA ' TAB-CMP-COD(WRK-IX-CMP)
                      ' - ' TAB-CMP-DESC(WRK-IX-CMP)
                      ' VIGENCIA ' TAB-CMP-INI(WRK-IX-CMP)
                      ' A ' TAB-CMP-FIM(WRK-IX-CMP)
                      ' PRODUTOS=' WRK-NPROD-ED
                      ' (EM ANDAMENTO - MEDIDA ATE '
                      WRK-DATA-HOJE ')'
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           ELSE
               STRING 'CAMPANHA ' TAB-CMP-COD(WRK-IX-CMP)
                      ' - ' TAB-CMP-DESC(WRK-IX-CMP)
                      ' VIGENCIA ' TAB-CMP-INI(WRK-IX-CMP)
                      ' A ' TAB-CMP-FIM(WRK-IX-CMP)
                      ' PRODUTOS=' WRK-NPROD-ED
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           END-IF
           WRITE REG-ARQREL
      *
           MOVE TAB-CMP-ITENS(WRK-IX-CMP)
                                       TO WRK-ITENS-ED
           MOVE TAB-CMP-VOLUME(WRK-IX-CMP)
                                       TO WRK-QTDE-ED
           MOVE TAB-CMP-RECEITA(WRK-IX-CMP)
                                       TO WRK-VALOR-ED
           MOVE TAB-CMP-VOL-PROMO(WRK-IX-CMP)
                                       TO WRK-QTDE2-ED
           MOVE TAB-CMP-DESCONTO(WRK-IX-CMP)
                                       TO WRK-VALOR2-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING '  NA CAMPANHA....: ITENS=' WRK-ITENS-ED
                  ' QTDE=' WRK-QTDE-ED
                  ' RECEITA=' WRK-VALOR-ED
                  ' QTDE PROMO=' WRK-QTDE2-ED
                  ' DESCONTO=' WRK-VALOR2-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           MOVE TAB-CMP-ANT-ITENS(WRK-IX-CMP)
                                       TO WRK-ITENS-ED
           MOVE TAB-CMP-ANT-VOLUME(WRK-IX-CMP)
                                       TO WRK-QTDE-ED
           MOVE TAB-CMP-ANT-RECEITA(WRK-IX-CMP)
                                       TO WRK-VALOR-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING '  PERIODO ANTER..: ITENS=' WRK-ITENS-ED
                  ' QTDE=' WRK-QTDE-ED
                  ' RECEITA=' WRK-VALOR-ED
                  ' (' TAB-CMP-ANT-INI(WRK-IX-CMP)
                  ' A ' TAB-CMP-ANT-FIM(WRK-IX-CMP) ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           MOVE SPACES                 TO REG-ARQREL
           IF TAB-CMP-ANT-VOLUME(WRK-IX-CMP)  EQUAL ZEROS
           OR TAB-CMP-ANT-RECEITA(WRK-IX-CMP) EQUAL ZEROS
               MOVE '  VARIACAO.......: SEM VENDA NO PERIODO ANTERIOR'
                                       TO REG-ARQREL
           ELSE
               COMPUTE WRK-VAR-PCT ROUNDED
                       = (TAB-CMP-VOLUME(WRK-IX-CMP)
                       -  TAB-CMP-ANT-VOLUME(WRK-IX-CMP)) * 100
                       /  TAB-CMP-ANT-VOLUME(WRK-IX-CMP)
                   ON SIZE ERROR
                       MOVE 99999,9    TO WRK-VAR-PCT
               END-COMPUTE
               MOVE WRK-VAR-PCT        TO WRK-VAR-ED
               COMPUTE WRK-VAR-PCT ROUNDED
                       = (TAB-CMP-RECEITA(WRK-IX-CMP)
                       -  TAB-CMP-ANT-RECEITA(WRK-IX-CMP)) * 100
                       /  TAB-CMP-ANT-RECEITA(WRK-IX-CMP)
                   ON SIZE ERROR
                       MOVE 99999,9    TO WRK-VAR-PCT
               END-COMPUTE
               MOVE WRK-VAR-PCT        TO WRK-VAR2-ED
               STRING '  VARIACAO.......: QTDE=' WRK-VAR-ED '%'
                      ' RECEITA=' WRK-VAR2-ED '%'
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           END-IF
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-QTDE-IMPRESSAS     TO WRK-MANIF-QTDE
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

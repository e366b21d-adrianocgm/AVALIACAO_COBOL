      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-AGING.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-AGING                                   *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RELATORIO DE ENVELHECIMENTO (AGING) DOS        *
      *                 TITULOS A RECEBER EM ABERTO (ARQTIT01), POR    *
      *                 VENDEDOR TITULAR DA ULTIMA CARTEIRA OFICIAL    *
      *                 (REG-CART-VEN-1, MESMO CRUZAMENTO DO META X    *
      *                 REALIZADO). CADA CLIENTE TRAZ O SALDO EM       *
      *                 ABERTO NAS FAIXAS A VENCER, 1-30, 31-60,       *
      *                 61-90 E MAIS DE 90 DIAS DE ATRASO; CADA        *
      *                 VENDEDOR FECHA COM O SUBTOTAL DA SUA CARTEIRA. *
      *                 CLIENTES FORA DA CARTEIRA SAEM NO GRUPO SEM    *
      *                 VENDEDOR, AO FINAL.                            *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>AGING_RECEBER_<STAMP>.TXT          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQTIT01                        TIT-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO AGING POR VENDEDOR.     *
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
           SELECT ARQTIT01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TITULO-CHAVE
               FILE STATUS             IS WRK-FS-ARQTIT01.
      *
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
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
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQTIT01
            VALUE OF FILE-ID IS NOME-ARQTIT01-WS
            COPY "TIT-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
            COPY "CART-SIST.CPY".
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
       77  WRK-PROGRAMA                PIC  X(011)     VALUE
           'RELAT-AGING'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQTIT01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTIT01.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQTIT01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTIT01-OK                         VALUE '00' '05'.
           88  WRK-ARQTIT01-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQTIT01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCARTU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARTU-OK                         VALUE '00' '05'.
           88  WRK-ARQCARTU-FIM                        VALUE '10'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
           88  WRK-ARQMANIF-FIM                        VALUE '10'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DA ULTIMA CARTEIRA NO MANIFESTO E TABELA DE     *
      *    ASSOCIACOES CLIENTE X VENDEDOR TITULAR.                     *
      *----------------------------------------------------------------*
      *
       01  WRK-CART-ULT-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CARTEIRA                        VALUE 'S'.
       77  WRK-TALLY-CARTEIRA          PIC 9(003)      VALUE ZEROS.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       01  WRK-RESTO-MANIF             PIC X(150)      VALUE SPACES.
      *
       77  WRK-QTDE-CART               PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CART                 PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
       01  WRK-CART-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CART-ACHOU                          VALUE 'S'.
       01  TAB-CARTEIRA.
           05 TAB-CART-ENTRY                         OCCURS 9999 TIMES.
              10 TAB-CART-COD-CLI      PIC 9(007).
              10 TAB-CART-VEN-PRIM     PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    SALDO EM ABERTO POR CLIENTE NAS FAIXAS DE ATRASO. OS        *
      *    TITULOS VEM NA ORDEM DA CHAVE (CLIENTE + TITULO), ENTAO     *
      *    CADA CLIENTE OCUPA UMA SO ENTRADA.                          *
      *    FAIXA 1 = A VENCER, 2 = 1-30, 3 = 31-60, 4 = 61-90,         *
      *    5 = MAIS DE 90 DIAS.                                        *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CLI                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CLI                  PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-FX                   PIC 9(001)      VALUE ZEROS.
       01  TAB-AGING.
           05 TAB-AG-ENTRY                           OCCURS 9999 TIMES.
              10 TAB-AG-COD-CLI        PIC 9(007).
              10 TAB-AG-COD-VEN        PIC 9(003).
              10 TAB-AG-LISTADO        PIC X(001).
              10 TAB-AG-FAIXA          PIC 9(011)V99  COMP-3
                                                     OCCURS 5 TIMES.
      *
       01  WRK-TOT-VEND.
           05 WRK-TV-FAIXA             PIC 9(013)V99  COMP-3
                                                     OCCURS 5 TIMES.
       01  WRK-TOT-GERAL.
           05 WRK-TG-FAIXA             PIC 9(013)V99  COMP-3
                                                     OCCURS 5 TIMES.
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-ATRASO             PIC S9(007)     VALUE ZEROS.
       77  WRK-SALDO                   PIC 9(011)V99   VALUE ZEROS.
       77  WRK-SOMA-LINHA              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VEN-LISTA               PIC 9(003)      VALUE ZEROS.
       77  WRK-QTDE-CLI-VEND           PIC 9(005)      VALUE ZEROS.
      *
       77  WRK-TOT-TITULOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ABERTOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(044)      VALUE SPACES.
           05 FILLER                   PIC X(014)      VALUE
              '     A VENCER '.
           05 FILLER                   PIC X(014)      VALUE
              '      1-30 DD '.
           05 FILLER                   PIC X(014)      VALUE
              '     31-60 DD '.
           05 FILLER                   PIC X(014)      VALUE
              '     61-90 DD '.
           05 FILLER                   PIC X(014)      VALUE
              '    90+ DD    '.
           05 FILLER                   PIC X(014)      VALUE
              '         TOTAL'.
           05 FILLER                   PIC X(004)      VALUE SPACES.
      *
       01  WRK-LIN-AGING.
           05 LIN-AG-ROTULO            PIC X(004).
           05 LIN-AG-CODIGO            PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AG-NOME              PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-AG-FAIXA             PIC ZZZ.ZZZ.ZZ9,99
                                                     OCCURS 5 TIMES.
           05 LIN-AG-TOTAL             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
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
           PERFORM 2000-ACUMULA-TITULO THRU 2000-SAIDA
               UNTIL WRK-ARQTIT01-FIM
      *
           PERFORM 2500-LISTA-VENDEDOR THRU 2500-SAIDA
               UNTIL WRK-ARQVEN01-FIM
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
           INITIALIZE WRK-TOT-GERAL
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF NOT WRK-TEM-CARTEIRA
               DISPLAY 'RELAT-AGING: NENHUMA CARTEIRA NO MANIFESTO - '
                       'EXECUTE GERENC-CARTEIRA ANTES'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
      *
           OPEN INPUT ARQTIT01
           IF WRK-ARQTIT01-NAO-EXISTE
               DISPLAY 'RELAT-AGING: TITULOS A RECEBER AINDA NAO '
                       'CARREGADOS (ARQTIT01)'
               MOVE WRK-FS-ARQTIT01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQTIT01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQCLI01
           OPEN INPUT ARQVEN01
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'AGING_RECEBER_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'AGING DE TITULOS A RECEBER POR VENDEDOR DA '
                  'CARTEIRA - POSICAO EM ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           MOVE LOW-VALUES             TO TITULO-CHAVE
           START ARQTIT01 KEY IS GREATER THAN OR EQUAL TITULO-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQTIT01
           END-START
           IF NOT WRK-ARQTIT01-FIM
               PERFORM 7100-LER-ARQTIT01 THRU 7100-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQVEN01
           END-START
           IF NOT WRK-ARQVEN01-FIM
               PERFORM 7200-LER-ARQVEN01 THRU 7200-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTIT01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTIT01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA O NOME DO ARQUIVO DA ULTIMA LINHA DE GERENC-CARTEIRA    *
      * DO MANIFESTO (A ULTIMA LINHA E A CARTEIRA MAIS RECENTE).       *
      *----------------------------------------------------------------*
       1100-LOCALIZA-ULT-CARTEIRA      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CART-ULT-FLAG
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 1110-LER-LINHA-MANIF THRU 1110-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-LINHA-MANIF            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMANIF NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMANIF
               NOT AT END
                   MOVE ZEROS          TO WRK-TALLY-CARTEIRA
                   INSPECT REG-ARQMANIF TALLYING WRK-TALLY-CARTEIRA
                                       FOR ALL 'GERENC-CARTEIRA'
                   IF WRK-TALLY-CARTEIRA GREATER ZEROS
                       MOVE SPACES     TO WRK-RESTO-MANIF
                       UNSTRING REG-ARQMANIF DELIMITED BY 'ARQUIVO='
                           INTO WRK-DESCARTE-MANIF
                                WRK-RESTO-MANIF
                       END-UNSTRING
                       UNSTRING WRK-RESTO-MANIF DELIMITED BY ' '
                           INTO WRK-NOME-ARQCARTU
                       END-UNSTRING
                       SET WRK-TEM-CARTEIRA TO TRUE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O VENDEDOR TITULAR DE CADA CLIENTE DA ULTIMA CARTEIRA. *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'RELAT-AGING: FALHA AO ABRIR A CARTEIRA - '
                       WRK-NOME-ARQCARTU
               MOVE WRK-FS-ARQCARTU    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1210-LER-CARREGA-CART THRU 1210-SAIDA
               UNTIL WRK-ARQCARTU-FIM
      *
           CLOSE ARQCARTU
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-CARREGA-CART           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARTU NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTU
               NOT AT END
                   IF  REG-CART-TIPO-DETALHE
                   AND NOT REG-CART-TIPO-BACKUP
                   AND NOT REG-CART-NAO-ASSOCIADO
                   AND WRK-QTDE-CART LESS 9999
                       ADD 1           TO WRK-QTDE-CART
                       MOVE REG-CART-COD-CLI
                                       TO TAB-CART-COD-CLI
                                          (WRK-QTDE-CART)
                       MOVE REG-CART-VEN-1
                                       TO TAB-CART-VEN-PRIM
                                          (WRK-QTDE-CART)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DISTRIBUI O SALDO EM ABERTO DO TITULO NA FAIXA DE ATRASO DO    *
      * CLIENTE. TITULO QUITADO NAO ENTRA NO AGING.                    *
      *----------------------------------------------------------------*
       2000-ACUMULA-TITULO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-TOT-TITULOS
      *
           IF TITULO-VALOR-PAGO        NOT LESS TITULO-VALOR
               GO TO 2000-LER
           END-IF
           ADD 1                       TO WRK-TOT-ABERTOS
           COMPUTE WRK-SALDO           = TITULO-VALOR
                                       - TITULO-VALOR-PAGO
      *
           COMPUTE WRK-DIAS-ATRASO
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(TITULO-DATA-VENCTO)
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE 1              TO WRK-IX-FX
               WHEN WRK-DIAS-ATRASO NOT GREATER 30
                   MOVE 2              TO WRK-IX-FX
               WHEN WRK-DIAS-ATRASO NOT GREATER 60
                   MOVE 3              TO WRK-IX-FX
               WHEN WRK-DIAS-ATRASO NOT GREATER 90
                   MOVE 4              TO WRK-IX-FX
               WHEN OTHER
                   MOVE 5              TO WRK-IX-FX
           END-EVALUATE
      *
      *    NOVO CLIENTE NA ORDEM DA CHAVE ABRE UMA ENTRADA, JA COM O
      *    VENDEDOR TITULAR DA CARTEIRA (ZERO = FORA DA CARTEIRA).
           IF WRK-QTDE-CLI EQUAL ZEROS
           OR TAB-AG-COD-CLI(WRK-QTDE-CLI) NOT EQUAL TITULO-COD-CLI
               IF WRK-QTDE-CLI NOT LESS 9999
                   DISPLAY 'RELAT-AGING: TABELA DE CLIENTES CHEIA - '
                           'CLI=' TITULO-COD-CLI ' FORA DO RELATORIO'
                   GO TO 2000-LER
               END-IF
               ADD 1                   TO WRK-QTDE-CLI
               INITIALIZE TAB-AG-ENTRY(WRK-QTDE-CLI)
               MOVE TITULO-COD-CLI     TO TAB-AG-COD-CLI(WRK-QTDE-CLI)
               MOVE 'N'                TO TAB-AG-LISTADO(WRK-QTDE-CLI)
               PERFORM 2100-ACHA-VEND-CARTEIRA THRU 2100-SAIDA
           END-IF
      *
           ADD WRK-SALDO               TO TAB-AG-FAIXA(WRK-QTDE-CLI
                                                       WRK-IX-FX)
           .
      *
       2000-LER.
      *
           PERFORM 7100-LER-ARQTIT01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA O CLIENTE NA TABELA DA CARTEIRA E GUARDA O VENDEDOR    *
      * TITULAR NA ENTRADA DO AGING.                                   *
      *----------------------------------------------------------------*
       2100-ACHA-VEND-CARTEIRA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TITULO-COD-CLI         TO WRK-CLI-BUSCA
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
           PERFORM 2150-TESTA-ENTRADA-CART THRU 2150-SAIDA
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
      *
           IF WRK-CART-ACHOU
               MOVE TAB-CART-VEN-PRIM(WRK-IX-CART)
                                       TO TAB-AG-COD-VEN(WRK-QTDE-CLI)
           ELSE
               MOVE ZEROS              TO TAB-AG-COD-VEN(WRK-QTDE-CLI)
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2150-TESTA-ENTRADA-CART         SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA OS CLIENTES DE CADA VENDEDOR (NA ORDEM DE ARQVEN01) COM  *
      * SALDO EM ABERTO E FECHA COM O SUBTOTAL DO VENDEDOR.            *
      *----------------------------------------------------------------*
       2500-LISTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-VEN-LISTA
           PERFORM 2600-LISTA-GRUPO THRU 2600-SAIDA
      *
           IF WRK-QTDE-CLI-VEND GREATER ZEROS
               MOVE 'VEN='             TO LIN-AG-ROTULO
               MOVE WRK-VEN-LISTA      TO LIN-AG-CODIGO
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO LIN-AG-NOME
               PERFORM 2800-GRAVA-SUBTOTAL THRU 2800-SAIDA
           END-IF
      *
           PERFORM 7200-LER-ARQVEN01 THRU 7200-SAIDA
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VARRE A TABELA DO AGING E GRAVA AS LINHAS DOS CLIENTES DO      *
      * VENDEDOR EM WRK-VEN-LISTA, ACUMULANDO O SUBTOTAL.              *
      *----------------------------------------------------------------*
       2600-LISTA-GRUPO                SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TOT-VEND
           MOVE ZEROS                  TO WRK-QTDE-CLI-VEND
           MOVE 1                      TO WRK-IX-CLI
           PERFORM 2650-LISTA-CLIENTE THRU 2650-SAIDA
               UNTIL WRK-IX-CLI GREATER WRK-QTDE-CLI
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2650-LISTA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
      *    O GRUPO SEM VENDEDOR (WRK-VEN-LISTA ZERO) RECOLHE TUDO O
      *    QUE NAO SAIU EM NENHUM VENDEDOR DO CADASTRO.
           IF TAB-AG-LISTADO(WRK-IX-CLI) EQUAL 'S'
               GO TO 2650-PROXIMO
           END-IF
           IF  TAB-AG-COD-VEN(WRK-IX-CLI) NOT EQUAL WRK-VEN-LISTA
           AND WRK-VEN-LISTA           NOT EQUAL ZEROS
               GO TO 2650-PROXIMO
           END-IF
      *
           MOVE 'S'                    TO TAB-AG-LISTADO(WRK-IX-CLI)
           ADD 1                       TO WRK-QTDE-CLI-VEND
           MOVE 'CLI='                 TO LIN-AG-ROTULO
           MOVE TAB-AG-COD-CLI(WRK-IX-CLI)
                                       TO LIN-AG-CODIGO
                                          EXEMPLO-CODIGO-CLI
                                          OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE '*CLIENTE NAO CADASTRADO*'
                                       TO LIN-AG-NOME
               NOT INVALID KEY
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO LIN-AG-NOME
           END-READ
      *
           MOVE ZEROS                  TO WRK-SOMA-LINHA
           MOVE 1                      TO WRK-IX-FX
           PERFORM 2700-FAIXA-CLIENTE THRU 2700-SAIDA
               UNTIL WRK-IX-FX GREATER 5
           MOVE WRK-SOMA-LINHA         TO LIN-AG-TOTAL
           WRITE REG-ARQREL01          FROM WRK-LIN-AGING
           .
      *
       2650-PROXIMO.
      *
           ADD 1                       TO WRK-IX-CLI
           .
      *----------------------------------------------------------------*
       2650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2700-FAIXA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-AG-FAIXA(WRK-IX-CLI WRK-IX-FX)
                                       TO LIN-AG-FAIXA(WRK-IX-FX)
           ADD TAB-AG-FAIXA(WRK-IX-CLI WRK-IX-FX)
                                       TO WRK-SOMA-LINHA
                                          WRK-TV-FAIXA(WRK-IX-FX)
                                          WRK-TG-FAIXA(WRK-IX-FX)
           ADD 1                       TO WRK-IX-FX
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE SUBTOTAL DO GRUPO (ROTULO/CODIGO/NOME JA      *
      * PREENCHIDOS PELO CHAMADOR) E UMA LINHA EM BRANCO.              *
      *----------------------------------------------------------------*
       2800-GRAVA-SUBTOTAL             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-SOMA-LINHA
           MOVE 1                      TO WRK-IX-FX
           PERFORM 2850-FAIXA-SUBTOTAL THRU 2850-SAIDA
               UNTIL WRK-IX-FX GREATER 5
           MOVE WRK-SOMA-LINHA         TO LIN-AG-TOTAL
           WRITE REG-ARQREL01          FROM WRK-LIN-AGING
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2850-FAIXA-SUBTOTAL             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TV-FAIXA(WRK-IX-FX) TO LIN-AG-FAIXA(WRK-IX-FX)
           ADD WRK-TV-FAIXA(WRK-IX-FX)  TO WRK-SOMA-LINHA
           ADD 1                       TO WRK-IX-FX
           .
      *----------------------------------------------------------------*
       2850-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - GRUPO SEM VENDEDOR, TOTAL GERAL,       *
      * MANIFESTO E ENCERRAMENTO.                                      *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
      *    CLIENTES COM SALDO QUE NAO ESTAO NA CARTEIRA (OU CUJO
      *    VENDEDOR SAIU DO CADASTRO) FICAM NO GRUPO SEM VENDEDOR.
           MOVE ZEROS                  TO WRK-VEN-LISTA
           PERFORM 2600-LISTA-GRUPO THRU 2600-SAIDA
           IF WRK-QTDE-CLI-VEND GREATER ZEROS
               MOVE 'VEN='             TO LIN-AG-ROTULO
               MOVE ZEROS              TO LIN-AG-CODIGO
               MOVE '*SEM VENDEDOR NA CARTEIRA*'
                                       TO LIN-AG-NOME
               PERFORM 2800-GRAVA-SUBTOTAL THRU 2800-SAIDA
           END-IF
      *
           MOVE WRK-TOT-GERAL          TO WRK-TOT-VEND
           MOVE 'TOT='                 TO LIN-AG-ROTULO
           MOVE ZEROS                  TO LIN-AG-CODIGO
           MOVE 'TOTAL GERAL'          TO LIN-AG-NOME
           PERFORM 2800-GRAVA-SUBTOTAL THRU 2800-SAIDA
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL: TITULOS LIDOS=' WRK-TOT-TITULOS
                  ' EM ABERTO=' WRK-TOT-ABERTOS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQTIT01
                 ARQCLI01
                 ARQVEN01
                 ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-AGING: TITULOS LIDOS......: ' WRK-TOT-TITULOS
           DISPLAY 'RELAT-AGING: TITULOS EM ABERTO..: ' WRK-TOT-ABERTOS
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
           MOVE WRK-TOT-ABERTOS        TO WRK-MANIF-QTDE
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
      * LEITURA DOS TITULOS A RECEBER NA ORDEM DA CHAVE.               *
      *----------------------------------------------------------------*
       7100-LER-ARQTIT01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTIT01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQTIT01
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA DO CADASTRO DE VENDEDORES NA ORDEM DO CODIGO.           *
      *----------------------------------------------------------------*
       7200-LER-ARQVEN01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVEN01
           END-READ
           .
      *----------------------------------------------------------------*
       7200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-AGING.

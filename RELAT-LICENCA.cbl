      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-LICENCA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-LICENCA                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: LISTA SEMANAL DAS LICENCAS E CERTIFICADOS DOS  *
      *                 CLIENTES (ARQLIC) QUE VENCEM NOS PROXIMOS 30   *
      *                 DIAS OU JA VENCERAM, AGRUPADAS PELO TITULAR DO *
      *                 CLIENTE NA ULTIMA CARTEIRA OFICIAL, PARA O     *
      *                 VENDEDOR COBRAR A RENOVACAO ANTES QUE O        *
      *                 PEDIDO SEJA BLOQUEADO (VALIDA-LICENCA).        *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>LICENCAS_<STAMP>.TXT               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQLIC                          LIC-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA LISTA DE VENCIMENTO     *
      *                      DAS LICENCAS DOS CLIENTES.                *
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
           SELECT ARQLIC   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS LICENCA-CHAVE
               FILE STATUS             IS WRK-FS-ARQLIC.
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
         FD ARQLIC
            VALUE OF FILE-ID IS NOME-ARQLIC-WS
            COPY "LIC-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
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
       77  WRK-PROGRAMA                PIC  X(015)     VALUE
           'RELAT-LICENCA'.
      *
       01 NOME-ARQLIC-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQLIC.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQLIC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQLIC-OK                           VALUE '00' '05'.
           88  WRK-ARQLIC-NAO-EXISTE                   VALUE '35'.
           88  WRK-ARQLIC-FIM                          VALUE '10'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
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
       01  WRK-TEM-CLIENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTE                         VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DA ULTIMA CARTEIRA NO MANIFESTO.                *
      *----------------------------------------------------------------*
      *
       01  WRK-CART-ULT-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CARTEIRA                        VALUE 'S'.
       77  WRK-TALLY-CARTEIRA          PIC 9(003)      VALUE ZEROS.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       01  WRK-RESTO-MANIF             PIC X(150)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TITULAR DE CADA CLIENTE NA ULTIMA CARTEIRA.                 *
      *----------------------------------------------------------------*
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
      *    JANELA DE AVISO: VALIDADE ATE HOJE + 30 DIAS (AS JA         *
      *    VENCIDAS TAMBEM SAEM - O PEDIDO DO CLIENTE JA ESTA          *
      *    BLOQUEADO SE A LICENCA FOR EXIGIDA).                        *
      *----------------------------------------------------------------*
      *
       77  WRK-DIAS-AVISO              PIC 9(003)      VALUE 030.
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-VALIDADE            PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-VENCER             PIC S9(005)     VALUE ZEROS.
       77  WRK-VEN-CLI                 PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-CLI                PIC X(030)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LICENCAS LISTADAS, DEPOIS IMPRESSAS POR VENDEDOR (A         *
      *    POSICAO 1 DE TAB-VEN-QTDE E O VENDEDOR 000 = SEM TITULAR).  *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-LIC                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-LIC                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-LICENCAS.
           05 TAB-LIC-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-LIC-VEN           PIC 9(003).
              10 TAB-LIC-COD-CLI       PIC 9(007).
              10 TAB-LIC-NOME          PIC X(030).
              10 TAB-LIC-TIPO          PIC X(003).
              10 TAB-LIC-NUMERO        PIC X(020).
              10 TAB-LIC-ORGAO         PIC X(020).
              10 TAB-LIC-VALIDADE      PIC 9(008).
              10 TAB-LIC-DIAS          PIC S9(005).
       01  TAB-VEN-LICENCAS.
           05 TAB-VEN-QTDE             PIC 9(005)
                                       OCCURS 1000 TIMES.
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-TAB-CHEIA          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENCIDAS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-A-VENCER            PIC 9(007)      VALUE ZEROS.
       77  WRK-QB-QTDE                 PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(044)      VALUE
              'CLIENTE NOME                           TIPO '.
           05 FILLER                   PIC X(042)      VALUE
              'NUMERO               ORGAO EMISSOR        '.
           05 FILLER                   PIC X(046)      VALUE
              'VALIDADE   DIAS SITUACAO'.
      *
       01  WRK-LIN-DET.
           05 LIN-LC-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-LC-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-LC-TIPO              PIC X(003).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-LC-NUMERO            PIC X(020).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-LC-ORGAO             PIC X(020).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-LC-VALIDADE          PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-LC-DIAS              PIC ZZZZ9-.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-LC-SITUACAO          PIC X(008).
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
           PERFORM 2000-AVALIA-LICENCA THRU 2000-SAIDA
               UNTIL WRK-ARQLIC-FIM
      *
           PERFORM 2500-LISTA-VENDEDOR THRU 2500-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 1000
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
           INITIALIZE TAB-VEN-LICENCAS
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM CARTEIRA AS LICENCAS SAEM TODAS SEM TITULAR - A LISTA
      *    DE VENCIMENTOS VALE MAIS DO QUE O AGRUPAMENTO.
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF WRK-TEM-CARTEIRA
               PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
           ELSE
               DISPLAY 'RELAT-LICENCA: NENHUMA CARTEIRA NO '
                       'MANIFESTO - LICENCAS LISTADAS SEM TITULAR'
           END-IF
      *
      *    SEM CADASTRO O NOME DO CLIENTE/VENDEDOR SAI EM BRANCO.
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLIENTE     TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
      *    SEM ARQUIVO DE LICENCAS A LISTA SAI VAZIA.
           OPEN INPUT ARQLIC
           IF WRK-ARQLIC-NAO-EXISTE
               MOVE '10'               TO WRK-FS-ARQLIC
           ELSE
               IF NOT WRK-ARQLIC-OK
                   DISPLAY 'RELAT-LICENCA: FALHA EM ARQLIC - '
                           'FILE STATUS=' WRK-FS-ARQLIC
                   MOVE WRK-FS-ARQLIC  TO COMUNIC-COD-RETORNO
                   MOVE 'ARQLIC'       TO COMUNIC-DES-PGR-ARQ
                   MOVE 20             TO RETURN-CODE
                   PERFORM 3300-GO-BACK
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'LICENCAS_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-LICENCA: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'LICENCAS E CERTIFICADOS DE CLIENTES VENCIDOS OU A '
                  'VENCER EM ' WRK-DIAS-AVISO ' DIAS - POSICAO DE '
                  WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           IF NOT WRK-ARQLIC-FIM
               PERFORM 7100-LER-ARQLIC THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQLIC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQLIC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
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
      * CARREGA O TITULAR DE CADA CLIENTE DA ULTIMA CARTEIRA (OS       *
      * BACKUPS NAO RESPONDEM PELA RENOVACAO).                         *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'RELAT-LICENCA: FALHA AO ABRIR A CARTEIRA - '
                       WRK-NOME-ARQCARTU
               GO TO 1200-SAIDA
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
      * AVALIA A LICENCA CORRENTE: ENTRA NA LISTA SE A VALIDADE CAI    *
      * ATE HOJE + WRK-DIAS-AVISO (OU JA PASSOU).                      *
      *----------------------------------------------------------------*
       2000-AVALIA-LICENCA             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
           IF  LICENCA-VALIDADE        NOT NUMERIC
           OR  LICENCA-VALIDADE        LESS 19000101
               GO TO 2000-PROXIMO
           END-IF
      *
           COMPUTE WRK-INT-VALIDADE
                   = FUNCTION INTEGER-OF-DATE(LICENCA-VALIDADE)
           COMPUTE WRK-DIAS-VENCER = WRK-INT-VALIDADE - WRK-INT-HOJE
           IF WRK-DIAS-VENCER          GREATER WRK-DIAS-AVISO
               GO TO 2000-PROXIMO
           END-IF
      *
           IF WRK-QTDE-LIC NOT LESS 9999
               ADD 1                   TO WRK-QTDE-TAB-CHEIA
               GO TO 2000-PROXIMO
           END-IF
      *
           MOVE LICENCA-COD-CLI        TO WRK-CLI-BUSCA
           PERFORM 2200-BUSCA-TITULAR THRU 2200-SAIDA
           PERFORM 2300-NOME-CLIENTE  THRU 2300-SAIDA
      *
           ADD 1                       TO WRK-QTDE-LIC
           MOVE WRK-VEN-CLI            TO TAB-LIC-VEN(WRK-QTDE-LIC)
           MOVE LICENCA-COD-CLI        TO TAB-LIC-COD-CLI(WRK-QTDE-LIC)
           MOVE WRK-NOME-CLI           TO TAB-LIC-NOME(WRK-QTDE-LIC)
           MOVE LICENCA-TIPO           TO TAB-LIC-TIPO(WRK-QTDE-LIC)
           MOVE LICENCA-NUMERO         TO TAB-LIC-NUMERO(WRK-QTDE-LIC)
           MOVE LICENCA-ORGAO          TO TAB-LIC-ORGAO(WRK-QTDE-LIC)
           MOVE LICENCA-VALIDADE       TO TAB-LIC-VALIDADE
                                          (WRK-QTDE-LIC)
           MOVE WRK-DIAS-VENCER        TO TAB-LIC-DIAS(WRK-QTDE-LIC)
      *
           COMPUTE WRK-IX-VEN = WRK-VEN-CLI + 1
           ADD 1                       TO TAB-VEN-QTDE(WRK-IX-VEN)
           IF WRK-DIAS-VENCER          LESS ZEROS
               ADD 1                   TO WRK-TOT-VENCIDAS
           ELSE
               ADD 1                   TO WRK-TOT-A-VENCER
           END-IF
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQLIC THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULAR DO CLIENTE NA ULTIMA CARTEIRA (000 = FORA DA CARTEIRA  *
      * OU SEM VENDEDOR ASSOCIADO).                                    *
      *----------------------------------------------------------------*
       2200-BUSCA-TITULAR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VEN-CLI
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
           PERFORM 2210-TESTA-ENTRADA-CART
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
      *
           IF WRK-CART-ACHOU
               MOVE TAB-CART-VEN-PRIM(WRK-IX-CART)
                                       TO WRK-VEN-CLI
           END-IF
           GO TO 2200-SAIDA
           .
      *
       2210-TESTA-ENTRADA-CART.
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RAZAO SOCIAL DO CLIENTE (A CHAVE DE ARQCLI01 TRAZ O CNPJ JUNTO,*
      * ENTAO POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO). *
      *----------------------------------------------------------------*
       2300-NOME-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-CLI
           IF NOT WRK-TEM-CLIENTE
               GO TO 2300-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           MOVE LICENCA-COD-CLI        TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQCLI01
               INVALID KEY
                   GO TO 2300-SAIDA
           END-START
           READ ARQCLI01 NEXT RECORD
               AT END
                   GO TO 2300-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-CLI OF ARQCLI01 EQUAL LICENCA-COD-CLI
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO WRK-NOME-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA AS LICENCAS DE UM VENDEDOR (POSICAO 1 = SEM TITULAR NA   *
      * CARTEIRA).                                                     *
      *----------------------------------------------------------------*
       2500-LISTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-QTDE(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2500-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-CORRENTE = WRK-IX-VEN - 1
           PERFORM 2550-NOME-VENDEDOR THRU 2550-SAIDA
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           IF WRK-VEN-CORRENTE EQUAL ZEROS
               MOVE '*** LICENCAS DE CLIENTES SEM TITULAR NA CARTEIRA'
                                       TO REG-ARQREL01
           ELSE
               STRING '*** VENDEDOR ' WRK-VEN-CORRENTE ' - '
                      WRK-NOME-VEN-ATUAL ' ***'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
           END-IF
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           MOVE ZEROS                  TO WRK-QB-QTDE
           PERFORM 2600-LINHA-LICENCA THRU 2600-SAIDA
               VARYING WRK-IX-LIC FROM 1 BY 1
               UNTIL WRK-IX-LIC GREATER WRK-QTDE-LIC
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL VENDEDOR ' WRK-VEN-CORRENTE
                  ' LICENCAS LISTADAS=' WRK-QB-QTDE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR (A CHAVE DE ARQVEN01 TRAZ O CPF JUNTO, ENTAO  *
      * POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO).       *
      *----------------------------------------------------------------*
       2550-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-VEN-ATUAL
           IF NOT WRK-TEM-VENDEDOR
           OR WRK-VEN-CORRENTE EQUAL ZEROS
               GO TO 2550-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-VEN-CORRENTE       TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2550-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2550-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-VEN-CORRENTE
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-NOME-VEN-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2600-LINHA-LICENCA              SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-LIC-VEN(WRK-IX-LIC)  NOT EQUAL WRK-VEN-CORRENTE
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE TAB-LIC-COD-CLI(WRK-IX-LIC)
                                       TO LIN-LC-CLI
           MOVE TAB-LIC-NOME(WRK-IX-LIC)
                                       TO LIN-LC-NOME
           MOVE TAB-LIC-TIPO(WRK-IX-LIC)
                                       TO LIN-LC-TIPO
           MOVE TAB-LIC-NUMERO(WRK-IX-LIC)
                                       TO LIN-LC-NUMERO
           MOVE TAB-LIC-ORGAO(WRK-IX-LIC)
                                       TO LIN-LC-ORGAO
           MOVE TAB-LIC-VALIDADE(WRK-IX-LIC)
                                       TO LIN-LC-VALIDADE
           MOVE TAB-LIC-DIAS(WRK-IX-LIC)
                                       TO LIN-LC-DIAS
           IF TAB-LIC-DIAS(WRK-IX-LIC) LESS ZEROS
               MOVE 'VENCIDA'          TO LIN-LC-SITUACAO
           ELSE
               MOVE 'A VENCER'         TO LIN-LC-SITUACAO
           END-IF
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
      *
           ADD 1                       TO WRK-QB-QTDE
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS, FECHAMENTO E MANIFESTO.                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: LICENCAS LIDAS=' WRK-QTDE-LIDOS
                  ' VENCIDAS=' WRK-TOT-VENCIDAS
                  ' A VENCER EM ' WRK-DIAS-AVISO ' DIAS='
                  WRK-TOT-A-VENCER
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF WRK-QTDE-TAB-CHEIA GREATER ZEROS
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ATENCAO: ' WRK-QTDE-TAB-CHEIA
                      ' LICENCAS NAO LISTADAS (TABELA CHEIA)'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
           IF WRK-FS-ARQLIC            NOT EQUAL '35'
               CLOSE ARQLIC
           END-IF
           CLOSE ARQREL01
           IF WRK-TEM-CLIENTE
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-LICENCA: LICENCAS LISTADAS: '
                   WRK-QTDE-LIC
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
           MOVE WRK-QTDE-LIC           TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DAS LICENCAS.                               *
      *----------------------------------------------------------------*
       7100-LER-ARQLIC                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQLIC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQLIC
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *

      *                ARQVEN01                        CAD-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQHIER                         HIE-SIST        *
      *                ARQSPLT                         SPL-SIST        *
      *                ARQMANIF                        (LEITURA)       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    22/08/2026 AM     VERSAO INICIAL DO RANKING DE DESEMPENHO.  *
      *    02/09/2026 AM     BUSCA DO PERIODO DE APURACAO IGNORA OS   *
      *                      RESUMOS ANUAIS (MES 13) DO ARQUIVAMENTO. *
      *    15/10/2026 AM     TOTAIS POR EQUIPE (SUPERVISOR) E POR      *
      *                      REGIAO (GERENTE) PELA HIERARQUIA EM       *
      *                      VIGOR NO PERIODO (ARQHIER).               *
      *    15/10/2026 AM     VENDA DE CLIENTE COMPARTILHADO RATEADA    *
      *                      ENTRE OS VENDEDORES PELOS PERCENTUAIS EM  *
      *                      VIGOR NO PERIODO (ARQSPLT).               *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VENDA-CHAVE
               FILE STATUS             IS WRK-FS-ARQHVND.
      *
           SELECT ARQHIER  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HIER-CHAVE
               FILE STATUS             IS WRK-FS-ARQHIER.
      *
           SELECT ARQSPLT  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RATEIO-CHAVE
               FILE STATUS             IS WRK-FS-ARQSPLT.
      *
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
         FD ARQHVND
            VALUE OF FILE-ID IS NOME-ARQHVND-WS
            COPY "VND-SIST.CPY".
      *
         FD ARQHIER
            VALUE OF FILE-ID IS NOME-ARQHIER-WS
            COPY "HIE-SIST.CPY".
      *
         FD ARQSPLT
            VALUE OF FILE-ID IS NOME-ARQSPLT-WS
            COPY "SPL-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 NOME-ARQHIER-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHIER.DAT'.
       01 NOME-ARQSPLT-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQSPLT.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQRANK             PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
           88  WRK-ARQHVND-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHVND-FIM                         VALUE '10'.
       01  WRK-FS-ARQHIER              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHIER-OK                          VALUE '00' '05'.
           88  WRK-ARQHIER-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHIER-FIM                         VALUE '10'.
       01  WRK-FS-ARQSPLT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQSPLT-OK                          VALUE '00' '05'.
           88  WRK-ARQSPLT-FIM                         VALUE '10'.
       01  WRK-FS-ARQCARTU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARTU-OK                         VALUE '00' '05'.
           88  WRK-ARQCARTU-FIM                        VALUE '10'.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    HIERARQUIA COMERCIAL EM VIGOR NO FIM DO PERIODO APURADO     *
      *    (VENDEDOR -> SUPERVISOR -> GERENTE REGIONAL).               *
      *----------------------------------------------------------------*
      *
       77  WRK-HIE-DATA-REF            PIC 9(008)      VALUE ZEROS.
       77  WRK-QTDE-HIE                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-HIE                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-HIE-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-HIE-ACHOU                           VALUE 'S'.
       01  TAB-HIERARQUIA.
           05 TAB-HIE-ENTRY                          OCCURS 500 TIMES.
              10 TAB-HIE-COD-VEN       PIC 9(003).
              10 TAB-HIE-COD-SUPERV    PIC 9(003).
              10 TAB-HIE-NOME-SUPERV   PIC X(025).
              10 TAB-HIE-COD-GERENTE   PIC 9(003).
              10 TAB-HIE-NOME-GERENTE  PIC X(025).
      *
      *----------------------------------------------------------------*
      *    RATEIO DE CREDITO DOS CLIENTES COMPARTILHADOS EM VIGOR NO   *
      *    FIM DO PERIODO APURADO (ARQSPLT). QTDE ZERO = RATEIO JA     *
      *    ENCERRADO (O CLIENTE VOLTA A CREDITAR SO A CARTEIRA).       *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-RAT                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-RAT                  PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-PARTE                PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-RAT-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-RAT-ACHOU                           VALUE 'S'.
       77  WRK-RAT-VALOR-PARTE         PIC 9(011)V99   VALUE ZEROS.
       77  WRK-RAT-VENDA-RESTO         PIC 9(011)V99   VALUE ZEROS.
       01  TAB-RATEIO.
           05 TAB-RAT-ENTRY                          OCCURS 2000 TIMES.
              10 TAB-RAT-COD-CLI       PIC 9(007).
              10 TAB-RAT-QTDE-VEND     PIC 9(001).
              10 TAB-RAT-PARTE                       OCCURS 4 TIMES.
                 15 TAB-RAT-COD-VEN    PIC 9(003).
                 15 TAB-RAT-PCT        PIC 9(003)V99.
      *
      *----------------------------------------------------------------*
      *    TOTAIS POR GRUPO - A MESMA TABELA SERVE PARA AS EQUIPES     *
      *    (SUPERVISOR) E DEPOIS PARA AS REGIOES (GERENTE). CODIGO     *
      *    ZERO JUNTA OS VENDEDORES SEM EQUIPE EM VIGOR.               *
      *----------------------------------------------------------------*
      *
       01  WRK-GRP-NIVEL               PIC X(001)      VALUE 'S'.
           88  WRK-GRP-SUPERVISOR                      VALUE 'S'.
           88  WRK-GRP-GERENTE                         VALUE 'G'.
       77  WRK-GRP-COD-BUSCA           PIC 9(003)      VALUE ZEROS.
       01  WRK-GRP-NOME-BUSCA          PIC X(025)      VALUE SPACES.
       77  WRK-QTDE-GRUPO              PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-GRUPO                PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-GRP-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-GRP-ACHOU                           VALUE 'S'.
       01  TAB-GRUPO.
           05 TAB-GRP-ENTRY                          OCCURS 500 TIMES.
              10 TAB-GRP-CODIGO        PIC 9(003).
              10 TAB-GRP-NOME          PIC X(025).
              10 TAB-GRP-QTDE-VEND     PIC 9(005)     COMP-3.
              10 TAB-GRP-QTDE-CART     PIC 9(005)     COMP-3.
              10 TAB-GRP-TOT-VENDAS    PIC 9(013)V99  COMP-3.
              10 TAB-GRP-QTDE-COM-VDA  PIC 9(005)     COMP-3.
      *
       01  WRK-LIN-GRUPO.
           05 LIN-GRP-ROTULO           PIC X(004).
           05 LIN-GRP-COD              PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-GRP-NOME             PIC X(025).
           05 FILLER                   PIC X(006)      VALUE ' VEND='.
           05 LIN-GRP-VEND             PIC ZZ9.
           05 FILLER                   PIC X(010)      VALUE
              ' CARTEIRA='.
           05 LIN-GRP-CART             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(008)      VALUE ' VENDAS='.
           05 LIN-GRP-VENDAS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(009)      VALUE
              ' COM-VDA='.
           05 LIN-GRP-COM-VDA          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(011)      VALUE
              ' CONVERSAO='.
           05 LIN-GRP-CONV             PIC ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE '%'.
           05 FILLER                   PIC X(015)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHA FORMATADA DO RANKING.                                 *
      *----------------------------------------------------------------*
      *
                   PERFORM 7100-LER-ARQHVND THRU 7100-SAIDA
               END-IF
           END-IF
      *
      *    A EQUIPE DE CADA VENDEDOR E A EM VIGOR NO FIM DO PERIODO
      *    APURADO (SEM HISTORICO DE VENDAS, A EM VIGOR HOJE).
           IF WRK-PERIODO-APURACAO     GREATER ZEROS
               COMPUTE WRK-HIE-DATA-REF = WRK-PERIODO-APURACAO * 100
                                        + 31
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-HIE-DATA-REF
           END-IF
           PERFORM 1400-CARREGA-HIERARQUIA THRU 1400-SAIDA
      *
      *    O RATEIO DOS CLIENTES COMPARTILHADOS E O EM VIGOR NA MESMA
      *    DATA; SEM O ARQUIVO NENHUM CLIENTE E RATEADO.
           PERFORM 1450-CARREGA-RATEIO THRU 1450-SAIDA
      *
           OPEN INPUT ARQVEN01
           PERFORM 7010-TESTAR-FS-ARQVEN01 THRU 7010-SAIDA
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHIER.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHIER-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSPLT.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSPLT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA A EQUIPE EM VIGOR DE CADA VENDEDOR NA DATA DE          *
      * REFERENCIA. O ARQUIVO VEM NA ORDEM VENDEDOR X INICIO, ENTAO A  *
      * ULTIMA VIGENCIA INICIADA ATE A DATA PREVALECE. SEM O CADASTRO  *
      * DE EQUIPES TODOS OS VENDEDORES SAEM COMO SEM EQUIPE.           *
      *----------------------------------------------------------------*
       1400-CARREGA-HIERARQUIA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-HIE
           OPEN INPUT ARQHIER
           IF NOT WRK-ARQHIER-OK
               GO TO 1400-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO HIER-CHAVE
           START ARQHIER KEY IS GREATER THAN OR EQUAL HIER-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQHIER
           END-START
      *
           PERFORM 1410-LER-HIERARQUIA THRU 1410-SAIDA
               UNTIL WRK-ARQHIER-FIM
      *
           CLOSE ARQHIER
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1410-LER-HIERARQUIA             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHIER NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHIER
               NOT AT END
                   IF HIER-DATA-INICIO NOT GREATER WRK-HIE-DATA-REF
                       PERFORM 1420-GUARDA-HIERARQUIA THRU 1420-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA (OU SUBSTITUI) A EQUIPE DO VENDEDOR. VIGENCIA JA        *
      * ENCERRADA NA DATA DE REFERENCIA DEIXA O VENDEDOR SEM EQUIPE.   *
      *----------------------------------------------------------------*
       1420-GUARDA-HIERARQUIA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE HIER-COD-VEN           TO WRK-VEN-BUSCA
           PERFORM 3430-PROCURA-HIE-VEND THRU 3430-SAIDA
      *
           IF NOT WRK-HIE-ACHOU
               IF WRK-QTDE-HIE         NOT LESS 500
                   GO TO 1420-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-HIE
               MOVE WRK-QTDE-HIE       TO WRK-IX-HIE
               MOVE HIER-COD-VEN       TO TAB-HIE-COD-VEN(WRK-IX-HIE)
           END-IF
      *
           IF HIER-DATA-FIM            EQUAL ZEROS
           OR HIER-DATA-FIM            NOT LESS WRK-HIE-DATA-REF
               MOVE HIER-COD-SUPERV    TO TAB-HIE-COD-SUPERV
                                          (WRK-IX-HIE)
               MOVE HIER-NOME-SUPERV   TO TAB-HIE-NOME-SUPERV
                                          (WRK-IX-HIE)
               MOVE HIER-COD-GERENTE   TO TAB-HIE-COD-GERENTE
                                          (WRK-IX-HIE)
               MOVE HIER-NOME-GERENTE  TO TAB-HIE-NOME-GERENTE
                                          (WRK-IX-HIE)
           ELSE
               MOVE ZEROS              TO TAB-HIE-COD-SUPERV
                                          (WRK-IX-HIE)
                                          TAB-HIE-COD-GERENTE
                                          (WRK-IX-HIE)
               MOVE SPACES             TO TAB-HIE-NOME-SUPERV
                                          (WRK-IX-HIE)
                                          TAB-HIE-NOME-GERENTE
                                          (WRK-IX-HIE)
           END-IF
           .
      *----------------------------------------------------------------*
       1420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O RATEIO DE CADA CLIENTE COMPARTILHADO EM VIGOR NA     *
      * DATA DE REFERENCIA. O ARQUIVO VEM NA ORDEM CLIENTE X INICIO,   *
      * ENTAO A ULTIMA VIGENCIA INICIADA ATE A DATA PREVALECE.         *
      *----------------------------------------------------------------*
       1450-CARREGA-RATEIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-RAT
           OPEN INPUT ARQSPLT
           IF NOT WRK-ARQSPLT-OK
               GO TO 1450-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO RATEIO-CHAVE
           START ARQSPLT KEY IS GREATER THAN OR EQUAL RATEIO-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQSPLT
           END-START
      *
           PERFORM 1460-LER-RATEIO THRU 1460-SAIDA
               UNTIL WRK-ARQSPLT-FIM
      *
           CLOSE ARQSPLT
           .
      *----------------------------------------------------------------*
       1450-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA (OU SUBSTITUI) O RATEIO DO CLIENTE. VIGENCIA JA         *
      * ENCERRADA NA DATA DE REFERENCIA DEIXA O CLIENTE SEM RATEIO.    *
      *----------------------------------------------------------------*
       1460-LER-RATEIO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSPLT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSPLT
                   GO TO 1460-SAIDA
           END-READ
      *
           IF RATEIO-DATA-INICIO       GREATER WRK-HIE-DATA-REF
               GO TO 1460-SAIDA
           END-IF
      *
           MOVE RATEIO-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 1470-PROCURA-RATEIO THRU 1470-SAIDA
      *
           IF NOT WRK-RAT-ACHOU
               IF WRK-QTDE-RAT         NOT LESS 2000
                   GO TO 1460-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-RAT
               MOVE WRK-QTDE-RAT       TO WRK-IX-RAT
               MOVE RATEIO-COD-CLI     TO TAB-RAT-COD-CLI(WRK-IX-RAT)
           END-IF
      *
           IF RATEIO-DATA-FIM          EQUAL ZEROS
           OR RATEIO-DATA-FIM          NOT LESS WRK-HIE-DATA-REF
               MOVE RATEIO-QTDE-VEND   TO TAB-RAT-QTDE-VEND(WRK-IX-RAT)
               MOVE RATEIO-PARTE(1)    TO TAB-RAT-PARTE(WRK-IX-RAT 1)
               MOVE RATEIO-PARTE(2)    TO TAB-RAT-PARTE(WRK-IX-RAT 2)
               MOVE RATEIO-PARTE(3)    TO TAB-RAT-PARTE(WRK-IX-RAT 3)
               MOVE RATEIO-PARTE(4)    TO TAB-RAT-PARTE(WRK-IX-RAT 4)
           ELSE
               MOVE ZEROS              TO TAB-RAT-QTDE-VEND(WRK-IX-RAT)
           END-IF
           .
      *----------------------------------------------------------------*
       1460-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE WRK-CLI-BUSCA NA TABELA DE RATEIOS.         *
      *----------------------------------------------------------------*
       1470-PROCURA-RATEIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-RAT-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-RAT
      *
           PERFORM 1475-TESTA-ENTRADA-RAT THRU 1475-SAIDA
               UNTIL WRK-IX-RAT GREATER WRK-QTDE-RAT
                  OR WRK-RAT-ACHOU
           .
      *----------------------------------------------------------------*
       1470-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1475-TESTA-ENTRADA-RAT          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-RAT-COD-CLI(WRK-IX-RAT) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-RAT-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-RAT
           END-IF
           .
      *----------------------------------------------------------------*
       1475-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APURA UM REGISTRO DE VENDA DO PERIODO DE APURACAO: RESOLVE O   *
      * VENDEDOR TITULAR PELA CARTEIRA E ACUMULA VOLUME E CONVERSAO.   *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
           MOVE VENDA-COD-CLI          TO WRK-CLI-BUSCA
      *
      *    CLIENTE COMPARTILHADO: A VENDA E RATEADA ENTRE OS VENDEDORES
      *    DO RATEIO, NO LUGAR DO CREDITO PELA CARTEIRA.
           PERFORM 1470-PROCURA-RATEIO THRU 1470-SAIDA
           IF WRK-RAT-ACHOU
               IF TAB-RAT-QTDE-VEND(WRK-IX-RAT) GREATER ZEROS
                   MOVE VENDA-VALOR    TO WRK-RAT-VENDA-RESTO
                   PERFORM 2150-CREDITA-PARTE THRU 2150-SAIDA
                       VARYING WRK-IX-PARTE FROM 1 BY 1
                       UNTIL WRK-IX-PARTE GREATER
                             TAB-RAT-QTDE-VEND(WRK-IX-RAT)
                   GO TO 2100-SAIDA
               END-IF
           END-IF
      *
           PERFORM 2200-PROCURA-CLI-TAB THRU 2200-SAIDA
      *
           IF WRK-CART-ACHOU
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CREDITA AO VENDEDOR DA PARTE WRK-IX-PARTE O SEU PERCENTUAL DA  *
      * VENDA (A ULTIMA PARTE LEVA O RESTO DOS ARREDONDAMENTOS).       *
      *----------------------------------------------------------------*
       2150-CREDITA-PARTE              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IX-PARTE             EQUAL
              TAB-RAT-QTDE-VEND(WRK-IX-RAT)
               MOVE WRK-RAT-VENDA-RESTO
                                       TO WRK-RAT-VALOR-PARTE
           ELSE
               COMPUTE WRK-RAT-VALOR-PARTE ROUNDED
                       = VENDA-VALOR
                       * TAB-RAT-PCT(WRK-IX-RAT WRK-IX-PARTE) / 100
               SUBTRACT WRK-RAT-VALOR-PARTE
                                       FROM WRK-RAT-VENDA-RESTO
           END-IF
      *
           MOVE TAB-RAT-COD-VEN(WRK-IX-RAT WRK-IX-PARTE)
                                       TO WRK-VEN-BUSCA
           PERFORM 2300-LOCALIZA-VENDEDOR THRU 2300-SAIDA
           ADD WRK-RAT-VALOR-PARTE     TO TAB-DES-TOT-VENDAS
                                          (WRK-IX-VEND)
           ADD 1                       TO TAB-DES-QTDE-COM-VDA
                                          (WRK-IX-VEND)
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2200-PROCURA-CLI-TAB            SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO WRK-IX-VEND
           PERFORM 3200-GRAVA-LINHA-RANK THRU 3200-SAIDA
               UNTIL WRK-IX-VEND GREATER WRK-QTDE-VEND
      *
           PERFORM 3400-TOTAIS-HIERARQUIA THRU 3400-SAIDA
      *
           CLOSE ARQHVND
                 ARQVEN01
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS POR EQUIPE (SUPERVISOR) E POR REGIAO (GERENTE), PELA    *
      * HIERARQUIA EM VIGOR NO FIM DO PERIODO APURADO.                 *
      *----------------------------------------------------------------*
       3400-TOTAIS-HIERARQUIA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-GRP-NIVEL
           PERFORM 3410-MONTA-GRUPOS THRU 3410-SAIDA
      *
           MOVE SPACES                 TO REG-ARQRANK
           WRITE REG-ARQRANK
           STRING 'TOTAIS POR EQUIPE (SUPERVISOR) - PERIODO '
                  WRK-HIE-DATA-REF(1:6)
                  DELIMITED BY SIZE INTO REG-ARQRANK
           END-STRING
           WRITE REG-ARQRANK
           MOVE 'SUP='                 TO LIN-GRP-ROTULO
           MOVE 1                      TO WRK-IX-GRUPO
           PERFORM 3450-GRAVA-LINHA-GRUPO THRU 3450-SAIDA
               UNTIL WRK-IX-GRUPO GREATER WRK-QTDE-GRUPO
      *
           MOVE 'G'                    TO WRK-GRP-NIVEL
           PERFORM 3410-MONTA-GRUPOS THRU 3410-SAIDA
      *
           MOVE SPACES                 TO REG-ARQRANK
           WRITE REG-ARQRANK
           STRING 'TOTAIS POR REGIAO (GERENTE) - PERIODO '
                  WRK-HIE-DATA-REF(1:6)
                  DELIMITED BY SIZE INTO REG-ARQRANK
           END-STRING
           WRITE REG-ARQRANK
           MOVE 'GER='                 TO LIN-GRP-ROTULO
           MOVE 1                      TO WRK-IX-GRUPO
           PERFORM 3450-GRAVA-LINHA-GRUPO THRU 3450-SAIDA
               UNTIL WRK-IX-GRUPO GREATER WRK-QTDE-GRUPO
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA CADA VENDEDOR DO RANKING NO GRUPO DO NIVEL CORRENTE.   *
      *----------------------------------------------------------------*
       3410-MONTA-GRUPOS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-GRUPO
           MOVE 1                      TO WRK-IX-VEND
           PERFORM 3420-ACUMULA-GRUPO THRU 3420-SAIDA
               UNTIL WRK-IX-VEND GREATER WRK-QTDE-VEND
           .
      *----------------------------------------------------------------*
       3410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3420-ACUMULA-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-DES-COD-VEN(WRK-IX-VEND)
                                       TO WRK-VEN-BUSCA
           PERFORM 3440-LOCALIZA-GRUPO THRU 3440-SAIDA
      *
           ADD 1                       TO TAB-GRP-QTDE-VEND
                                          (WRK-IX-GRUPO)
           ADD TAB-DES-QTDE-CART(WRK-IX-VEND)
                                       TO TAB-GRP-QTDE-CART
                                          (WRK-IX-GRUPO)
           ADD TAB-DES-TOT-VENDAS(WRK-IX-VEND)
                                       TO TAB-GRP-TOT-VENDAS
                                          (WRK-IX-GRUPO)
           ADD TAB-DES-QTDE-COM-VDA(WRK-IX-VEND)
                                       TO TAB-GRP-QTDE-COM-VDA
                                          (WRK-IX-GRUPO)
      *
           ADD 1                       TO WRK-IX-VEND
           .
      *----------------------------------------------------------------*
       3420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O VENDEDOR WRK-VEN-BUSCA NA TABELA DE HIERARQUIA,     *
      * DEIXANDO WRK-IX-HIE POSICIONADO NELE.                          *
      *----------------------------------------------------------------*
       3430-PROCURA-HIE-VEND           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-HIE-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-HIE
      *
           PERFORM 3435-TESTA-ENTRADA-HIE THRU 3435-SAIDA
               UNTIL WRK-IX-HIE GREATER WRK-QTDE-HIE
                  OR WRK-HIE-ACHOU
           .
      *----------------------------------------------------------------*
       3430-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3435-TESTA-ENTRADA-HIE          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-HIE-COD-VEN(WRK-IX-HIE) EQUAL WRK-VEN-BUSCA
               MOVE 'S'                TO WRK-HIE-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-HIE
           END-IF
           .
      *----------------------------------------------------------------*
       3435-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RESOLVE O GRUPO DO VENDEDOR WRK-VEN-BUSCA NO NIVEL CORRENTE    *
      * (SUPERVISOR OU GERENTE) E POSICIONA WRK-IX-GRUPO NA ENTRADA    *
      * DO GRUPO, CRIANDO-A SE PRECISO.                                *
      *----------------------------------------------------------------*
       3440-LOCALIZA-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-GRP-COD-BUSCA
           PERFORM 3430-PROCURA-HIE-VEND THRU 3430-SAIDA
           IF WRK-HIE-ACHOU
               IF WRK-GRP-SUPERVISOR
                   MOVE TAB-HIE-COD-SUPERV(WRK-IX-HIE)
                                       TO WRK-GRP-COD-BUSCA
                   MOVE TAB-HIE-NOME-SUPERV(WRK-IX-HIE)
                                       TO WRK-GRP-NOME-BUSCA
               ELSE
                   MOVE TAB-HIE-COD-GERENTE(WRK-IX-HIE)
                                       TO WRK-GRP-COD-BUSCA
                   MOVE TAB-HIE-NOME-GERENTE(WRK-IX-HIE)
                                       TO WRK-GRP-NOME-BUSCA
               END-IF
           END-IF
      *
           IF WRK-GRP-COD-BUSCA        EQUAL ZEROS
               IF WRK-GRP-SUPERVISOR
                   MOVE '*SEM EQUIPE*' TO WRK-GRP-NOME-BUSCA
               ELSE
                   MOVE '*SEM REGIAO*' TO WRK-GRP-NOME-BUSCA
               END-IF
           END-IF
      *
           MOVE 'N'                    TO WRK-GRP-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-GRUPO
           PERFORM 3445-TESTA-ENTRADA-GRUPO THRU 3445-SAIDA
               UNTIL WRK-IX-GRUPO GREATER WRK-QTDE-GRUPO
                  OR WRK-GRP-ACHOU
      *
      *    MESMO LIMITE DA TABELA DE VENDEDORES; ACIMA DISSO A ULTIMA
      *    ENTRADA E REAPROVEITADA.
           IF NOT WRK-GRP-ACHOU
               IF WRK-QTDE-GRUPO       LESS 500
                   ADD 1               TO WRK-QTDE-GRUPO
               END-IF
               MOVE WRK-QTDE-GRUPO     TO WRK-IX-GRUPO
               MOVE WRK-GRP-COD-BUSCA  TO TAB-GRP-CODIGO(WRK-IX-GRUPO)
               MOVE WRK-GRP-NOME-BUSCA TO TAB-GRP-NOME(WRK-IX-GRUPO)
               MOVE ZEROS              TO TAB-GRP-QTDE-VEND
                                          (WRK-IX-GRUPO)
                                          TAB-GRP-QTDE-CART
                                          (WRK-IX-GRUPO)
                                          TAB-GRP-TOT-VENDAS
                                          (WRK-IX-GRUPO)
                                          TAB-GRP-QTDE-COM-VDA
                                          (WRK-IX-GRUPO)
           END-IF
           .
      *----------------------------------------------------------------*
       3440-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3445-TESTA-ENTRADA-GRUPO        SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-GRP-CODIGO(WRK-IX-GRUPO) EQUAL WRK-GRP-COD-BUSCA
               MOVE 'S'                TO WRK-GRP-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-GRUPO
           END-IF
           .
      *----------------------------------------------------------------*
       3445-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE TOTAIS DE UMA EQUIPE OU REGIAO, COM A         *
      * CONVERSAO CALCULADA SOBRE O TOTAL DO GRUPO.                    *
      *----------------------------------------------------------------*
       3450-GRAVA-LINHA-GRUPO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-GRP-CODIGO(WRK-IX-GRUPO)
                                       TO LIN-GRP-COD
           MOVE TAB-GRP-NOME(WRK-IX-GRUPO)
                                       TO LIN-GRP-NOME
           MOVE TAB-GRP-QTDE-VEND(WRK-IX-GRUPO)
                                       TO LIN-GRP-VEND
           MOVE TAB-GRP-QTDE-CART(WRK-IX-GRUPO)
                                       TO LIN-GRP-CART
           MOVE TAB-GRP-TOT-VENDAS(WRK-IX-GRUPO)
                                       TO LIN-GRP-VENDAS
           MOVE TAB-GRP-QTDE-COM-VDA(WRK-IX-GRUPO)
                                       TO LIN-GRP-COM-VDA
      *
           IF TAB-GRP-QTDE-CART(WRK-IX-GRUPO) GREATER ZEROS
               COMPUTE WRK-CONVERSAO ROUNDED
                       = TAB-GRP-QTDE-COM-VDA(WRK-IX-GRUPO) * 100
                       / TAB-GRP-QTDE-CART(WRK-IX-GRUPO)
           ELSE
               MOVE ZEROS              TO WRK-CONVERSAO
           END-IF
           MOVE WRK-CONVERSAO          TO LIN-GRP-CONV
      *
           WRITE REG-ARQRANK           FROM WRK-LIN-GRUPO
      *
           ADD 1                       TO WRK-IX-GRUPO
           .
      *----------------------------------------------------------------*
       3450-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO MANIFESTO GLOBAL O RANKING GERADO.                 *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.

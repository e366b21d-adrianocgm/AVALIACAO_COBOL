      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. PREVE-VENDAS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: PREVE-VENDAS                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PREVISAO MENSAL DE VENDAS DOS 3 MESES SEGUINTES*
      *                 AO ULTIMO PERIODO CARREGADO NO HISTORICO       *
      *                 (ARQHVND), POR CLIENTE, SOMADA POR VENDEDOR    *
      *                 TITULAR DA CARTEIRA OFICIAL E POR TERRITORIO.  *
      *                 PREVISTO = MEDIA MOVEL DOS 3 ULTIMOS MESES X   *
      *                 FATOR SAZONAL (VENDA NO MESMO MES DO ANO       *
      *                 ANTERIOR / MEDIA DOS 3 MESES EQUIVALENTES      *
      *                 DAQUELE ANO; SEM BASE NO ANO ANTERIOR O FATOR  *
      *                 E 1, LIMITADO A 3). RESUMOS ANUAIS (MES 13) DO *
      *                 ARQUIVAMENTO NAO ENTRAM. SO CLIENTES ATIVOS E  *
      *                 COM VENDA NOS 3 ULTIMOS MESES SAO PROJETADOS.  *
      *                 O RELATORIO CONFRONTA O PREVISTO COM A META DE *
      *                 CADA VENDEDOR (ARQMETA) E MARCA *GAP* ONDE A   *
      *                 PREVISAO NAO COBRE A META.                     *
      *----------------------------------------------------------------*
      *    PARAMETRO...: PERIODO BASE AAAAMM NA LINHA DE COMANDO       *
      *                 (PADRAO = ULTIMO PERIODO DO HISTORICO).        *
      *    SAIDAS......: <DIR-DADOS>ARQPREV.DAT (RECRIADO A CADA       *
      *                 EXECUCAO) E <DIR-RELAT>PREVISAO_<STAMP>.TXT    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQHVND                         VND-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQMETA                         MET-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQPREV                         PRV-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA PREVISAO DE VENDAS.     *
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
           SELECT ARQHVND  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VENDA-CHAVE
               FILE STATUS             IS WRK-FS-ARQHVND.
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
           SELECT ARQMETA  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS META-CHAVE
               FILE STATUS             IS WRK-FS-ARQMETA.
      *
           SELECT ARQPREV  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PREV-CHAVE
               FILE STATUS             IS WRK-FS-ARQPREV.
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
         FD ARQHVND
            VALUE OF FILE-ID IS NOME-ARQHVND-WS
            COPY "VND-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQMETA
            VALUE OF FILE-ID IS NOME-ARQMETA-WS
            COPY "MET-SIST.CPY".
      *
         FD ARQPREV
            VALUE OF FILE-ID IS NOME-ARQPREV-WS
            COPY "PRV-SIST.CPY".
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
       77  WRK-PROGRAMA                PIC  X(012)     VALUE
           'PREVE-VENDAS'.
      *
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQMETA-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQMETA.DAT'.
       01 NOME-ARQPREV-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQPREV.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
           88  WRK-ARQHVND-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHVND-FIM                         VALUE '10'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQMETA              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMETA-OK                          VALUE '00' '05'.
           88  WRK-ARQMETA-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQMETA-FIM                         VALUE '10'.
       01  WRK-FS-ARQPREV              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPREV-OK                          VALUE '00' '05'.
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
       01  WRK-TEM-CLIENTES-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTES                        VALUE 'S'.
       01  WRK-TEM-VENDEDORES-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDORES                      VALUE 'S'.
       01  WRK-TEM-METAS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-METAS                           VALUE 'S'.
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
      *    PERIODO BASE, MESES PREVISTOS E JANELA DE 15 MESES DO       *
      *    CLIENTE CORRENTE (BASE-14 A BASE). MESES SAO CONVERTIDOS    *
      *    EM NUMERO SEQUENCIAL (ANO X 12 + MES - 1) PARA AS CONTAS.   *
      *----------------------------------------------------------------*
      *
       01  WRK-PERIODO-BASE-G.
           05 WRK-PERIODO-BASE         PIC 9(006)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO-BASE.
              10 WRK-BASE-ANO          PIC 9(004).
              10 WRK-BASE-MES          PIC 9(002).
       01  WRK-PERIODO-LIDO-G.
           05 WRK-PERIODO-LIDO         PIC 9(006)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO-LIDO.
              10 WRK-PLID-ANO          PIC 9(004).
              10 WRK-PLID-MES          PIC 9(002).
       77  WRK-MESNUM-BASE             PIC 9(006) COMP VALUE ZEROS.
       77  WRK-MESNUM-INICIO           PIC 9(006) COMP VALUE ZEROS.
       77  WRK-MESNUM-LIDO             PIC 9(006) COMP VALUE ZEROS.
       77  WRK-MESNUM-CALC             PIC 9(006) COMP VALUE ZEROS.
       77  WRK-IX-JAN                  PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-MES                  PIC 9(003) COMP VALUE ZEROS.
      *
       01  TAB-MESES-PREV.
           05 TAB-MP-PERIODO           PIC 9(006)
                                       OCCURS 3 TIMES.
      *
       01  TAB-JANELA.
           05 TAB-JAN-VALOR            PIC 9(011)V99
                                       OCCURS 15 TIMES.
      *
       77  WRK-CLI-CORRENTE            PIC 9(007)      VALUE ZEROS.
       01  WRK-CLI-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CLI-ABERTO                          VALUE 'S'.
       01  WRK-CLI-TERRIT              PIC X(005)      VALUE SPACES.
       77  WRK-CLI-VEND                PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-MEDIA-MOVEL             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-MEDIA-ANO-ANT           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-FATOR                   PIC 9(002)V99   VALUE ZEROS.
       77  WRK-PREVISTO                PIC 9(011)V99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    SOMAS POR VENDEDOR (PREVISTO E META DOS 3 MESES) E POR      *
      *    TERRITORIO. VENDEDOR 000 JUNTA OS CLIENTES FORA DA CARTEIRA;*
      *    TERRITORIO EM BRANCO JUNTA OS CLIENTES SEM TERRITORIO.      *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-VEND               PIC 9(005)      VALUE ZEROS.
       77  WRK-IX-VEND                 PIC 9(005)      VALUE ZEROS.
       77  WRK-VEN-BUSCA               PIC 9(003)      VALUE ZEROS.
       77  WRK-VEND-MENOR              PIC 9(005)      VALUE ZEROS.
       01  WRK-VEND-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-VEND-ACHOU                          VALUE 'S'.
       01  TAB-VENDEDORES.
           05 TAB-VND-ENTRY                          OCCURS 500 TIMES.
              10 TAB-VND-COD-VEN       PIC 9(003).
              10 TAB-VND-QTDE-CLI      PIC 9(005)     COMP-3.
              10 TAB-VND-MEDIA         PIC 9(013)V99  COMP-3.
              10 TAB-VND-PREV          PIC 9(013)V99  COMP-3
                                       OCCURS 3 TIMES.
              10 TAB-VND-META          PIC 9(013)V99  COMP-3
                                       OCCURS 3 TIMES.
              10 TAB-VND-IMPRESSO      PIC X(001).
      *
       77  WRK-QTDE-TERR               PIC 9(005)      VALUE ZEROS.
       77  WRK-IX-TERR                 PIC 9(005)      VALUE ZEROS.
       01  WRK-TERR-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TERR-ACHOU                          VALUE 'S'.
       01  TAB-TERRITORIOS.
           05 TAB-TER-ENTRY                          OCCURS 500 TIMES.
              10 TAB-TER-CODIGO        PIC X(005).
              10 TAB-TER-QTDE-CLI      PIC 9(005)     COMP-3.
              10 TAB-TER-MEDIA         PIC 9(013)V99  COMP-3.
              10 TAB-TER-PREV          PIC 9(013)V99  COMP-3
                                       OCCURS 3 TIMES.
      *
       77  WRK-GAP                     PIC 9(013)V99   VALUE ZEROS.
       77  WRK-COBERTURA               PIC 9(005)V9    VALUE ZEROS.
      *
       77  WRK-TOT-CLI-PREVISTOS       PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-CLI-SEM-VENDA       PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-CLI-INATIVOS        PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REG-PREV            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-GAPS                PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VALOR-GAP           PIC 9(013)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-LIN-VEND.
           05 FILLER                   PIC X(004)      VALUE 'VEN='.
           05 LIN-VD-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-VD-NOME              PIC X(025).
           05 FILLER                   PIC X(005)      VALUE ' PER='.
           05 LIN-VD-PER               PIC 9(006).
           05 FILLER                   PIC X(006)      VALUE ' META='.
           05 LIN-VD-META              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              ' PREVISTO='.
           05 LIN-VD-PREV              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(005)      VALUE ' GAP='.
           05 LIN-VD-GAP               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(008)      VALUE ' COBERT='.
           05 LIN-VD-COBERT            PIC ZZZZ9,9.
           05 FILLER                   PIC X(001)      VALUE '%'.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-VD-FLAG              PIC X(008)      VALUE SPACES.
      *
       01  WRK-LIN-TERR.
           05 FILLER                   PIC X(004)      VALUE 'TER='.
           05 LIN-TR-COD               PIC X(005).
           05 FILLER                   PIC X(010)      VALUE
              ' CLIENTES='.
           05 LIN-TR-QTDE              PIC ZZZZ9.
           05 FILLER                   PIC X(008)      VALUE
              ' MEDIA3='.
           05 LIN-TR-MEDIA             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-PER1              PIC 9(006).
           05 FILLER                   PIC X(001)      VALUE '='.
           05 LIN-TR-PREV1             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-PER2              PIC 9(006).
           05 FILLER                   PIC X(001)      VALUE '='.
           05 LIN-TR-PREV2             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-PER3              PIC 9(006).
           05 FILLER                   PIC X(001)      VALUE '='.
           05 LIN-TR-PREV3             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(015)      VALUE SPACES.
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
           PERFORM 2000-PROCESSA-HISTORICO THRU 2000-SAIDA
               UNTIL WRK-ARQHVND-FIM
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
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF NOT WRK-TEM-CARTEIRA
               DISPLAY 'PREVE-VENDAS: NENHUMA CARTEIRA NO MANIFESTO - '
                       'EXECUTE GERENC-CARTEIRA ANTES'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
      *
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-NAO-EXISTE
               DISPLAY 'PREVE-VENDAS: HISTORICO DE VENDAS AINDA NAO '
                       'CARREGADO (ARQHVND)'
               MOVE WRK-FS-ARQHVND     TO COMUNIC-COD-RETORNO
               MOVE 'ARQHVND'          TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM O CADASTRO DE CLIENTES NAO HA FILTRO DE SITUACAO NEM
      *    TERRITORIO; SEM METAS O CONFRONTO SAI COM META ZERO.
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLIENTES    TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDORES  TO TRUE
           END-IF
           OPEN INPUT ARQMETA
           IF WRK-ARQMETA-OK
               SET WRK-TEM-METAS       TO TRUE
           END-IF
      *
           IF WRK-PERIODO-BASE         EQUAL ZEROS
               PERFORM 1300-ACHA-PERIODO-RECENTE THRU 1300-SAIDA
           END-IF
           IF WRK-PERIODO-BASE         EQUAL ZEROS
               DISPLAY 'PREVE-VENDAS: HISTORICO SEM PERIODO MENSAL '
                       '- NADA A PREVER'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           DISPLAY 'PREVE-VENDAS: PERIODO BASE ' WRK-PERIODO-BASE
      *
           COMPUTE WRK-MESNUM-BASE     = WRK-BASE-ANO * 12
                                       + WRK-BASE-MES - 1
           COMPUTE WRK-MESNUM-INICIO   = WRK-MESNUM-BASE - 14
           MOVE 1                      TO WRK-IX-MES
           PERFORM 1400-MONTA-MES-PREVISTO THRU 1400-SAIDA
               UNTIL WRK-IX-MES GREATER 3
      *
           OPEN OUTPUT ARQPREV
           IF NOT WRK-ARQPREV-OK
               DISPLAY 'PREVE-VENDAS: FALHA AO CRIAR ARQPREV - '
                       'FILE STATUS=' WRK-FS-ARQPREV
               MOVE WRK-FS-ARQPREV     TO COMUNIC-COD-RETORNO
               MOVE 'ARQPREV'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'PREVISAO_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PREVISAO DE VENDAS X META - BASE '
                  WRK-PERIODO-BASE ' - MESES '
                  TAB-MP-PERIODO(1) ' ' TAB-MP-PERIODO(2) ' '
                  TAB-MP-PERIODO(3)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'MEDIA MOVEL DE 3 MESES X SAZONALIDADE DO MESMO MES '
                  'DO ANO ANTERIOR, PELA CARTEIRA '
                  FUNCTION TRIM(WRK-NOME-ARQCARTU)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
      *    REPOSICIONA O HISTORICO NO INICIO PARA A PREVISAO.
           MOVE LOW-VALUES             TO VENDA-CHAVE
           START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQHVND
               NOT INVALID KEY
                   MOVE ZEROS          TO WRK-FS-ARQHVND
           END-START
           IF NOT WRK-ARQHVND-FIM
               PERFORM 7100-LER-ARQHVND THRU 7100-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO E O PERIODO BASE       *
      * OPCIONAL (AAAAMM) DA LINHA DE COMANDO.                         *
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
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               COMPUTE WRK-PERIODO-BASE
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               IF  WRK-BASE-MES GREATER ZEROS
               AND WRK-BASE-MES LESS 13
               AND WRK-BASE-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'PREVE-VENDAS: PERIODO ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O ULTIMO CARREGADO'
                   MOVE ZEROS          TO WRK-PERIODO-BASE
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMETA.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQMETA-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPREV.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPREV-WS
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
               DISPLAY 'PREVE-VENDAS: FALHA AO ABRIR A CARTEIRA - '
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
      * VARRE O HISTORICO DE VENDAS UMA PRIMEIRA VEZ SO PARA ACHAR O   *
      * PERIODO MAIS RECENTE CARREGADO (MESMO CRITERIO DA META).       *
      *----------------------------------------------------------------*
       1300-ACHA-PERIODO-RECENTE       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO VENDA-CHAVE
           START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQHVND
               NOT INVALID KEY
                   MOVE ZEROS          TO WRK-FS-ARQHVND
           END-START
      *
           PERFORM 1310-LER-ACHA-PERIODO THRU 1310-SAIDA
               UNTIL WRK-ARQHVND-FIM
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-ACHA-PERIODO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHVND NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHVND
               NOT AT END
      *            RESUMOS ANUAIS DO ARQUIVAMENTO (MES 13, VER
      *            VND-SIST) NAO CONTAM COMO PERIODO BASE.
                   MOVE VENDA-PERIODO  TO WRK-PERIODO-LIDO
                   IF  WRK-PLID-MES GREATER ZEROS
                   AND WRK-PLID-MES LESS 13
                   AND VENDA-PERIODO GREATER WRK-PERIODO-BASE
                       MOVE VENDA-PERIODO
                                       TO WRK-PERIODO-BASE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PERIODO AAAAMM DO MES PREVISTO WRK-IX-MES (BASE + 1 A 3).      *
      *----------------------------------------------------------------*
       1400-MONTA-MES-PREVISTO         SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-MESNUM-CALC     = WRK-MESNUM-BASE + WRK-IX-MES
           DIVIDE WRK-MESNUM-CALC      BY 12
                                       GIVING WRK-PLID-ANO
                                       REMAINDER WRK-PLID-MES
           ADD 1                       TO WRK-PLID-MES
           MOVE WRK-PERIODO-LIDO       TO TAB-MP-PERIODO(WRK-IX-MES)
      *
           ADD 1                       TO WRK-IX-MES
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MONTA A JANELA DE 15 MESES DE CADA CLIENTE (O HISTORICO VEM NA *
      * ORDEM CLIENTE X PERIODO) E PROJETA O CLIENTE NA QUEBRA.        *
      *----------------------------------------------------------------*
       2000-PROCESSA-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-CLI-ABERTO
           OR VENDA-COD-CLI            NOT EQUAL WRK-CLI-CORRENTE
               IF WRK-CLI-ABERTO
                   PERFORM 2100-PREVE-CLIENTE THRU 2100-SAIDA
               END-IF
               MOVE VENDA-COD-CLI      TO WRK-CLI-CORRENTE
               INITIALIZE TAB-JANELA
               SET WRK-CLI-ABERTO      TO TRUE
           END-IF
      *
      *    RESUMOS ANUAIS (MES 13) FICAM DE FORA DA JANELA.
           MOVE VENDA-PERIODO          TO WRK-PERIODO-LIDO
           IF  WRK-PLID-MES GREATER ZEROS
           AND WRK-PLID-MES LESS 13
               COMPUTE WRK-MESNUM-LIDO = WRK-PLID-ANO * 12
                                       + WRK-PLID-MES - 1
               IF  WRK-MESNUM-LIDO NOT LESS WRK-MESNUM-INICIO
               AND WRK-MESNUM-LIDO NOT GREATER WRK-MESNUM-BASE
                   COMPUTE WRK-IX-JAN  = WRK-MESNUM-LIDO
                                       - WRK-MESNUM-INICIO + 1
                   ADD VENDA-VALOR     TO TAB-JAN-VALOR(WRK-IX-JAN)
               END-IF
           END-IF
      *
           PERFORM 7100-LER-ARQHVND THRU 7100-SAIDA
           IF WRK-ARQHVND-FIM
           AND WRK-CLI-ABERTO
               PERFORM 2100-PREVE-CLIENTE THRU 2100-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROJETA OS 3 MESES DO CLIENTE CORRENTE. JANELA: POSICOES 1-3 = *
      * BASE-14 A BASE-12 (BASE DO ANO ANTERIOR), 4-6 = MESMOS MESES   *
      * DOS PREVISTOS NO ANO ANTERIOR, 13-15 = 3 ULTIMOS MESES.        *
      *----------------------------------------------------------------*
       2100-PREVE-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-MEDIA-MOVEL ROUNDED
                   = (TAB-JAN-VALOR(13) + TAB-JAN-VALOR(14)
                   +  TAB-JAN-VALOR(15)) / 3
           IF WRK-MEDIA-MOVEL          EQUAL ZEROS
               ADD 1                   TO WRK-TOT-CLI-SEM-VENDA
               GO TO 2100-SAIDA
           END-IF
           COMPUTE WRK-MEDIA-ANO-ANT ROUNDED
                   = (TAB-JAN-VALOR(1) + TAB-JAN-VALOR(2)
                   +  TAB-JAN-VALOR(3)) / 3
      *
           PERFORM 2200-DADOS-CLIENTE THRU 2200-SAIDA
           IF WRK-CLI-TERRIT           EQUAL HIGH-VALUES
               ADD 1                   TO WRK-TOT-CLI-INATIVOS
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-TOT-CLI-PREVISTOS
      *
           MOVE WRK-CLI-VEND           TO WRK-VEN-BUSCA
           PERFORM 2900-ACHA-OU-CRIA-VEND THRU 2900-SAIDA
           PERFORM 2950-ACHA-OU-CRIA-TERR THRU 2950-SAIDA
           IF WRK-VEND-ACHOU
               ADD 1                   TO TAB-VND-QTDE-CLI(WRK-IX-VEND)
               ADD WRK-MEDIA-MOVEL     TO TAB-VND-MEDIA(WRK-IX-VEND)
           END-IF
           IF WRK-TERR-ACHOU
               ADD 1                   TO TAB-TER-QTDE-CLI(WRK-IX-TERR)
               ADD WRK-MEDIA-MOVEL     TO TAB-TER-MEDIA(WRK-IX-TERR)
           END-IF
      *
           MOVE 1                      TO WRK-IX-MES
           PERFORM 2150-PREVE-MES THRU 2150-SAIDA
               UNTIL WRK-IX-MES GREATER 3
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PREVISTO DO MES WRK-IX-MES: MEDIA MOVEL X FATOR SAZONAL. SEM   *
      * VENDA NA BASE DO ANO ANTERIOR O FATOR E NEUTRO (1).            *
      *----------------------------------------------------------------*
       2150-PREVE-MES                  SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-IX-JAN          = WRK-IX-MES + 3
           IF WRK-MEDIA-ANO-ANT        GREATER ZEROS
               COMPUTE WRK-FATOR ROUNDED
                       = TAB-JAN-VALOR(WRK-IX-JAN) / WRK-MEDIA-ANO-ANT
                   ON SIZE ERROR
                       MOVE 3          TO WRK-FATOR
               END-COMPUTE
               IF WRK-FATOR            GREATER 3
                   MOVE 3              TO WRK-FATOR
               END-IF
           ELSE
               MOVE 1                  TO WRK-FATOR
           END-IF
           COMPUTE WRK-PREVISTO ROUNDED
                   = WRK-MEDIA-MOVEL * WRK-FATOR
      *
           INITIALIZE PREV-REG
           MOVE 'C'                    TO PREV-NIVEL
           MOVE WRK-CLI-CORRENTE       TO PREV-COD-NUM
           MOVE TAB-MP-PERIODO(WRK-IX-MES)
                                       TO PREV-PERIODO
           MOVE WRK-PREVISTO           TO PREV-VALOR
           MOVE WRK-MEDIA-MOVEL        TO PREV-MEDIA-MOVEL
           MOVE WRK-FATOR              TO PREV-FATOR-SAZONAL
           PERFORM 2800-GRAVA-PREVISAO THRU 2800-SAIDA
      *
           IF WRK-VEND-ACHOU
               ADD WRK-PREVISTO        TO TAB-VND-PREV
                                          (WRK-IX-VEND WRK-IX-MES)
           END-IF
           IF WRK-TERR-ACHOU
               ADD WRK-PREVISTO        TO TAB-TER-PREV
                                          (WRK-IX-TERR WRK-IX-MES)
           END-IF
      *
           ADD 1                       TO WRK-IX-MES
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TERRITORIO E VENDEDOR TITULAR DO CLIENTE CORRENTE. CLIENTE     *
      * INATIVO OU EXCLUIDO NO CADASTRO VOLTA COM TERRITORIO EM        *
      * HIGH-VALUES (NAO E PROJETADO).                                 *
      *----------------------------------------------------------------*
       2200-DADOS-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CLI-VEND
           MOVE WRK-CLI-CORRENTE       TO WRK-CLI-BUSCA
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
           PERFORM 2250-TESTA-ENTRADA-CART THRU 2250-SAIDA
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
           IF WRK-CART-ACHOU
               MOVE TAB-CART-VEN-PRIM(WRK-IX-CART)
                                       TO WRK-CLI-VEND
           END-IF
      *
           MOVE SPACES                 TO WRK-CLI-TERRIT
           IF NOT WRK-TEM-CLIENTES
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           MOVE WRK-CLI-CORRENTE       TO EXEMPLO-CODIGO-CLI
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
           IF EXEMPLO-CODIGO-CLI OF ARQCLI01 NOT EQUAL WRK-CLI-CORRENTE
               GO TO 2200-SAIDA
           END-IF
      *
           IF EXEMPLO-STATUS-INATIVO OF ARQCLI01
           OR EXEMPLO-STATUS-EXCLUIDO OF ARQCLI01
               MOVE HIGH-VALUES        TO WRK-CLI-TERRIT
           ELSE
               MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-CLI-TERRIT
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2250-TESTA-ENTRADA-CART         SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO DA PREVISAO (PREV-REG JA MONTADO).           *
      *----------------------------------------------------------------*
       2800-GRAVA-PREVISAO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PERIODO-BASE       TO PREV-PERIODO-BASE
           MOVE WRK-DATA-HOJE          TO PREV-DATA-GERACAO
           WRITE PREV-REG
               INVALID KEY
                   DISPLAY 'PREVE-VENDAS: CHAVE DUPLICADA EM ARQPREV - '
                           PREV-CHAVE
               NOT INVALID KEY
                   ADD 1               TO WRK-TOT-REG-PREV
           END-WRITE
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU CRIA) A ENTRADA DO VENDEDOR WRK-VEN-BUSCA.        *
      *----------------------------------------------------------------*
       2900-ACHA-OU-CRIA-VEND          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-VEND-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-VEND
           PERFORM 2910-TESTA-ENTRADA-VEND THRU 2910-SAIDA
               UNTIL WRK-IX-VEND GREATER WRK-QTDE-VEND
                  OR WRK-VEND-ACHOU
      *
           IF NOT WRK-VEND-ACHOU
               IF WRK-QTDE-VEND LESS 500
                   ADD 1               TO WRK-QTDE-VEND
                   MOVE WRK-QTDE-VEND  TO WRK-IX-VEND
                   INITIALIZE TAB-VND-ENTRY(WRK-IX-VEND)
                   MOVE WRK-VEN-BUSCA  TO TAB-VND-COD-VEN(WRK-IX-VEND)
                   MOVE 'N'            TO TAB-VND-IMPRESSO(WRK-IX-VEND)
                   MOVE 'S'            TO WRK-VEND-ACHOU-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2910-TESTA-ENTRADA-VEND         SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VND-COD-VEN(WRK-IX-VEND) EQUAL WRK-VEN-BUSCA
               MOVE 'S'                TO WRK-VEND-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-VEND
           END-IF
           .
      *----------------------------------------------------------------*
       2910-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU CRIA) A ENTRADA DO TERRITORIO WRK-CLI-TERRIT.     *
      *----------------------------------------------------------------*
       2950-ACHA-OU-CRIA-TERR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-TERR-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-TERR
           PERFORM 2960-TESTA-ENTRADA-TERR THRU 2960-SAIDA
               UNTIL WRK-IX-TERR GREATER WRK-QTDE-TERR
                  OR WRK-TERR-ACHOU
      *
           IF NOT WRK-TERR-ACHOU
               IF WRK-QTDE-TERR LESS 500
                   ADD 1               TO WRK-QTDE-TERR
                   MOVE WRK-QTDE-TERR  TO WRK-IX-TERR
                   INITIALIZE TAB-TER-ENTRY(WRK-IX-TERR)
                   MOVE WRK-CLI-TERRIT TO TAB-TER-CODIGO(WRK-IX-TERR)
                   MOVE 'S'            TO WRK-TERR-ACHOU-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2950-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2960-TESTA-ENTRADA-TERR         SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-TER-CODIGO(WRK-IX-TERR) EQUAL WRK-CLI-TERRIT
               MOVE 'S'                TO WRK-TERR-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-TERR
           END-IF
           .
      *----------------------------------------------------------------*
       2960-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - METAS DOS MESES PREVISTOS, TOTAIS POR  *
      * VENDEDOR E TERRITORIO, CONFRONTO COM A META E MANIFESTO.       *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TEM-METAS
               MOVE LOW-VALUES         TO META-CHAVE
               START ARQMETA KEY IS GREATER THAN OR EQUAL META-CHAVE
                   INVALID KEY
                       MOVE '10'       TO WRK-FS-ARQMETA
               END-START
               PERFORM 3100-CARREGA-META THRU 3100-SAIDA
                   UNTIL WRK-ARQMETA-FIM
           END-IF
      *
           MOVE 1                      TO WRK-IX-VEND
           PERFORM 3150-GRAVA-PREV-VEND THRU 3150-SAIDA
               UNTIL WRK-IX-VEND GREATER WRK-QTDE-VEND
           MOVE 1                      TO WRK-IX-TERR
           PERFORM 3160-GRAVA-PREV-TERR THRU 3160-SAIDA
               UNTIL WRK-IX-TERR GREATER WRK-QTDE-TERR
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'PREVISTO X META POR VENDEDOR TITULAR'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE ZEROS                  TO WRK-VEND-MENOR
           PERFORM 3200-PROXIMO-VENDEDOR THRU 3200-SAIDA
               UNTIL WRK-VEND-MENOR GREATER WRK-QTDE-VEND
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'PREVISTO POR TERRITORIO'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 1                      TO WRK-IX-TERR
           PERFORM 3400-GRAVA-LINHA-TERR THRU 3400-SAIDA
               UNTIL WRK-IX-TERR GREATER WRK-QTDE-TERR
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE WRK-TOT-VALOR-GAP      TO LIN-VD-GAP
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL: CLIENTES PREVISTOS=' WRK-TOT-CLI-PREVISTOS
                  ' SEM VENDA 3M=' WRK-TOT-CLI-SEM-VENDA
                  ' INATIVOS=' WRK-TOT-CLI-INATIVOS
                  ' MESES COM GAP=' WRK-TOT-GAPS
                  ' GAP TOTAL=' LIN-VD-GAP
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQHVND
                 ARQPREV
                 ARQREL01
           IF WRK-TEM-CLIENTES
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VENDEDORES
               CLOSE ARQVEN01
           END-IF
           IF WRK-TEM-METAS
               CLOSE ARQMETA
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'PREVE-VENDAS: CLIENTES PREVISTOS: '
                   WRK-TOT-CLI-PREVISTOS
           DISPLAY 'PREVE-VENDAS: REGISTROS ARQPREV.: '
                   WRK-TOT-REG-PREV
           DISPLAY 'PREVE-VENDAS: MESES COM GAP....: ' WRK-TOT-GAPS
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
      * SOMA A META DE CADA VENDEDOR NOS 3 MESES PREVISTOS. VENDEDOR   *
      * COM META E SEM PREVISAO TAMBEM ENTRA (GAP = META INTEIRA).     *
      *----------------------------------------------------------------*
       3100-CARREGA-META               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMETA NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMETA
                   GO TO 3100-SAIDA
           END-READ
      *
           MOVE ZEROS                  TO WRK-IX-MES
           IF META-PERIODO             EQUAL TAB-MP-PERIODO(1)
               MOVE 1                  TO WRK-IX-MES
           END-IF
           IF META-PERIODO             EQUAL TAB-MP-PERIODO(2)
               MOVE 2                  TO WRK-IX-MES
           END-IF
           IF META-PERIODO             EQUAL TAB-MP-PERIODO(3)
               MOVE 3                  TO WRK-IX-MES
           END-IF
           IF WRK-IX-MES               EQUAL ZEROS
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE META-COD-VEN           TO WRK-VEN-BUSCA
           PERFORM 2900-ACHA-OU-CRIA-VEND THRU 2900-SAIDA
           IF WRK-VEND-ACHOU
               ADD META-VALOR          TO TAB-VND-META
                                          (WRK-IX-VEND WRK-IX-MES)
           END-IF
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA OS 3 MESES DO VENDEDOR WRK-IX-VEND NO NIVEL V.           *
      *----------------------------------------------------------------*
       3150-GRAVA-PREV-VEND            SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VND-QTDE-CLI(WRK-IX-VEND) GREATER ZEROS
               MOVE 1                  TO WRK-IX-MES
               PERFORM 3155-GRAVA-MES-VEND THRU 3155-SAIDA
                   UNTIL WRK-IX-MES GREATER 3
           END-IF
           ADD 1                       TO WRK-IX-VEND
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3155-GRAVA-MES-VEND             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE PREV-REG
           MOVE 'V'                    TO PREV-NIVEL
           MOVE TAB-VND-COD-VEN(WRK-IX-VEND)
                                       TO PREV-COD-NUM
           MOVE TAB-MP-PERIODO(WRK-IX-MES)
                                       TO PREV-PERIODO
           MOVE TAB-VND-PREV(WRK-IX-VEND WRK-IX-MES)
                                       TO PREV-VALOR
           MOVE TAB-VND-MEDIA(WRK-IX-VEND)
                                       TO PREV-MEDIA-MOVEL
           PERFORM 2800-GRAVA-PREVISAO THRU 2800-SAIDA
           ADD 1                       TO WRK-IX-MES
           .
      *----------------------------------------------------------------*
       3155-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA OS 3 MESES DO TERRITORIO WRK-IX-TERR NO NIVEL T.         *
      *----------------------------------------------------------------*
       3160-GRAVA-PREV-TERR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-IX-MES
           PERFORM 3165-GRAVA-MES-TERR THRU 3165-SAIDA
               UNTIL WRK-IX-MES GREATER 3
           ADD 1                       TO WRK-IX-TERR
           .
      *----------------------------------------------------------------*
       3160-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3165-GRAVA-MES-TERR             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE PREV-REG
           MOVE 'T'                    TO PREV-NIVEL
           MOVE TAB-TER-CODIGO(WRK-IX-TERR)
                                       TO PREV-CODIGO
           MOVE TAB-MP-PERIODO(WRK-IX-MES)
                                       TO PREV-PERIODO
           MOVE TAB-TER-PREV(WRK-IX-TERR WRK-IX-MES)
                                       TO PREV-VALOR
           MOVE TAB-TER-MEDIA(WRK-IX-TERR)
                                       TO PREV-MEDIA-MOVEL
           PERFORM 2800-GRAVA-PREVISAO THRU 2800-SAIDA
           ADD 1                       TO WRK-IX-MES
           .
      *----------------------------------------------------------------*
       3165-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME OS VENDEDORES NA ORDEM DO CODIGO (MENOR AINDA NAO      *
      * IMPRESSO A CADA PASSADA). SEM PENDENTE, ENCERRA A LISTA.       *
      *----------------------------------------------------------------*
       3200-PROXIMO-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VEND-MENOR
           MOVE 1                      TO WRK-IX-VEND
           PERFORM 3210-TESTA-MENOR THRU 3210-SAIDA
               UNTIL WRK-IX-VEND GREATER WRK-QTDE-VEND
      *
           IF WRK-VEND-MENOR           EQUAL ZEROS
               COMPUTE WRK-VEND-MENOR  = WRK-QTDE-VEND + 1
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE WRK-VEND-MENOR         TO WRK-IX-VEND
           MOVE 'S'                    TO TAB-VND-IMPRESSO(WRK-IX-VEND)
      *
           MOVE TAB-VND-COD-VEN(WRK-IX-VEND)
                                       TO LIN-VD-VEN
           MOVE SPACES                 TO LIN-VD-NOME
           IF TAB-VND-COD-VEN(WRK-IX-VEND) EQUAL ZEROS
               MOVE '*FORA DA CARTEIRA*'
                                       TO LIN-VD-NOME
           ELSE
               IF WRK-TEM-VENDEDORES
                   MOVE TAB-VND-COD-VEN(WRK-IX-VEND)
                                       TO EXEMPLO-CODIGO-VEND
                                          OF ARQVEN01
                   READ ARQVEN01
                       INVALID KEY
                           MOVE '*VENDEDOR NAO CADASTRADO*'
                                       TO LIN-VD-NOME
                       NOT INVALID KEY
                           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO LIN-VD-NOME
                   END-READ
               END-IF
           END-IF
      *
           MOVE 1                      TO WRK-IX-MES
           PERFORM 3250-GRAVA-LINHA-VEND THRU 3250-SAIDA
               UNTIL WRK-IX-MES GREATER 3
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3210-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VND-IMPRESSO(WRK-IX-VEND) EQUAL 'N'
               IF WRK-VEND-MENOR       EQUAL ZEROS
                   MOVE WRK-IX-VEND    TO WRK-VEND-MENOR
               ELSE
                   IF TAB-VND-COD-VEN(WRK-IX-VEND)
                      LESS TAB-VND-COD-VEN(WRK-VEND-MENOR)
                       MOVE WRK-IX-VEND TO WRK-VEND-MENOR
                   END-IF
               END-IF
           END-IF
           ADD 1                       TO WRK-IX-VEND
           .
      *----------------------------------------------------------------*
       3210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR MES: META, PREVISTO, GAP (META NAO COBERTA PELA  *
      * PREVISAO) E COBERTURA EM PERCENTUAL DA META.                   *
      *----------------------------------------------------------------*
       3250-GRAVA-LINHA-VEND           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-MP-PERIODO(WRK-IX-MES)
                                       TO LIN-VD-PER
           MOVE TAB-VND-META(WRK-IX-VEND WRK-IX-MES)
                                       TO LIN-VD-META
           MOVE TAB-VND-PREV(WRK-IX-VEND WRK-IX-MES)
                                       TO LIN-VD-PREV
      *
           MOVE ZEROS                  TO WRK-GAP
           MOVE ZEROS                  TO WRK-COBERTURA
           MOVE SPACES                 TO LIN-VD-FLAG
           IF TAB-VND-META(WRK-IX-VEND WRK-IX-MES) GREATER ZEROS
               COMPUTE WRK-COBERTURA ROUNDED
                       = TAB-VND-PREV(WRK-IX-VEND WRK-IX-MES) * 100
                       / TAB-VND-META(WRK-IX-VEND WRK-IX-MES)
                   ON SIZE ERROR
                       MOVE 99999,9    TO WRK-COBERTURA
               END-COMPUTE
               IF TAB-VND-PREV(WRK-IX-VEND WRK-IX-MES)
                  LESS TAB-VND-META(WRK-IX-VEND WRK-IX-MES)
                   COMPUTE WRK-GAP
                           = TAB-VND-META(WRK-IX-VEND WRK-IX-MES)
                           - TAB-VND-PREV(WRK-IX-VEND WRK-IX-MES)
                   MOVE '*GAP*'        TO LIN-VD-FLAG
                   ADD 1               TO WRK-TOT-GAPS
                   ADD WRK-GAP         TO WRK-TOT-VALOR-GAP
               END-IF
           ELSE
               IF TAB-VND-COD-VEN(WRK-IX-VEND) NOT EQUAL ZEROS
                   MOVE '*S/META*'     TO LIN-VD-FLAG
               END-IF
           END-IF
           MOVE WRK-GAP                TO LIN-VD-GAP
           MOVE WRK-COBERTURA          TO LIN-VD-COBERT
      *
           WRITE REG-ARQREL01          FROM WRK-LIN-VEND
           ADD 1                       TO WRK-IX-MES
           .
      *----------------------------------------------------------------*
       3250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3400-GRAVA-LINHA-TERR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-TER-CODIGO(WRK-IX-TERR)
                                       TO LIN-TR-COD
           IF TAB-TER-CODIGO(WRK-IX-TERR) EQUAL SPACES
               MOVE '(SEM)'            TO LIN-TR-COD
           END-IF
           MOVE TAB-TER-QTDE-CLI(WRK-IX-TERR)
                                       TO LIN-TR-QTDE
           MOVE TAB-TER-MEDIA(WRK-IX-TERR)
                                       TO LIN-TR-MEDIA
           MOVE TAB-MP-PERIODO(1)      TO LIN-TR-PER1
           MOVE TAB-MP-PERIODO(2)      TO LIN-TR-PER2
           MOVE TAB-MP-PERIODO(3)      TO LIN-TR-PER3
           MOVE TAB-TER-PREV(WRK-IX-TERR 1)
                                       TO LIN-TR-PREV1
           MOVE TAB-TER-PREV(WRK-IX-TERR 2)
                                       TO LIN-TR-PREV2
           MOVE TAB-TER-PREV(WRK-IX-TERR 3)
                                       TO LIN-TR-PREV3
           WRITE REG-ARQREL01          FROM WRK-LIN-TERR
      *
           ADD 1                       TO WRK-IX-TERR
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
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
           MOVE WRK-TOT-CLI-PREVISTOS  TO WRK-MANIF-QTDE
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
      * LEITURA DO HISTORICO DE VENDAS.                                *
      *----------------------------------------------------------------*
       7100-LER-ARQHVND                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHVND NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHVND
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM PREVE-VENDAS.

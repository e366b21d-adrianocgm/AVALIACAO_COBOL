      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-CONTRATO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-CONTRATO                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: LISTA SEMANAL DOS CONTRATOS DE FORNECIMENTO    *
      *                 ATIVOS (ARQCTR) QUE VENCEM NOS PROXIMOS 30/60/ *
      *                 90 DIAS (OU JA VENCERAM SEM SEREM ENCERRADOS/  *
      *                 RENOVADOS), AGRUPADOS PELO TITULAR DO CLIENTE  *
      *                 NA ULTIMA CARTEIRA OFICIAL. CONFERE TAMBEM O   *
      *                 VOLUME MENSAL COMPROMETIDO CONTRA A MEDIA      *
      *                 FATURADA EM ARQHVND NOS MESES FECHADOS DE      *
      *                 VIGENCIA (ATE OS ULTIMOS 12) E MARCA O         *
      *                 CONTRATO QUE CONSOME MENOS DE 80% DO           *
      *                 COMPROMETIDO, MESMO QUE AINDA NAO ESTEJA PARA  *
      *                 VENCER, PARA A RENEGOCIACAO.                   *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>CONTRATOS_<STAMP>.TXT              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCTR                          CTR-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA LISTA DE VENCIMENTO E   *
      *                      CONSUMO DOS CONTRATOS DE FORNECIMENTO.    *
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
           SELECT ARQCTR   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONTRATO-CHAVE
               FILE STATUS             IS WRK-FS-ARQCTR.
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
         FD ARQCTR
            VALUE OF FILE-ID IS NOME-ARQCTR-WS
            COPY "CTR-SIST.CPY".
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
           'RELAT-CONTRATO'.
      *
       01 NOME-ARQCTR-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCTR.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
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
       01  WRK-FS-ARQCTR               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCTR-OK                           VALUE '00' '05'.
           88  WRK-ARQCTR-NAO-EXISTE                   VALUE '35'.
           88  WRK-ARQCTR-FIM                          VALUE '10'.
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
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
       01  WRK-TEM-VENDAS-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDAS                          VALUE 'S'.
       01  WRK-TEM-CLIENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTE                         VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
       01  WRK-VND-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-VND-FIM                             VALUE 'S'.
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
      *    FAIXAS DE VENCIMENTO E JANELA DE CONSUMO. O CONSUMO E A     *
      *    MEDIA MENSAL FATURADA NOS MESES FECHADOS DA VIGENCIA, ATE   *
      *    OS ULTIMOS 12 (MESES ALEM DISSO PODEM JA ESTAR RESUMIDOS    *
      *    NO ARQUIVO MORTO PELO ARQUIVA-HVND).                        *
      *----------------------------------------------------------------*
      *
       77  WRK-PCT-MINIMO              PIC 9(003)      VALUE 080.
       77  WRK-MESES-JANELA            PIC 9(002)      VALUE 12.
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-FIM                 PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-VENCER             PIC S9(005)     VALUE ZEROS.
       01  WRK-FAIXA                   PIC X(007)      VALUE SPACES.
      *
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       01  WRK-PERIODO-CALC-N REDEFINES WRK-PERIODO-CALC
                                       PIC 9(006).
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       77  WRK-MESES-INI               PIC 9(007) COMP VALUE ZEROS.
       77  WRK-MESES-FIM               PIC 9(007) COMP VALUE ZEROS.
       77  WRK-PER-ULT-FECHADO         PIC 9(006)      VALUE ZEROS.
       77  WRK-PER-JANELA-INI          PIC 9(006)      VALUE ZEROS.
       77  WRK-PER-INI                 PIC 9(006)      VALUE ZEROS.
       77  WRK-PER-FIM                 PIC 9(006)      VALUE ZEROS.
       77  WRK-QTDE-MESES              PIC 9(003)      VALUE ZEROS.
       77  WRK-SOMA-VENDAS             PIC 9(013)V99   VALUE ZEROS.
       77  WRK-MEDIA-VENDAS            PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PCT-CONSUMO             PIC 9(005)V9    VALUE ZEROS.
       01  WRK-ABAIXO-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-CONSUMO-ABAIXO                      VALUE 'S'.
       01  WRK-AVALIOU-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-AVALIOU-CONSUMO                     VALUE 'S'.
       77  WRK-VEN-CLI                 PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-CLI                PIC X(030)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CONTRATOS LISTADOS, DEPOIS IMPRESSOS POR VENDEDOR (A        *
      *    POSICAO 1 DE TAB-VEN-QTDE E O VENDEDOR 000 = SEM TITULAR).  *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CTR                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CTR                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-CONTRATOS.
           05 TAB-CTR-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-CTR-VEN           PIC 9(003).
              10 TAB-CTR-COD-CLI       PIC 9(007).
              10 TAB-CTR-NOME          PIC X(030).
              10 TAB-CTR-NUMERO        PIC X(012).
              10 TAB-CTR-DATA-FIM      PIC 9(008).
              10 TAB-CTR-DIAS          PIC S9(005).
              10 TAB-CTR-FAIXA         PIC X(007).
              10 TAB-CTR-VOLUME        PIC 9(011)V99.
              10 TAB-CTR-MEDIA         PIC 9(011)V99.
              10 TAB-CTR-PCT           PIC 9(005)V9.
              10 TAB-CTR-MESES         PIC 9(003).
              10 TAB-CTR-AVALIOU       PIC X(001).
              10 TAB-CTR-ABAIXO        PIC X(001).
       01  TAB-VEN-CONTRATOS.
           05 TAB-VEN-QTDE             PIC 9(005)
                                       OCCURS 1000 TIMES.
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ATIVOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-TAB-CHEIA          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENCIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-30                  PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-60                  PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-90                  PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ABAIXO              PIC 9(007)      VALUE ZEROS.
       77  WRK-QB-QTDE                 PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(060)      VALUE
              'CLIENTE NOME                           CONTRATO     FIM'.
           05 FILLER                   PIC X(072)      VALUE
              '  DIAS  FAIXA     VOLUME MENSAL  MEDIA FATUR. %CONS OBSER
      -       'VACAO'.
      *
       01  WRK-LIN-DET.
           05 LIN-CT-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-NUMERO            PIC X(012).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-DATA-FIM          PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-DIAS              PIC ZZZZ9-.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-FAIXA             PIC X(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-VOLUME            PIC Z(10)9.99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-MEDIA             PIC Z(10)9.99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-PCT               PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-OBS               PIC X(020).
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
           PERFORM 2000-AVALIA-CONTRATO THRU 2000-SAIDA
               UNTIL WRK-ARQCTR-FIM
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
           INITIALIZE TAB-VEN-CONTRATOS
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
           PERFORM 1060-MONTA-JANELA   THRU 1060-SAIDA
      *
      *    SEM CARTEIRA OS CONTRATOS SAEM TODOS SEM TITULAR - A LISTA
      *    DE VENCIMENTOS VALE MAIS DO QUE O AGRUPAMENTO.
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF WRK-TEM-CARTEIRA
               PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
           ELSE
               DISPLAY 'RELAT-CONTRATO: NENHUMA CARTEIRA NO '
                       'MANIFESTO - CONTRATOS LISTADOS SEM TITULAR'
           END-IF
      *
      *    SEM HISTORICO DE VENDAS NAO HA CONFERENCIA DE CONSUMO; SEM
      *    CADASTRO O NOME DO CLIENTE/VENDEDOR SAI EM BRANCO.
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-OK
               SET WRK-TEM-VENDAS      TO TRUE
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
      *    SEM ARQUIVO DE CONTRATOS A LISTA SAI VAZIA.
           OPEN INPUT ARQCTR
           IF WRK-ARQCTR-NAO-EXISTE
               MOVE '10'               TO WRK-FS-ARQCTR
           ELSE
               IF NOT WRK-ARQCTR-OK
                   DISPLAY 'RELAT-CONTRATO: FALHA EM ARQCTR - '
                           'FILE STATUS=' WRK-FS-ARQCTR
                   MOVE WRK-FS-ARQCTR  TO COMUNIC-COD-RETORNO
                   MOVE 'ARQCTR'       TO COMUNIC-DES-PGR-ARQ
                   MOVE 20             TO RETURN-CODE
                   PERFORM 3300-GO-BACK
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CONTRATOS_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-CONTRATO: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CONTRATOS DE FORNECIMENTO A VENCER (30/60/90 DIAS) '
                  'E CONSUMO ABAIXO DO COMPROMETIDO - POSICAO DE '
                  WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CONSUMO = MEDIA FATURADA NOS MESES FECHADOS DE '
                  WRK-PER-JANELA-INI ' A ' WRK-PER-ULT-FECHADO
                  ' DENTRO DA VIGENCIA; ABAIXO DE ' WRK-PCT-MINIMO
                  '% DO VOLUME MENSAL E MARCADO'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           IF NOT WRK-ARQCTR-FIM
               PERFORM 7100-LER-ARQCTR THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCTR.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCTR-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
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
      * JANELA DE CONSUMO: DO 12o MES FECHADO ATRAS ATE O MES ANTERIOR *
      * AO ATUAL (EM CALENDARIO DE MESES CORRIDOS ANO*12+MES).         *
      *----------------------------------------------------------------*
       1060-MONTA-JANELA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-HOJE(1:4)     TO WRK-CALC-ANO
           MOVE WRK-DATA-HOJE(5:2)     TO WRK-CALC-MES
           COMPUTE WRK-MESES-FIM
                   = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
           MOVE WRK-MESES-FIM          TO WRK-MESES-TOTAIS
           PERFORM 1070-MESES-PARA-PERIODO THRU 1070-SAIDA
           MOVE WRK-PERIODO-CALC-N     TO WRK-PER-ULT-FECHADO
      *
           COMPUTE WRK-MESES-INI
                   = WRK-MESES-FIM - WRK-MESES-JANELA + 1
           MOVE WRK-MESES-INI          TO WRK-MESES-TOTAIS
           PERFORM 1070-MESES-PARA-PERIODO THRU 1070-SAIDA
           MOVE WRK-PERIODO-CALC-N     TO WRK-PER-JANELA-INI
           .
      *----------------------------------------------------------------*
       1060-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONVERTE WRK-MESES-TOTAIS (ANO*12+MES) EM AAAAMM.              *
      *----------------------------------------------------------------*
       1070-MESES-PARA-PERIODO         SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
           COMPUTE WRK-CALC-MES
                   = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
           .
      *----------------------------------------------------------------*
       1070-SAIDA.                     EXIT.
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
      * BACKUPS NAO RESPONDEM PELO CONTRATO).                          *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'RELAT-CONTRATO: FALHA AO ABRIR A CARTEIRA - '
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
      * AVALIA O CONTRATO CORRENTE: SO O ATIVO CONTA. ENTRA NA LISTA   *
      * SE VENCE EM ATE 90 DIAS (OU JA VENCEU) OU SE O CONSUMO ESTA    *
      * ABAIXO DO MINIMO DO COMPROMETIDO.                              *
      *----------------------------------------------------------------*
       2000-AVALIA-CONTRATO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
           IF NOT CONTRATO-ATIVO
               GO TO 2000-PROXIMO
           END-IF
           ADD 1                       TO WRK-QTDE-ATIVOS
      *
           MOVE SPACES                 TO WRK-FAIXA
           MOVE ZEROS                  TO WRK-DIAS-VENCER
           IF  CONTRATO-DATA-FIM       NUMERIC
           AND CONTRATO-DATA-FIM       NOT LESS 19000101
               COMPUTE WRK-INT-FIM
                       = FUNCTION INTEGER-OF-DATE(CONTRATO-DATA-FIM)
               COMPUTE WRK-DIAS-VENCER = WRK-INT-FIM - WRK-INT-HOJE
               EVALUATE TRUE
                   WHEN WRK-DIAS-VENCER LESS ZEROS
                       MOVE 'VENCIDO'  TO WRK-FAIXA
                   WHEN WRK-DIAS-VENCER NOT GREATER 30
                       MOVE '30 DIAS'  TO WRK-FAIXA
                   WHEN WRK-DIAS-VENCER NOT GREATER 60
                       MOVE '60 DIAS'  TO WRK-FAIXA
                   WHEN WRK-DIAS-VENCER NOT GREATER 90
                       MOVE '90 DIAS'  TO WRK-FAIXA
               END-EVALUATE
           END-IF
      *
           PERFORM 2100-AVALIA-CONSUMO THRU 2100-SAIDA
      *
           IF  WRK-FAIXA               EQUAL SPACES
           AND NOT WRK-CONSUMO-ABAIXO
               GO TO 2000-PROXIMO
           END-IF
      *
           IF WRK-QTDE-CTR NOT LESS 9999
               ADD 1                   TO WRK-QTDE-TAB-CHEIA
               GO TO 2000-PROXIMO
           END-IF
      *
           MOVE CONTRATO-COD-CLI       TO WRK-CLI-BUSCA
           PERFORM 2200-BUSCA-TITULAR THRU 2200-SAIDA
           PERFORM 2300-NOME-CLIENTE  THRU 2300-SAIDA
      *
           ADD 1                       TO WRK-QTDE-CTR
           MOVE WRK-VEN-CLI            TO TAB-CTR-VEN(WRK-QTDE-CTR)
           MOVE CONTRATO-COD-CLI       TO TAB-CTR-COD-CLI(WRK-QTDE-CTR)
           MOVE WRK-NOME-CLI           TO TAB-CTR-NOME(WRK-QTDE-CTR)
           MOVE CONTRATO-NUMERO        TO TAB-CTR-NUMERO(WRK-QTDE-CTR)
           MOVE CONTRATO-DATA-FIM      TO TAB-CTR-DATA-FIM
                                          (WRK-QTDE-CTR)
           MOVE WRK-DIAS-VENCER        TO TAB-CTR-DIAS(WRK-QTDE-CTR)
           MOVE WRK-FAIXA              TO TAB-CTR-FAIXA(WRK-QTDE-CTR)
           MOVE CONTRATO-VOLUME-MENSAL TO TAB-CTR-VOLUME(WRK-QTDE-CTR)
           MOVE WRK-MEDIA-VENDAS       TO TAB-CTR-MEDIA(WRK-QTDE-CTR)
           MOVE WRK-PCT-CONSUMO        TO TAB-CTR-PCT(WRK-QTDE-CTR)
           MOVE WRK-QTDE-MESES         TO TAB-CTR-MESES(WRK-QTDE-CTR)
           MOVE WRK-AVALIOU-FLAG       TO TAB-CTR-AVALIOU
                                          (WRK-QTDE-CTR)
           MOVE WRK-ABAIXO-FLAG        TO TAB-CTR-ABAIXO(WRK-QTDE-CTR)
      *
           COMPUTE WRK-IX-VEN = WRK-VEN-CLI + 1
           ADD 1                       TO TAB-VEN-QTDE(WRK-IX-VEN)
           EVALUATE WRK-FAIXA
               WHEN 'VENCIDO'
                   ADD 1               TO WRK-TOT-VENCIDOS
               WHEN '30 DIAS'
                   ADD 1               TO WRK-TOT-30
               WHEN '60 DIAS'
                   ADD 1               TO WRK-TOT-60
               WHEN '90 DIAS'
                   ADD 1               TO WRK-TOT-90
           END-EVALUATE
           IF WRK-CONSUMO-ABAIXO
               ADD 1                   TO WRK-TOT-ABAIXO
           END-IF
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQCTR THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MEDIA MENSAL FATURADA AO CLIENTE NOS MESES FECHADOS DA         *
      * VIGENCIA DENTRO DA JANELA, CONTRA O VOLUME COMPROMETIDO. MES   *
      * SEM REGISTRO EM ARQHVND CONTA COMO ZERO; CONTRATO QUE AINDA    *
      * NAO TEM MES FECHADO NAO E AVALIADO.                            *
      *----------------------------------------------------------------*
       2100-AVALIA-CONSUMO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ABAIXO-FLAG
                                          WRK-AVALIOU-FLAG
           MOVE ZEROS                  TO WRK-QTDE-MESES
                                          WRK-SOMA-VENDAS
                                          WRK-MEDIA-VENDAS
                                          WRK-PCT-CONSUMO
      *
           IF NOT WRK-TEM-VENDAS
           OR CONTRATO-VOLUME-MENSAL   EQUAL ZEROS
           OR CONTRATO-DATA-INICIO     NOT NUMERIC
           OR CONTRATO-DATA-FIM        NOT NUMERIC
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE WRK-PER-JANELA-INI     TO WRK-PER-INI
           IF CONTRATO-DATA-INICIO(1:6) GREATER WRK-PER-INI
               MOVE CONTRATO-DATA-INICIO(1:6)
                                       TO WRK-PER-INI
           END-IF
           MOVE WRK-PER-ULT-FECHADO    TO WRK-PER-FIM
           IF CONTRATO-DATA-FIM(1:6)   LESS WRK-PER-FIM
               MOVE CONTRATO-DATA-FIM(1:6)
                                       TO WRK-PER-FIM
           END-IF
           IF WRK-PER-INI              GREATER WRK-PER-FIM
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE WRK-PER-INI            TO WRK-PERIODO-CALC-N
           COMPUTE WRK-MESES-INI = (WRK-CALC-ANO * 12) + WRK-CALC-MES
           MOVE WRK-PER-FIM            TO WRK-PERIODO-CALC-N
           COMPUTE WRK-MESES-FIM = (WRK-CALC-ANO * 12) + WRK-CALC-MES
           COMPUTE WRK-QTDE-MESES = WRK-MESES-FIM - WRK-MESES-INI + 1
      *
           MOVE CONTRATO-COD-CLI       TO VENDA-COD-CLI
           MOVE WRK-PER-INI            TO VENDA-PERIODO
           MOVE 'N'                    TO WRK-VND-FIM-FLAG
           START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
               INVALID KEY
                   SET WRK-VND-FIM     TO TRUE
           END-START
           PERFORM 2110-SOMA-VENDA THRU 2110-SAIDA
               UNTIL WRK-VND-FIM
      *
           SET WRK-AVALIOU-CONSUMO     TO TRUE
           COMPUTE WRK-MEDIA-VENDAS ROUNDED
                   = WRK-SOMA-VENDAS / WRK-QTDE-MESES
           COMPUTE WRK-PCT-CONSUMO ROUNDED
                   = (WRK-MEDIA-VENDAS * 100)
                   / CONTRATO-VOLUME-MENSAL
               ON SIZE ERROR
                   MOVE 99999.9        TO WRK-PCT-CONSUMO
           END-COMPUTE
           IF WRK-PCT-CONSUMO          LESS WRK-PCT-MINIMO
               SET WRK-CONSUMO-ABAIXO  TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA UM MES DO CLIENTE DENTRO DA JANELA (O RESUMO ANUAL AAAA13 *
      * DO ARQUIVA-HVND FICA DE FORA).                                 *
      *----------------------------------------------------------------*
       2110-SOMA-VENDA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHVND NEXT RECORD
               AT END
                   SET WRK-VND-FIM     TO TRUE
                   GO TO 2110-SAIDA
           END-READ
      *
           IF VENDA-COD-CLI            NOT EQUAL CONTRATO-COD-CLI
           OR VENDA-PERIODO            GREATER WRK-PER-FIM
               SET WRK-VND-FIM         TO TRUE
               GO TO 2110-SAIDA
           END-IF
      *
           MOVE VENDA-PERIODO          TO WRK-PERIODO-CALC-N
           IF  WRK-CALC-MES            GREATER ZEROS
           AND WRK-CALC-MES            LESS 13
               ADD VENDA-VALOR         TO WRK-SOMA-VENDAS
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
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
           MOVE CONTRATO-COD-CLI       TO EXEMPLO-CODIGO-CLI
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
           IF EXEMPLO-CODIGO-CLI OF ARQCLI01 EQUAL CONTRATO-COD-CLI
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO WRK-NOME-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA OS CONTRATOS DE UM VENDEDOR (POSICAO 1 = SEM TITULAR NA  *
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
               MOVE '*** CONTRATOS DE CLIENTES SEM TITULAR NA CARTEIRA'
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
           PERFORM 2600-LINHA-CONTRATO THRU 2600-SAIDA
               VARYING WRK-IX-CTR FROM 1 BY 1
               UNTIL WRK-IX-CTR GREATER WRK-QTDE-CTR
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL VENDEDOR ' WRK-VEN-CORRENTE
                  ' CONTRATOS LISTADOS=' WRK-QB-QTDE
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
       2600-LINHA-CONTRATO             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CTR-VEN(WRK-IX-CTR)  NOT EQUAL WRK-VEN-CORRENTE
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE TAB-CTR-COD-CLI(WRK-IX-CTR)
                                       TO LIN-CT-CLI
           MOVE TAB-CTR-NOME(WRK-IX-CTR)
                                       TO LIN-CT-NOME
           MOVE TAB-CTR-NUMERO(WRK-IX-CTR)
                                       TO LIN-CT-NUMERO
           MOVE TAB-CTR-DATA-FIM(WRK-IX-CTR)
                                       TO LIN-CT-DATA-FIM
           MOVE TAB-CTR-DIAS(WRK-IX-CTR)
                                       TO LIN-CT-DIAS
           MOVE TAB-CTR-FAIXA(WRK-IX-CTR)
                                       TO LIN-CT-FAIXA
           MOVE TAB-CTR-VOLUME(WRK-IX-CTR)
                                       TO LIN-CT-VOLUME
           MOVE TAB-CTR-MEDIA(WRK-IX-CTR)
                                       TO LIN-CT-MEDIA
           MOVE TAB-CTR-PCT(WRK-IX-CTR)
                                       TO LIN-CT-PCT
           MOVE SPACES                 TO LIN-CT-OBS
           IF TAB-CTR-ABAIXO(WRK-IX-CTR) EQUAL 'S'
               MOVE 'CONSUMO ABAIXO'   TO LIN-CT-OBS
           ELSE
               IF TAB-CTR-AVALIOU(WRK-IX-CTR) NOT EQUAL 'S'
                   MOVE 'CONSUMO NAO AVAL.'
                                       TO LIN-CT-OBS
               END-IF
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
      * TOTAIS POR FAIXA, FECHAMENTO E MANIFESTO.                      *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: CONTRATOS ATIVOS=' WRK-QTDE-ATIVOS
                  ' VENCIDOS=' WRK-TOT-VENCIDOS
                  ' ATE 30 DIAS=' WRK-TOT-30
                  ' ATE 60=' WRK-TOT-60
                  ' ATE 90=' WRK-TOT-90
                  ' CONSUMO ABAIXO=' WRK-TOT-ABAIXO
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF WRK-QTDE-TAB-CHEIA GREATER ZEROS
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ATENCAO: ' WRK-QTDE-TAB-CHEIA
                      ' CONTRATOS NAO LISTADOS (TABELA CHEIA)'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
           IF WRK-FS-ARQCTR            NOT EQUAL '35'
               CLOSE ARQCTR
           END-IF
           CLOSE ARQREL01
           IF WRK-TEM-VENDAS
               CLOSE ARQHVND
           END-IF
           IF WRK-TEM-CLIENTE
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-CONTRATO: CONTRATOS LISTADOS: '
                   WRK-QTDE-CTR
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
           MOVE WRK-QTDE-CTR           TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DOS CONTRATOS.                              *
      *----------------------------------------------------------------*
       7100-LER-ARQCTR                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCTR NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCTR
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-CONTRATO.

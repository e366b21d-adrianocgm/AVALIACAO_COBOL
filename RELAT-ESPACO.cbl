      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-ESPACO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-ESPACO                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ANALISE DE ESPACO EM BRANCO PARA A ABERTURA    *
      *                 DE NOVOS VENDEDORES: DIVIDE A BASE DE CLIENTES *
      *                 ATIVOS (ARQCLI01) EM UMA GRADE DE LATITUDE X   *
      *                 LONGITUDE E, POR CELULA, CONTA OS CLIENTES, O  *
      *                 FATURADO DOS ULTIMOS 12 MESES (ARQHVND), OS    *
      *                 CLIENTES SEM VENDEDOR OU ATENDIDOS A MAIS DE   *
      *                 X KM NA ULTIMA CARTEIRA OFICIAL E A DISTANCIA  *
      *                 DO CENTRO DA CELULA A BASE DE VENDEDOR MAIS    *
      *                 PROXIMA (ARQVEN01). AS CELULAS SAEM EM ORDEM   *
      *                 DE FATURADO DESCOBERTO (SEM VENDEDOR OU MAL    *
      *                 ATENDIDO) E, PARA AS PRIMEIRAS, A LISTA DOS    *
      *                 CLIENTES QUE UM VENDEDOR NOVO ALI HERDARIA.    *
      *----------------------------------------------------------------*
      *    PARAMETRO...: LIMITE DE ATENDIMENTO E LADO DA CELULA, EM KM *
      *                 INTEIROS, NA LINHA DE COMANDO (EX.: "80 50").  *
      *                 PADRAO = 80 KM E 50 KM.                        *
      *    SAIDA.......: <DIR-RELAT>ESPACO_BRANCO_<STAMP>.TXT          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA ANALISE DE ESPACO EM    *
      *                      BRANCO.                                   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
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
           SELECT ARQHVND  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VENDA-CHAVE
               FILE STATUS             IS WRK-FS-ARQHVND.
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
         FD ARQHVND
            VALUE OF FILE-ID IS NOME-ARQHVND-WS
            COPY "VND-SIST.CPY".
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
           'RELAT-ESPACO'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
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
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
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
       01  WRK-VND-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-VND-FIM                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    PARAMETROS DA LINHA DE COMANDO: LIMITE DE ATENDIMENTO (KM)  *
      *    E LADO DA CELULA DA GRADE (KM).                             *
      *----------------------------------------------------------------*
      *
       01  WRK-CMD-LINHA               PIC X(040)      VALUE SPACES.
       01  WRK-CMD-LIMITE              PIC X(010)      VALUE SPACES.
       01  WRK-CMD-CELULA              PIC X(010)      VALUE SPACES.
       77  WRK-LIMITE-KM               PIC 9(005)      VALUE 80.
       77  WRK-CELULA-KM               PIC 9(005)      VALUE 50.
       77  WRK-KM-POR-GRAU      COMP-2 VALUE 111,32.
       77  WRK-GRAUS-CELULA     COMP-2 VALUE ZEROS.
       77  WRK-FATOR-MILHA      COMP-2 VALUE 0,621371.
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
      *    VENDEDOR TITULAR E DISTANCIA (EM KM) DE CADA CLIENTE DA     *
      *    ULTIMA CARTEIRA. CLIENTE FORA DA TABELA = SEM VENDEDOR.     *
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
              10 TAB-CART-VEN          PIC 9(003).
              10 TAB-CART-DIST-KM      PIC 9(006)V99.
      *
      *----------------------------------------------------------------*
      *    BASES DOS VENDEDORES ATIVOS COM COORDENADAS.                *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-VEND               PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-VEND                 PIC 9(003) COMP VALUE ZEROS.
       01  TAB-VENDEDORES.
           05 TAB-VEN-ENTRY                          OCCURS 999 TIMES.
              10 TAB-VEN-COD           PIC 9(003).
              10 TAB-VEN-LATITUDE      PIC S9(003)V9(008).
              10 TAB-VEN-LONGITUDE     PIC S9(003)V9(008).
      *
      *----------------------------------------------------------------*
      *    CELULAS DA GRADE (LINHA/COLUNA CONTADAS A PARTIR DE -90 DE  *
      *    LATITUDE E -180 DE LONGITUDE) E SEUS ACUMULADORES.          *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CEL                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CEL                  PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-CEL-LINHA               PIC 9(005)      VALUE ZEROS.
       77  WRK-CEL-COLUNA              PIC 9(005)      VALUE ZEROS.
       01  WRK-CEL-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CEL-ACHOU                           VALUE 'S'.
       01  TAB-CELULAS.
           05 TAB-CEL-ENTRY                          OCCURS 2000 TIMES.
              10 TAB-CEL-LINHA         PIC 9(005).
              10 TAB-CEL-COLUNA        PIC 9(005).
              10 TAB-CEL-QTDE-CLI      PIC 9(005)     COMP-3.
              10 TAB-CEL-REC-12M       PIC 9(013)V99  COMP-3.
              10 TAB-CEL-QTDE-SEMV     PIC 9(005)     COMP-3.
              10 TAB-CEL-QTDE-LONGE    PIC 9(005)     COMP-3.
              10 TAB-CEL-QTDE-DESCOB   PIC 9(005)     COMP-3.
              10 TAB-CEL-REC-DESCOB    PIC 9(013)V99  COMP-3.
              10 TAB-CEL-VEN-PROX      PIC 9(003).
              10 TAB-CEL-DIST-PROX     PIC 9(006)V99.
      *
      *----------------------------------------------------------------*
      *    CLIENTES SEM VENDEDOR OU MAL ATENDIDOS, COM A CELULA ONDE   *
      *    CAEM - OS QUE UM VENDEDOR NOVO NA CELULA HERDARIA.          *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-HERD               PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-HERD                 PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-HERDEIROS.
           05 TAB-HER-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-HER-LINHA         PIC 9(005).
              10 TAB-HER-COLUNA        PIC 9(005).
              10 TAB-HER-COD-CLI       PIC 9(007).
              10 TAB-HER-NOME          PIC X(040).
              10 TAB-HER-VEN           PIC 9(003).
              10 TAB-HER-DIST-KM       PIC 9(006)V99.
              10 TAB-HER-REC-12M       PIC 9(013)V99  COMP-3.
      *
      *----------------------------------------------------------------*
      *    SITUACAO DO CLIENTE CORRENTE NA CARTEIRA.                   *
      *----------------------------------------------------------------*
      *
       01  WRK-SIT-CLIENTE             PIC X(001)      VALUE SPACE.
           88  WRK-SIT-ATENDIDO                        VALUE 'A'.
           88  WRK-SIT-SEM-VENDEDOR                    VALUE 'S'.
           88  WRK-SIT-LONGE                           VALUE 'L'.
       77  WRK-VEN-CLI                 PIC 9(003)      VALUE ZEROS.
       77  WRK-DIST-CLI                PIC 9(006)V99   VALUE ZEROS.
       77  WRK-REC-CLI                 PIC 9(013)V99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    MES DE REFERENCIA E JANELA DOS 12 MESES QUE TERMINA NELE,   *
      *    EM CALENDARIO DE MESES CORRIDOS (ANO*12+MES).               *
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-REF             PIC 9(006)      VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       01  WRK-PERIODO-CALC-N REDEFINES WRK-PERIODO-CALC
                                       PIC 9(006).
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       77  WRK-MESES-REF               PIC 9(007) COMP VALUE ZEROS.
       77  WRK-PER-JANELA-INI          PIC 9(006)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    FORMULA DE HAVERSINE (MESMA DE GERENC-CARTEIRA).            *
      *----------------------------------------------------------------*
      *
       77  WRK-RAIO-TERRA       COMP-2 VALUE 6378,137.
       77  WRK-PI               COMP-2 VALUE 3,14.
       01  WRK-CALC-ARTH.
           05 DEG2RADMULTIPLIER                        COMP-2.
           05 WRK-LAT-DE                               COMP-2.
           05 WRK-LON-DE                               COMP-2.
           05 WRK-LAT-ATE                              COMP-2.
           05 WRK-LON-ATE                              COMP-2.
           05 WRK-DISTC-LON                            COMP-2.
       77  WRK-DISTANCIA-AUX    COMP-2 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ORDENACAO DAS CELULAS (TROCA SIMPLES, MAIOR FATURADO        *
      *    DESCOBERTO PRIMEIRO).                                       *
      *----------------------------------------------------------------*
      *
       77  WRK-IX-ORD                  PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-ORD2                 PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-ORD-TROCOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-ORD-TROCOU                          VALUE 'S'.
       01  WRK-ORD-SALVA               PIC X(049)      VALUE SPACES.
      *
       77  WRK-MAX-CEL-DETALHE         PIC 9(003)      VALUE 10.
       77  WRK-RANK-POSICAO            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SEM-GEO            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-FORA-GRADE         PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-CEL-DESCOB         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-CELULAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CELULA.
           05 LIN-CEL-POS              PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CEL-LAT              PIC -ZZ9,9999.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CEL-LON              PIC -ZZ9,9999.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-CEL-QTDE             PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-CEL-REC-12M          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-CEL-SEMV             PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-CEL-LONGE            PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-CEL-REC-DESCOB       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-CEL-VEN              PIC X(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CEL-DIST             PIC ZZZ.ZZ9,99.
      *
       01  WRK-LIN-HERDEIRO.
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 LIN-HER-CLI              PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-HER-NOME             PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-HER-SITUACAO         PIC X(012).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-HER-VEN              PIC X(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-HER-DIST             PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-HER-REC-12M          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       77  WRK-VEN-ED                  PIC ZZ9         VALUE ZEROS.
       77  WRK-KM-ED                   PIC ZZZZ9       VALUE ZEROS.
       77  WRK-CEL-KM-ED               PIC ZZZZ9       VALUE ZEROS.
       77  WRK-POS-ED                  PIC ZZZZ9       VALUE ZEROS.
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
           PERFORM 2000-AVALIA-CLIENTE THRU 2000-SAIDA
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
           PERFORM 1060-MONTA-PERIODO  THRU 1060-SAIDA
      *
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF NOT WRK-TEM-CARTEIRA
               DISPLAY 'RELAT-ESPACO: NENHUMA CARTEIRA NO '
                       'MANIFESTO - EXECUTE GERENC-CARTEIRA ANTES'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
      *
      *    SEM CADASTRO DE VENDEDORES A DISTANCIA A BASE MAIS PROXIMA
      *    SAI EM BRANCO; SEM HISTORICO DE VENDAS O FATURADO SAI ZERO.
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               PERFORM 1300-CARREGA-VENDEDORES THRU 1300-SAIDA
                   UNTIL WRK-ARQVEN01-FIM
               CLOSE ARQVEN01
           END-IF
      *
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-OK
               SET WRK-TEM-VENDAS      TO TRUE
           ELSE
               DISPLAY 'RELAT-ESPACO: HISTORICO DE VENDAS AUSENTE '
                       '(ARQHVND) - FATURADO ASSUMIDO ZERO'
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'RELAT-ESPACO: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'ESPACO_BRANCO_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-ESPACO: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           COMPUTE WRK-GRAUS-CELULA    = WRK-CELULA-KM
                                       / WRK-KM-POR-GRAU
           DIVIDE WRK-PI BY 180 GIVING DEG2RADMULTIPLIER
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO E, NA LINHA DE         *
      * COMANDO, O LIMITE DE ATENDIMENTO E O LADO DA CELULA. VALOR     *
      * AUSENTE, ZERO OU NAO NUMERICO MANTEM O PADRAO.                 *
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
           UNSTRING WRK-CMD-LINHA      DELIMITED BY ALL SPACE
               INTO WRK-CMD-LIMITE
                    WRK-CMD-CELULA
           END-UNSTRING
      *
           IF  WRK-CMD-LIMITE NOT EQUAL SPACES
               IF  FUNCTION TEST-NUMVAL(WRK-CMD-LIMITE) EQUAL ZEROS
               AND FUNCTION NUMVAL(WRK-CMD-LIMITE) GREATER ZEROS
               AND FUNCTION NUMVAL(WRK-CMD-LIMITE) LESS 100000
                   COMPUTE WRK-LIMITE-KM
                           = FUNCTION NUMVAL(WRK-CMD-LIMITE)
               ELSE
                   DISPLAY 'RELAT-ESPACO: LIMITE ' WRK-CMD-LIMITE
                           ' INVALIDO - ASSUMIDO ' WRK-LIMITE-KM ' KM'
               END-IF
           END-IF
      *
           IF  WRK-CMD-CELULA NOT EQUAL SPACES
               IF  FUNCTION TEST-NUMVAL(WRK-CMD-CELULA) EQUAL ZEROS
               AND FUNCTION NUMVAL(WRK-CMD-CELULA) GREATER ZEROS
               AND FUNCTION NUMVAL(WRK-CMD-CELULA) LESS 100000
                   COMPUTE WRK-CELULA-KM
                           = FUNCTION NUMVAL(WRK-CMD-CELULA)
               ELSE
                   DISPLAY 'RELAT-ESPACO: CELULA ' WRK-CMD-CELULA
                           ' INVALIDA - ASSUMIDO ' WRK-CELULA-KM ' KM'
               END-IF
           END-IF
      *
      *    CELULA MENOR QUE 1 KM NAO CABE NA NUMERACAO DA GRADE.
           IF WRK-CELULA-KM            EQUAL ZEROS
               MOVE 50                 TO WRK-CELULA-KM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DE REFERENCIA (MES ANTERIOR AO CORRENTE) E INICIO DA       *
      * JANELA DE 12 MESES QUE TERMINA NELE.                           *
      *----------------------------------------------------------------*
       1060-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-HOJE(1:4)     TO WRK-CALC-ANO
           MOVE WRK-DATA-HOJE(5:2)     TO WRK-CALC-MES
           COMPUTE WRK-MESES-REF
                   = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
           MOVE WRK-MESES-REF          TO WRK-MESES-TOTAIS
           PERFORM 1070-MESES-PARA-PERIODO THRU 1070-SAIDA
           MOVE WRK-PERIODO-CALC-N     TO WRK-PERIODO-REF
      *
           COMPUTE WRK-MESES-TOTAIS    = WRK-MESES-REF - 11
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
      * CARREGA O VENDEDOR TITULAR E A DISTANCIA DE CADA CLIENTE       *
      * ASSOCIADO NA ULTIMA CARTEIRA (DISTANCIA EM MILHAS CONVERTIDA   *
      * PARA KM).                                                      *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'RELAT-ESPACO: FALHA AO ABRIR A CARTEIRA - '
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
                   GO TO 1210-SAIDA
           END-READ
      *
           IF NOT REG-CART-TIPO-DETALHE
           OR REG-CART-TIPO-BACKUP
           OR REG-CART-NAO-ASSOCIADO
           OR WRK-QTDE-CART            NOT LESS 9999
               GO TO 1210-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-CART
           MOVE REG-CART-COD-CLI       TO TAB-CART-COD-CLI
                                          (WRK-QTDE-CART)
           MOVE REG-CART-VEN-1         TO TAB-CART-VEN(WRK-QTDE-CART)
           IF REG-CART-UNIDADE         EQUAL 'M'
               COMPUTE TAB-CART-DIST-KM(WRK-QTDE-CART) ROUNDED
                                       = REG-CART-DIST-1
                                       / WRK-FATOR-MILHA
           ELSE
               MOVE REG-CART-DIST-1    TO TAB-CART-DIST-KM
                                          (WRK-QTDE-CART)
           END-IF
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA A BASE (COORDENADAS) DE CADA VENDEDOR ATIVO.           *
      *----------------------------------------------------------------*
       1300-CARREGA-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVEN01
                   GO TO 1300-SAIDA
           END-READ
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQVEN01
           OR WRK-QTDE-VEND            NOT LESS 999
               GO TO 1300-SAIDA
           END-IF
           IF  EXEMPLO-LATITUDE  OF ARQVEN01 EQUAL ZEROS
           AND EXEMPLO-LONGITUDE OF ARQVEN01 EQUAL ZEROS
               GO TO 1300-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-VEND
           MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO TAB-VEN-COD(WRK-QTDE-VEND)
           MOVE EXEMPLO-LATITUDE  OF ARQVEN01
                                       TO TAB-VEN-LATITUDE
                                          (WRK-QTDE-VEND)
           MOVE EXEMPLO-LONGITUDE OF ARQVEN01
                                       TO TAB-VEN-LONGITUDE
                                          (WRK-QTDE-VEND)
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA O CLIENTE ATIVO NA CELULA DA GRADE ONDE ELE CAI.       *
      * CLIENTE SEM COORDENADAS NAO TEM CELULA E SO ENTRA NO TOTAL.    *
      *----------------------------------------------------------------*
       2000-AVALIA-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               GO TO 2000-LER
           END-IF
      *
           IF  EXEMPLO-LATITUDE  OF ARQCLI01 EQUAL ZEROS
           AND EXEMPLO-LONGITUDE OF ARQCLI01 EQUAL ZEROS
               ADD 1                   TO WRK-QTDE-SEM-GEO
               GO TO 2000-LER
           END-IF
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           COMPUTE WRK-CEL-LINHA       = (EXEMPLO-LATITUDE OF ARQCLI01
                                       + 90) / WRK-GRAUS-CELULA
           COMPUTE WRK-CEL-COLUNA      = (EXEMPLO-LONGITUDE OF ARQCLI01
                                       + 180) / WRK-GRAUS-CELULA
           PERFORM 2100-LOCALIZA-CELULA THRU 2100-SAIDA
           IF NOT WRK-CEL-ACHOU
               ADD 1                   TO WRK-QTDE-FORA-GRADE
               GO TO 2000-LER
           END-IF
      *
           PERFORM 2200-APURA-RECEITA  THRU 2200-SAIDA
           PERFORM 2300-SITUACAO-CARTEIRA THRU 2300-SAIDA
      *
           ADD 1                       TO TAB-CEL-QTDE-CLI(WRK-IX-CEL)
           ADD WRK-REC-CLI             TO TAB-CEL-REC-12M (WRK-IX-CEL)
           IF WRK-SIT-ATENDIDO
               GO TO 2000-LER
           END-IF
      *
           IF WRK-SIT-SEM-VENDEDOR
               ADD 1                   TO TAB-CEL-QTDE-SEMV (WRK-IX-CEL)
           ELSE
               ADD 1                   TO TAB-CEL-QTDE-LONGE(WRK-IX-CEL)
           END-IF
           ADD 1                       TO TAB-CEL-QTDE-DESCOB
                                          (WRK-IX-CEL)
           ADD WRK-REC-CLI             TO TAB-CEL-REC-DESCOB
                                          (WRK-IX-CEL)
      *
           IF WRK-QTDE-HERD            LESS 9999
               ADD 1                   TO WRK-QTDE-HERD
               MOVE WRK-CEL-LINHA      TO TAB-HER-LINHA  (WRK-QTDE-HERD)
               MOVE WRK-CEL-COLUNA     TO TAB-HER-COLUNA (WRK-QTDE-HERD)
               MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO TAB-HER-COD-CLI(WRK-QTDE-HERD)
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO TAB-HER-NOME   (WRK-QTDE-HERD)
               MOVE WRK-VEN-CLI        TO TAB-HER-VEN    (WRK-QTDE-HERD)
               MOVE WRK-DIST-CLI       TO TAB-HER-DIST-KM(WRK-QTDE-HERD)
               MOVE WRK-REC-CLI        TO TAB-HER-REC-12M(WRK-QTDE-HERD)
           END-IF
           .
       2000-LER.
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA A CELULA (LINHA/COLUNA) NA TABELA E A ABRE SE FOR A    *
      * PRIMEIRA VEZ. TABELA CHEIA DEIXA O CLIENTE FORA DA GRADE.      *
      *----------------------------------------------------------------*
       2100-LOCALIZA-CELULA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CEL-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CEL
           PERFORM 2110-TESTA-CELULA
               UNTIL WRK-IX-CEL GREATER WRK-QTDE-CEL
                  OR WRK-CEL-ACHOU
      *
           IF WRK-CEL-ACHOU
           OR WRK-QTDE-CEL             NOT LESS 2000
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-CEL
           MOVE WRK-QTDE-CEL           TO WRK-IX-CEL
           INITIALIZE TAB-CEL-ENTRY(WRK-IX-CEL)
           MOVE WRK-CEL-LINHA          TO TAB-CEL-LINHA (WRK-IX-CEL)
           MOVE WRK-CEL-COLUNA         TO TAB-CEL-COLUNA(WRK-IX-CEL)
           MOVE 'S'                    TO WRK-CEL-ACHOU-FLAG
           GO TO 2100-SAIDA
           .
      *
       2110-TESTA-CELULA.
      *
           IF  TAB-CEL-LINHA (WRK-IX-CEL) EQUAL WRK-CEL-LINHA
           AND TAB-CEL-COLUNA(WRK-IX-CEL) EQUAL WRK-CEL-COLUNA
               MOVE 'S'                TO WRK-CEL-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CEL
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FATURADO DO CLIENTE NOS 12 MESES DA JANELA (O RESUMO ANUAL DO  *
      * MES 13 FICA DE FORA).                                          *
      *----------------------------------------------------------------*
       2200-APURA-RECEITA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-REC-CLI
           IF NOT WRK-TEM-VENDAS
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-VND-FIM-FLAG
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO VENDA-COD-CLI
           MOVE WRK-PER-JANELA-INI     TO VENDA-PERIODO
           START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
               INVALID KEY
                   GO TO 2200-SAIDA
           END-START
      *
           PERFORM 2210-LE-VENDA THRU 2210-SAIDA
               UNTIL WRK-VND-FIM
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-LE-VENDA                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHVND NEXT RECORD
               AT END
                   SET WRK-VND-FIM     TO TRUE
                   GO TO 2210-SAIDA
           END-READ
      *
           IF VENDA-COD-CLI NOT EQUAL EXEMPLO-CODIGO-CLI OF ARQCLI01
           OR VENDA-PERIODO            GREATER WRK-PERIODO-REF
               SET WRK-VND-FIM         TO TRUE
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE VENDA-PERIODO          TO WRK-PERIODO-CALC-N
           IF WRK-CALC-MES             GREATER 12
               GO TO 2210-SAIDA
           END-IF
      *
           ADD VENDA-VALOR             TO WRK-REC-CLI
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SITUACAO DO CLIENTE NA ULTIMA CARTEIRA: SEM VENDEDOR (FORA DA  *
      * CARTEIRA OU NAO ASSOCIADO), LONGE (TITULAR A MAIS DO LIMITE)   *
      * OU ATENDIDO.                                                   *
      *----------------------------------------------------------------*
       2300-SITUACAO-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VEN-CLI
                                          WRK-DIST-CLI
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-CLI-BUSCA
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
           PERFORM 2310-TESTA-ENTRADA-CART
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
      *
           IF NOT WRK-CART-ACHOU
               SET WRK-SIT-SEM-VENDEDOR TO TRUE
               GO TO 2300-SAIDA
           END-IF
      *
           MOVE TAB-CART-VEN    (WRK-IX-CART) TO WRK-VEN-CLI
           MOVE TAB-CART-DIST-KM(WRK-IX-CART) TO WRK-DIST-CLI
           IF WRK-DIST-CLI             GREATER WRK-LIMITE-KM
               SET WRK-SIT-LONGE       TO TRUE
           ELSE
               SET WRK-SIT-ATENDIDO    TO TRUE
           END-IF
           GO TO 2300-SAIDA
           .
      *
       2310-TESTA-ENTRADA-CART.
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FORMULA DE HAVERSINE (DISTANCIA ENTRE DOIS PONTOS NA TERRA),   *
      * MESMO CALCULO DE GERENC-CARTEIRA.                              *
      *----------------------------------------------------------------*
       2500-CALCULAR-HAVERSINE         SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT WRK-LON-DE FROM WRK-LON-ATE GIVING WRK-DISTC-LON
           COMPUTE WRK-DISTANCIA-AUX  =
              FUNCTION ACOS(
               (FUNCTION SIN(WRK-LAT-DE * DEG2RADMULTIPLIER)
              * FUNCTION SIN(WRK-LAT-ATE * DEG2RADMULTIPLIER))
              + (FUNCTION COS(WRK-LAT-DE * DEG2RADMULTIPLIER)
              *  FUNCTION COS(WRK-LAT-ATE * DEG2RADMULTIPLIER)
              *  FUNCTION COS(WRK-DISTC-LON * DEG2RADMULTIPLIER)))
              * WRK-RAIO-TERRA
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - BASE MAIS PROXIMA DE CADA CELULA,      *
      * ORDENACAO, RELATORIO, MANIFESTO E ENCERRAMENTO.                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQCLI01
           IF WRK-TEM-VENDAS
               CLOSE ARQHVND
           END-IF
      *
           PERFORM 3100-BASE-MAIS-PROXIMA THRU 3100-SAIDA
               VARYING WRK-IX-CEL FROM 1 BY 1
               UNTIL WRK-IX-CEL GREATER WRK-QTDE-CEL
      *
           PERFORM 3150-ORDENA-CELULAS THRU 3150-SAIDA
      *
           PERFORM 3180-CABECALHO      THRU 3180-SAIDA
      *
           MOVE ZEROS                  TO WRK-RANK-POSICAO
           PERFORM 3200-GRAVA-CELULA THRU 3200-SAIDA
               VARYING WRK-IX-CEL FROM 1 BY 1
               UNTIL WRK-IX-CEL GREATER WRK-QTDE-CEL
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE WRK-MAX-CEL-DETALHE    TO WRK-POS-ED
           STRING 'CLIENTES QUE UM VENDEDOR NOVO HERDARIA NAS '
                  FUNCTION TRIM(WRK-POS-ED)
                  ' PRIMEIRAS CELULAS:'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE ZEROS                  TO WRK-RANK-POSICAO
           PERFORM 3400-GRAVA-HERDEIROS THRU 3400-SAIDA
               VARYING WRK-IX-CEL FROM 1 BY 1
               UNTIL WRK-IX-CEL GREATER WRK-QTDE-CEL
                  OR WRK-RANK-POSICAO NOT LESS WRK-MAX-CEL-DETALHE
      *
           MOVE WRK-QTDE-CEL           TO WRK-TOT-CELULAS
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: CLIENTES ATIVOS NA GRADE=' WRK-QTDE-LIDOS
                  ' SEM COORDENADAS=' WRK-QTDE-SEM-GEO
                  ' FORA DA GRADE=' WRK-QTDE-FORA-GRADE
                  ' CELULAS=' WRK-TOT-CELULAS
                  ' COM DESCOBERTO=' WRK-QTDE-CEL-DESCOB
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-ESPACO: CELULAS ' WRK-QTDE-CEL
                   ' COM DESCOBERTO ' WRK-QTDE-CEL-DESCOB
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
           MOVE WRK-QTDE-CEL-DESCOB    TO WRK-MANIF-QTDE
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
      * DISTANCIA DO CENTRO DA CELULA A BASE DE VENDEDOR MAIS PROXIMA. *
      *----------------------------------------------------------------*
       3100-BASE-MAIS-PROXIMA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO TAB-CEL-VEN-PROX (WRK-IX-CEL)
                                          TAB-CEL-DIST-PROX(WRK-IX-CEL)
           IF TAB-CEL-QTDE-DESCOB(WRK-IX-CEL) GREATER ZEROS
               ADD 1                   TO WRK-QTDE-CEL-DESCOB
           END-IF
      *
           COMPUTE WRK-LAT-DE = ((TAB-CEL-LINHA(WRK-IX-CEL) + 0,5)
                              * WRK-GRAUS-CELULA) - 90
           COMPUTE WRK-LON-DE = ((TAB-CEL-COLUNA(WRK-IX-CEL) + 0,5)
                              * WRK-GRAUS-CELULA) - 180
      *
           PERFORM 3110-TESTA-VENDEDOR THRU 3110-SAIDA
               VARYING WRK-IX-VEND FROM 1 BY 1
               UNTIL WRK-IX-VEND GREATER WRK-QTDE-VEND
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-TESTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-VEN-LATITUDE (WRK-IX-VEND) TO WRK-LAT-ATE
           MOVE TAB-VEN-LONGITUDE(WRK-IX-VEND) TO WRK-LON-ATE
           PERFORM 2500-CALCULAR-HAVERSINE THRU 2500-SAIDA
      *
           IF WRK-DISTANCIA-AUX        GREATER 999999
               MOVE 999999             TO WRK-DISTANCIA-AUX
           END-IF
      *
           IF TAB-CEL-VEN-PROX(WRK-IX-CEL) EQUAL ZEROS
           OR WRK-DISTANCIA-AUX LESS TAB-CEL-DIST-PROX(WRK-IX-CEL)
               MOVE TAB-VEN-COD(WRK-IX-VEND)
                                       TO TAB-CEL-VEN-PROX (WRK-IX-CEL)
               COMPUTE TAB-CEL-DIST-PROX(WRK-IX-CEL) ROUNDED
                                       = WRK-DISTANCIA-AUX
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ORDENACAO POR TROCA SIMPLES, DO MAIOR PARA O MENOR FATURADO    *
      * DESCOBERTO (EMPATE: MAIS CLIENTES DESCOBERTOS PRIMEIRO).       *
      *----------------------------------------------------------------*
       3150-ORDENA-CELULAS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-ORD-TROCOU-FLAG
      *
           PERFORM 3160-PASSADA-ORDENACAO THRU 3160-SAIDA
               UNTIL NOT WRK-ORD-TROCOU
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3160-PASSADA-ORDENACAO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ORD-TROCOU-FLAG
           MOVE 1                      TO WRK-IX-ORD
      *
           PERFORM 3170-COMPARA-TROCA THRU 3170-SAIDA
               UNTIL WRK-IX-ORD NOT LESS WRK-QTDE-CEL
           .
      *----------------------------------------------------------------*
       3160-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3170-COMPARA-TROCA              SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-IX-ORD2 = WRK-IX-ORD + 1
      *
           IF TAB-CEL-REC-DESCOB(WRK-IX-ORD2)
              GREATER TAB-CEL-REC-DESCOB(WRK-IX-ORD)
           OR (TAB-CEL-REC-DESCOB(WRK-IX-ORD2)
              EQUAL TAB-CEL-REC-DESCOB(WRK-IX-ORD)
           AND TAB-CEL-QTDE-DESCOB(WRK-IX-ORD2)
              GREATER TAB-CEL-QTDE-DESCOB(WRK-IX-ORD))
               MOVE TAB-CEL-ENTRY(WRK-IX-ORD) TO WRK-ORD-SALVA
               MOVE TAB-CEL-ENTRY(WRK-IX-ORD2)
                                       TO TAB-CEL-ENTRY(WRK-IX-ORD)
               MOVE WRK-ORD-SALVA      TO TAB-CEL-ENTRY(WRK-IX-ORD2)
               MOVE 'S'                TO WRK-ORD-TROCOU-FLAG
           END-IF
      *
           ADD 1                       TO WRK-IX-ORD
           .
      *----------------------------------------------------------------*
       3170-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO COM OS PARAMETROS DA EXECUCAO.          *
      *----------------------------------------------------------------*
       3180-CABECALHO                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'ANALISE DE ESPACO EM BRANCO - NOVOS VENDEDORES - '
                  'POSICAO DE ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE WRK-CELULA-KM          TO WRK-CEL-KM-ED
           MOVE WRK-LIMITE-KM          TO WRK-KM-ED
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CELULA DE ' FUNCTION TRIM(WRK-CEL-KM-ED)
                  ' KM - MAL ATENDIDO = TITULAR A MAIS DE '
                  FUNCTION TRIM(WRK-KM-ED)
                  ' KM - FATURADO DE ' WRK-PER-JANELA-INI
                  ' A ' WRK-PERIODO-REF
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CARTEIRA: ' WRK-NOME-ARQCARTU
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CELULAS POR FATURADO DESCOBERTO '
                  '(SEM VENDEDOR OU MAL ATENDIDO):'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING '  POS  LATITUDE LONGITUDE  CLIEN  '
                  'FATURADO 12 MESES  SEM V  LONGE   '
                  'FATURADO DESCOB.   VEN    DIST KM'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       3180-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA DE UMA CELULA COM CLIENTE DESCOBERTO (CELULA TODA        *
      * ATENDIDA NAO E ESPACO EM BRANCO E NAO SAI).                    *
      *----------------------------------------------------------------*
       3200-GRAVA-CELULA               SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CEL-QTDE-DESCOB(WRK-IX-CEL) EQUAL ZEROS
               GO TO 3200-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-RANK-POSICAO
           MOVE WRK-RANK-POSICAO       TO LIN-CEL-POS
           COMPUTE LIN-CEL-LAT ROUNDED
                   = ((TAB-CEL-LINHA(WRK-IX-CEL) + 0,5)
                   * WRK-GRAUS-CELULA) - 90
           COMPUTE LIN-CEL-LON ROUNDED
                   = ((TAB-CEL-COLUNA(WRK-IX-CEL) + 0,5)
                   * WRK-GRAUS-CELULA) - 180
           MOVE TAB-CEL-QTDE-CLI  (WRK-IX-CEL) TO LIN-CEL-QTDE
           MOVE TAB-CEL-REC-12M   (WRK-IX-CEL) TO LIN-CEL-REC-12M
           MOVE TAB-CEL-QTDE-SEMV (WRK-IX-CEL) TO LIN-CEL-SEMV
           MOVE TAB-CEL-QTDE-LONGE(WRK-IX-CEL) TO LIN-CEL-LONGE
           MOVE TAB-CEL-REC-DESCOB(WRK-IX-CEL) TO LIN-CEL-REC-DESCOB
           IF TAB-CEL-VEN-PROX(WRK-IX-CEL) EQUAL ZEROS
               MOVE '---'              TO LIN-CEL-VEN
               MOVE ZEROS              TO LIN-CEL-DIST
           ELSE
               MOVE TAB-CEL-VEN-PROX(WRK-IX-CEL) TO WRK-VEN-ED
               MOVE WRK-VEN-ED         TO LIN-CEL-VEN
               MOVE TAB-CEL-DIST-PROX(WRK-IX-CEL) TO LIN-CEL-DIST
           END-IF
           WRITE REG-ARQREL01          FROM WRK-LIN-CELULA
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FINALIZACAO DO PROGRAMA.                                       *
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
      * CLIENTES DESCOBERTOS DE UMA DAS PRIMEIRAS CELULAS DO RANKING.  *
      *----------------------------------------------------------------*
       3400-GRAVA-HERDEIROS            SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CEL-QTDE-DESCOB(WRK-IX-CEL) EQUAL ZEROS
               GO TO 3400-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-RANK-POSICAO
           MOVE WRK-RANK-POSICAO       TO WRK-POS-ED
           COMPUTE LIN-CEL-LAT ROUNDED
                   = ((TAB-CEL-LINHA(WRK-IX-CEL) + 0,5)
                   * WRK-GRAUS-CELULA) - 90
           COMPUTE LIN-CEL-LON ROUNDED
                   = ((TAB-CEL-COLUNA(WRK-IX-CEL) + 0,5)
                   * WRK-GRAUS-CELULA) - 180
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'CELULA ' FUNCTION TRIM(WRK-POS-ED)
                  ' - CENTRO ' LIN-CEL-LAT ' / ' LIN-CEL-LON
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING '      CLIENTE'
                  ' NOME                                     '
                  'SITUACAO     VEN    DIST KM  FATURADO 12 MESES'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           PERFORM 3410-LINHA-HERDEIRO THRU 3410-SAIDA
               VARYING WRK-IX-HERD FROM 1 BY 1
               UNTIL WRK-IX-HERD GREATER WRK-QTDE-HERD
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3410-LINHA-HERDEIRO             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-HER-LINHA (WRK-IX-HERD) NOT EQUAL
                                       TAB-CEL-LINHA (WRK-IX-CEL)
           OR TAB-HER-COLUNA(WRK-IX-HERD) NOT EQUAL
                                       TAB-CEL-COLUNA(WRK-IX-CEL)
               GO TO 3410-SAIDA
           END-IF
      *
           MOVE TAB-HER-COD-CLI(WRK-IX-HERD) TO LIN-HER-CLI
           MOVE TAB-HER-NOME   (WRK-IX-HERD) TO LIN-HER-NOME
           IF TAB-HER-VEN(WRK-IX-HERD) EQUAL ZEROS
               MOVE 'SEM VENDEDOR'     TO LIN-HER-SITUACAO
               MOVE '---'              TO LIN-HER-VEN
               MOVE ZEROS              TO LIN-HER-DIST
           ELSE
               MOVE 'MAL ATENDIDO'     TO LIN-HER-SITUACAO
               MOVE TAB-HER-VEN(WRK-IX-HERD) TO WRK-VEN-ED
               MOVE WRK-VEN-ED         TO LIN-HER-VEN
               MOVE TAB-HER-DIST-KM(WRK-IX-HERD) TO LIN-HER-DIST
           END-IF
           MOVE TAB-HER-REC-12M(WRK-IX-HERD) TO LIN-HER-REC-12M
           WRITE REG-ARQREL01          FROM WRK-LIN-HERDEIRO
           .
      *----------------------------------------------------------------*
       3410-SAIDA.                     EXIT.
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
      *END PROGRAM RELAT-ESPACO.

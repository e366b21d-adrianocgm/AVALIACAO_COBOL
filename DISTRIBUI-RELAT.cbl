      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. DISTRIBUI-RELAT.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: DISTRIBUI-RELAT                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: DISTRIBUICAO DOS RELATORIOS POR VENDEDOR NO    *
      *                 FIM DO CICLO. PARA CADA RELATORIO REGISTRADO   *
      *                 NO MANIFESTO DESDE A ULTIMA DISTRIBUICAO       *
      *                 (LIVRO DE CARTEIRA, EXTRATOS, VISITAS EM       *
      *                 ATRASO E AGING), GERA UM ARQUIVO POR           *
      *                 DESTINATARIO DA LISTA DE DISTRIBUICAO          *
      *                 (ARQDIST) SO COM AS SECOES DOS VENDEDORES DO   *
      *                 ESCOPO DELE (VENDEDOR, EQUIPE DO SUPERVISOR,   *
      *                 TERRITORIO OU TUDO), NA PASTA DE SAIDA DO      *
      *                 DESTINATARIO. O CABECALHO DO RELATORIO VAI     *
      *                 PARA TODOS; CLIENTES SEM VENDEDOR E TOTAIS     *
      *                 GERAIS SO PARA O ESCOPO 'G'. CADA ENTREGA (OU  *
      *                 FALTA DE CONTEUDO) VAI PARA O LOG DE           *
      *                 DISTRIBUICAO, QUE TAMBEM GUARDA ATE ONDE O     *
      *                 MANIFESTO JA FOI DISTRIBUIDO.                  *
      *----------------------------------------------------------------*
      *    ENTRADAS....: REPORT_MANIFEST.LOG, ARQDIST, ARQVEN01,       *
      *                 ARQHIER E OS RELATORIOS DE ORIGEM.             *
      *    SAIDAS......: <PASTA>DIST_<TIPO>_<DESTINO>_<STAMP>.TXT      *
      *                 (EXTRATO: ..._<DESTINO>_<VEN>_<STAMP>.TXT) E   *
      *                 C:\GERENC\DISTRIBUICAO.LOG                     *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQDIST                         DIS-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHIER                         HIE-SIST        *
      *                ARQMANIF                        (LEITURA)       *
      *                ARQORIG                         (LEITURA)       *
      *                ARQDEST                         (SAIDA)         *
      *                ARQDLOG                         (EXTEND)        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA DISTRIBUICAO DE         *
      *                      RELATORIOS POR DESTINATARIO.              *
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
           SELECT ARQDIST  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS DIST-CHAVE
               FILE STATUS             IS WRK-FS-ARQDIST.
      *
           SELECT ARQVEN01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQVEN01.
      *
           SELECT ARQHIER  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HIER-CHAVE
               FILE STATUS             IS WRK-FS-ARQHIER.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
      *    RELATORIO DE ORIGEM E ARQUIVO DO DESTINATARIO.
           SELECT ARQORIG  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQORIG.
      *
           SELECT ARQDEST  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQDEST.
      *
           SELECT ARQDLOG  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQDLOG.
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
         FD ARQDIST
            VALUE OF FILE-ID IS NOME-ARQDIST-WS
            COPY "DIS-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQHIER
            VALUE OF FILE-ID IS NOME-ARQHIER-WS
            COPY "HIE-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
         FD ARQORIG
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQORIG.
      *
       01  REG-ARQORIG                 PIC  X(200).
      *
         FD ARQDEST
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQDEST.
      *
       01  REG-ARQDEST                 PIC  X(200).
      *
      *----------------------------------------------------------------*
      *    LOG DE DISTRIBUICAO: UMA LINHA 'ENTREGA' POR DESTINATARIO E *
      *    RELATORIO, E UMA LINHA 'CICLO' POR EXECUCAO COM O STAMP DO  *
      *    MANIFESTO ATE ONDE JA FOI DISTRIBUIDO.                      *
      *----------------------------------------------------------------*
      *
         FD ARQDLOG
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\DISTRIBUICAO.LOG'.
      *
       01  REG-ARQDLOG                 PIC  X(250).
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
           'DISTRIBUI-RELAT'.
      *
       01 NOME-ARQDIST-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQDIST.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHIER-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHIER.DAT'.
       01 WRK-NOME-ARQORIG             PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQDEST             PIC X(100)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       77 WRK-DATA-HOJE                PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-FS-ARQDIST              PIC X(002)      VALUE SPACES.
           88  WRK-ARQDIST-OK                          VALUE '00' '05'.
           88  WRK-ARQDIST-FIM                         VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQHIER              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHIER-OK                          VALUE '00' '05'.
           88  WRK-ARQHIER-FIM                         VALUE '10'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
           88  WRK-ARQMANIF-FIM                        VALUE '10'.
       01  WRK-FS-ARQORIG              PIC X(002)      VALUE SPACES.
           88  WRK-ARQORIG-OK                          VALUE ZEROS.
           88  WRK-ARQORIG-FIM                         VALUE '10'.
       01  WRK-FS-ARQDEST              PIC X(002)      VALUE SPACES.
           88  WRK-ARQDEST-OK                          VALUE ZEROS.
       01  WRK-FS-ARQDLOG              PIC X(002)      VALUE SPACES.
           88  WRK-ARQDLOG-OK                          VALUE '00' '05'.
           88  WRK-ARQDLOG-FIM                         VALUE '10'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TIPOS DE RELATORIO DISTRIBUIDOS E COMO ACHAR A SECAO DE     *
      *    CADA VENDEDOR NELES. MODO 'I' = A LINHA-MARCA ABRE A SECAO  *
      *    DO VENDEDOR; MODO 'F' = AS LINHAS DOS CLIENTES VEM ANTES E  *
      *    A LINHA-MARCA (SUBTOTAL) FECHA A SECAO; MODO 'A' = UM       *
      *    ARQUIVO POR VENDEDOR, CODIGO LOGO APOS O PREFIXO NO NOME.   *
      *    POSICAO/TAMANHO DO CODIGO DO VENDEDOR NA LINHA-MARCA; A     *
      *    MARCA 'SEM VENDEDOR' E A DE TOTAL GERAL ABREM SECOES QUE SO *
      *    O ESCOPO 'G' RECEBE; A MARCA DE DETALHE FECHA O CABECALHO   *
      *    NO MODO 'F'.                                                *
      *----------------------------------------------------------------*
      *
       01  TAB-TIPOS-RELAT-VALORES.
      *    LIVRO DE CARTEIRA (RELAT-CARTEIRA).
           05 FILLER                   PIC X(008)      VALUE 'LIVRO'.
           05 FILLER                   PIC X(016)      VALUE
              'RELAT-CARTEIRA'.
           05 FILLER                   PIC X(001)      VALUE 'I'.
           05 FILLER                   PIC X(016)      VALUE
              'VENDEDOR '.
           05 FILLER                   PIC 9(002)      VALUE 09.
           05 FILLER                   PIC 9(003)      VALUE 010.
           05 FILLER                   PIC 9(001)      VALUE 3.
           05 FILLER                   PIC X(024)      VALUE
              'CLIENTES SEM VENDEDOR'.
           05 FILLER                   PIC 9(002)      VALUE 21.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE SPACES.
      *    EXTRATO MENSAL DO VENDEDOR (GERA-EXTRATO).
           05 FILLER                   PIC X(008)      VALUE 'EXTRATO'.
           05 FILLER                   PIC X(016)      VALUE
              'GERA-EXTRATO'.
           05 FILLER                   PIC X(001)      VALUE 'A'.
           05 FILLER                   PIC X(016)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC 9(003)      VALUE ZEROS.
           05 FILLER                   PIC 9(001)      VALUE ZEROS.
           05 FILLER                   PIC X(024)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE
              'EXTRATO_'.
      *    VISITAS EM ATRASO PELA CADENCIA (RELAT-CADENCIA).
           05 FILLER                   PIC X(008)      VALUE 'CADENCIA'.
           05 FILLER                   PIC X(016)      VALUE
              'RELAT-CADENCIA'.
           05 FILLER                   PIC X(001)      VALUE 'I'.
           05 FILLER                   PIC X(016)      VALUE
              '*** VENDEDOR '.
           05 FILLER                   PIC 9(002)      VALUE 13.
           05 FILLER                   PIC 9(003)      VALUE 014.
           05 FILLER                   PIC 9(001)      VALUE 3.
           05 FILLER                   PIC X(024)      VALUE
              '*** CLIENTES SEM TITULAR'.
           05 FILLER                   PIC 9(002)      VALUE 24.
           05 FILLER                   PIC X(008)      VALUE 'TOTAL:'.
           05 FILLER                   PIC 9(002)      VALUE 06.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE SPACES.
      *    AGING DOS TITULOS A RECEBER (RELAT-AGING).
           05 FILLER                   PIC X(008)      VALUE 'AGING'.
           05 FILLER                   PIC X(016)      VALUE
              'RELAT-AGING'.
           05 FILLER                   PIC X(001)      VALUE 'F'.
           05 FILLER                   PIC X(016)      VALUE 'VEN='.
           05 FILLER                   PIC 9(002)      VALUE 04.
           05 FILLER                   PIC 9(003)      VALUE 005.
           05 FILLER                   PIC 9(001)      VALUE 7.
           05 FILLER                   PIC X(024)      VALUE SPACES.
           05 FILLER                   PIC 9(002)      VALUE ZEROS.
           05 FILLER                   PIC X(008)      VALUE 'TOT='.
           05 FILLER                   PIC 9(002)      VALUE 04.
           05 FILLER                   PIC X(008)      VALUE 'CLI='.
           05 FILLER                   PIC 9(002)      VALUE 04.
           05 FILLER                   PIC X(008)      VALUE SPACES.
      *
       01  TAB-TIPOS-RELAT REDEFINES TAB-TIPOS-RELAT-VALORES.
           05 TAB-TIPO-ENT             OCCURS 4 TIMES.
              10 TAB-TIPO-CODIGO       PIC X(008).
              10 TAB-TIPO-PROGRAMA     PIC X(016).
              10 TAB-TIPO-MODO         PIC X(001).
                 88 TAB-TIPO-MODO-INICIO           VALUE 'I'.
                 88 TAB-TIPO-MODO-FIM              VALUE 'F'.
                 88 TAB-TIPO-MODO-ARQUIVO          VALUE 'A'.
              10 TAB-TIPO-MARCA-VEN    PIC X(016).
              10 TAB-TIPO-TAM-MARCA-VEN
                                       PIC 9(002).
              10 TAB-TIPO-POS-VEN      PIC 9(003).
              10 TAB-TIPO-TAM-VEN      PIC 9(001).
              10 TAB-TIPO-MARCA-SEMV   PIC X(024).
              10 TAB-TIPO-TAM-MARCA-SEMV
                                       PIC 9(002).
              10 TAB-TIPO-MARCA-GERAL  PIC X(008).
              10 TAB-TIPO-TAM-MARCA-GERAL
                                       PIC 9(002).
              10 TAB-TIPO-MARCA-DET    PIC X(008).
              10 TAB-TIPO-TAM-MARCA-DET
                                       PIC 9(002).
              10 TAB-TIPO-PREFIXO-ARQ  PIC X(008).
       77  TAB-TIPO-QTD                PIC 9(002) COMP VALUE 4.
      *
      *----------------------------------------------------------------*
      *    LISTA DE DISTRIBUICAO ATIVA EM MEMORIA.                     *
      *----------------------------------------------------------------*
      *
       01  TAB-DISTRIBUICAO.
           05 TAB-DIST-QTD             PIC 9(003) COMP VALUE ZEROS.
           05 TAB-DIST-ENT             OCCURS 500 TIMES.
              10 TAB-DIST-TIPO         PIC X(008).
              10 TAB-DIST-DESTINO      PIC X(010).
              10 TAB-DIST-ESCOPO       PIC X(001).
              10 TAB-DIST-ESCOPO-COD   PIC X(005).
              10 TAB-DIST-COD-NUM      PIC 9(003).
              10 TAB-DIST-PASTA        PIC X(040).
      *
      *----------------------------------------------------------------*
      *    TERRITORIO E SUPERVISOR EM VIGOR DE CADA VENDEDOR (A        *
      *    POSICAO NA TABELA E O PROPRIO CODIGO DO VENDEDOR).          *
      *----------------------------------------------------------------*
      *
       01  TAB-VENDEDORES.
           05 TAB-VEN-ENT              OCCURS 999 TIMES.
              10 TAB-VEN-TERRITORIO    PIC X(005).
              10 TAB-VEN-SUPERV        PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    SECOES DO RELATORIO DE ORIGEM CORRENTE: CADA SECAO VAI DA   *
      *    LINHA SEGUINTE AO FIM DA ANTERIOR ATE TAB-SEC-FIM. CLASSE   *
      *    'C' = CABECALHO (TODOS RECEBEM), 'V' = VENDEDOR TAB-SEC-VEN,*
      *    'N' = SEM VENDEDOR, 'G' = TOTAIS GERAIS, 'P' = PENDENTE     *
      *    (MODO 'F', AINDA SEM A LINHA DE SUBTOTAL).                  *
      *----------------------------------------------------------------*
      *
       01  TAB-SECOES.
           05 TAB-SEC-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-SEC-ENT              OCCURS 2000 TIMES.
              10 TAB-SEC-FIM           PIC 9(007) COMP.
              10 TAB-SEC-VEN           PIC 9(003).
              10 TAB-SEC-CLASSE        PIC X(001).
                 88 TAB-SEC-CABECALHO              VALUE 'C'.
                 88 TAB-SEC-VENDEDOR               VALUE 'V'.
                 88 TAB-SEC-SEM-VENDEDOR           VALUE 'N'.
                 88 TAB-SEC-GERAL                  VALUE 'G'.
                 88 TAB-SEC-PENDENTE               VALUE 'P'.
      *
       77  IND-TP                      PIC 9(002) COMP VALUE ZEROS.
       77  IND-DS                      PIC 9(003) COMP VALUE ZEROS.
       77  IND-SC                      PIC 9(004) COMP VALUE ZEROS.
       77  IND-VN                      PIC 9(004) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LEITURA DO MANIFESTO E DO LOG.                              *
      *----------------------------------------------------------------*
      *
       01  WRK-LINHA-MANIF             PIC X(150)      VALUE SPACES.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       01  WRK-RESTO-MANIF             PIC X(150)      VALUE SPACES.
       01  WRK-PROG-MANIF              PIC X(016)      VALUE SPACES.
       01  WRK-STAMP-MANIF             PIC X(014)      VALUE SPACES.
       01  WRK-STAMP-CORTE             PIC X(014)      VALUE ZEROS.
       01  WRK-STAMP-MAXIMO            PIC X(014)      VALUE ZEROS.
       01  WRK-LINHA-DLOG              PIC X(250)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE ORIGEM CORRENTE.                               *
      *----------------------------------------------------------------*
      *
       01  WRK-LINHA-ORIG              PIC X(200)      VALUE SPACES.
       77  WRK-LINHA-NR                PIC 9(007) COMP VALUE ZEROS.
       77  WRK-VEN-ORIGEM              PIC 9(003)      VALUE ZEROS.
       01  WRK-VEN-EDIT                PIC 9(003)      VALUE ZEROS.
       77  WRK-VEN-LIDO                PIC 9(007)      VALUE ZEROS.
       77  WRK-VEN-TESTE               PIC 9(003)      VALUE ZEROS.
       77  WRK-POS                     PIC 9(003)      VALUE ZEROS.
       77  WRK-TAM                     PIC 9(003)      VALUE ZEROS.
       01  WRK-CLASSE-NOVA             PIC X(001)      VALUE SPACES.
       77  WRK-VEN-NOVA                PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-SECAO-FECHADA-FLAG      PIC X(001)      VALUE 'N'.
           88  WRK-SECAO-FECHADA                       VALUE 'S'.
       01  WRK-AVISO-SECOES-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-SECOES                        VALUE 'S'.
       01  WRK-MARCA-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-MARCA-ACHADA                        VALUE 'S'.
       01  WRK-EH-VEN-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-EH-VEN                              VALUE 'S'.
       01  WRK-EH-SEMV-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-EH-SEMV                             VALUE 'S'.
       01  WRK-EH-GERAL-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-EH-GERAL                            VALUE 'S'.
       01  WRK-EH-DET-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-EH-DET                              VALUE 'S'.
       01  WRK-NO-ESCOPO-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-NO-ESCOPO                           VALUE 'S'.
       01  WRK-TEM-CONTEUDO-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CONTEUDO                        VALUE 'S'.
      *
       77  WRK-QTDE-LINHAS-DEST        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ORIGENS            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-ENTREGAS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTEUDO       PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-FALHAS             PIC 9(005)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM OS SUBPROGRAMAS CHAMADOS.           *
      *----------------------------------------------------------------*
      *
       LINKAGE                         SECTION.
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING COMUNIC-BLOCO.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VARRE-MANIFESTO THRU 2000-SAIDA
           PERFORM 4000-FINALIZAR
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQDIST.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQDIST-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHIER.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQHIER-WS
      *
           PERFORM 1100-LE-CORTE THRU 1100-SAIDA
           PERFORM 1200-CARREGA-LISTA THRU 1200-SAIDA
           PERFORM 1300-CARREGA-VENDEDORES THRU 1300-SAIDA
           PERFORM 1400-CARREGA-EQUIPES THRU 1400-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * STAMP DO MANIFESTO ATE ONDE JA HOUVE DISTRIBUICAO (ULTIMA      *
      * LINHA 'CICLO' DO LOG). SEM LOG, TUDO O QUE ESTA NO MANIFESTO   *
      * E NOVO.                                                        *
      *----------------------------------------------------------------*
       1100-LE-CORTE                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-STAMP-CORTE
           OPEN INPUT ARQDLOG
           IF NOT WRK-ARQDLOG-OK
               GO TO 1100-SAIDA
           END-IF
      *
           PERFORM 1110-LER-LOG THRU 1110-SAIDA
               UNTIL WRK-ARQDLOG-FIM
           CLOSE ARQDLOG
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-LOG                    SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQDLOG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQDLOG
                   GO TO 1110-SAIDA
           END-READ
           MOVE REG-ARQDLOG            TO WRK-LINHA-DLOG
      *
           IF  WRK-LINHA-DLOG(16:10)   EQUAL 'CICLO ATE='
           AND WRK-LINHA-DLOG(26:14)   GREATER WRK-STAMP-CORTE
               MOVE WRK-LINHA-DLOG(26:14)
                                       TO WRK-STAMP-CORTE
           END-IF
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS DESTINATARIOS ATIVOS DA LISTA DE DISTRIBUICAO.      *
      *----------------------------------------------------------------*
       1200-CARREGA-LISTA              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQDIST
           IF NOT WRK-ARQDIST-OK
               DISPLAY 'DISTRIBUI-RELAT: SEM LISTA DE DISTRIBUICAO - '
                       'NENHUMA ENTREGA'
               GO TO 1200-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO DIST-CHAVE
           START ARQDIST KEY IS GREATER THAN OR EQUAL DIST-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQDIST
           END-START
           PERFORM 1210-LER-DESTINATARIO THRU 1210-SAIDA
               UNTIL WRK-ARQDIST-FIM
           CLOSE ARQDIST
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-DESTINATARIO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQDIST NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQDIST
                   GO TO 1210-SAIDA
           END-READ
      *
           IF NOT DIST-ATIVO
           OR NOT DIST-ESCOPO-VALIDO
               GO TO 1210-SAIDA
           END-IF
           IF TAB-DIST-QTD             NOT LESS 500
               DISPLAY 'DISTRIBUI-RELAT: LISTA DE DISTRIBUICAO CHEIA - '
                       DIST-CHAVE ' EM DIANTE IGNORADOS'
               MOVE '10'               TO WRK-FS-ARQDIST
               GO TO 1210-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-DIST-QTD
           MOVE DIST-TIPO-RELAT        TO TAB-DIST-TIPO(TAB-DIST-QTD)
           MOVE DIST-DESTINO           TO TAB-DIST-DESTINO
                                          (TAB-DIST-QTD)
           MOVE DIST-ESCOPO            TO TAB-DIST-ESCOPO(TAB-DIST-QTD)
           MOVE DIST-ESCOPO-COD        TO TAB-DIST-ESCOPO-COD
                                          (TAB-DIST-QTD)
           MOVE ZEROS                  TO TAB-DIST-COD-NUM
                                          (TAB-DIST-QTD)
           IF DIST-ESCOPO-COD(1:3)     NUMERIC
               MOVE DIST-ESCOPO-COD(1:3)
                                       TO TAB-DIST-COD-NUM
                                          (TAB-DIST-QTD)
           END-IF
           MOVE DIST-PASTA             TO TAB-DIST-PASTA(TAB-DIST-QTD)
           IF DIST-PASTA               EQUAL SPACES
               MOVE WRK-DIR-RELAT      TO TAB-DIST-PASTA(TAB-DIST-QTD)
           END-IF
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TERRITORIO DE CADA VENDEDOR DO CADASTRO.                       *
      *----------------------------------------------------------------*
       1300-CARREGA-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE TAB-VENDEDORES
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'DISTRIBUI-RELAT: SEM CADASTRO DE VENDEDORES - '
                       'ESCOPO POR TERRITORIO NAO SERA ATENDIDO'
               GO TO 1300-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL EXEMPLO-DADOS
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQVEN01
           END-START
           PERFORM 1310-LER-VENDEDOR THRU 1310-SAIDA
               UNTIL WRK-ARQVEN01-FIM
           CLOSE ARQVEN01
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVEN01
                   GO TO 1310-SAIDA
           END-READ
      *
           IF  EXEMPLO-CODIGO-VEND     NUMERIC
           AND EXEMPLO-CODIGO-VEND     GREATER ZEROS
               MOVE EXEMPLO-CODIGO-VEND TO IND-VN
               MOVE EXEMPLO-TERRITORIO TO TAB-VEN-TERRITORIO(IND-VN)
           END-IF
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SUPERVISOR DE CADA VENDEDOR EM VIGOR HOJE (MAIOR INICIO DE     *
      * VIGENCIA ATE HOJE, SEM FIM ANTERIOR A HOJE - A CHAVE VEM EM    *
      * ORDEM DE VENDEDOR + INICIO, ENTAO O ULTIMO QUE VALE FICA).     *
      *----------------------------------------------------------------*
       1400-CARREGA-EQUIPES            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQHIER
           IF NOT WRK-ARQHIER-OK
               DISPLAY 'DISTRIBUI-RELAT: SEM HIERARQUIA COMERCIAL - '
                       'ESCOPO POR SUPERVISOR NAO SERA ATENDIDO'
               GO TO 1400-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO HIER-CHAVE
           START ARQHIER KEY IS GREATER THAN OR EQUAL HIER-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQHIER
           END-START
           PERFORM 1410-LER-HIERARQUIA THRU 1410-SAIDA
               UNTIL WRK-ARQHIER-FIM
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
                   GO TO 1410-SAIDA
           END-READ
      *
           IF HIER-COD-VEN             NOT NUMERIC
           OR HIER-COD-VEN             EQUAL ZEROS
           OR HIER-DATA-INICIO         GREATER WRK-DATA-HOJE
               GO TO 1410-SAIDA
           END-IF
           IF  HIER-DATA-FIM           NOT EQUAL ZEROS
           AND HIER-DATA-FIM           LESS WRK-DATA-HOJE
               GO TO 1410-SAIDA
           END-IF
      *
           MOVE HIER-COD-VEN           TO IND-VN
           MOVE HIER-COD-SUPERV        TO TAB-VEN-SUPERV(IND-VN)
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VARRE O MANIFESTO E DISTRIBUI CADA RELATORIO DE UM TIPO DA     *
      * TABELA REGISTRADO DEPOIS DO CORTE.                             *
      *----------------------------------------------------------------*
       2000-VARRE-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-STAMP-CORTE        TO WRK-STAMP-MAXIMO
           OPEN INPUT ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               DISPLAY 'DISTRIBUI-RELAT: MANIFESTO AUSENTE - NADA A '
                       'DISTRIBUIR'
               GO TO 2000-SAIDA
           END-IF
      *
           PERFORM 2100-LER-LINHA-MANIF THRU 2100-SAIDA
               UNTIL WRK-ARQMANIF-FIM
           CLOSE ARQMANIF
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LER-LINHA-MANIF            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMANIF NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMANIF
                   GO TO 2100-SAIDA
           END-READ
           MOVE REG-ARQMANIF           TO WRK-LINHA-MANIF
           MOVE WRK-LINHA-MANIF(1:14)  TO WRK-STAMP-MANIF
      *
           IF WRK-STAMP-MANIF          NOT NUMERIC
           OR WRK-STAMP-MANIF          NOT GREATER WRK-STAMP-CORTE
               GO TO 2100-SAIDA
           END-IF
           IF WRK-STAMP-MANIF          GREATER WRK-STAMP-MAXIMO
               MOVE WRK-STAMP-MANIF    TO WRK-STAMP-MAXIMO
           END-IF
      *
      *    PROGRAMA QUE REGISTROU A LINHA E NOME DO ARQUIVO.
           MOVE SPACES                 TO WRK-RESTO-MANIF
                                          WRK-PROG-MANIF
           UNSTRING WRK-LINHA-MANIF DELIMITED BY 'PROGRAMA='
               INTO WRK-DESCARTE-MANIF
                    WRK-RESTO-MANIF
           END-UNSTRING
           UNSTRING WRK-RESTO-MANIF DELIMITED BY ' '
               INTO WRK-PROG-MANIF
           END-UNSTRING
      *
           MOVE ZEROS                  TO IND-TP
           MOVE 'N'                    TO WRK-MARCA-FLAG
           PERFORM 2110-TESTA-TIPO THRU 2110-SAIDA
               UNTIL WRK-MARCA-ACHADA
               OR    IND-TP NOT LESS TAB-TIPO-QTD
           IF NOT WRK-MARCA-ACHADA
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-RESTO-MANIF
                                          WRK-NOME-ARQORIG
           UNSTRING WRK-LINHA-MANIF DELIMITED BY 'ARQUIVO='
               INTO WRK-DESCARTE-MANIF
                    WRK-RESTO-MANIF
           END-UNSTRING
           UNSTRING WRK-RESTO-MANIF DELIMITED BY ' '
               INTO WRK-NOME-ARQORIG
           END-UNSTRING
           IF WRK-NOME-ARQORIG         EQUAL SPACES
               GO TO 2100-SAIDA
           END-IF
      *
           PERFORM 3000-DISTRIBUI-ORIGEM THRU 3000-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-TESTA-TIPO                 SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-TP
           IF TAB-TIPO-PROGRAMA(IND-TP) EQUAL WRK-PROG-MANIF
               SET WRK-MARCA-ACHADA    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DISTRIBUI O RELATORIO WRK-NOME-ARQORIG (TIPO IND-TP) A CADA    *
      * DESTINATARIO DO TIPO.                                          *
      *----------------------------------------------------------------*
       3000-DISTRIBUI-ORIGEM           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-ORIGENS
      *
      *    UM ARQUIVO POR VENDEDOR: O CODIGO VEM LOGO APOS O PREFIXO.
           IF TAB-TIPO-MODO-ARQUIVO(IND-TP)
               MOVE SPACES             TO WRK-RESTO-MANIF
               UNSTRING WRK-NOME-ARQORIG
                   DELIMITED BY TAB-TIPO-PREFIXO-ARQ(IND-TP)
                   INTO WRK-DESCARTE-MANIF
                        WRK-RESTO-MANIF
               END-UNSTRING
               IF WRK-RESTO-MANIF(1:3) NOT NUMERIC
                   DISPLAY 'DISTRIBUI-RELAT: VENDEDOR NAO IDENTIFICADO '
                           'NO NOME - ' WRK-NOME-ARQORIG
                   GO TO 3000-SAIDA
               END-IF
               MOVE WRK-RESTO-MANIF(1:3)
                                       TO WRK-VEN-ORIGEM
           ELSE
               PERFORM 3100-MAPEIA-SECOES THRU 3100-SAIDA
               IF NOT WRK-ARQORIG-FIM
                   GO TO 3000-SAIDA
               END-IF
           END-IF
      *
           MOVE ZEROS                  TO IND-DS
           PERFORM 3300-TRATA-DESTINATARIO THRU 3300-SAIDA
               UNTIL IND-DS NOT LESS TAB-DIST-QTD
           .
      *----------------------------------------------------------------*
       3000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRIMEIRA PASSADA NO RELATORIO: MONTA A TABELA DE SECOES.       *
      * TERMINA COM WRK-FS-ARQORIG = '10' QUANDO O ARQUIVO FOI LIDO.   *
      *----------------------------------------------------------------*
       3100-MAPEIA-SECOES              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO TAB-SEC-QTD
           MOVE ZEROS                  TO TAB-SEC-FIM(1)
                                          TAB-SEC-VEN(1)
           SET TAB-SEC-CABECALHO(1)    TO TRUE
           MOVE ZEROS                  TO WRK-LINHA-NR
           MOVE 'N'                    TO WRK-SECAO-FECHADA-FLAG
      *
           OPEN INPUT ARQORIG
           IF NOT WRK-ARQORIG-OK
               DISPLAY 'DISTRIBUI-RELAT: FALHA AO ABRIR '
                       WRK-NOME-ARQORIG ' - FS ' WRK-FS-ARQORIG
               GO TO 3100-SAIDA
           END-IF
      *
           PERFORM 3110-CLASSIFICA-LINHA THRU 3110-SAIDA
               UNTIL WRK-ARQORIG-FIM
           CLOSE ARQORIG
      *
      *    PENDENTE QUE NAO FECHOU COM SUBTOTAL E RODAPE DO RELATORIO.
           MOVE ZEROS                  TO IND-SC
           PERFORM 3190-RESOLVE-PENDENTE THRU 3190-SAIDA
               UNTIL IND-SC NOT LESS TAB-SEC-QTD
           MOVE '10'                   TO WRK-FS-ARQORIG
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-CLASSIFICA-LINHA           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQORIG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQORIG
                   GO TO 3110-SAIDA
           END-READ
           MOVE REG-ARQORIG            TO WRK-LINHA-ORIG
           ADD 1                       TO WRK-LINHA-NR
           PERFORM 3120-TESTA-MARCAS THRU 3120-SAIDA
      *
           IF TAB-TIPO-MODO-INICIO(IND-TP)
               PERFORM 3130-SECAO-MODO-INICIO THRU 3130-SAIDA
           ELSE
               PERFORM 3140-SECAO-MODO-FIM THRU 3140-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * QUAIS MARCAS DO TIPO A LINHA CORRENTE TRAZ NA COLUNA 1 (E O    *
      * CODIGO DO VENDEDOR, QUANDO E LINHA-MARCA DE VENDEDOR).         *
      *----------------------------------------------------------------*
       3120-TESTA-MARCAS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-EH-VEN-FLAG
                                          WRK-EH-SEMV-FLAG
                                          WRK-EH-GERAL-FLAG
                                          WRK-EH-DET-FLAG
      *
           MOVE TAB-TIPO-TAM-MARCA-VEN(IND-TP) TO WRK-TAM
           IF  WRK-TAM                 GREATER ZEROS
           AND WRK-LINHA-ORIG(1:WRK-TAM)
               EQUAL TAB-TIPO-MARCA-VEN(IND-TP)(1:WRK-TAM)
               SET WRK-EH-VEN          TO TRUE
               MOVE TAB-TIPO-POS-VEN(IND-TP) TO WRK-POS
               MOVE TAB-TIPO-TAM-VEN(IND-TP) TO WRK-TAM
               MOVE 999999             TO WRK-VEN-LIDO
               IF WRK-LINHA-ORIG(WRK-POS:WRK-TAM) NUMERIC
                   MOVE WRK-LINHA-ORIG(WRK-POS:WRK-TAM)
                                       TO WRK-VEN-LIDO
               END-IF
           END-IF
      *
           MOVE TAB-TIPO-TAM-MARCA-SEMV(IND-TP) TO WRK-TAM
           IF  WRK-TAM                 GREATER ZEROS
           AND WRK-LINHA-ORIG(1:WRK-TAM)
               EQUAL TAB-TIPO-MARCA-SEMV(IND-TP)(1:WRK-TAM)
               SET WRK-EH-SEMV         TO TRUE
           END-IF
      *
           MOVE TAB-TIPO-TAM-MARCA-GERAL(IND-TP) TO WRK-TAM
           IF  WRK-TAM                 GREATER ZEROS
           AND WRK-LINHA-ORIG(1:WRK-TAM)
               EQUAL TAB-TIPO-MARCA-GERAL(IND-TP)(1:WRK-TAM)
               SET WRK-EH-GERAL        TO TRUE
           END-IF
      *
           MOVE TAB-TIPO-TAM-MARCA-DET(IND-TP) TO WRK-TAM
           IF  WRK-TAM                 GREATER ZEROS
           AND WRK-LINHA-ORIG(1:WRK-TAM)
               EQUAL TAB-TIPO-MARCA-DET(IND-TP)(1:WRK-TAM)
               SET WRK-EH-DET          TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MODO 'I': A LINHA-MARCA ABRE A SECAO DO VENDEDOR, A DE SEM     *
      * VENDEDOR E A DE TOTAL GERAL ABREM AS SECOES SO DO ESCOPO 'G'.  *
      *----------------------------------------------------------------*
       3130-SECAO-MODO-INICIO          SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EH-VEN
               MOVE 'V'                TO WRK-CLASSE-NOVA
               IF  WRK-VEN-LIDO        GREATER ZEROS
               AND WRK-VEN-LIDO        LESS 1000
                   MOVE WRK-VEN-LIDO   TO WRK-VEN-NOVA
               ELSE
                   MOVE 'N'            TO WRK-CLASSE-NOVA
                   MOVE ZEROS          TO WRK-VEN-NOVA
               END-IF
               PERFORM 3150-ABRE-SECAO THRU 3150-SAIDA
           ELSE
               IF WRK-EH-SEMV
                   MOVE 'N'            TO WRK-CLASSE-NOVA
                   MOVE ZEROS          TO WRK-VEN-NOVA
                   PERFORM 3150-ABRE-SECAO THRU 3150-SAIDA
               ELSE
                   IF WRK-EH-GERAL
                       MOVE 'G'        TO WRK-CLASSE-NOVA
                       MOVE ZEROS      TO WRK-VEN-NOVA
                       PERFORM 3150-ABRE-SECAO THRU 3150-SAIDA
                   END-IF
               END-IF
           END-IF
      *
           MOVE WRK-LINHA-NR           TO TAB-SEC-FIM(TAB-SEC-QTD)
           .
      *----------------------------------------------------------------*
       3130-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MODO 'F': O CABECALHO TERMINA NA PRIMEIRA LINHA DE DETALHE (OU *
      * DE SUBTOTAL); DALI EM DIANTE AS LINHAS FICAM PENDENTES ATE A   *
      * LINHA DE SUBTOTAL DO VENDEDOR, QUE DA DONO A SECAO E A FECHA.  *
      * A MARCA DE TOTAL GERAL LEVA O RESTANTE PARA O ESCOPO 'G'.      *
      *----------------------------------------------------------------*
       3140-SECAO-MODO-FIM             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'P'                    TO WRK-CLASSE-NOVA
           MOVE ZEROS                  TO WRK-VEN-NOVA
      *
           IF WRK-EH-GERAL
               MOVE 'N'                TO WRK-SECAO-FECHADA-FLAG
               IF TAB-SEC-PENDENTE(TAB-SEC-QTD)
                   SET TAB-SEC-GERAL(TAB-SEC-QTD) TO TRUE
               ELSE
                   IF NOT TAB-SEC-GERAL(TAB-SEC-QTD)
                       MOVE 'G'        TO WRK-CLASSE-NOVA
                       PERFORM 3150-ABRE-SECAO THRU 3150-SAIDA
                   END-IF
               END-IF
               MOVE WRK-LINHA-NR       TO TAB-SEC-FIM(TAB-SEC-QTD)
               GO TO 3140-SAIDA
           END-IF
      *
           IF  TAB-SEC-CABECALHO(TAB-SEC-QTD)
           AND (WRK-EH-DET OR WRK-EH-VEN)
               PERFORM 3150-ABRE-SECAO THRU 3150-SAIDA
           ELSE
               IF WRK-SECAO-FECHADA
                   MOVE 'N'            TO WRK-SECAO-FECHADA-FLAG
                   PERFORM 3150-ABRE-SECAO THRU 3150-SAIDA
               END-IF
           END-IF
      *
           IF  WRK-EH-VEN
           AND TAB-SEC-PENDENTE(TAB-SEC-QTD)
               IF  WRK-VEN-LIDO        GREATER ZEROS
               AND WRK-VEN-LIDO        LESS 1000
                   SET TAB-SEC-VENDEDOR(TAB-SEC-QTD) TO TRUE
                   MOVE WRK-VEN-LIDO   TO TAB-SEC-VEN(TAB-SEC-QTD)
               ELSE
                   SET TAB-SEC-SEM-VENDEDOR(TAB-SEC-QTD) TO TRUE
               END-IF
               SET WRK-SECAO-FECHADA   TO TRUE
           END-IF
      *
           MOVE WRK-LINHA-NR           TO TAB-SEC-FIM(TAB-SEC-QTD)
           .
      *----------------------------------------------------------------*
       3140-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ABRE UMA SECAO NOVA NA LINHA CORRENTE. TABELA CHEIA: A LINHA   *
      * FICA NA SECAO CORRENTE (AVISO UMA VEZ).                        *
      *----------------------------------------------------------------*
       3150-ABRE-SECAO                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-SEC-QTD              NOT LESS 2000
               IF NOT WRK-AVISO-SECOES
                   SET WRK-AVISO-SECOES TO TRUE
                   DISPLAY 'DISTRIBUI-RELAT: TABELA DE SECOES CHEIA EM '
                           WRK-NOME-ARQORIG
               END-IF
               GO TO 3150-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-SEC-QTD
           MOVE WRK-LINHA-NR           TO TAB-SEC-FIM(TAB-SEC-QTD)
           MOVE WRK-VEN-NOVA           TO TAB-SEC-VEN(TAB-SEC-QTD)
           MOVE WRK-CLASSE-NOVA        TO TAB-SEC-CLASSE(TAB-SEC-QTD)
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3190-RESOLVE-PENDENTE           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-SC
           IF TAB-SEC-PENDENTE(IND-SC)
               SET TAB-SEC-GERAL(IND-SC) TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3190-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DESTINATARIO IND-DS: SE FOR DO TIPO CORRENTE E HOUVER ALGO DO  *
      * ESCOPO DELE NO RELATORIO, GERA O ARQUIVO DELE E REGISTRA A     *
      * ENTREGA NO LOG.                                                *
      *----------------------------------------------------------------*
       3300-TRATA-DESTINATARIO         SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-DS
           IF TAB-DIST-TIPO(IND-DS)    NOT EQUAL TAB-TIPO-CODIGO(IND-TP)
               GO TO 3300-SAIDA
           END-IF
      *
      *    EXTRATO DE OUTRO VENDEDOR NEM APARECE NO LOG DO DESTINATARIO.
           IF TAB-TIPO-MODO-ARQUIVO(IND-TP)
               MOVE WRK-VEN-ORIGEM     TO WRK-VEN-TESTE
               PERFORM 3400-TESTA-ESCOPO THRU 3400-SAIDA
               IF NOT WRK-NO-ESCOPO
                   GO TO 3300-SAIDA
               END-IF
               SET WRK-TEM-CONTEUDO    TO TRUE
           ELSE
               MOVE 'N'                TO WRK-TEM-CONTEUDO-FLAG
               MOVE ZEROS              TO IND-SC
               PERFORM 3310-TESTA-CONTEUDO THRU 3310-SAIDA
                   UNTIL WRK-TEM-CONTEUDO
                   OR    IND-SC NOT LESS TAB-SEC-QTD
           END-IF
      *
           MOVE ZEROS                  TO WRK-QTDE-LINHAS-DEST
           MOVE SPACES                 TO WRK-NOME-ARQDEST
           IF NOT WRK-TEM-CONTEUDO
               ADD 1                   TO WRK-QTDE-SEM-CONTEUDO
               MOVE '*SEM-CONTEUDO*'   TO WRK-NOME-ARQDEST
               PERFORM 3600-GRAVA-LOG THRU 3600-SAIDA
               GO TO 3300-SAIDA
           END-IF
      *
           IF TAB-TIPO-MODO-ARQUIVO(IND-TP)
               MOVE WRK-VEN-ORIGEM     TO WRK-VEN-EDIT
               STRING FUNCTION TRIM(TAB-DIST-PASTA(IND-DS))
                      'DIST_' FUNCTION TRIM(TAB-TIPO-CODIGO(IND-TP))
                      '_' FUNCTION TRIM(TAB-DIST-DESTINO(IND-DS))
                      '_' WRK-VEN-EDIT
                      '_' WRK-STAMP-MANIF '.TXT'
                      DELIMITED BY SIZE INTO WRK-NOME-ARQDEST
               END-STRING
           ELSE
               STRING FUNCTION TRIM(TAB-DIST-PASTA(IND-DS))
                      'DIST_' FUNCTION TRIM(TAB-TIPO-CODIGO(IND-TP))
                      '_' FUNCTION TRIM(TAB-DIST-DESTINO(IND-DS))
                      '_' WRK-STAMP-MANIF '.TXT'
                      DELIMITED BY SIZE INTO WRK-NOME-ARQDEST
               END-STRING
           END-IF
      *
           PERFORM 3500-GERA-ARQUIVO THRU 3500-SAIDA
           PERFORM 3600-GRAVA-LOG THRU 3600-SAIDA
           .
      *----------------------------------------------------------------*
       3300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ESCOPO 'G' RECEBE SEMPRE; OS DEMAIS SO SE HOUVER SECAO DE UM   *
      * VENDEDOR DO ESCOPO.                                            *
      *----------------------------------------------------------------*
       3310-TESTA-CONTEUDO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-SC
           IF TAB-DIST-ESCOPO(IND-DS)  EQUAL 'G'
               SET WRK-TEM-CONTEUDO    TO TRUE
               GO TO 3310-SAIDA
           END-IF
           IF TAB-SEC-VENDEDOR(IND-SC)
               MOVE TAB-SEC-VEN(IND-SC) TO WRK-VEN-TESTE
               PERFORM 3400-TESTA-ESCOPO THRU 3400-SAIDA
               IF WRK-NO-ESCOPO
                   SET WRK-TEM-CONTEUDO TO TRUE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * O VENDEDOR WRK-VEN-TESTE ESTA NO ESCOPO DO DESTINATARIO IND-DS?*
      *----------------------------------------------------------------*
       3400-TESTA-ESCOPO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-NO-ESCOPO-FLAG
           IF TAB-DIST-ESCOPO(IND-DS)  EQUAL 'G'
               SET WRK-NO-ESCOPO       TO TRUE
               GO TO 3400-SAIDA
           END-IF
           IF WRK-VEN-TESTE            EQUAL ZEROS
               GO TO 3400-SAIDA
           END-IF
      *
           MOVE WRK-VEN-TESTE          TO IND-VN
           EVALUATE TAB-DIST-ESCOPO(IND-DS)
               WHEN 'V'
                   IF WRK-VEN-TESTE    EQUAL TAB-DIST-COD-NUM(IND-DS)
                       SET WRK-NO-ESCOPO TO TRUE
                   END-IF
               WHEN 'S'
                   IF  TAB-DIST-COD-NUM(IND-DS) GREATER ZEROS
                   AND TAB-VEN-SUPERV(IND-VN)
                       EQUAL TAB-DIST-COD-NUM(IND-DS)
                       SET WRK-NO-ESCOPO TO TRUE
                   END-IF
               WHEN 'T'
                   IF  TAB-DIST-ESCOPO-COD(IND-DS) NOT EQUAL SPACES
                   AND TAB-VEN-TERRITORIO(IND-VN)
                       EQUAL TAB-DIST-ESCOPO-COD(IND-DS)
                       SET WRK-NO-ESCOPO TO TRUE
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SEGUNDA PASSADA: COPIA PARA O DESTINATARIO AS LINHAS DAS       *
      * SECOES DO ESCOPO DELE (O CABECALHO SEMPRE; ESCOPO 'G' E O      *
      * MODO 'A' LEVAM O ARQUIVO INTEIRO).                             *
      *----------------------------------------------------------------*
       3500-GERA-ARQUIVO               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQORIG
           IF NOT WRK-ARQORIG-OK
               DISPLAY 'DISTRIBUI-RELAT: FALHA AO ABRIR '
                       WRK-NOME-ARQORIG ' - FS ' WRK-FS-ARQORIG
               ADD 1                   TO WRK-QTDE-FALHAS
               MOVE '*FALHA-ORIGEM*'   TO WRK-NOME-ARQDEST
               GO TO 3500-SAIDA
           END-IF
           OPEN OUTPUT ARQDEST
           IF NOT WRK-ARQDEST-OK
               DISPLAY 'DISTRIBUI-RELAT: FALHA AO CRIAR '
                       WRK-NOME-ARQDEST ' - FS ' WRK-FS-ARQDEST
               CLOSE ARQORIG
               ADD 1                   TO WRK-QTDE-FALHAS
               MOVE '*FALHA-DESTINO*'  TO WRK-NOME-ARQDEST
               GO TO 3500-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-LINHA-NR
           MOVE 1                      TO IND-SC
           PERFORM 3510-COPIA-LINHA THRU 3510-SAIDA
               UNTIL WRK-ARQORIG-FIM
      *
           CLOSE ARQORIG
                 ARQDEST
           ADD 1                       TO WRK-QTDE-ENTREGAS
           .
      *----------------------------------------------------------------*
       3500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3510-COPIA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQORIG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQORIG
                   GO TO 3510-SAIDA
           END-READ
           ADD 1                       TO WRK-LINHA-NR
      *
           IF TAB-TIPO-MODO-ARQUIVO(IND-TP)
           OR TAB-DIST-ESCOPO(IND-DS)  EQUAL 'G'
               PERFORM 3530-GRAVA-LINHA THRU 3530-SAIDA
               GO TO 3510-SAIDA
           END-IF
      *
      *    AVANCA ATE A SECAO QUE CONTEM A LINHA CORRENTE.
           PERFORM 3520-AVANCA-SECAO THRU 3520-SAIDA
               UNTIL IND-SC NOT LESS TAB-SEC-QTD
               OR    TAB-SEC-FIM(IND-SC) NOT LESS WRK-LINHA-NR
      *
           IF TAB-SEC-CABECALHO(IND-SC)
               PERFORM 3530-GRAVA-LINHA THRU 3530-SAIDA
               GO TO 3510-SAIDA
           END-IF
           IF NOT TAB-SEC-VENDEDOR(IND-SC)
               GO TO 3510-SAIDA
           END-IF
           MOVE TAB-SEC-VEN(IND-SC)    TO WRK-VEN-TESTE
           PERFORM 3400-TESTA-ESCOPO THRU 3400-SAIDA
           IF WRK-NO-ESCOPO
               PERFORM 3530-GRAVA-LINHA THRU 3530-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       3510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3520-AVANCA-SECAO               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-SC
           .
      *----------------------------------------------------------------*
       3520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3530-GRAVA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-ARQORIG            TO REG-ARQDEST
           WRITE REG-ARQDEST
           ADD 1                       TO WRK-QTDE-LINHAS-DEST
           .
      *----------------------------------------------------------------*
       3530-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA A ENTREGA (OU A FALTA DE CONTEUDO) NO LOG.            *
      *----------------------------------------------------------------*
       3600-GRAVA-LOG                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQDLOG
           IF NOT WRK-ARQDLOG-OK
               OPEN OUTPUT ARQDLOG
           END-IF
      *
           MOVE SPACES                 TO REG-ARQDLOG
           STRING WRK-STAMP
                  ' ENTREGA TIPO=' TAB-TIPO-CODIGO(IND-TP)
                  ' DESTINO=' TAB-DIST-DESTINO(IND-DS)
                  ' ESCOPO=' TAB-DIST-ESCOPO(IND-DS)
                  TAB-DIST-ESCOPO-COD(IND-DS)
                  ' ORIGEM=' FUNCTION TRIM(WRK-NOME-ARQORIG)
                  ' ARQUIVO=' FUNCTION TRIM(WRK-NOME-ARQDEST)
                  ' LINHAS=' WRK-QTDE-LINHAS-DEST
                  DELIMITED BY SIZE INTO REG-ARQDLOG
           END-STRING
           WRITE REG-ARQDLOG
           CLOSE ARQDLOG
           .
      *----------------------------------------------------------------*
       3600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA A EXECUCAO COM A LINHA 'CICLO' (NOVO CORTE) NO LOG.      *
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQDLOG
           IF NOT WRK-ARQDLOG-OK
               OPEN OUTPUT ARQDLOG
           END-IF
           MOVE SPACES                 TO REG-ARQDLOG
           STRING WRK-STAMP
                  ' CICLO ATE=' WRK-STAMP-MAXIMO
                  ' RELATORIOS=' WRK-QTDE-ORIGENS
                  ' ENTREGAS=' WRK-QTDE-ENTREGAS
                  ' SEM-CONTEUDO=' WRK-QTDE-SEM-CONTEUDO
                  ' FALHAS=' WRK-QTDE-FALHAS
                  DELIMITED BY SIZE INTO REG-ARQDLOG
           END-STRING
           WRITE REG-ARQDLOG
           CLOSE ARQDLOG
      *
           DISPLAY 'DISTRIBUI-RELAT: ' WRK-QTDE-ORIGENS
                   ' RELATORIOS, ' WRK-QTDE-ENTREGAS ' ENTREGAS, '
                   WRK-QTDE-SEM-CONTEUDO ' SEM CONTEUDO, '
                   WRK-QTDE-FALHAS ' FALHAS'
      *
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
           IF WRK-QTDE-FALHAS          GREATER ZEROS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF
      *
           PERFORM 4300-GO-BACK
           .
      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       4300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

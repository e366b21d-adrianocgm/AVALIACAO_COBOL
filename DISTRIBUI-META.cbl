      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. DISTRIBUI-META.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: DISTRIBUI-META                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RATEAR A META MENSAL APROVADA DA EMPRESA (OU   *
      *                 DE CADA TERRITORIO) ENTRE OS VENDEDORES ATIVOS *
      *                 E GRAVAR A PROPOSTA DE COTAS PARA REVISAO DO   *
      *                 GERENTE COMERCIAL, QUE DEPOIS A CARREGA EM     *
      *                 ARQMETA DE UMA VEZ (CARGA-META). A BASE DE     *
      *                 CADA VENDEDOR E 80% PELO FATURADO DOS 12 MESES *
      *                 ANTERIORES AO PERIODO (ARQHVND) DOS CLIENTES   *
      *                 DA SUA CARTEIRA ATUAL E 20% PELO TAMANHO DA    *
      *                 CARTEIRA, REDUZIDA NA PROPORCAO DOS DIAS DE    *
      *                 AUSENCIA PLANEJADA NO MES (ARQABS01). AS COTAS *
      *                 SAO TRUNCADAS NO CENTAVO E A SOBRA VAI PARA O  *
      *                 VENDEDOR DE MAIOR PESO, ENTAO CADA ALVO FECHA  *
      *                 EXATAMENTE NO VALOR APROVADO.                  *
      *----------------------------------------------------------------*
      *    PARAMETRO...: PERIODO AAAAMM NA LINHA DE COMANDO (PADRAO =  *
      *                 MES SEGUINTE AO DA EXECUCAO).                  *
      *    ENTRADA.....: <DIR-DADOS>META-ALVO.TXT - UMA LINHA POR      *
      *                 PERIODO (COLS 1-6) X TERRITORIO (COLS 7-11,    *
      *                 BRANCOS = EMPRESA) X VALOR (COLS 12-26, PONTO  *
      *                 DECIMAL). HAVENDO LINHA DA EMPRESA NO PERIODO, *
      *                 AS DE TERRITORIO SAO IGNORADAS.                *
      *    SAIDAS......: <DIR-DADOS>META-PROPOSTA.TXT (RECRIADO A CADA *
      *                 EXECUCAO) E <DIR-RELAT>META_PROPOSTA_<STAMP>   *
      *                 .TXT                                           *
      *    RETORNOS....: 00 = PROPOSTA GRAVADA                         *
      *                  04 = ALVO SEM VENDEDOR DISPONIVEL (A CARGA    *
      *                       RECUSA A PROPOSTA ATE SER CORRIGIDA)     *
      *                  16 = SEM ALVO, CARTEIRA OU VENDEDORES         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQABS01                        ABS-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQPROP                         MPR-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RATEIO DA META.         *
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
           SELECT ARQALVO  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQALVO.
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
           SELECT ARQABS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS AUSENCIA-CHAVE
               FILE STATUS             IS WRK-FS-ARQABS01.
      *
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
      *
           SELECT ARQPROP  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPROP.
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
      *----------------------------------------------------------------*
      *    INPUT: META APROVADA POR PERIODO X TERRITORIO.              *
      *----------------------------------------------------------------*
      *
         FD ARQALVO
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQALVO-WS.
      *
       01  REG-ARQALVO.
           05 ALVO-PERIODO             PIC  X(006).
           05 ALVO-TERRITORIO          PIC  X(005).
           05 ALVO-VALOR               PIC  X(015).
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQHVND
            VALUE OF FILE-ID IS NOME-ARQHVND-WS
            COPY "VND-SIST.CPY".
      *
         FD ARQABS01
            VALUE OF FILE-ID IS NOME-ARQABS01-WS
            COPY "ABS-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
            COPY "CART-SIST.CPY".
      *
         FD ARQPROP
            VALUE OF FILE-ID IS NOME-ARQPROP-WS
            COPY "MPR-SIST.CPY".
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
           'DISTRIBUI-META'.
      *
       01 NOME-ARQALVO-WS              PIC X(050)      VALUE
                                      'C:\GERENC\META-ALVO.TXT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 NOME-ARQABS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQABS01.DAT'.
       01 NOME-ARQPROP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\META-PROPOSTA.TXT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQALVO              PIC X(002)      VALUE SPACES.
           88  WRK-ARQALVO-OK                          VALUE ZEROS.
           88  WRK-ARQALVO-FIM                         VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
           88  WRK-ARQHVND-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHVND-FIM                         VALUE '10'.
       01  WRK-FS-ARQABS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQABS01-OK                         VALUE '00' '05'.
           88  WRK-ARQABS01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCARTU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARTU-OK                         VALUE '00' '05'.
           88  WRK-ARQCARTU-FIM                        VALUE '10'.
       01  WRK-FS-ARQPROP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPROP-OK                          VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
           88  WRK-ARQMANIF-FIM                        VALUE '10'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    COMPOSICAO DA BASE DO RATEIO (PERCENTUAIS QUE SOMAM 100):   *
      *    FATURADO DOS 12 MESES DA CARTEIRA X TAMANHO DA CARTEIRA.    *
      *----------------------------------------------------------------*
      *
       77  WRK-PCT-RECEITA             PIC 9(003)      VALUE 080.
       77  WRK-PCT-CARTEIRA            PIC 9(003)      VALUE 020.
      *
      *----------------------------------------------------------------*
      *    PERIODO DA META, LIMITES DO MES E JANELA DE 12 MESES DO     *
      *    HISTORICO (ALVO-12 A ALVO-1). MESES SAO CONVERTIDOS EM      *
      *    NUMERO SEQUENCIAL (ANO X 12 + MES - 1) PARA AS CONTAS.      *
      *----------------------------------------------------------------*
      *
       01  WRK-PERIODO-ALVO-G.
           05 WRK-PERIODO-ALVO         PIC 9(006)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO-ALVO.
              10 WRK-ALVO-ANO          PIC 9(004).
              10 WRK-ALVO-MES          PIC 9(002).
       01  WRK-PERIODO-LIDO-G.
           05 WRK-PERIODO-LIDO         PIC 9(006)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO-LIDO.
              10 WRK-PLID-ANO          PIC 9(004).
              10 WRK-PLID-MES          PIC 9(002).
       77  WRK-MESNUM-ALVO             PIC 9(006) COMP VALUE ZEROS.
       77  WRK-MESNUM-INICIO           PIC 9(006) COMP VALUE ZEROS.
       77  WRK-MESNUM-LIDO             PIC 9(006) COMP VALUE ZEROS.
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-INI-MES            PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM-MES            PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-PROX-MES           PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-INI-MES             PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-PROX-MES            PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-MES                PIC 9(003)      VALUE ZEROS.
       77  WRK-AUS-INI                 PIC 9(008)      VALUE ZEROS.
       77  WRK-AUS-FIM                 PIC 9(008)      VALUE ZEROS.
       77  WRK-AUS-DIAS                PIC 9(003)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ALVOS APROVADOS DO PERIODO (TERRITORIO EM BRANCO = EMPRESA) *
      *    E SEUS ACUMULADORES.                                        *
      *----------------------------------------------------------------*
      *
       01  WRK-MODO-EMPRESA-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-MODO-EMPRESA                        VALUE 'S'.
       77  WRK-QTDE-ALVO               PIC 9(003)      VALUE ZEROS.
       77  WRK-IX-ALVO                 PIC 9(003)      VALUE ZEROS.
       77  WRK-ALVO-EMPRESA            PIC 9(003)      VALUE ZEROS.
       01  WRK-TERR-BUSCA              PIC X(005)      VALUE SPACES.
       01  WRK-ALVO-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-ALVO-ACHOU                          VALUE 'S'.
       01  TAB-ALVOS.
           05 TAB-ALV-ENTRY                          OCCURS 100 TIMES.
              10 TAB-ALV-TERRIT        PIC X(005).
              10 TAB-ALV-VALOR         PIC 9(013)V99  COMP-3.
              10 TAB-ALV-SOMA-REC      PIC 9(013)V99  COMP-3.
              10 TAB-ALV-SOMA-CLI      PIC 9(007)     COMP-3.
              10 TAB-ALV-QTDE-VEND     PIC 9(005)     COMP-3.
              10 TAB-ALV-SOMA-PESO     PIC 9(005)V9(9) COMP-3.
              10 TAB-ALV-SOMA-COTA     PIC 9(013)V99  COMP-3.
              10 TAB-ALV-IX-MAIOR      PIC 9(004)     COMP-3.
      *
      *----------------------------------------------------------------*
      *    VENDEDORES, INDEXADOS PELO PROPRIO CODIGO (001 A 999).      *
      *----------------------------------------------------------------*
      *
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CLI                 PIC 9(003)      VALUE ZEROS.
       01  TAB-VENDEDORES.
           05 TAB-VND-ENTRY                          OCCURS 999 TIMES.
              10 TAB-VND-ATIVO         PIC X(001).
                 88 TAB-VND-E-ATIVO              VALUE 'S'.
              10 TAB-VND-NOME          PIC X(030).
              10 TAB-VND-TERRIT        PIC X(005).
              10 TAB-VND-IX-ALVO       PIC 9(003)     COMP-3.
              10 TAB-VND-RECEITA       PIC 9(013)V99  COMP-3.
              10 TAB-VND-QTDE-CLI      PIC 9(005)     COMP-3.
              10 TAB-VND-DIAS-AUS      PIC 9(003)     COMP-3.
              10 TAB-VND-PESO          PIC 9(003)V9(9) COMP-3.
              10 TAB-VND-COTA          PIC 9(013)V99  COMP-3.
      *
       77  WRK-BASE                    PIC 9(003)V9(9) VALUE ZEROS.
       77  WRK-RESIDUO                 PIC S9(013)V99  VALUE ZEROS.
       77  WRK-PARTIC                  PIC 9(003)V999  VALUE ZEROS.
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
       77  WRK-CLI-ANTERIOR            PIC 9(007)      VALUE ZEROS.
       01  WRK-CART-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CART-ACHOU                          VALUE 'S'.
       01  TAB-CARTEIRA.
           05 TAB-CART-ENTRY                         OCCURS 9999 TIMES.
              10 TAB-CART-COD-CLI      PIC 9(007).
              10 TAB-CART-VEN-PRIM     PIC 9(003).
      *
       77  WRK-QTDE-ALVO-LIDAS         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-ALVO-INVAL         PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-VEND-ATIVOS        PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-VEND-SEM-ALVO      PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-ALVO-SEM-VEND      PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-COTAS              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-HVND-LIDOS         PIC 9(007)      VALUE ZEROS.
       01  WRK-HVND-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-HVND-ABERTO                         VALUE 'S'.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-VALOR-ED                PIC Z(11)9.99.
       01  WRK-PARTIC-ED               PIC ZZ9.999.
       01  WRK-QTDE-ED                 PIC ZZZZ9.
      *
       01  WRK-LIN-ALVO.
           05 FILLER                   PIC X(013)      VALUE
              'ALVO PERIODO='.
           05 LIN-AL-PERIODO           PIC 9(006).
           05 FILLER                   PIC X(012)      VALUE
              ' TERRITORIO='.
           05 LIN-AL-TERRIT            PIC X(007).
           05 FILLER                   PIC X(007)      VALUE ' VALOR='.
           05 LIN-AL-VALOR             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(012)      VALUE
              ' VENDEDORES='.
           05 LIN-AL-QTDE              PIC ZZZZ9.
           05 FILLER                   PIC X(052)      VALUE SPACES.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(043)      VALUE
              '  VEN NOME                           TERR  '.
           05 FILLER                   PIC X(037)      VALUE
              '      FATURADO 12M CLIENTES AUSENTE'.
           05 FILLER                   PIC X(052)      VALUE
              ' PARTIC%               COTA'.
      *
       01  WRK-LIN-DET.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-TERRIT            PIC X(005).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-RECEITA           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 LIN-DT-QTDE-CLI          PIC ZZZZ9.
           05 FILLER                   PIC X(005)      VALUE SPACES.
           05 LIN-DT-DIAS-AUS          PIC ZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-DT-PARTIC            PIC ZZ9.999.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-COTA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(025)      VALUE SPACES.
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
           PERFORM 2000-ACUMULA-VENDAS THRU 2000-SAIDA
               UNTIL WRK-ARQHVND-FIM
      *
           PERFORM 2500-CALCULA-COTAS THRU 2500-SAIDA
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
           INITIALIZE TAB-ALVOS
                      TAB-VENDEDORES
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
           DISPLAY 'DISTRIBUI-META: PERIODO ' WRK-PERIODO-ALVO
      *
      *    LIMITES DO MES (PARA AS AUSENCIAS) E INICIO DA JANELA.
           COMPUTE WRK-DATA-INI-MES    = WRK-PERIODO-ALVO * 100 + 1
           IF WRK-ALVO-MES             EQUAL 12
               COMPUTE WRK-DATA-PROX-MES
                       = (WRK-ALVO-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE WRK-DATA-PROX-MES
                       = WRK-DATA-INI-MES + 100
           END-IF
           COMPUTE WRK-INT-INI-MES
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-INI-MES)
           COMPUTE WRK-INT-PROX-MES
                   = FUNCTION INTEGER-OF-DATE(WRK-DATA-PROX-MES)
           COMPUTE WRK-DIAS-MES = WRK-INT-PROX-MES - WRK-INT-INI-MES
           COMPUTE WRK-DATA-FIM-MES
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-PROX-MES - 1)
           COMPUTE WRK-MESNUM-ALVO     = WRK-ALVO-ANO * 12
                                       + WRK-ALVO-MES - 1
           COMPUTE WRK-MESNUM-INICIO   = WRK-MESNUM-ALVO - 12
      *
           PERFORM 1100-CARREGA-ALVOS THRU 1100-SAIDA
      *
           PERFORM 1200-LOCALIZA-ULT-CARTEIRA THRU 1200-SAIDA
           IF NOT WRK-TEM-CARTEIRA
               DISPLAY 'DISTRIBUI-META: NENHUMA CARTEIRA NO MANIFESTO '
                       '- EXECUTE GERENC-CARTEIRA ANTES'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1300-CARREGA-TAB-CARTEIRA THRU 1300-SAIDA
      *
           PERFORM 1400-CARREGA-VENDEDORES THRU 1400-SAIDA
           PERFORM 1500-CARREGA-AUSENCIAS THRU 1500-SAIDA
      *
      *    SEM HISTORICO O RATEIO SAI SO PELO TAMANHO DA CARTEIRA.
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-NAO-EXISTE
               DISPLAY 'DISTRIBUI-META: HISTORICO DE VENDAS AINDA NAO '
                       'CARREGADO - RATEIO SO PELA CARTEIRA'
               MOVE '10'               TO WRK-FS-ARQHVND
           ELSE
               SET WRK-HVND-ABERTO     TO TRUE
               MOVE LOW-VALUES         TO VENDA-CHAVE
               START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
                   INVALID KEY
                       MOVE '10'       TO WRK-FS-ARQHVND
                   NOT INVALID KEY
                       MOVE ZEROS      TO WRK-FS-ARQHVND
               END-START
               IF NOT WRK-ARQHVND-FIM
                   PERFORM 7100-LER-ARQHVND THRU 7100-SAIDA
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO E O PERIODO (AAAAMM)   *
      * DA LINHA DE COMANDO; SEM PERIODO, ASSUME O MES SEGUINTE.       *
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
               COMPUTE WRK-PERIODO-ALVO
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               IF  WRK-ALVO-MES GREATER ZEROS
               AND WRK-ALVO-MES LESS 13
               AND WRK-ALVO-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'DISTRIBUI-META: PERIODO ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES SEGUINTE'
                   MOVE ZEROS          TO WRK-PERIODO-ALVO
               END-IF
           END-IF
      *
           IF WRK-PERIODO-ALVO         EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-PERIODO-ALVO
               IF WRK-ALVO-MES         EQUAL 12
                   ADD 1               TO WRK-ALVO-ANO
                   MOVE 1              TO WRK-ALVO-MES
               ELSE
                   ADD 1               TO WRK-ALVO-MES
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'META-ALVO.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQALVO-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQABS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQABS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'META-PROPOSTA.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPROP-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS ALVOS APROVADOS DO PERIODO. LINHA DA EMPRESA        *
      * (TERRITORIO EM BRANCO) PREVALECE SOBRE AS DE TERRITORIO.       *
      *----------------------------------------------------------------*
       1100-CARREGA-ALVOS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQALVO
           IF NOT WRK-ARQALVO-OK
               DISPLAY 'DISTRIBUI-META: ARQUIVO DE METAS APROVADAS '
                       'NAO ENCONTRADO - ' NOME-ARQALVO-WS
               MOVE WRK-FS-ARQALVO     TO COMUNIC-COD-RETORNO
               MOVE 'ARQALVO'          TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1110-LER-ALVO THRU 1110-SAIDA
               UNTIL WRK-ARQALVO-FIM
           CLOSE ARQALVO
      *
           IF WRK-MODO-EMPRESA
               IF WRK-QTDE-ALVO        GREATER 1
                   DISPLAY 'DISTRIBUI-META: META DA EMPRESA INFORMADA '
                           '- LINHAS DE TERRITORIO IGNORADAS'
               END-IF
               MOVE TAB-ALV-ENTRY(WRK-ALVO-EMPRESA)
                                       TO TAB-ALV-ENTRY(1)
               MOVE 1                  TO WRK-QTDE-ALVO
           END-IF
      *
           IF WRK-QTDE-ALVO            EQUAL ZEROS
               DISPLAY 'DISTRIBUI-META: NENHUMA META APROVADA PARA '
                       'O PERIODO ' WRK-PERIODO-ALVO
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-ALVO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQALVO NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQALVO
                   GO TO 1110-SAIDA
           END-READ
      *
           IF REG-ARQALVO              EQUAL SPACES
           OR REG-ARQALVO(1:1)         EQUAL '*'
           OR ALVO-PERIODO             NOT NUMERIC
               GO TO 1110-SAIDA
           END-IF
           IF ALVO-PERIODO             NOT EQUAL WRK-PERIODO-ALVO
               GO TO 1110-SAIDA
           END-IF
           ADD 1                       TO WRK-QTDE-ALVO-LIDAS
      *
           IF FUNCTION TEST-NUMVAL(ALVO-VALOR) NOT EQUAL ZEROS
           OR FUNCTION NUMVAL(ALVO-VALOR) NOT GREATER ZEROS
               DISPLAY 'DISTRIBUI-META: VALOR INVALIDO NA META DO '
                       'TERRITORIO ' ALVO-TERRITORIO ' - IGNORADA'
               ADD 1                   TO WRK-QTDE-ALVO-INVAL
               GO TO 1110-SAIDA
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(ALVO-TERRITORIO)
                                       TO WRK-TERR-BUSCA
           PERFORM 2900-ACHA-ALVO THRU 2900-SAIDA
           IF WRK-ALVO-ACHOU
               DISPLAY 'DISTRIBUI-META: META REPETIDA PARA O '
                       'TERRITORIO ' WRK-TERR-BUSCA ' - IGNORADA'
               ADD 1                   TO WRK-QTDE-ALVO-INVAL
               GO TO 1110-SAIDA
           END-IF
           IF WRK-QTDE-ALVO            NOT LESS 100
               ADD 1                   TO WRK-QTDE-ALVO-INVAL
               GO TO 1110-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ALVO
           MOVE WRK-TERR-BUSCA         TO TAB-ALV-TERRIT(WRK-QTDE-ALVO)
           COMPUTE TAB-ALV-VALOR(WRK-QTDE-ALVO)
                   = FUNCTION NUMVAL(ALVO-VALOR)
           IF WRK-TERR-BUSCA           EQUAL SPACES
               SET WRK-MODO-EMPRESA    TO TRUE
               MOVE WRK-QTDE-ALVO      TO WRK-ALVO-EMPRESA
           END-IF
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA O NOME DO ARQUIVO DA ULTIMA LINHA DE GERENC-CARTEIRA    *
      * DO MANIFESTO (A ULTIMA LINHA E A CARTEIRA MAIS RECENTE).       *
      *----------------------------------------------------------------*
       1200-LOCALIZA-ULT-CARTEIRA      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CART-ULT-FLAG
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 1210-LER-LINHA-MANIF THRU 1210-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-LINHA-MANIF            SECTION.
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
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O VENDEDOR TITULAR DE CADA CLIENTE DA ULTIMA CARTEIRA  *
      * E CONTA O TAMANHO DA CARTEIRA DE CADA VENDEDOR.                *
      *----------------------------------------------------------------*
       1300-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'DISTRIBUI-META: FALHA AO ABRIR A CARTEIRA - '
                       WRK-NOME-ARQCARTU
               MOVE WRK-FS-ARQCARTU    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1310-LER-CARREGA-CART THRU 1310-SAIDA
               UNTIL WRK-ARQCARTU-FIM
      *
           CLOSE ARQCARTU
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-CARREGA-CART           SECTION.
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
                       IF REG-CART-VEN-1 GREATER ZEROS
                           ADD 1       TO TAB-VND-QTDE-CLI
                                          (REG-CART-VEN-1)
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS VENDEDORES ATIVOS E LIGA CADA UM AO ALVO DA EMPRESA *
      * OU DO SEU TERRITORIO. SEM ALVO NO TERRITORIO, FICA DE FORA.    *
      *----------------------------------------------------------------*
       1400-CARREGA-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'DISTRIBUI-META: CADASTRO DE VENDEDORES '
                       'INDISPONIVEL - FILE STATUS=' WRK-FS-ARQVEN01
               MOVE WRK-FS-ARQVEN01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVEN01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQVEN01
           END-START
           PERFORM 1410-LER-VENDEDOR THRU 1410-SAIDA
               UNTIL WRK-ARQVEN01-FIM
           CLOSE ARQVEN01
      *
           IF WRK-QTDE-VEND-ATIVOS     EQUAL ZEROS
               DISPLAY 'DISTRIBUI-META: NENHUM VENDEDOR ATIVO - '
                       'NADA A RATEAR'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1410-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVEN01
                   GO TO 1410-SAIDA
           END-READ
      *
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL ZEROS
           OR NOT EXEMPLO-STATUS-ATIVO OF ARQVEN01
               GO TO 1410-SAIDA
           END-IF
      *
           MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-IX-VEN
           MOVE 'S'                    TO TAB-VND-ATIVO(WRK-IX-VEN)
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO TAB-VND-NOME(WRK-IX-VEN)
           MOVE EXEMPLO-TERRITORIO OF ARQVEN01
                                       TO TAB-VND-TERRIT(WRK-IX-VEN)
           ADD 1                       TO WRK-QTDE-VEND-ATIVOS
      *
           IF WRK-MODO-EMPRESA
               MOVE 1                  TO TAB-VND-IX-ALVO(WRK-IX-VEN)
           ELSE
               MOVE FUNCTION UPPER-CASE(TAB-VND-TERRIT(WRK-IX-VEN))
                                       TO WRK-TERR-BUSCA
               PERFORM 2900-ACHA-ALVO THRU 2900-SAIDA
               IF WRK-ALVO-ACHOU
                   MOVE WRK-IX-ALVO    TO TAB-VND-IX-ALVO(WRK-IX-VEN)
               ELSE
                   ADD 1               TO WRK-QTDE-VEND-SEM-ALVO
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA OS DIAS DE AUSENCIA PLANEJADA DE CADA VENDEDOR DENTRO DO  *
      * MES DA META (SO A PARTE DO PERIODO QUE CAI NO MES). SEM O      *
      * CALENDARIO DE AUSENCIAS, NINGUEM TEM DESCONTO.                 *
      *----------------------------------------------------------------*
       1500-CARREGA-AUSENCIAS          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQABS01
           IF NOT WRK-ARQABS01-OK
               GO TO 1500-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO AUSENCIA-CHAVE
           START ARQABS01 KEY IS GREATER THAN OR EQUAL AUSENCIA-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQABS01
           END-START
           PERFORM 1510-LER-AUSENCIA THRU 1510-SAIDA
               UNTIL WRK-ARQABS01-FIM
           CLOSE ARQABS01
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LER-AUSENCIA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQABS01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQABS01
                   GO TO 1510-SAIDA
           END-READ
      *
           IF AUSENCIA-COD-VEN         EQUAL ZEROS
           OR AUSENCIA-DATA-INI        GREATER WRK-DATA-FIM-MES
           OR AUSENCIA-DATA-FIM        LESS WRK-DATA-INI-MES
               GO TO 1510-SAIDA
           END-IF
      *
           MOVE AUSENCIA-DATA-INI      TO WRK-AUS-INI
           IF WRK-AUS-INI              LESS WRK-DATA-INI-MES
               MOVE WRK-DATA-INI-MES   TO WRK-AUS-INI
           END-IF
           MOVE AUSENCIA-DATA-FIM      TO WRK-AUS-FIM
           IF WRK-AUS-FIM              GREATER WRK-DATA-FIM-MES
               MOVE WRK-DATA-FIM-MES   TO WRK-AUS-FIM
           END-IF
           COMPUTE WRK-AUS-DIAS
                   = FUNCTION INTEGER-OF-DATE(WRK-AUS-FIM)
                   - FUNCTION INTEGER-OF-DATE(WRK-AUS-INI) + 1
      *
           MOVE AUSENCIA-COD-VEN       TO WRK-IX-VEN
           ADD WRK-AUS-DIAS            TO TAB-VND-DIAS-AUS(WRK-IX-VEN)
           IF TAB-VND-DIAS-AUS(WRK-IX-VEN) GREATER WRK-DIAS-MES
               MOVE WRK-DIAS-MES       TO TAB-VND-DIAS-AUS(WRK-IX-VEN)
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA O FATURADO DOS 12 MESES ANTERIORES AO PERIODO DA META NO  *
      * TITULAR ATUAL DE CADA CLIENTE (RESUMOS ANUAIS - MES 13 - DO    *
      * ARQUIVAMENTO FICAM DE FORA).                                   *
      *----------------------------------------------------------------*
       2000-ACUMULA-VENDAS             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-HVND-LIDOS
           MOVE VENDA-PERIODO          TO WRK-PERIODO-LIDO
           IF  WRK-PLID-MES GREATER ZEROS
           AND WRK-PLID-MES LESS 13
               COMPUTE WRK-MESNUM-LIDO = WRK-PLID-ANO * 12
                                       + WRK-PLID-MES - 1
               IF  WRK-MESNUM-LIDO NOT LESS WRK-MESNUM-INICIO
               AND WRK-MESNUM-LIDO LESS WRK-MESNUM-ALVO
      *            O HISTORICO VEM NA ORDEM DO CLIENTE: SO BUSCA O
      *            TITULAR QUANDO O CLIENTE MUDA.
                   IF VENDA-COD-CLI    NOT EQUAL WRK-CLI-ANTERIOR
                       MOVE VENDA-COD-CLI
                                       TO WRK-CLI-ANTERIOR
                       PERFORM 2200-BUSCA-TITULAR THRU 2200-SAIDA
                   END-IF
                   IF WRK-VEN-CLI      GREATER ZEROS
                       ADD VENDA-VALOR TO TAB-VND-RECEITA(WRK-VEN-CLI)
                   END-IF
               END-IF
           END-IF
      *
           PERFORM 7100-LER-ARQHVND THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULAR DO CLIENTE NA ULTIMA CARTEIRA (000 = FORA DA CARTEIRA).*
      *----------------------------------------------------------------*
       2200-BUSCA-TITULAR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VEN-CLI
           MOVE VENDA-COD-CLI          TO WRK-CLI-BUSCA
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
           PERFORM 2210-TESTA-ENTRADA-CART THRU 2210-SAIDA
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
           IF WRK-CART-ACHOU
               MOVE TAB-CART-VEN-PRIM(WRK-IX-CART)
                                       TO WRK-VEN-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-TESTA-ENTRADA-CART         SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RATEIO: (1) SOMA FATURADO E CLIENTES POR ALVO; (2) PESO DE     *
      * CADA VENDEDOR = BASE X DIAS DISPONIVEIS / DIAS DO MES; (3)     *
      * COTA = ALVO X PESO / SOMA DOS PESOS, TRUNCADA NO CENTAVO; (4)  *
      * A SOBRA DO TRUNCAMENTO VAI PARA O VENDEDOR DE MAIOR PESO.      *
      *----------------------------------------------------------------*
       2500-CALCULA-COTAS              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2510-SOMA-ALVO THRU 2510-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 999
           PERFORM 2520-PESO-VENDEDOR THRU 2520-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 999
           PERFORM 2530-COTA-VENDEDOR THRU 2530-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 999
           PERFORM 2540-FECHA-ALVO THRU 2540-SAIDA
               VARYING WRK-IX-ALVO FROM 1 BY 1
               UNTIL WRK-IX-ALVO GREATER WRK-QTDE-ALVO
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-SOMA-ALVO                  SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT TAB-VND-E-ATIVO(WRK-IX-VEN)
           OR TAB-VND-IX-ALVO(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2510-SAIDA
           END-IF
      *
           MOVE TAB-VND-IX-ALVO(WRK-IX-VEN)
                                       TO WRK-IX-ALVO
           ADD TAB-VND-RECEITA(WRK-IX-VEN)
                                       TO TAB-ALV-SOMA-REC(WRK-IX-ALVO)
           ADD TAB-VND-QTDE-CLI(WRK-IX-VEN)
                                       TO TAB-ALV-SOMA-CLI(WRK-IX-ALVO)
           ADD 1                       TO TAB-ALV-QTDE-VEND
                                          (WRK-IX-ALVO)
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BASE DO VENDEDOR NO SEU ALVO. SEM FATURADO NO ALVO, VALE SO A  *
      * CARTEIRA; SEM CARTEIRA TAMBEM, O ALVO E DIVIDIDO POR IGUAL.    *
      *----------------------------------------------------------------*
       2520-PESO-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT TAB-VND-E-ATIVO(WRK-IX-VEN)
           OR TAB-VND-IX-ALVO(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2520-SAIDA
           END-IF
      *
           MOVE TAB-VND-IX-ALVO(WRK-IX-VEN)
                                       TO WRK-IX-ALVO
           EVALUATE TRUE
               WHEN TAB-ALV-SOMA-REC(WRK-IX-ALVO) GREATER ZEROS
                AND TAB-ALV-SOMA-CLI(WRK-IX-ALVO) GREATER ZEROS
                   COMPUTE WRK-BASE
                       = WRK-PCT-RECEITA / 100
                       * TAB-VND-RECEITA(WRK-IX-VEN)
                       / TAB-ALV-SOMA-REC(WRK-IX-ALVO)
                       + WRK-PCT-CARTEIRA / 100
                       * TAB-VND-QTDE-CLI(WRK-IX-VEN)
                       / TAB-ALV-SOMA-CLI(WRK-IX-ALVO)
               WHEN TAB-ALV-SOMA-CLI(WRK-IX-ALVO) GREATER ZEROS
                   COMPUTE WRK-BASE
                       = TAB-VND-QTDE-CLI(WRK-IX-VEN)
                       / TAB-ALV-SOMA-CLI(WRK-IX-ALVO)
               WHEN OTHER
                   COMPUTE WRK-BASE
                       = 1 / TAB-ALV-QTDE-VEND(WRK-IX-ALVO)
           END-EVALUATE
      *
           COMPUTE TAB-VND-PESO(WRK-IX-VEN)
                   = WRK-BASE
                   * (WRK-DIAS-MES - TAB-VND-DIAS-AUS(WRK-IX-VEN))
                   / WRK-DIAS-MES
           ADD TAB-VND-PESO(WRK-IX-VEN)
                                       TO TAB-ALV-SOMA-PESO
                                          (WRK-IX-ALVO)
           .
      *----------------------------------------------------------------*
       2520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2530-COTA-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT TAB-VND-E-ATIVO(WRK-IX-VEN)
           OR TAB-VND-IX-ALVO(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2530-SAIDA
           END-IF
      *
           MOVE TAB-VND-IX-ALVO(WRK-IX-VEN)
                                       TO WRK-IX-ALVO
           IF TAB-ALV-SOMA-PESO(WRK-IX-ALVO) EQUAL ZEROS
               GO TO 2530-SAIDA
           END-IF
      *
           COMPUTE TAB-VND-COTA(WRK-IX-VEN)
                   = TAB-ALV-VALOR(WRK-IX-ALVO)
                   * TAB-VND-PESO(WRK-IX-VEN)
                   / TAB-ALV-SOMA-PESO(WRK-IX-ALVO)
           ADD TAB-VND-COTA(WRK-IX-VEN)
                                       TO TAB-ALV-SOMA-COTA
                                          (WRK-IX-ALVO)
      *
           IF TAB-ALV-IX-MAIOR(WRK-IX-ALVO) EQUAL ZEROS
               MOVE WRK-IX-VEN         TO TAB-ALV-IX-MAIOR(WRK-IX-ALVO)
           ELSE
               IF TAB-VND-PESO(WRK-IX-VEN) GREATER
                  TAB-VND-PESO(TAB-ALV-IX-MAIOR(WRK-IX-ALVO))
                   MOVE WRK-IX-VEN     TO TAB-ALV-IX-MAIOR
                                          (WRK-IX-ALVO)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2530-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O ALVO NO VALOR APROVADO (SOBRA DO TRUNCAMENTO PARA O    *
      * MAIOR PESO). ALVO SEM NENHUM VENDEDOR DISPONIVEL FICA ABERTO.  *
      *----------------------------------------------------------------*
       2540-FECHA-ALVO                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ALV-SOMA-PESO(WRK-IX-ALVO) EQUAL ZEROS
           OR TAB-ALV-IX-MAIOR(WRK-IX-ALVO) EQUAL ZEROS
               ADD 1                   TO WRK-QTDE-ALVO-SEM-VEND
               GO TO 2540-SAIDA
           END-IF
      *
           COMPUTE WRK-RESIDUO = TAB-ALV-VALOR(WRK-IX-ALVO)
                               - TAB-ALV-SOMA-COTA(WRK-IX-ALVO)
           MOVE TAB-ALV-IX-MAIOR(WRK-IX-ALVO)
                                       TO WRK-IX-VEN
           ADD WRK-RESIDUO             TO TAB-VND-COTA(WRK-IX-VEN)
           ADD WRK-RESIDUO             TO TAB-ALV-SOMA-COTA(WRK-IX-ALVO)
           .
      *----------------------------------------------------------------*
       2540-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O ALVO DO TERRITORIO WRK-TERR-BUSCA.                  *
      *----------------------------------------------------------------*
       2900-ACHA-ALVO                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ALVO-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-ALVO
           PERFORM 2910-TESTA-ALVO THRU 2910-SAIDA
               UNTIL WRK-IX-ALVO GREATER WRK-QTDE-ALVO
                  OR WRK-ALVO-ACHOU
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2910-TESTA-ALVO                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ALV-TERRIT(WRK-IX-ALVO) EQUAL WRK-TERR-BUSCA
               MOVE 'S'                TO WRK-ALVO-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-ALVO
           END-IF
           .
      *----------------------------------------------------------------*
       2910-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - GRAVA A PROPOSTA E O RELATORIO DO      *
      * RATEIO, ALVO A ALVO, E OS VENDEDORES QUE FICARAM SEM ALVO.     *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-HVND-ABERTO
               CLOSE ARQHVND
           END-IF
      *
           OPEN OUTPUT ARQPROP
           IF NOT WRK-ARQPROP-OK
               DISPLAY 'DISTRIBUI-META: FALHA AO CRIAR A PROPOSTA - '
                       'FILE STATUS=' WRK-FS-ARQPROP
               MOVE WRK-FS-ARQPROP     TO COMUNIC-COD-RETORNO
               MOVE 'ARQPROP'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'META_PROPOSTA_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
      *
           MOVE SPACES                 TO METAPROP-REG
           STRING '* PROPOSTA DE METAS DO PERIODO ' WRK-PERIODO-ALVO
                  ' GERADA EM ' WRK-STAMP
                  ' - REVISE AS COTAS E CARREGUE COM CARGA-META'
                  DELIMITED BY SIZE INTO METAPROP-REG
           END-STRING
           WRITE METAPROP-REG
           MOVE SPACES                 TO METAPROP-REG
           STRING '* T PERIOD TERR  VEN           VALOR '
                  '   FATURADO 12M CLIEN AU PARTIC% NOME'
                  DELIMITED BY SIZE INTO METAPROP-REG
           END-STRING
           WRITE METAPROP-REG
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PROPOSTA DE METAS POR VENDEDOR - PERIODO '
                  WRK-PERIODO-ALVO ' - BASE ' WRK-PCT-RECEITA
                  '% FATURADO 12 MESES + ' WRK-PCT-CARTEIRA
                  '% TAMANHO DA CARTEIRA, MENOS AUSENCIAS'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CARTEIRA ' FUNCTION TRIM(WRK-NOME-ARQCARTU)
                  ' - PROPOSTA EM ' FUNCTION TRIM(NOME-ARQPROP-WS)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           PERFORM 3100-GRAVA-ALVO THRU 3100-SAIDA
               VARYING WRK-IX-ALVO FROM 1 BY 1
               UNTIL WRK-IX-ALVO GREATER WRK-QTDE-ALVO
      *
           IF WRK-QTDE-VEND-SEM-ALVO   GREATER ZEROS
               MOVE SPACES             TO REG-ARQREL01
               WRITE REG-ARQREL01
               MOVE SPACES             TO REG-ARQREL01
               STRING 'VENDEDORES ATIVOS SEM META APROVADA PARA O '
                      'SEU TERRITORIO (FORA DA PROPOSTA)'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
               PERFORM 3200-LISTA-SEM-ALVO THRU 3200-SAIDA
                   VARYING WRK-IX-VEN FROM 1 BY 1
                   UNTIL WRK-IX-VEN GREATER 999
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL: ALVOS=' WRK-QTDE-ALVO
                  ' ALVOS IGNORADOS=' WRK-QTDE-ALVO-INVAL
                  ' COTAS=' WRK-QTDE-COTAS
                  ' VENDEDORES SEM ALVO=' WRK-QTDE-VEND-SEM-ALVO
                  ' ALVOS SEM VENDEDOR=' WRK-QTDE-ALVO-SEM-VEND
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQPROP
                 ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'DISTRIBUI-META: COTAS PROPOSTAS: ' WRK-QTDE-COTAS
           DISPLAY 'DISTRIBUI-META: PROPOSTA.......: '
                   FUNCTION TRIM(NOME-ARQPROP-WS)
      *
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
           IF WRK-QTDE-ALVO-SEM-VEND   GREATER ZEROS
               DISPLAY 'DISTRIBUI-META: ' WRK-QTDE-ALVO-SEM-VEND
                       ' ALVO(S) SEM VENDEDOR DISPONIVEL - A CARGA '
                       'RECUSA A PROPOSTA ATE A CORRECAO'
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRO 'A' DO ALVO SEGUIDO DAS COTAS DOS SEUS VENDEDORES,    *
      * NA PROPOSTA E NO RELATORIO.                                    *
      *----------------------------------------------------------------*
       3100-GRAVA-ALVO                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO METAPROP-REG
           MOVE 'A'                    TO METAPROP-TIPO
           MOVE WRK-PERIODO-ALVO       TO METAPROP-PERIODO
           MOVE TAB-ALV-TERRIT(WRK-IX-ALVO)
                                       TO METAPROP-TERRITORIO
           MOVE TAB-ALV-VALOR(WRK-IX-ALVO)
                                       TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED           TO METAPROP-VALOR
           WRITE METAPROP-REG
      *
           MOVE WRK-PERIODO-ALVO       TO LIN-AL-PERIODO
           IF TAB-ALV-TERRIT(WRK-IX-ALVO) EQUAL SPACES
               MOVE 'EMPRESA'          TO LIN-AL-TERRIT
           ELSE
               MOVE TAB-ALV-TERRIT(WRK-IX-ALVO)
                                       TO LIN-AL-TERRIT
           END-IF
           MOVE TAB-ALV-VALOR(WRK-IX-ALVO)
                                       TO LIN-AL-VALOR
           MOVE TAB-ALV-QTDE-VEND(WRK-IX-ALVO)
                                       TO LIN-AL-QTDE
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-ALVO
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           PERFORM 3150-GRAVA-COTA THRU 3150-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 999
      *
           IF TAB-ALV-SOMA-PESO(WRK-IX-ALVO) EQUAL ZEROS
               MOVE SPACES             TO REG-ARQREL01
               STRING '  *** NENHUM VENDEDOR DISPONIVEL NO MES - '
                      'ALVO NAO RATEADO ***'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3150-GRAVA-COTA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT TAB-VND-E-ATIVO(WRK-IX-VEN)
           OR TAB-VND-IX-ALVO(WRK-IX-VEN) NOT EQUAL WRK-IX-ALVO
               GO TO 3150-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-PARTIC
           IF TAB-ALV-VALOR(WRK-IX-ALVO) GREATER ZEROS
               COMPUTE WRK-PARTIC ROUNDED
                       = TAB-VND-COTA(WRK-IX-VEN) * 100
                       / TAB-ALV-VALOR(WRK-IX-ALVO)
           END-IF
      *
           MOVE SPACES                 TO METAPROP-REG
           MOVE 'C'                    TO METAPROP-TIPO
           MOVE WRK-PERIODO-ALVO       TO METAPROP-PERIODO
           MOVE TAB-ALV-TERRIT(WRK-IX-ALVO)
                                       TO METAPROP-TERRITORIO
           MOVE WRK-IX-VEN             TO METAPROP-COD-VEN
           MOVE TAB-VND-COTA(WRK-IX-VEN)
                                       TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED           TO METAPROP-VALOR
           MOVE TAB-VND-RECEITA(WRK-IX-VEN)
                                       TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED           TO METAPROP-RECEITA-12M
           MOVE TAB-VND-QTDE-CLI(WRK-IX-VEN)
                                       TO WRK-QTDE-ED
           MOVE WRK-QTDE-ED            TO METAPROP-QTDE-CLI
           MOVE TAB-VND-DIAS-AUS(WRK-IX-VEN)
                                       TO WRK-AUS-DIAS
           MOVE WRK-AUS-DIAS(2:2)      TO METAPROP-DIAS-AUS
           MOVE WRK-PARTIC             TO WRK-PARTIC-ED
           MOVE WRK-PARTIC-ED          TO METAPROP-PARTIC
           MOVE TAB-VND-NOME(WRK-IX-VEN)
                                       TO METAPROP-NOME
           WRITE METAPROP-REG
           ADD 1                       TO WRK-QTDE-COTAS
      *
           MOVE WRK-IX-VEN             TO LIN-DT-VEN
           MOVE TAB-VND-NOME(WRK-IX-VEN)
                                       TO LIN-DT-NOME
           MOVE TAB-VND-TERRIT(WRK-IX-VEN)
                                       TO LIN-DT-TERRIT
           MOVE TAB-VND-RECEITA(WRK-IX-VEN)
                                       TO LIN-DT-RECEITA
           MOVE TAB-VND-QTDE-CLI(WRK-IX-VEN)
                                       TO LIN-DT-QTDE-CLI
           MOVE TAB-VND-DIAS-AUS(WRK-IX-VEN)
                                       TO LIN-DT-DIAS-AUS
           MOVE WRK-PARTIC             TO LIN-DT-PARTIC
           MOVE TAB-VND-COTA(WRK-IX-VEN)
                                       TO LIN-DT-COTA
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3200-LISTA-SEM-ALVO             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT TAB-VND-E-ATIVO(WRK-IX-VEN)
           OR TAB-VND-IX-ALVO(WRK-IX-VEN) NOT EQUAL ZEROS
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '  ' WRK-IX-VEN(2:3) ' ' TAB-VND-NOME(WRK-IX-VEN)
                  ' TERRITORIO=' TAB-VND-TERRIT(WRK-IX-VEN)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
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
           MOVE WRK-QTDE-COTAS         TO WRK-MANIF-QTDE
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
      *END PROGRAM DISTRIBUI-META.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. SEGMENTA-RFM.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: SEGMENTA-RFM                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: SEGMENTACAO MENSAL DA BASE DE CLIENTES ATIVOS  *
      *                 POR RECENCIA (MESES DESDE A ULTIMA VENDA EM    *
      *                 ARQHVND OU PEDIDO FATURADO), FREQUENCIA (MESES *
      *                 COM VENDA NOS 12 ULTIMOS) E VALOR (FATURADO    *
      *                 NOS 12 ULTIMOS MESES). CADA DIMENSAO RECEBE    *
      *                 NOTA DE 1 A 5 E A COMBINACAO DEFINE O SEGMENTO *
      *                 (CAMPEAO, FIEL, NOVO, PROMISSOR, ATENCAO, EM   *
      *                 RISCO, HIBERNANDO, PERDIDO, SEM COMPRA),       *
      *                 GRAVADO NO ARQUIVO LATERAL ARQRFM POR CLIENTE. *
      *                 O RELATORIO TRAZ OS CLIENTES QUE MUDARAM DE    *
      *                 SEGMENTO DESDE A APURACAO ANTERIOR E A         *
      *                 DISTRIBUICAO DOS SEGMENTOS POR VENDEDOR        *
      *                 (TITULAR NA ULTIMA CARTEIRA) E POR TERRITORIO. *
      *                 AO CONTRARIO DO CLASSIFICA-TIER, QUE SO OLHA O *
      *                 VOLUME DE 12 MESES, AQUI O CLIENTE QUE PAROU   *
      *                 DE COMPRAR CAI DE SEGMENTO PELA RECENCIA.      *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DE REFERENCIA (AAAAMM) NA LINHA DE        *
      *                 COMANDO (PADRAO = MES ANTERIOR AO ATUAL).      *
      *    ENTRADA.....: <DIR-DADOS>RFM-CORTES.TXT (OPCIONAL: NOTA 2-5 *
      *                 + VALOR MINIMO DE 12 MESES PARA A NOTA DE      *
      *                 VALOR; SEM ELE VALEM OS CORTES PADRAO).        *
      *    SAIDAS......: ARQRFM.DAT                                    *
      *                 <DIR-RELAT>SEGMENTOS_RFM_<STAMP>.TXT           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQRFM                          RFM-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA SEGMENTACAO RFM.        *
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
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
           SELECT ARQRFM   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RFM-COD-CLI
               FILE STATUS             IS WRK-FS-ARQRFM.
      *
           SELECT ARQCORTE ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCORTE.
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
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQRFM
            VALUE OF FILE-ID IS NOME-ARQRFM-WS
            COPY "RFM-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: CORTES DA NOTA DE VALOR (NOTA + VALOR MINIMO).       *
      *----------------------------------------------------------------*
      *
         FD ARQCORTE
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQCORTE-WS.
      *
       01  REG-ARQCORTE.
           05 CORTE-NOTA               PIC  X(001).
           05 CORTE-VALOR              PIC  X(015).
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
           'SEGMENTA-RFM'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQRFM-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQRFM.DAT'.
       01 NOME-ARQCORTE-WS             PIC X(050)      VALUE
                                      'C:\GERENC\RFM-CORTES.TXT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE ZEROS.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQRFM               PIC X(002)      VALUE SPACES.
           88  WRK-ARQRFM-OK                           VALUE '00' '05'.
           88  WRK-ARQRFM-NAO-EXISTE                   VALUE '35'.
       01  WRK-FS-ARQCORTE             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCORTE-OK                         VALUE ZEROS.
           88  WRK-ARQCORTE-FIM                        VALUE '10'.
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
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
       01  WRK-VND-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-VND-FIM                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    MES DE REFERENCIA E JANELA DOS 12 MESES QUE TERMINA NELE,   *
      *    EM CALENDARIO DE MESES CORRIDOS (ANO*12+MES).               *
      *----------------------------------------------------------------*
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-RFM             PIC 9(006)      VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       01  WRK-PERIODO-CALC-N REDEFINES WRK-PERIODO-CALC
                                       PIC 9(006).
       01  WRK-DATA-AUX                PIC 9(008)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-AUX.
           05 WRK-DAUX-ANO             PIC 9(004).
           05 WRK-DAUX-MES             PIC 9(002).
           05 WRK-DAUX-DIA             PIC 9(002).
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       77  WRK-MESES-REF               PIC 9(007) COMP VALUE ZEROS.
       77  WRK-MESES-JAN-INI           PIC 9(007) COMP VALUE ZEROS.
       77  WRK-MESES-LIDO              PIC 9(007) COMP VALUE ZEROS.
       77  WRK-PER-JANELA-INI          PIC 9(006)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CORTES DA NOTA DE VALOR (FATURADO DE 12 MESES). PADRAO      *
      *    EQUIVALENTE A UMA MEDIA MENSAL DE 10.000 / 5.000 / 2.000 /  *
      *    500; RFM-CORTES.TXT SUBSTITUI O QUE TROUXER.                *
      *----------------------------------------------------------------*
      *
       77  WRK-CORTE-M5                PIC 9(013)V99   VALUE 120000.
       77  WRK-CORTE-M4                PIC 9(013)V99   VALUE 060000.
       77  WRK-CORTE-M3                PIC 9(013)V99   VALUE 024000.
       77  WRK-CORTE-M2                PIC 9(013)V99   VALUE 006000.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DA ULTIMA CARTEIRA NO MANIFESTO E TITULAR DE    *
      *    CADA CLIENTE NELA.                                          *
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
      *    PEDIDOS FATURADOS (OU JA ENTREGUES) POR CLIENTE, CARREGADOS *
      *    ANTES DA PASSADA NO CADASTRO: PRIMEIRO E ULTIMO MES E VALOR *
      *    POR MES DA JANELA. O MES QUE AINDA NAO CHEGOU AO ARQHVND    *
      *    (CARGA MENSAL DO CAMPO) ENTRA PELO VALOR DOS PEDIDOS.       *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-PFT                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-PFT                  PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-QTDE-PFT-CHEIA          PIC 9(007)      VALUE ZEROS.
       01  WRK-PFT-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-PFT-ACHOU                           VALUE 'S'.
       01  TAB-PED-FATURADOS.
           05 TAB-PFT-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-PFT-COD-CLI       PIC 9(007).
              10 TAB-PFT-PRI-MES       PIC 9(007).
              10 TAB-PFT-ULT-MES       PIC 9(007).
              10 TAB-PFT-VALOR         PIC 9(011)V99
                                       OCCURS 12 TIMES.
      *
      *----------------------------------------------------------------*
      *    APURACAO DO CLIENTE CORRENTE.                               *
      *----------------------------------------------------------------*
      *
       01  TAB-MESES-CLI.
           05 TAB-MES-VALOR            PIC 9(011)V99
                                       OCCURS 12 TIMES.
       77  WRK-IX-MES                  PIC 9(002)      VALUE ZEROS.
       77  WRK-CLI-PRI-MES             PIC 9(007)      VALUE ZEROS.
       77  WRK-CLI-ULT-MES             PIC 9(007)      VALUE ZEROS.
       77  WRK-MESES-SEM-VENDA         PIC 9(003)      VALUE ZEROS.
       77  WRK-MESES-COM-VENDA         PIC 9(002)      VALUE ZEROS.
       77  WRK-VALOR-12M               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-NOTA-R                  PIC 9(001)      VALUE ZEROS.
       77  WRK-NOTA-F                  PIC 9(001)      VALUE ZEROS.
       77  WRK-NOTA-M                  PIC 9(001)      VALUE ZEROS.
       01  WRK-SEG-NOVO                PIC X(002)      VALUE SPACES.
       01  WRK-SEG-ANT                 PIC X(002)      VALUE SPACES.
       77  WRK-VEN-CLI                 PIC 9(003)      VALUE ZEROS.
       01  WRK-TERR-CLI                PIC X(005)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    SEGMENTOS, NA ORDEM DAS COLUNAS DO RELATORIO.               *
      *----------------------------------------------------------------*
      *
       01  TAB-SEGMENTOS-DEF.
           05 FILLER                   PIC X(017)      VALUE
              'CPCAMPEAO        '.
           05 FILLER                   PIC X(017)      VALUE
              'FIFIEL           '.
           05 FILLER                   PIC X(017)      VALUE
              'NVNOVO           '.
           05 FILLER                   PIC X(017)      VALUE
              'PRPROMISSOR      '.
           05 FILLER                   PIC X(017)      VALUE
              'ATPRECISA ATENCAO'.
           05 FILLER                   PIC X(017)      VALUE
              'RIEM RISCO       '.
           05 FILLER                   PIC X(017)      VALUE
              'HBHIBERNANDO     '.
           05 FILLER                   PIC X(017)      VALUE
              'PDPERDIDO        '.
           05 FILLER                   PIC X(017)      VALUE
              'SCSEM COMPRA     '.
       01  TAB-SEGMENTOS REDEFINES TAB-SEGMENTOS-DEF.
           05 TAB-SEG-ENTRY                          OCCURS 9 TIMES.
              10 TAB-SEG-COD           PIC X(002).
              10 TAB-SEG-NOME          PIC X(015).
       77  WRK-IX-SEG                  PIC 9(002)      VALUE ZEROS.
       77  WRK-IX-SEG-BUSCA            PIC 9(002)      VALUE ZEROS.
       01  WRK-SEG-BUSCA               PIC X(002)      VALUE SPACES.
       01  WRK-SEG-NOME-ACHADO         PIC X(015)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    DISTRIBUICAO POR VENDEDOR (POSICAO = CODIGO + 1; A 1 E O    *
      *    VENDEDOR 000 = SEM TITULAR), POR TERRITORIO E GERAL.        *
      *----------------------------------------------------------------*
      *
       01  TAB-VEN-SEGMENTOS.
           05 TAB-VEN-ENTRY                          OCCURS 1000 TIMES.
              10 TAB-VEN-CONT          PIC 9(005)
                                       OCCURS 9 TIMES.
              10 TAB-VEN-TOTAL         PIC 9(005).
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
      *
       01  TAB-TERRITORIOS.
           05 TAB-TER-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-TER-ENTRY                          OCCURS 500 TIMES.
              10 TAB-TER-CHAVE         PIC X(005).
              10 TAB-TER-CONT          PIC 9(005)
                                       OCCURS 9 TIMES.
              10 TAB-TER-TOTAL         PIC 9(005).
              10 TAB-TER-IMPRESSO      PIC X(001).
       77  IND-TER                     PIC 9(004) COMP VALUE ZEROS.
       77  WRK-TER-MENOR               PIC 9(004) COMP VALUE ZEROS.
       01  WRK-TER-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TER-ACHOU                           VALUE 'S'.
       01  WRK-TER-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TER-FIM                             VALUE 'S'.
       01  WRK-AVISO-TER-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-TER                           VALUE 'S'.
      *
       01  TAB-TOT-SEGMENTOS.
           05 TAB-TOT-CONT             PIC 9(007)
                                       OCCURS 9 TIMES.
      *
       77  WRK-TOT-LIDOS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ATIVOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-MUDANCAS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-NAO-GRAVADOS        PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PED-LIDOS           PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO.                                        *
      *----------------------------------------------------------------*
      *
       01  WRK-LIN-CAB-MUD.
           05 FILLER                   PIC X(049)      VALUE
              'CLIENTE NOME'.
           05 FILLER                   PIC X(004)      VALUE 'VEN '.
           05 FILLER                   PIC X(013)      VALUE 'TERRIT'.
           05 FILLER                   PIC X(020)      VALUE 'DE'.
           05 FILLER                   PIC X(016)      VALUE 'PARA'.
           05 FILLER                   PIC X(004)      VALUE 'RFM '.
           05 FILLER                   PIC X(004)      VALUE 'MES '.
           05 FILLER                   PIC X(016)      VALUE
              '  VALOR 12 MESES'.
      *
       01  WRK-LIN-MUD.
           05 LIN-MD-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-MD-NOME              PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-MD-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-MD-TERR              PIC X(005).
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 LIN-MD-DE                PIC X(015).
           05 FILLER                   PIC X(005)      VALUE ' -> '.
           05 LIN-MD-PARA              PIC X(015).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-MD-NOTA-R            PIC 9(001).
           05 LIN-MD-NOTA-F            PIC 9(001).
           05 LIN-MD-NOTA-M            PIC 9(001).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-MD-MESES             PIC ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-MD-VALOR             PIC Z(12)9.99.
      *
       01  WRK-LIN-CAB-DIST.
           05 FILLER                   PIC X(040)      VALUE
              'GRUPO'.
           05 FILLER                   PIC X(054)      VALUE
              '    CP    FI    NV    PR    AT    RI    HB    PD    SC'.
           05 FILLER                   PIC X(007)      VALUE
              '  TOTAL'.
      *
       01  WRK-LIN-DIST.
           05 LIN-DS-GRUPO             PIC X(040).
           05 LIN-DS-CONT              PIC ZZZZZ9
                                       OCCURS 9 TIMES.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DS-TOTAL             PIC ZZZZZ9.
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
           PERFORM 2000-PROCESSA-CLIENTE THRU 2000-SAIDA
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
           INITIALIZE TAB-VEN-SEGMENTOS
                      TAB-TOT-SEGMENTOS
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
           PERFORM 1060-MONTA-PERIODO  THRU 1060-SAIDA
           PERFORM 1080-CARREGA-CORTES THRU 1080-SAIDA
      *
      *    SEM CARTEIRA OS CLIENTES CONTAM TODOS NO VENDEDOR 000 - A
      *    SEGMENTACAO NAO DEPENDE DELA.
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF WRK-TEM-CARTEIRA
               PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
           ELSE
               DISPLAY 'SEGMENTA-RFM: NENHUMA CARTEIRA NO MANIFESTO '
                       '- DISTRIBUICAO SEM TITULAR'
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'SEGMENTA-RFM: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM HISTORICO DE VENDAS A APURACAO FICA SO COM OS PEDIDOS
      *    FATURADOS; SEM CADASTRO DE VENDEDORES O NOME SAI EM BRANCO.
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-OK
               SET WRK-TEM-VENDAS      TO TRUE
           ELSE
               DISPLAY 'SEGMENTA-RFM: HISTORICO DE VENDAS AUSENTE '
                       '(ARQHVND) - APURADO SO PELOS PEDIDOS'
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
           PERFORM 1500-CARREGA-PEDIDOS THRU 1500-SAIDA
      *
           OPEN I-O ARQRFM
           IF WRK-ARQRFM-NAO-EXISTE
               OPEN OUTPUT ARQRFM
               CLOSE ARQRFM
               OPEN I-O ARQRFM
           END-IF
           IF NOT WRK-ARQRFM-OK
               DISPLAY 'SEGMENTA-RFM: FALHA EM ARQRFM - '
                       'FILE STATUS=' WRK-FS-ARQRFM
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'SEGMENTA-RFM: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'SEGMENTACAO RFM DOS CLIENTES ATIVOS - MES '
                  WRK-PERIODO-RFM ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'RECENCIA = MESES DESDE A ULTIMA VENDA; FREQUENCIA E '
                  'VALOR NOS MESES ' WRK-PER-JANELA-INI ' A '
                  WRK-PERIODO-RFM ' (ARQHVND + PEDIDOS FATURADOS)'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CP=CAMPEAO FI=FIEL NV=NOVO PR=PROMISSOR '
                  'AT=PRECISA ATENCAO RI=EM RISCO HB=HIBERNANDO '
                  'PD=PERDIDO SC=SEM COMPRA'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** CLIENTES QUE MUDARAM DE SEGMENTO DESDE A APURACAO A
      -         'NTERIOR ***'          TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-MUD
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O MES DE REFERENCIA  *
      * NA LINHA DE COMANDO.                                           *
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
      *    MES INFORMADO (AAAAMM) SUBSTITUI O MES ANTERIOR AO ATUAL.
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               COMPUTE WRK-PERIODO-RFM
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-RFM    TO WRK-PERIODO-CALC-N
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'SEGMENTA-RFM: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-RFM
               END-IF
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQRFM.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQRFM-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RFM-CORTES.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCORTE-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'SEGMENTOS_RFM_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DE REFERENCIA (PADRAO = MES ANTERIOR) E INICIO DA JANELA   *
      * DE 12 MESES QUE TERMINA NELE.                                  *
      *----------------------------------------------------------------*
       1060-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-RFM          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               PERFORM 1070-MESES-PARA-PERIODO THRU 1070-SAIDA
               MOVE WRK-PERIODO-CALC-N TO WRK-PERIODO-RFM
           END-IF
      *
           MOVE WRK-PERIODO-RFM        TO WRK-PERIODO-CALC-N
           COMPUTE WRK-MESES-REF
                   = (WRK-CALC-ANO * 12) + WRK-CALC-MES
           COMPUTE WRK-MESES-JAN-INI   = WRK-MESES-REF - 11
           MOVE WRK-MESES-JAN-INI      TO WRK-MESES-TOTAIS
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
      * CORTES DA NOTA DE VALOR. ARQUIVO AUSENTE OU LINHA INVALIDA     *
      * MANTEM O CORTE PADRAO DA NOTA.                                 *
      *----------------------------------------------------------------*
       1080-CARREGA-CORTES             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCORTE
           IF NOT WRK-ARQCORTE-OK
               GO TO 1080-SAIDA
           END-IF
      *
           PERFORM 1085-LER-CORTE THRU 1085-FIM
               UNTIL WRK-ARQCORTE-FIM
           CLOSE ARQCORTE
           GO TO 1080-SAIDA
           .
      *
       1085-LER-CORTE.
      *
           READ ARQCORTE NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCORTE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL(CORTE-VALOR) EQUAL ZEROS
                       EVALUATE CORTE-NOTA
                           WHEN '5'
                               COMPUTE WRK-CORTE-M5
                                       = FUNCTION NUMVAL(CORTE-VALOR)
                           WHEN '4'
                               COMPUTE WRK-CORTE-M4
                                       = FUNCTION NUMVAL(CORTE-VALOR)
                           WHEN '3'
                               COMPUTE WRK-CORTE-M3
                                       = FUNCTION NUMVAL(CORTE-VALOR)
                           WHEN '2'
                               COMPUTE WRK-CORTE-M2
                                       = FUNCTION NUMVAL(CORTE-VALOR)
                       END-EVALUATE
                   END-IF
           END-READ
           .
      *
       1085-FIM.
           EXIT.
      *----------------------------------------------------------------*
       1080-SAIDA.                     EXIT.
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
      * BACKUPS NAO RESPONDEM PELA CARTEIRA DO VENDEDOR).              *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'SEGMENTA-RFM: FALHA AO ABRIR A CARTEIRA - '
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
      * PASSADA UNICA NOS PEDIDOS: OS FATURADOS (E OS JA ENTREGUES)    *
      * ATE O FIM DO MES DE REFERENCIA ENTRAM NA TABELA POR CLIENTE,   *
      * NO MES DA DATA DO STATUS (BRANCO = DATA DE EMISSAO).           *
      *----------------------------------------------------------------*
       1500-CARREGA-PEDIDOS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               GO TO 1500-SAIDA
           END-IF
      *
           PERFORM 1510-LE-PEDIDO THRU 1510-SAIDA
               UNTIL WRK-ARQPED01-FIM
           CLOSE ARQPED01
      *
           IF WRK-QTDE-PFT-CHEIA       GREATER ZEROS
               DISPLAY 'SEGMENTA-RFM: ' WRK-QTDE-PFT-CHEIA
                       ' PEDIDOS FATURADOS FORA DA TABELA (CHEIA)'
           END-IF
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LE-PEDIDO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 1510-SAIDA
           END-READ
           ADD 1                       TO WRK-TOT-PED-LIDOS
      *
           IF  NOT PEDIDO-STATUS-FATURADO
           AND NOT PEDIDO-STATUS-ENTREGUE
               GO TO 1510-SAIDA
           END-IF
      *
           IF  PEDIDO-DATA-STATUS      IS NUMERIC
           AND PEDIDO-DATA-STATUS      GREATER ZEROS
               MOVE PEDIDO-DATA-STATUS TO WRK-DATA-AUX
           ELSE
               MOVE PEDIDO-DATA-EMISSAO
                                       TO WRK-DATA-AUX
           END-IF
           COMPUTE WRK-MESES-LIDO
                   = (WRK-DAUX-ANO * 12) + WRK-DAUX-MES
           IF WRK-MESES-LIDO           GREATER WRK-MESES-REF
               GO TO 1510-SAIDA
           END-IF
      *
           MOVE PEDIDO-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 1520-PROCURA-PFT THRU 1520-SAIDA
           IF NOT WRK-PFT-ACHOU
               IF WRK-QTDE-PFT         NOT LESS 9999
                   ADD 1               TO WRK-QTDE-PFT-CHEIA
                   GO TO 1510-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-PFT
               MOVE WRK-QTDE-PFT       TO WRK-IX-PFT
               INITIALIZE TAB-PFT-ENTRY(WRK-IX-PFT)
               MOVE PEDIDO-COD-CLI     TO TAB-PFT-COD-CLI(WRK-IX-PFT)
               MOVE WRK-MESES-LIDO     TO TAB-PFT-PRI-MES(WRK-IX-PFT)
                                          TAB-PFT-ULT-MES(WRK-IX-PFT)
           END-IF
      *
           IF WRK-MESES-LIDO LESS TAB-PFT-PRI-MES(WRK-IX-PFT)
               MOVE WRK-MESES-LIDO     TO TAB-PFT-PRI-MES(WRK-IX-PFT)
           END-IF
           IF WRK-MESES-LIDO GREATER TAB-PFT-ULT-MES(WRK-IX-PFT)
               MOVE WRK-MESES-LIDO     TO TAB-PFT-ULT-MES(WRK-IX-PFT)
           END-IF
           IF WRK-MESES-LIDO NOT LESS WRK-MESES-JAN-INI
               COMPUTE WRK-IX-MES
                       = WRK-MESES-LIDO - WRK-MESES-JAN-INI + 1
               ADD PEDIDO-VALOR        TO TAB-PFT-VALOR
                                          (WRK-IX-PFT WRK-IX-MES)
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICAO DO CLIENTE WRK-CLI-BUSCA NA TABELA DE PEDIDOS          *
      * FATURADOS (WRK-PFT-ACHOU + WRK-IX-PFT).                        *
      *----------------------------------------------------------------*
       1520-PROCURA-PFT                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-PFT-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-PFT
           PERFORM 1525-TESTA-ENTRADA-PFT
               UNTIL WRK-IX-PFT GREATER WRK-QTDE-PFT
                  OR WRK-PFT-ACHOU
           GO TO 1520-SAIDA
           .
      *
       1525-TESTA-ENTRADA-PFT.
      *
           IF TAB-PFT-COD-CLI(WRK-IX-PFT) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-PFT-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-PFT
           END-IF
           .
      *----------------------------------------------------------------*
       1520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APURA E SEGMENTA O CLIENTE CORRENTE (SO OS ATIVOS), GRAVA EM   *
      * ARQRFM, LISTA A MUDANCA DE SEGMENTO E ACUMULA A DISTRIBUICAO.  *
      *----------------------------------------------------------------*
       2000-PROCESSA-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-TOT-LIDOS
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               GO TO 2000-LER
           END-IF
           ADD 1                       TO WRK-TOT-ATIVOS
      *
           PERFORM 2100-APURA-VENDAS   THRU 2100-SAIDA
           PERFORM 2150-SOMA-PEDIDOS   THRU 2150-SAIDA
           PERFORM 2300-CALCULA-NOTAS  THRU 2300-SAIDA
           PERFORM 2400-DEFINE-SEGMENTO THRU 2400-SAIDA
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-CLI-BUSCA
           PERFORM 2200-BUSCA-TITULAR  THRU 2200-SAIDA
           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-TERR-CLI
           IF WRK-TERR-CLI             EQUAL SPACES
               MOVE '(SEM)'            TO WRK-TERR-CLI
           END-IF
      *
           PERFORM 2500-GRAVA-RFM      THRU 2500-SAIDA
           PERFORM 2600-ACUMULA-DISTRIB THRU 2600-SAIDA
      *
           IF  WRK-SEG-ANT             NOT EQUAL SPACES
           AND WRK-SEG-ANT             NOT EQUAL WRK-SEG-NOVO
               PERFORM 2700-LISTA-MUDANCA THRU 2700-SAIDA
           END-IF
           .
      *
       2000-LER.
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PERCORRE O HISTORICO DO CLIENTE EM ARQHVND ATE O MES DE        *
      * REFERENCIA: PRIMEIRO E ULTIMO MES COM VENDA E VALOR POR MES DA *
      * JANELA. O RESUMO ANUAL AAAA13 DO ARQUIVA-HVND SO CONTA PARA A  *
      * RECENCIA (COMO DEZEMBRO) E PARA O PRIMEIRO MES (COMO JANEIRO). *
      *----------------------------------------------------------------*
       2100-APURA-VENDAS               SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE TAB-MESES-CLI
           MOVE ZEROS                  TO WRK-CLI-PRI-MES
                                          WRK-CLI-ULT-MES
           IF NOT WRK-TEM-VENDAS
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-VND-FIM-FLAG
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO VENDA-COD-CLI
           MOVE ZEROS                  TO VENDA-PERIODO
           START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
               INVALID KEY
                   GO TO 2100-SAIDA
           END-START
      *
           PERFORM 2110-LE-VENDA THRU 2110-SAIDA
               UNTIL WRK-VND-FIM
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-LE-VENDA                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHVND NEXT RECORD
               AT END
                   SET WRK-VND-FIM     TO TRUE
                   GO TO 2110-SAIDA
           END-READ
      *
           IF VENDA-COD-CLI NOT EQUAL EXEMPLO-CODIGO-CLI OF ARQCLI01
               SET WRK-VND-FIM         TO TRUE
               GO TO 2110-SAIDA
           END-IF
      *
           IF VENDA-VALOR              NOT GREATER ZEROS
               GO TO 2110-SAIDA
           END-IF
      *
           MOVE VENDA-PERIODO          TO WRK-PERIODO-CALC-N
           IF WRK-CALC-MES             EQUAL 13
               COMPUTE WRK-MESES-LIDO  = (WRK-CALC-ANO * 12) + 1
               IF WRK-CLI-PRI-MES      EQUAL ZEROS
               OR WRK-MESES-LIDO       LESS WRK-CLI-PRI-MES
                   MOVE WRK-MESES-LIDO TO WRK-CLI-PRI-MES
               END-IF
               COMPUTE WRK-MESES-LIDO  = (WRK-CALC-ANO * 12) + 12
               IF  WRK-MESES-LIDO      NOT GREATER WRK-MESES-REF
               AND WRK-MESES-LIDO      GREATER WRK-CLI-ULT-MES
                   MOVE WRK-MESES-LIDO TO WRK-CLI-ULT-MES
               END-IF
               GO TO 2110-SAIDA
           END-IF
      *
           IF  WRK-CALC-MES            EQUAL ZEROS
           OR  WRK-CALC-MES            GREATER 13
               GO TO 2110-SAIDA
           END-IF
      *
           COMPUTE WRK-MESES-LIDO
                   = (WRK-CALC-ANO * 12) + WRK-CALC-MES
           IF WRK-MESES-LIDO           GREATER WRK-MESES-REF
               GO TO 2110-SAIDA
           END-IF
      *
           IF WRK-CLI-PRI-MES          EQUAL ZEROS
           OR WRK-MESES-LIDO           LESS WRK-CLI-PRI-MES
               MOVE WRK-MESES-LIDO     TO WRK-CLI-PRI-MES
           END-IF
           IF WRK-MESES-LIDO           GREATER WRK-CLI-ULT-MES
               MOVE WRK-MESES-LIDO     TO WRK-CLI-ULT-MES
           END-IF
           IF WRK-MESES-LIDO           NOT LESS WRK-MESES-JAN-INI
               COMPUTE WRK-IX-MES
                       = WRK-MESES-LIDO - WRK-MESES-JAN-INI + 1
               ADD VENDA-VALOR         TO TAB-MES-VALOR(WRK-IX-MES)
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * JUNTA OS PEDIDOS FATURADOS DO CLIENTE: AMPLIAM PRIMEIRO/ULTIMO *
      * MES E COMPLETAM O MES DA JANELA SEM REGISTRO NO ARQHVND (O MES *
      * QUE JA TEM HISTORICO NAO SOMA OS PEDIDOS DE NOVO).             *
      *----------------------------------------------------------------*
       2150-SOMA-PEDIDOS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-CLI-BUSCA
           PERFORM 1520-PROCURA-PFT THRU 1520-SAIDA
           IF NOT WRK-PFT-ACHOU
               GO TO 2150-SAIDA
           END-IF
      *
           IF WRK-CLI-PRI-MES          EQUAL ZEROS
           OR TAB-PFT-PRI-MES(WRK-IX-PFT) LESS WRK-CLI-PRI-MES
               MOVE TAB-PFT-PRI-MES(WRK-IX-PFT)
                                       TO WRK-CLI-PRI-MES
           END-IF
           IF TAB-PFT-ULT-MES(WRK-IX-PFT) GREATER WRK-CLI-ULT-MES
               MOVE TAB-PFT-ULT-MES(WRK-IX-PFT)
                                       TO WRK-CLI-ULT-MES
           END-IF
      *
           PERFORM 2155-COMPLETA-MES
               VARYING WRK-IX-MES FROM 1 BY 1
               UNTIL WRK-IX-MES GREATER 12
           GO TO 2150-SAIDA
           .
      *
       2155-COMPLETA-MES.
      *
           IF TAB-MES-VALOR(WRK-IX-MES) EQUAL ZEROS
               MOVE TAB-PFT-VALOR(WRK-IX-PFT WRK-IX-MES)
                                       TO TAB-MES-VALOR(WRK-IX-MES)
           END-IF
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
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
      * NOTAS DE 1 A 5:                                                *
      *   RECENCIA..: ATE 1 MES = 5, 2-3 = 4, 4-6 = 3, 7-12 = 2,       *
      *               MAIS DE 12 OU NUNCA = 1;                         *
      *   FREQUENCIA: MESES COM VENDA NOS 12: 10+ = 5, 7-9 = 4,        *
      *               4-6 = 3, 2-3 = 2, 0-1 = 1;                       *
      *   VALOR.....: FATURADO DOS 12 MESES CONTRA OS CORTES.          *
      *----------------------------------------------------------------*
       2300-CALCULA-NOTAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-MESES-COM-VENDA
                                          WRK-VALOR-12M
           PERFORM 2310-SOMA-MES
               VARYING WRK-IX-MES FROM 1 BY 1
               UNTIL WRK-IX-MES GREATER 12
      *
           IF WRK-CLI-ULT-MES          EQUAL ZEROS
               MOVE 999                TO WRK-MESES-SEM-VENDA
           ELSE
               COMPUTE WRK-MESES-SEM-VENDA
                       = WRK-MESES-REF - WRK-CLI-ULT-MES
                   ON SIZE ERROR
                       MOVE 999        TO WRK-MESES-SEM-VENDA
               END-COMPUTE
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-MESES-SEM-VENDA NOT GREATER 1
                   MOVE 5              TO WRK-NOTA-R
               WHEN WRK-MESES-SEM-VENDA NOT GREATER 3
                   MOVE 4              TO WRK-NOTA-R
               WHEN WRK-MESES-SEM-VENDA NOT GREATER 6
                   MOVE 3              TO WRK-NOTA-R
               WHEN WRK-MESES-SEM-VENDA NOT GREATER 12
                   MOVE 2              TO WRK-NOTA-R
               WHEN OTHER
                   MOVE 1              TO WRK-NOTA-R
           END-EVALUATE
      *
           EVALUATE TRUE
               WHEN WRK-MESES-COM-VENDA NOT LESS 10
                   MOVE 5              TO WRK-NOTA-F
               WHEN WRK-MESES-COM-VENDA NOT LESS 7
                   MOVE 4              TO WRK-NOTA-F
               WHEN WRK-MESES-COM-VENDA NOT LESS 4
                   MOVE 3              TO WRK-NOTA-F
               WHEN WRK-MESES-COM-VENDA NOT LESS 2
                   MOVE 2              TO WRK-NOTA-F
               WHEN OTHER
                   MOVE 1              TO WRK-NOTA-F
           END-EVALUATE
      *
           EVALUATE TRUE
               WHEN WRK-VALOR-12M      EQUAL ZEROS
                   MOVE 1              TO WRK-NOTA-M
               WHEN WRK-VALOR-12M      NOT LESS WRK-CORTE-M5
                   MOVE 5              TO WRK-NOTA-M
               WHEN WRK-VALOR-12M      NOT LESS WRK-CORTE-M4
                   MOVE 4              TO WRK-NOTA-M
               WHEN WRK-VALOR-12M      NOT LESS WRK-CORTE-M3
                   MOVE 3              TO WRK-NOTA-M
               WHEN WRK-VALOR-12M      NOT LESS WRK-CORTE-M2
                   MOVE 2              TO WRK-NOTA-M
               WHEN OTHER
                   MOVE 1              TO WRK-NOTA-M
           END-EVALUATE
           GO TO 2300-SAIDA
           .
      *
       2310-SOMA-MES.
      *
           IF TAB-MES-VALOR(WRK-IX-MES) GREATER ZEROS
               ADD 1                   TO WRK-MESES-COM-VENDA
               ADD TAB-MES-VALOR(WRK-IX-MES)
                                       TO WRK-VALOR-12M
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SEGMENTO PELA COMBINACAO DAS NOTAS, NA ORDEM:                  *
      *   SC - NENHUMA VENDA NO HISTORICO;                             *
      *   NV - PRIMEIRA VENDA NOS 3 ULTIMOS MESES;                     *
      *   CP - R = 5, F >= 4 E M >= 4;                                 *
      *   FI - R >= 4 E F >= 3;                                        *
      *   PR - R >= 4 (COMPRA RECENTE, AINDA POUCO FREQUENTE);         *
      *   AT - R = 3 (4 A 6 MESES SEM COMPRAR);                        *
      *   RI - R = 2 COM F OU M >= 3 (ERA BOM CLIENTE E ESTA PARANDO); *
      *   HB - R = 2 NOS DEMAIS CASOS;                                 *
      *   PD - MAIS DE 12 MESES SEM COMPRAR.                           *
      *----------------------------------------------------------------*
       2400-DEFINE-SEGMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-CLI-ULT-MES    EQUAL ZEROS
                   MOVE 'SC'           TO WRK-SEG-NOVO
               WHEN WRK-CLI-PRI-MES    NOT LESS (WRK-MESES-REF - 2)
                   MOVE 'NV'           TO WRK-SEG-NOVO
               WHEN WRK-NOTA-R         EQUAL 5
                AND WRK-NOTA-F         NOT LESS 4
                AND WRK-NOTA-M         NOT LESS 4
                   MOVE 'CP'           TO WRK-SEG-NOVO
               WHEN WRK-NOTA-R         NOT LESS 4
                AND WRK-NOTA-F         NOT LESS 3
                   MOVE 'FI'           TO WRK-SEG-NOVO
               WHEN WRK-NOTA-R         NOT LESS 4
                   MOVE 'PR'           TO WRK-SEG-NOVO
               WHEN WRK-NOTA-R         EQUAL 3
                   MOVE 'AT'           TO WRK-SEG-NOVO
               WHEN WRK-NOTA-R         EQUAL 2
                AND (WRK-NOTA-F        NOT LESS 3
                 OR  WRK-NOTA-M        NOT LESS 3)
                   MOVE 'RI'           TO WRK-SEG-NOVO
               WHEN WRK-NOTA-R         EQUAL 2
                   MOVE 'HB'           TO WRK-SEG-NOVO
               WHEN OTHER
                   MOVE 'PD'           TO WRK-SEG-NOVO
           END-EVALUATE
      *
           MOVE WRK-SEG-NOVO           TO WRK-SEG-BUSCA
           PERFORM 2450-POSICAO-SEGMENTO THRU 2450-SAIDA
           MOVE WRK-IX-SEG-BUSCA       TO WRK-IX-SEG
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICAO E NOME DO SEGMENTO WRK-SEG-BUSCA NA TABELA (ZERO E     *
      * NOME EM BRANCO SE NAO FOR UM CODIGO CONHECIDO).                *
      *----------------------------------------------------------------*
       2450-POSICAO-SEGMENTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-SEG-NOME-ACHADO
           MOVE 1                      TO WRK-IX-SEG-BUSCA
           PERFORM 2455-TESTA-SEGMENTO
               UNTIL WRK-IX-SEG-BUSCA GREATER 9
                  OR TAB-SEG-COD(WRK-IX-SEG-BUSCA) EQUAL WRK-SEG-BUSCA
      *
           IF WRK-IX-SEG-BUSCA         GREATER 9
               MOVE ZEROS              TO WRK-IX-SEG-BUSCA
               MOVE WRK-SEG-BUSCA      TO WRK-SEG-NOME-ACHADO
           ELSE
               MOVE TAB-SEG-NOME(WRK-IX-SEG-BUSCA)
                                       TO WRK-SEG-NOME-ACHADO
           END-IF
           GO TO 2450-SAIDA
           .
      *
       2455-TESTA-SEGMENTO.
      *
           ADD 1                       TO WRK-IX-SEG-BUSCA
           .
      *----------------------------------------------------------------*
       2450-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A APURACAO EM ARQRFM. O SEGMENTO GRAVADO NUM MES ANTERIOR*
      * PASSA A SER O SEGMENTO ANTERIOR; NO REPROCESSAMENTO DO MESMO   *
      * MES O ANTERIOR E MANTIDO. APURACAO DE UM MES MAIS ANTIGO QUE O *
      * JA GRAVADO NAO SOBREPOE O REGISTRO (SO SAI NA DISTRIBUICAO).   *
      *----------------------------------------------------------------*
       2500-GRAVA-RFM                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-SEG-ANT
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO RFM-COD-CLI
           READ ARQRFM
               INVALID KEY
                   INITIALIZE RFM-REG
                   MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO RFM-COD-CLI
                   PERFORM 2510-MONTA-RFM THRU 2510-SAIDA
                   WRITE RFM-REG
                   END-WRITE
                   GO TO 2500-SAIDA
           END-READ
      *
           IF RFM-PERIODO              GREATER WRK-PERIODO-RFM
               ADD 1                   TO WRK-TOT-NAO-GRAVADOS
               GO TO 2500-SAIDA
           END-IF
      *
           IF RFM-PERIODO              LESS WRK-PERIODO-RFM
               MOVE RFM-PERIODO        TO RFM-PERIODO-ANT
               MOVE RFM-SEGMENTO       TO RFM-SEGMENTO-ANT
           END-IF
           MOVE RFM-SEGMENTO-ANT       TO WRK-SEG-ANT
      *
           PERFORM 2510-MONTA-RFM THRU 2510-SAIDA
           REWRITE RFM-REG
           END-REWRITE
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-MONTA-RFM                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PERIODO-RFM        TO RFM-PERIODO
           MOVE WRK-SEG-NOVO           TO RFM-SEGMENTO
           MOVE WRK-NOTA-R             TO RFM-NOTA-R
           MOVE WRK-NOTA-F             TO RFM-NOTA-F
           MOVE WRK-NOTA-M             TO RFM-NOTA-M
           MOVE WRK-MESES-SEM-VENDA    TO RFM-MESES-ULT-VENDA
           MOVE WRK-MESES-COM-VENDA    TO RFM-MESES-COM-VENDA
           MOVE WRK-VALOR-12M          TO RFM-VALOR-12M
           MOVE WRK-DATA-HOJE          TO RFM-DATA-CALC
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA O CLIENTE NO SEGMENTO DO VENDEDOR, DO TERRITORIO E GERAL. *
      *----------------------------------------------------------------*
       2600-ACUMULA-DISTRIB            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IX-SEG               EQUAL ZEROS
               GO TO 2600-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-TOT-CONT(WRK-IX-SEG)
      *
           COMPUTE WRK-IX-VEN          = WRK-VEN-CLI + 1
           ADD 1                       TO TAB-VEN-CONT
                                          (WRK-IX-VEN WRK-IX-SEG)
           ADD 1                       TO TAB-VEN-TOTAL(WRK-IX-VEN)
      *
           PERFORM 2610-LOCALIZA-TERRITORIO THRU 2610-SAIDA
           IF IND-TER                  GREATER ZEROS
               ADD 1                   TO TAB-TER-CONT
                                          (IND-TER WRK-IX-SEG)
               ADD 1                   TO TAB-TER-TOTAL(IND-TER)
           END-IF
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU ABRE) O TERRITORIO DO CLIENTE. DEVOLVE IND-TER,   *
      * ZERO SE A TABELA ESTIVER CHEIA.                                *
      *----------------------------------------------------------------*
       2610-LOCALIZA-TERRITORIO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-TER-ACHOU-FLAG
           MOVE ZEROS                  TO IND-TER
           PERFORM 2615-TESTA-TERRITORIO
               UNTIL WRK-TER-ACHOU
               OR    IND-TER NOT LESS TAB-TER-QTD
      *
           IF WRK-TER-ACHOU
               GO TO 2610-SAIDA
           END-IF
      *
           IF TAB-TER-QTD              NOT LESS 500
               MOVE ZEROS              TO IND-TER
               IF NOT WRK-AVISO-TER
                   SET WRK-AVISO-TER   TO TRUE
                   DISPLAY 'SEGMENTA-RFM: TABELA DE TERRITORIOS CHEIA'
                           ' - EXCEDENTES IGNORADOS'
               END-IF
               GO TO 2610-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-TER-QTD
           MOVE TAB-TER-QTD            TO IND-TER
           INITIALIZE TAB-TER-ENTRY(IND-TER)
           MOVE WRK-TERR-CLI           TO TAB-TER-CHAVE(IND-TER)
           MOVE 'N'                    TO TAB-TER-IMPRESSO(IND-TER)
           GO TO 2610-SAIDA
           .
      *
       2615-TESTA-TERRITORIO.
      *
           ADD 1                       TO IND-TER
           IF TAB-TER-CHAVE(IND-TER)   EQUAL WRK-TERR-CLI
               SET WRK-TER-ACHOU       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR CLIENTE QUE MUDOU DE SEGMENTO.                   *
      *----------------------------------------------------------------*
       2700-LISTA-MUDANCA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-TOT-MUDANCAS
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO LIN-MD-CLI
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO LIN-MD-NOME
           MOVE WRK-VEN-CLI            TO LIN-MD-VEN
           MOVE WRK-TERR-CLI           TO LIN-MD-TERR
      *
           MOVE WRK-SEG-ANT            TO WRK-SEG-BUSCA
           PERFORM 2450-POSICAO-SEGMENTO THRU 2450-SAIDA
           MOVE WRK-SEG-NOME-ACHADO    TO LIN-MD-DE
           MOVE WRK-SEG-NOVO           TO WRK-SEG-BUSCA
           PERFORM 2450-POSICAO-SEGMENTO THRU 2450-SAIDA
           MOVE WRK-SEG-NOME-ACHADO    TO LIN-MD-PARA
      *
           MOVE WRK-NOTA-R             TO LIN-MD-NOTA-R
           MOVE WRK-NOTA-F             TO LIN-MD-NOTA-F
           MOVE WRK-NOTA-M             TO LIN-MD-NOTA-M
           MOVE WRK-MESES-SEM-VENDA    TO LIN-MD-MESES
           MOVE WRK-VALOR-12M          TO LIN-MD-VALOR
           WRITE REG-ARQREL01          FROM WRK-LIN-MUD
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DISTRIBUICAO POR VENDEDOR E POR TERRITORIO, TOTAIS, FECHAMENTO *
      * E MANIFESTO.                                                   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    CLIENTES QUE MUDARAM DE SEGMENTO='
                  WRK-TOT-MUDANCAS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** DISTRIBUICAO DOS SEGMENTOS POR VENDEDOR (TITULAR NA
      -         ' ULTIMA CARTEIRA) ***'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-DIST
           PERFORM 3100-IMPRIME-VENDEDOR THRU 3100-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 1000
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** DISTRIBUICAO DOS SEGMENTOS POR TERRITORIO ***'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-DIST
           MOVE 'N'                    TO WRK-TER-FIM-FLAG
           PERFORM 3200-PROXIMO-TERRITORIO THRU 3200-SAIDA
               UNTIL WRK-TER-FIM
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO WRK-LIN-DIST
           MOVE 'TOTAL GERAL'          TO LIN-DS-GRUPO
           PERFORM 3010-MOVE-TOTAL
               VARYING WRK-IX-SEG FROM 1 BY 1
               UNTIL WRK-IX-SEG GREATER 9
           MOVE WRK-TOT-ATIVOS         TO LIN-DS-TOTAL
           WRITE REG-ARQREL01          FROM WRK-LIN-DIST
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL: CLIENTES LIDOS=' WRK-TOT-LIDOS
                  ' ATIVOS SEGMENTADOS=' WRK-TOT-ATIVOS
                  ' MUDANCAS=' WRK-TOT-MUDANCAS
                  ' NAO GRAVADOS (APURACAO MAIS RECENTE)='
                  WRK-TOT-NAO-GRAVADOS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQCLI01
                 ARQRFM
                 ARQREL01
           IF WRK-TEM-VENDAS
               CLOSE ARQHVND
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'SEGMENTA-RFM: MES ' WRK-PERIODO-RFM
                   ' ATIVOS=' WRK-TOT-ATIVOS
                   ' MUDANCAS=' WRK-TOT-MUDANCAS
      *
           MOVE ZEROS                  TO RETURN-CODE
      *
           PERFORM 3300-GO-BACK
           GO TO 3000-99-FIM
           .
      *
       3010-MOVE-TOTAL.
      *
           MOVE TAB-TOT-CONT(WRK-IX-SEG)
                                       TO LIN-DS-CONT(WRK-IX-SEG)
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR VENDEDOR COM CLIENTES (POSICAO 1 = SEM TITULAR). *
      *----------------------------------------------------------------*
       3100-IMPRIME-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-TOTAL(WRK-IX-VEN) EQUAL ZEROS
               GO TO 3100-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-CORRENTE = WRK-IX-VEN - 1
           PERFORM 3150-NOME-VENDEDOR THRU 3150-SAIDA
      *
           MOVE SPACES                 TO WRK-LIN-DIST
           IF WRK-VEN-CORRENTE         EQUAL ZEROS
               MOVE '000 SEM TITULAR NA CARTEIRA'
                                       TO LIN-DS-GRUPO
           ELSE
               STRING WRK-VEN-CORRENTE ' ' WRK-NOME-VEN-ATUAL
                      DELIMITED BY SIZE INTO LIN-DS-GRUPO
               END-STRING
           END-IF
           PERFORM 3110-MOVE-CONT-VEN
               VARYING WRK-IX-SEG FROM 1 BY 1
               UNTIL WRK-IX-SEG GREATER 9
           MOVE TAB-VEN-TOTAL(WRK-IX-VEN)
                                       TO LIN-DS-TOTAL
           WRITE REG-ARQREL01          FROM WRK-LIN-DIST
           GO TO 3100-SAIDA
           .
      *
       3110-MOVE-CONT-VEN.
      *
           MOVE TAB-VEN-CONT(WRK-IX-VEN WRK-IX-SEG)
                                       TO LIN-DS-CONT(WRK-IX-SEG)
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR (A CHAVE DE ARQVEN01 TRAZ O CPF JUNTO, ENTAO  *
      * POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO).       *
      *----------------------------------------------------------------*
       3150-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-VEN-ATUAL
           IF NOT WRK-TEM-VENDEDOR
           OR WRK-VEN-CORRENTE EQUAL ZEROS
               GO TO 3150-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-VEN-CORRENTE       TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 3150-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 3150-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-VEN-CORRENTE
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-NOME-VEN-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME, NA ORDEM DA CHAVE, O PROXIMO TERRITORIO AINDA NAO     *
      * IMPRESSO.                                                      *
      *----------------------------------------------------------------*
       3200-PROXIMO-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-TER-MENOR
           MOVE ZEROS                  TO IND-TER
           PERFORM 3210-TESTA-MENOR THRU 3210-SAIDA
               UNTIL IND-TER NOT LESS TAB-TER-QTD
      *
           IF WRK-TER-MENOR            EQUAL ZEROS
               SET WRK-TER-FIM         TO TRUE
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-TER-IMPRESSO
                                          (WRK-TER-MENOR)
           MOVE SPACES                 TO WRK-LIN-DIST
           MOVE TAB-TER-CHAVE(WRK-TER-MENOR)
                                       TO LIN-DS-GRUPO
           PERFORM 3220-MOVE-CONT-TER
               VARYING WRK-IX-SEG FROM 1 BY 1
               UNTIL WRK-IX-SEG GREATER 9
           MOVE TAB-TER-TOTAL(WRK-TER-MENOR)
                                       TO LIN-DS-TOTAL
           WRITE REG-ARQREL01          FROM WRK-LIN-DIST
           GO TO 3200-SAIDA
           .
      *
       3220-MOVE-CONT-TER.
      *
           MOVE TAB-TER-CONT(WRK-TER-MENOR WRK-IX-SEG)
                                       TO LIN-DS-CONT(WRK-IX-SEG)
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3210-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-TER
           IF TAB-TER-IMPRESSO(IND-TER) EQUAL 'N'
               IF WRK-TER-MENOR        EQUAL ZEROS
                   MOVE IND-TER        TO WRK-TER-MENOR
               ELSE
                   IF TAB-TER-CHAVE(IND-TER)
                      LESS TAB-TER-CHAVE(WRK-TER-MENOR)
                       MOVE IND-TER    TO WRK-TER-MENOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3210-SAIDA.                     EXIT.
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
           MOVE WRK-TOT-ATIVOS         TO WRK-MANIF-QTDE
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
      *END PROGRAM SEGMENTA-RFM.

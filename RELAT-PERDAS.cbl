      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-PERDAS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-PERDAS                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: VENDAS PERDIDAS DO MES: LE NO LOG DE STATUS    *
      *                 (PEDIDO-STATUS.LOG) OS CANCELAMENTOS FEITOS    *
      *                 PELA TELA DE STATUS (PEDIDO + MOTIVO) E OS     *
      *                 PEDIDOS BARRADOS NA DIGITACAO PELOS BLOQUEIOS  *
      *                 AUTOMATICOS (CRD/CNP/LIC, SEM NUMERO DE        *
      *                 PEDIDO) E IMPRIME O VALOR PERDIDO POR MOTIVO,  *
      *                 POR VENDEDOR, POR TERRITORIO DO CLIENTE E POR  *
      *                 FAMILIA DE PRODUTO, DO MAIOR PARA O MENOR.     *
      *                 O VALOR DO CANCELAMENTO E O DO PEDIDO; NA      *
      *                 VISAO POR FAMILIA ENTRA O VALOR DE CADA ITEM   *
      *                 E O BLOQUEIO (SEM ITENS GRAVADOS) FICA NA      *
      *                 LINHA BLOQ.                                    *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>PERDAS_<STAMP>.TXT                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPEDLOG                       (LOG TEXTO)     *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQFAM01                        FAM-SIST        *
      *                ARQMCAN                         MCN-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DAS VENDAS PERDIDAS.       *
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
           SELECT ARQPEDLOG ASSIGN     TO DISK 'PEDIDO-STATUS.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPEDLOG.
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
           SELECT ARQFAM01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAMILIA-CODIGO
               FILE STATUS             IS WRK-FS-ARQFAM01.
      *
           SELECT ARQMCAN  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS MOTCAN-CODIGO
               FILE STATUS             IS WRK-FS-ARQMCAN.
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
      *----------------------------------------------------------------*
      *    LOG DE STATUS DE PEDIDO: 'DATA HORA USUARIO=X(10) PEDIDO=.. *
      *    DE=. PARA=.', COM ' MOTIVO=XXX' NO CANCELAMENTO. O BLOQUEIO *
      *    NA DIGITACAO VEM COM PEDIDO ZERADO E TRAZ AINDA CLIENTE,    *
      *    VENDEDOR E VALOR.                                           *
      *----------------------------------------------------------------*
      *
         FD ARQPEDLOG
            RECORD CONTAINS 120 CHARACTERS.
       01  REG-ARQPEDLOG.
           05 PLG-DATA.
              10 PLG-ANO               PIC 9(004).
              10 FILLER                PIC X(001).
              10 PLG-MES               PIC 9(002).
              10 FILLER                PIC X(001).
              10 PLG-DIA               PIC 9(002).
           05 FILLER                   PIC X(001).
           05 PLG-HORA                 PIC X(008).
           05 FILLER                   PIC X(009).
           05 PLG-USUARIO              PIC X(010).
           05 FILLER                   PIC X(008).
           05 PLG-PEDIDO               PIC 9(007).
           05 FILLER                   PIC X(004).
           05 PLG-DE                   PIC X(001).
           05 FILLER                   PIC X(006).
           05 PLG-PARA                 PIC X(001).
           05 FILLER                   PIC X(008).
           05 PLG-MOTIVO               PIC X(003).
           05 FILLER                   PIC X(005).
           05 PLG-COD-CLI              PIC 9(007).
           05 FILLER                   PIC X(005).
           05 PLG-COD-VEN              PIC 9(003).
           05 FILLER                   PIC X(007).
           05 PLG-VALOR                PIC 9(011)V99.
           05 FILLER                   PIC X(004).
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
         FD ARQFAM01
            VALUE OF FILE-ID IS NOME-ARQFAM01-WS
            COPY "FAM-SIST.CPY".
      *
         FD ARQMCAN
            VALUE OF FILE-ID IS NOME-ARQMCAN-WS
            COPY "MCN-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
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
           'RELAT-PERDAS'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQFAM01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQFAM01.DAT'.
       01 NOME-ARQMCAN-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQMCAN.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQREL              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQPEDLOG            PIC X(002)      VALUE SPACES.
           88  WRK-ARQPEDLOG-OK                        VALUE ZEROS.
           88  WRK-ARQPEDLOG-FIM                       VALUE '10'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
           88  WRK-ARQPRD01-FIM                        VALUE '10'.
       01  WRK-FS-ARQFAM01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQFAM01-OK                         VALUE '00' '05'.
           88  WRK-ARQFAM01-FIM                        VALUE '10'.
       01  WRK-FS-ARQMCAN              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMCAN-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-ITENS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ITENS                           VALUE 'S'.
       01  WRK-TEM-MOTIVOS-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-MOTIVOS                         VALUE 'S'.
       01  WRK-TEM-CLIENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTE                         VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO.                                           *
      *----------------------------------------------------------------*
      *
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-REL             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-LINHA              PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CADASTROS EM MEMORIA. A ENTRADA 1 DE FAMILIAS E A 000       *
      *    (PRODUTO SEM FAMILIA OU COM FAMILIA FORA DO CADASTRO).      *
      *----------------------------------------------------------------*
      *
       01  TAB-FAMILIAS.
           05 TAB-FAM-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-FAM-ENT              OCCURS 200 TIMES.
              10 TAB-FAM-COD           PIC 9(003).
              10 TAB-FAM-DESC          PIC X(030).
      *
       01  TAB-PRODUTOS.
           05 TAB-PRD-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-PRD-ENT              OCCURS 5000 TIMES.
              10 TAB-PRD-COD           PIC 9(007).
              10 TAB-PRD-FAM           PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES, UM GRUPO POR MOTIVO (M), VENDEDOR (V), *
      *    TERRITORIO (T) E FAMILIA (F). NA FAMILIA A QTDE E DE ITENS. *
      *----------------------------------------------------------------*
      *
       01  TAB-GRUPOS.
           05 TAB-GRP-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRP-ENT              OCCURS 2000 TIMES.
              10 TAB-GRP-TIPO          PIC X(001).
                 88 TAB-GRP-MOTIVO               VALUE 'M'.
                 88 TAB-GRP-VENDEDOR             VALUE 'V'.
                 88 TAB-GRP-TERRITORIO           VALUE 'T'.
                 88 TAB-GRP-FAMILIA              VALUE 'F'.
              10 TAB-GRP-CHAVE         PIC X(005).
              10 TAB-GRP-NOME          PIC X(030).
              10 TAB-GRP-QTDE          PIC 9(007).
              10 TAB-GRP-VALOR         PIC 9(013)V99.
              10 TAB-GRP-IMPRESSO      PIC X(001).
      *
       77  IND-FAM                     PIC 9(003) COMP VALUE ZEROS.
       77  IND-PRD                     PIC 9(005) COMP VALUE ZEROS.
       77  IND-GRP                     PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-GRP                  PIC 9(004) COMP VALUE ZEROS.
       77  WRK-GRP-MAIOR               PIC 9(004) COMP VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-VISAO-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-VISAO-FIM                           VALUE 'S'.
       01  WRK-AVISO-GRP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-GRP                           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    OCORRENCIA CORRENTE (CANCELAMENTO OU BLOQUEIO).             *
      *----------------------------------------------------------------*
      *
       01  WRK-OCO-MOTIVO              PIC X(003)      VALUE SPACES.
       77  WRK-OCO-COD-CLI             PIC 9(007)      VALUE ZEROS.
       01  WRK-OCO-COD-VEN             PIC 9(003)      VALUE ZEROS.
       77  WRK-OCO-VALOR               PIC 9(011)V99   VALUE ZEROS.
       01  WRK-OCO-TERRITORIO          PIC X(005)      VALUE SPACES.
       01  WRK-OCO-ITENS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-OCO-COM-ITENS                       VALUE 'S'.
      *
       01  WRK-GRP-BUSCA-TIPO          PIC X(001)      VALUE SPACES.
       01  WRK-GRP-BUSCA-CHAVE         PIC X(005)      VALUE SPACES.
       01  WRK-GRP-BUSCA-NOME          PIC X(030)      VALUE SPACES.
       77  WRK-ACM-QTDE                PIC 9(007)      VALUE ZEROS.
       77  WRK-ACM-VALOR               PIC 9(011)V99   VALUE ZEROS.
       01  WRK-FAM-CHAVE               PIC 9(003)      VALUE ZEROS.
       77  WRK-FAM-BUSCA               PIC 9(003)      VALUE ZEROS.
      *
       77  WRK-QTDE-LINHAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-CANCEL             PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-BLOQ               PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-DESCART            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-OCORR              PIC 9(007)      VALUE ZEROS.
       77  WRK-VALOR-CANCEL            PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-BLOQ              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-VALOR               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-VALOR-FAM           PIC 9(013)V99   VALUE ZEROS.
       77  WRK-BASE-PCT                PIC 9(013)V99   VALUE ZEROS.
       77  WRK-PART-PCT                PIC 9(003)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-VALOR-ED                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-PART-ED                 PIC ZZ9,99.
       01  WRK-QTDE-ED                 PIC Z.ZZZ.ZZ9.
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
           PERFORM 2000-LE-LOG THRU 2000-SAIDA
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
           PERFORM 1100-MONTA-PERIODO THRU 1100-SAIDA
      *
           OPEN INPUT ARQPEDLOG
           IF NOT WRK-ARQPEDLOG-OK
               DISPLAY 'RELAT-PERDAS: LOG DE STATUS DE PEDIDO AUSENTE'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'RELAT-PERDAS: CADASTRO DE PEDIDOS AUSENTE'
               CLOSE ARQPEDLOG
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM ITENS O CANCELAMENTO INTEIRO CAI NA FAMILIA 000; SEM
      *    MOTIVOS/CLIENTE/VENDEDOR OS GRUPOS SAEM SEM DESCRICAO E O
      *    TERRITORIO COMO (SEM).
           OPEN INPUT ARQITP01
           IF WRK-ARQITP01-OK
               SET WRK-TEM-ITENS       TO TRUE
           END-IF
           OPEN INPUT ARQMCAN
           IF WRK-ARQMCAN-OK
               SET WRK-TEM-MOTIVOS     TO TRUE
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
           PERFORM 1200-CARREGA-FAMILIAS THRU 1200-SAIDA
           PERFORM 1300-CARREGA-PRODUTOS THRU 1300-SAIDA
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-PERDAS: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'VENDAS PERDIDAS POR MOTIVO, VENDEDOR, TERRITORIO '
                  'E FAMILIA - MES ' WRK-PERIODO-REL
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PEDIDOS CANCELADOS NO MES PELA TELA DE STATUS E '
                  'PEDIDOS BARRADOS NA DIGITACAO (CREDITO, CNPJ, '
                  'LICENCA). PART% = FATIA DO VALOR PERDIDO.'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O MES DO RELATORIO   *
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
               COMPUTE WRK-PERIODO-REL
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-REL    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-PERDAS: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-REL
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFAM01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQFAM01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMCAN.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQMCAN-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'PERDAS_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DO RELATORIO, EM CALENDARIO DE MESES CORRIDOS (ANO*12+MES).*
      *----------------------------------------------------------------*
       1100-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-REL          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-REL
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-REL * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-REL * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS FAMILIAS (NA ORDEM DO CODIGO), COM A 000 NA FRENTE. *
      *----------------------------------------------------------------*
       1200-CARREGA-FAMILIAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO TAB-FAM-QTD
           MOVE ZEROS                  TO TAB-FAM-COD(1)
           MOVE '(SEM FAMILIA)'        TO TAB-FAM-DESC(1)
      *
           OPEN INPUT ARQFAM01
           IF NOT WRK-ARQFAM01-OK
               DISPLAY 'RELAT-PERDAS: SEM CADASTRO DE FAMILIAS - '
                       'TODOS OS ITENS FICAM NA FAMILIA 000'
               GO TO 1200-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO FAMILIA-CODIGO
           START ARQFAM01 KEY IS GREATER THAN OR EQUAL FAMILIA-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQFAM01
           END-START
           PERFORM 1210-LER-FAMILIA THRU 1210-SAIDA
               UNTIL WRK-ARQFAM01-FIM
      *
           CLOSE ARQFAM01
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-FAMILIA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQFAM01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQFAM01
                   GO TO 1210-SAIDA
           END-READ
      *
           IF FAMILIA-CODIGO           EQUAL ZEROS
               GO TO 1210-SAIDA
           END-IF
           IF TAB-FAM-QTD              NOT LESS 200
               DISPLAY 'RELAT-PERDAS: TABELA DE FAMILIAS CHEIA - '
                       FAMILIA-CODIGO ' EM DIANTE NA FAMILIA 000'
               MOVE '10'               TO WRK-FS-ARQFAM01
               GO TO 1210-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-FAM-QTD
           MOVE FAMILIA-CODIGO         TO TAB-FAM-COD(TAB-FAM-QTD)
           MOVE FAMILIA-DESCRICAO      TO TAB-FAM-DESC(TAB-FAM-QTD)
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS PRODUTOS COM A FAMILIA JA CONFERIDA CONTRA A TABELA *
      * DE FAMILIAS (FAMILIA AUSENTE OU EM BRANCO VIRA 000).           *
      *----------------------------------------------------------------*
       1300-CARREGA-PRODUTOS           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQPRD01-OK
               DISPLAY 'RELAT-PERDAS: SEM CADASTRO DE PRODUTOS - '
                       'TODOS OS ITENS FICAM NA FAMILIA 000'
               GO TO 1300-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PRODUTO-CODIGO
           START ARQPRD01 KEY IS GREATER THAN OR EQUAL PRODUTO-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPRD01
           END-START
           PERFORM 1310-LER-PRODUTO THRU 1310-SAIDA
               UNTIL WRK-ARQPRD01-FIM
      *
           CLOSE ARQPRD01
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-PRODUTO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPRD01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPRD01
                   GO TO 1310-SAIDA
           END-READ
      *
           IF TAB-PRD-QTD              NOT LESS 5000
               DISPLAY 'RELAT-PERDAS: TABELA DE PRODUTOS CHEIA - '
                       PRODUTO-CODIGO ' EM DIANTE NA FAMILIA 000'
               MOVE '10'               TO WRK-FS-ARQPRD01
               GO TO 1310-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-PRD-QTD
           MOVE PRODUTO-CODIGO         TO TAB-PRD-COD(TAB-PRD-QTD)
      *
           MOVE ZEROS                  TO WRK-FAM-BUSCA
           IF PRODUTO-FAMILIA          NUMERIC
               MOVE PRODUTO-FAMILIA    TO WRK-FAM-BUSCA
           END-IF
           PERFORM 1320-LOCALIZA-FAMILIA THRU 1320-SAIDA
           IF WRK-ACHOU
               MOVE WRK-FAM-BUSCA      TO TAB-PRD-FAM(TAB-PRD-QTD)
           ELSE
               MOVE ZEROS              TO TAB-PRD-FAM(TAB-PRD-QTD)
           END-IF
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1320-LOCALIZA-FAMILIA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-FAM
           PERFORM 1330-TESTA-FAMILIA THRU 1330-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-FAM NOT LESS TAB-FAM-QTD
           .
      *----------------------------------------------------------------*
       1320-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1330-TESTA-FAMILIA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
           IF TAB-FAM-COD(IND-FAM)     EQUAL WRK-FAM-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1330-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VARRE O LOG DE STATUS: SO AS LINHAS PARA=C DATADAS NO MES.     *
      *----------------------------------------------------------------*
       2000-LE-LOG                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-LER-LINHA THRU 2100-SAIDA
               UNTIL WRK-ARQPEDLOG-FIM
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA COM NUMERO DE PEDIDO = CANCELAMENTO PELA TELA (VALOR,    *
      * CLIENTE E VENDEDOR DO PROPRIO PEDIDO); PEDIDO ZERADO =         *
      * BLOQUEIO NA DIGITACAO (DADOS DA PROPRIA LINHA). CANCELAMENTO   *
      * ANTERIOR AO MOTIVO OBRIGATORIO SAI COM MOTIVO EM BRANCO.       *
      *----------------------------------------------------------------*
       2100-LER-LINHA                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPEDLOG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPEDLOG
                   GO TO 2100-SAIDA
           END-READ
      *
           IF PLG-PARA                 NOT EQUAL 'C'
               GO TO 2100-SAIDA
           END-IF
           IF  PLG-ANO NUMERIC AND PLG-MES NUMERIC AND PLG-DIA NUMERIC
               COMPUTE WRK-DATA-LINHA
                       = (PLG-ANO * 10000) + (PLG-MES * 100) + PLG-DIA
           ELSE
               GO TO 2100-SAIDA
           END-IF
           IF WRK-DATA-LINHA           LESS WRK-DATA-INI
           OR WRK-DATA-LINHA           GREATER WRK-DATA-FIM
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-LINHAS
           MOVE PLG-MOTIVO             TO WRK-OCO-MOTIVO
           MOVE 'N'                    TO WRK-OCO-ITENS-FLAG
      *
           IF PLG-PEDIDO NUMERIC AND PLG-PEDIDO GREATER ZEROS
               MOVE PLG-PEDIDO         TO PEDIDO-NUMERO
               READ ARQPED01
                   INVALID KEY
                       ADD 1           TO WRK-QTDE-DESCART
                       DISPLAY 'RELAT-PERDAS: PEDIDO ' PLG-PEDIDO
                               ' DO LOG NAO ENCONTRADO - IGNORADO'
                       GO TO 2100-SAIDA
               END-READ
               MOVE PEDIDO-COD-CLI     TO WRK-OCO-COD-CLI
               MOVE PEDIDO-COD-VEN     TO WRK-OCO-COD-VEN
               MOVE PEDIDO-VALOR       TO WRK-OCO-VALOR
               SET WRK-OCO-COM-ITENS   TO TRUE
               ADD 1                   TO WRK-QTDE-CANCEL
               ADD WRK-OCO-VALOR       TO WRK-VALOR-CANCEL
           ELSE
               MOVE ZEROS              TO WRK-OCO-COD-CLI
                                          WRK-OCO-COD-VEN
                                          WRK-OCO-VALOR
               IF PLG-COD-CLI          NUMERIC
                   MOVE PLG-COD-CLI    TO WRK-OCO-COD-CLI
               END-IF
               IF PLG-COD-VEN          NUMERIC
                   MOVE PLG-COD-VEN    TO WRK-OCO-COD-VEN
               END-IF
               IF PLG-VALOR            NUMERIC
                   MOVE PLG-VALOR      TO WRK-OCO-VALOR
               END-IF
               ADD 1                   TO WRK-QTDE-BLOQ
               ADD WRK-OCO-VALOR       TO WRK-VALOR-BLOQ
           END-IF
           ADD WRK-OCO-VALOR           TO WRK-TOT-VALOR
      *
           PERFORM 2200-TERRITORIO-CLIENTE THRU 2200-SAIDA
      *
           MOVE 1                      TO WRK-ACM-QTDE
           MOVE WRK-OCO-VALOR          TO WRK-ACM-VALOR
      *
           MOVE 'M'                    TO WRK-GRP-BUSCA-TIPO
           MOVE WRK-OCO-MOTIVO         TO WRK-GRP-BUSCA-CHAVE
           MOVE SPACES                 TO WRK-GRP-BUSCA-NOME
           PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
      *
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE WRK-OCO-COD-VEN        TO WRK-GRP-BUSCA-CHAVE
           MOVE SPACES                 TO WRK-GRP-BUSCA-NOME
           PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
      *
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE WRK-OCO-TERRITORIO     TO WRK-GRP-BUSCA-CHAVE
           MOVE SPACES                 TO WRK-GRP-BUSCA-NOME
           PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
      *
           IF WRK-OCO-COM-ITENS
               PERFORM 2400-LER-ITENS THRU 2400-SAIDA
           ELSE
               MOVE 'F'                TO WRK-GRP-BUSCA-TIPO
               MOVE 'BLOQ'             TO WRK-GRP-BUSCA-CHAVE
               MOVE 'BLOQUEIO NA DIGITACAO'
                                       TO WRK-GRP-BUSCA-NOME
               ADD WRK-OCO-VALOR       TO WRK-TOT-VALOR-FAM
               PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TERRITORIO DO CLIENTE DA OCORRENCIA: A CHAVE DE ARQCLI01 TRAZ  *
      * O CNPJ JUNTO, ENTAO POSICIONA NO CODIGO E CONFERE O PRIMEIRO   *
      * REGISTRO LIDO. SEM CLIENTE OU SEM TERRITORIO = (SEM).          *
      *----------------------------------------------------------------*
       2200-TERRITORIO-CLIENTE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE '(SEM)'                TO WRK-OCO-TERRITORIO
           IF NOT WRK-TEM-CLIENTE
           OR WRK-OCO-COD-CLI          EQUAL ZEROS
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           MOVE WRK-OCO-COD-CLI        TO EXEMPLO-CODIGO-CLI
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
           IF  EXEMPLO-CODIGO-CLI OF ARQCLI01 EQUAL WRK-OCO-COD-CLI
           AND EXEMPLO-TERRITORIO OF ARQCLI01 NOT EQUAL SPACES
               MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-OCO-TERRITORIO
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU ABRE) O GRUPO TIPO+CHAVE. DEVOLVE IND-GRP, ZERO   *
      * SE A TABELA ESTIVER CHEIA. O NOME DO GRUPO NOVO VEM DE         *
      * WRK-GRP-BUSCA-NOME OU, NO MOTIVO E NO VENDEDOR, DO CADASTRO.   *
      *----------------------------------------------------------------*
       2300-LOCALIZA-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-GRP
           PERFORM 2310-TESTA-GRUPO THRU 2310-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-GRP NOT LESS TAB-GRP-QTD
      *
           IF WRK-ACHOU
               GO TO 2300-SAIDA
           END-IF
      *
           IF TAB-GRP-QTD              NOT LESS 2000
               MOVE ZEROS              TO IND-GRP
               IF NOT WRK-AVISO-GRP
                   SET WRK-AVISO-GRP   TO TRUE
                   DISPLAY 'RELAT-PERDAS: TABELA DE GRUPOS CHEIA - '
                           'EXCEDENTES IGNORADOS'
               END-IF
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-QTD
           MOVE TAB-GRP-QTD            TO IND-GRP
           MOVE WRK-GRP-BUSCA-TIPO     TO TAB-GRP-TIPO(IND-GRP)
           MOVE WRK-GRP-BUSCA-CHAVE    TO TAB-GRP-CHAVE(IND-GRP)
           MOVE WRK-GRP-BUSCA-NOME     TO TAB-GRP-NOME(IND-GRP)
           MOVE ZEROS                  TO TAB-GRP-QTDE(IND-GRP)
                                          TAB-GRP-VALOR(IND-GRP)
           MOVE 'N'                    TO TAB-GRP-IMPRESSO(IND-GRP)
           IF TAB-GRP-MOTIVO(IND-GRP)
               PERFORM 2360-NOME-MOTIVO THRU 2360-SAIDA
           END-IF
           IF TAB-GRP-VENDEDOR(IND-GRP)
               PERFORM 2350-NOME-VENDEDOR THRU 2350-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-TESTA-GRUPO                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF  TAB-GRP-TIPO(IND-GRP)   EQUAL WRK-GRP-BUSCA-TIPO
           AND TAB-GRP-CHAVE(IND-GRP)  EQUAL WRK-GRP-BUSCA-CHAVE
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR DO GRUPO RECEM-ABERTO (MESMO POSICIONAMENTO   *
      * PELO CODIGO USADO PARA O CLIENTE).                             *
      *----------------------------------------------------------------*
       2350-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-OCO-COD-VEN          EQUAL ZEROS
               MOVE '(SEM VENDEDOR)'   TO TAB-GRP-NOME(IND-GRP)
               GO TO 2350-SAIDA
           END-IF
           IF NOT WRK-TEM-VENDEDOR
               GO TO 2350-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-OCO-COD-VEN        TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2350-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2350-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-OCO-COD-VEN
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO TAB-GRP-NOME(IND-GRP)
           END-IF
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DESCRICAO DO MOTIVO DO GRUPO RECEM-ABERTO.                     *
      *----------------------------------------------------------------*
       2360-NOME-MOTIVO                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-OCO-MOTIVO           EQUAL SPACES
               MOVE '(MOTIVO NAO INFORMADO)'
                                       TO TAB-GRP-NOME(IND-GRP)
               GO TO 2360-SAIDA
           END-IF
           MOVE '(MOTIVO NAO CADASTRADO)'
                                       TO TAB-GRP-NOME(IND-GRP)
           IF NOT WRK-TEM-MOTIVOS
               GO TO 2360-SAIDA
           END-IF
      *
           MOVE WRK-OCO-MOTIVO         TO MOTCAN-CODIGO
           READ ARQMCAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOTCAN-DESCRICAO
                                       TO TAB-GRP-NOME(IND-GRP)
           END-READ
           .
      *----------------------------------------------------------------*
       2360-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ITENS DO PEDIDO CANCELADO (CHAVE = PEDIDO + SEQUENCIA), CADA   *
      * UM NA FAMILIA DO PRODUTO. PEDIDO SEM ITENS VAI INTEIRO PARA A  *
      * FAMILIA 000.                                                   *
      *----------------------------------------------------------------*
       2400-LER-ITENS                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           IF NOT WRK-TEM-ITENS
               GO TO 2400-SEM-ITENS
           END-IF
      *
           MOVE 'N'                    TO WRK-ITP-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           START ARQITP01 KEY IS GREATER THAN OR EQUAL ITEM-PED-CHAVE
               INVALID KEY
                   GO TO 2400-SEM-ITENS
           END-START
      *
           MOVE 'N'                    TO WRK-OCO-ITENS-FLAG
           PERFORM 2410-LER-ITEM THRU 2410-SAIDA
               UNTIL WRK-ITP-FIM
           IF WRK-OCO-COM-ITENS
               GO TO 2400-SAIDA
           END-IF
           .
      *
       2400-SEM-ITENS.
      *
           MOVE 1                      TO IND-FAM
           MOVE 1                      TO WRK-ACM-QTDE
           MOVE WRK-OCO-VALOR          TO WRK-ACM-VALOR
           PERFORM 2450-ACUMULA-FAMILIA THRU 2450-SAIDA
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
           SET WRK-OCO-COM-ITENS       TO TRUE
           PERFORM 2500-LOCALIZA-PRODUTO THRU 2500-SAIDA
           MOVE ZEROS                  TO WRK-FAM-BUSCA
           IF WRK-ACHOU
               MOVE TAB-PRD-FAM(IND-PRD)
                                       TO WRK-FAM-BUSCA
           END-IF
           PERFORM 1320-LOCALIZA-FAMILIA THRU 1320-SAIDA
           IF NOT WRK-ACHOU
               MOVE 1                  TO IND-FAM
           END-IF
      *
           MOVE 1                      TO WRK-ACM-QTDE
           MOVE ITEM-PED-VALOR         TO WRK-ACM-VALOR
           PERFORM 2450-ACUMULA-FAMILIA THRU 2450-SAIDA
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA WRK-ACM-* NO GRUPO DA FAMILIA IND-FAM.                    *
      *----------------------------------------------------------------*
       2450-ACUMULA-FAMILIA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-FAM-COD(IND-FAM)   TO WRK-FAM-CHAVE
           MOVE 'F'                    TO WRK-GRP-BUSCA-TIPO
           MOVE WRK-FAM-CHAVE          TO WRK-GRP-BUSCA-CHAVE
           MOVE TAB-FAM-DESC(IND-FAM)  TO WRK-GRP-BUSCA-NOME
           ADD WRK-ACM-VALOR           TO WRK-TOT-VALOR-FAM
           PERFORM 2600-ACUMULA-GRUPO THRU 2600-SAIDA
           .
      *----------------------------------------------------------------*
       2450-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2500-LOCALIZA-PRODUTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-PRD
           PERFORM 2510-TESTA-PRODUTO THRU 2510-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-PRD NOT LESS TAB-PRD-QTD
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-TESTA-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-PRD
           IF TAB-PRD-COD(IND-PRD)     EQUAL ITEM-PED-COD-PROD
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA WRK-ACM-QTDE/WRK-ACM-VALOR NO GRUPO WRK-GRP-BUSCA-*.      *
      *----------------------------------------------------------------*
       2600-ACUMULA-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
           IF IND-GRP                  EQUAL ZEROS
               GO TO 2600-SAIDA
           END-IF
      *
           ADD WRK-ACM-QTDE            TO TAB-GRP-QTDE(IND-GRP)
           ADD WRK-ACM-VALOR           TO TAB-GRP-VALOR(IND-GRP)
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME O RESUMO E AS QUATRO VISOES; FECHA E REGISTRA O        *
      * MANIFESTO.                                                     *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQPEDLOG
           CLOSE ARQPED01
           IF WRK-TEM-ITENS
               CLOSE ARQITP01
           END-IF
           IF WRK-TEM-MOTIVOS
               CLOSE ARQMCAN
           END-IF
           IF WRK-TEM-CLIENTE
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           MOVE WRK-QTDE-CANCEL        TO WRK-QTDE-ED
           MOVE WRK-VALOR-CANCEL       TO WRK-VALOR-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'CANCELADOS PELA TELA....: QTDE=' WRK-QTDE-ED
                  ' VALOR=' WRK-VALOR-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE WRK-QTDE-BLOQ          TO WRK-QTDE-ED
           MOVE WRK-VALOR-BLOQ         TO WRK-VALOR-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'BARRADOS NA DIGITACAO...: QTDE=' WRK-QTDE-ED
                  ' VALOR=' WRK-VALOR-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           COMPUTE WRK-QTDE-OCORR      = WRK-QTDE-CANCEL
                                       + WRK-QTDE-BLOQ
           MOVE WRK-QTDE-OCORR         TO WRK-QTDE-ED
           MOVE WRK-TOT-VALOR          TO WRK-VALOR-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL PERDIDO NO MES....: QTDE=' WRK-QTDE-ED
                  ' VALOR=' WRK-VALOR-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           IF WRK-QTDE-DESCART         GREATER ZEROS
               MOVE WRK-QTDE-DESCART   TO WRK-QTDE-ED
               MOVE SPACES             TO REG-ARQREL
               STRING 'CANCELAMENTOS DE PEDIDO NAO ENCONTRADO '
                      '(IGNORADOS): ' WRK-QTDE-ED
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
               WRITE REG-ARQREL
           END-IF
      *
           MOVE WRK-TOT-VALOR          TO WRK-BASE-PCT
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PERDAS POR MOTIVO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'M'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PERDAS POR VENDEDOR ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PERDAS POR TERRITORIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
      *    NA FAMILIA O VALOR E O DOS ITENS (SEM FRETE/ICMS DO
      *    PEDIDO), ENTAO A FATIA E SOBRE O TOTAL DA PROPRIA VISAO.
           MOVE WRK-TOT-VALOR-FAM      TO WRK-BASE-PCT
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PERDAS POR FAMILIA DE PRODUTO (QTDE = ITENS) ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'F'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-PERDAS: MES ' WRK-PERIODO-REL
                   ' CANCELADOS=' WRK-QTDE-CANCEL
                   ' BLOQUEADOS=' WRK-QTDE-BLOQ
                   ' IGNORADOS=' WRK-QTDE-DESCART
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME, DO MAIOR VALOR PARA O MENOR, O PROXIMO GRUPO AINDA    *
      * NAO IMPRESSO DO TIPO WRK-GRP-BUSCA-TIPO.                       *
      *----------------------------------------------------------------*
       3100-PROXIMO-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-GRP-MAIOR
           MOVE ZEROS                  TO IND-GRP
           PERFORM 3110-TESTA-MAIOR THRU 3110-SAIDA
               UNTIL IND-GRP NOT LESS TAB-GRP-QTD
      *
           IF WRK-GRP-MAIOR            EQUAL ZEROS
               SET WRK-VISAO-FIM       TO TRUE
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-GRP-IMPRESSO
                                          (WRK-GRP-MAIOR)
           PERFORM 3200-IMPRIME-GRUPO THRU 3200-SAIDA
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-TESTA-MAIOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF  TAB-GRP-TIPO(IND-GRP)   EQUAL WRK-GRP-BUSCA-TIPO
           AND TAB-GRP-IMPRESSO(IND-GRP) EQUAL 'N'
               IF WRK-GRP-MAIOR        EQUAL ZEROS
                   MOVE IND-GRP        TO WRK-GRP-MAIOR
               ELSE
                   IF TAB-GRP-VALOR(IND-GRP)
                      GREATER TAB-GRP-VALOR(WRK-GRP-MAIOR)
                       MOVE IND-GRP    TO WRK-GRP-MAIOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR GRUPO: CHAVE, NOME, QTDE, VALOR E FATIA DO TOTAL *
      * DA VISAO (WRK-BASE-PCT).                                       *
      *----------------------------------------------------------------*
       3200-IMPRIME-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-MAIOR          TO WRK-IX-GRP
           MOVE TAB-GRP-QTDE(WRK-IX-GRP)
                                       TO WRK-QTDE-ED
           MOVE TAB-GRP-VALOR(WRK-IX-GRP)
                                       TO WRK-VALOR-ED
           MOVE ZEROS                  TO WRK-PART-PCT
           IF WRK-BASE-PCT             GREATER ZEROS
               COMPUTE WRK-PART-PCT ROUNDED
                       = (TAB-GRP-VALOR(WRK-IX-GRP) * 100)
                       / WRK-BASE-PCT
           END-IF
           MOVE WRK-PART-PCT           TO WRK-PART-ED
      *
           MOVE SPACES                 TO REG-ARQREL
           EVALUATE TRUE
               WHEN TAB-GRP-MOTIVO(WRK-IX-GRP)
                   STRING '  MOTIVO '
                          TAB-GRP-CHAVE(WRK-IX-GRP)(1:3)
                          ' ' TAB-GRP-NOME(WRK-IX-GRP)
                          DELIMITED BY SIZE INTO REG-ARQREL
                   END-STRING
               WHEN TAB-GRP-VENDEDOR(WRK-IX-GRP)
                   STRING '  VENDEDOR '
                          TAB-GRP-CHAVE(WRK-IX-GRP)(1:3)
                          ' ' TAB-GRP-NOME(WRK-IX-GRP)
                          DELIMITED BY SIZE INTO REG-ARQREL
                   END-STRING
               WHEN TAB-GRP-TERRITORIO(WRK-IX-GRP)
                   STRING '  TERRITORIO '
                          TAB-GRP-CHAVE(WRK-IX-GRP)
                          DELIMITED BY SIZE INTO REG-ARQREL
                   END-STRING
               WHEN OTHER
                   STRING '  FAMILIA '
                          TAB-GRP-CHAVE(WRK-IX-GRP)(1:4)
                          ' ' TAB-GRP-NOME(WRK-IX-GRP)
                          DELIMITED BY SIZE INTO REG-ARQREL
                   END-STRING
           END-EVALUATE
           MOVE ' QTDE='               TO REG-ARQREL(50:6)
           MOVE WRK-QTDE-ED            TO REG-ARQREL(56:9)
           MOVE ' VALOR='              TO REG-ARQREL(65:7)
           MOVE WRK-VALOR-ED           TO REG-ARQREL(72:18)
           MOVE ' PART%='              TO REG-ARQREL(90:7)
           MOVE WRK-PART-ED            TO REG-ARQREL(97:6)
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
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
           COMPUTE WRK-MANIF-QTDE      = WRK-QTDE-CANCEL
                                       + WRK-QTDE-BLOQ
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

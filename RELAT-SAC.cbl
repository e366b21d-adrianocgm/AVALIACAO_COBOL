      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-SAC.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-SAC                                     *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RESUMO MENSAL DO SAC: A PARTIR DOS CHAMADOS DE *
      *                 RECLAMACAO (ARQSAC), IMPRIME POR CATEGORIA E   *
      *                 POR TERRITORIO DO CLIENTE A QTDE DE CHAMADOS   *
      *                 ABERTOS NO MES, A QTDE FECHADA NO MES (E       *
      *                 QUANTOS DESTES FORA DO PRAZO) E O TEMPO MEDIO  *
      *                 DE SOLUCAO EM DIAS DOS FECHADOS NO MES, MAIS   *
      *                 OS CHAMADOS AINDA NAO FECHADOS NO FIM DO MES.  *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>SAC_MENSAL_<STAMP>.TXT             *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQSAC                          SAC-SIST        *
      *                ARQSLA                          SLA-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RESUMO MENSAL DO SAC.   *
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
           SELECT ARQSAC   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SAC-NUMERO
               FILE STATUS             IS WRK-FS-ARQSAC.
      *
           SELECT ARQSLA   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SLA-CHAVE
               FILE STATUS             IS WRK-FS-ARQSLA.
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
         FD ARQSAC
            VALUE OF FILE-ID IS NOME-ARQSAC-WS
            COPY "SAC-SIST.CPY".
      *
         FD ARQSLA
            VALUE OF FILE-ID IS NOME-ARQSLA-WS
            COPY "SLA-SIST.CPY".
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
           'RELAT-SAC'.
      *
       01 NOME-ARQSAC-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQSAC.DAT'.
       01 NOME-ARQSLA-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQSLA.DAT'.
       01 WRK-NOME-ARQREL              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQSAC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQSAC-OK                           VALUE '00' '05'.
           88  WRK-ARQSAC-FIM                          VALUE '10'.
       01  WRK-FS-ARQSLA               PIC X(002)      VALUE SPACES.
           88  WRK-ARQSLA-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-SLA-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TEM-SLA                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO (PRIMEIRO E ULTIMO DIA POSSIVEL).          *
      *----------------------------------------------------------------*
      *
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-SAC             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES POR GRUPO (CATEGORIA OU TERRITORIO).    *
      *----------------------------------------------------------------*
      *
       01  TAB-GRUPOS.
           05 TAB-GRP-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRP-ENT              OCCURS 600 TIMES.
              10 TAB-GRP-TIPO          PIC X(001).
                 88 TAB-GRP-CATEGORIA            VALUE 'C'.
                 88 TAB-GRP-TERRITORIO           VALUE 'T'.
              10 TAB-GRP-CHAVE         PIC X(005).
              10 TAB-GRP-NOME          PIC X(030).
              10 TAB-GRP-ABERTOS       PIC 9(005).
              10 TAB-GRP-FECHADOS      PIC 9(005).
              10 TAB-GRP-FORA-PRAZO    PIC 9(005).
              10 TAB-GRP-PENDENTES     PIC 9(005).
              10 TAB-GRP-SOMA-DIAS     PIC 9(009).
              10 TAB-GRP-IMPRESSO      PIC X(001).
      *
       77  IND-GRP                     PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-GRP                  PIC 9(004) COMP VALUE ZEROS.
       77  WRK-GRP-MENOR               PIC 9(004) COMP VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-VISAO-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-VISAO-FIM                           VALUE 'S'.
       01  WRK-AVISO-GRP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-GRP                           VALUE 'S'.
       01  WRK-CONTA-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-CONTA-ABERTO                        VALUE 'A'.
           88  WRK-CONTA-FECHADO                       VALUE 'F'.
           88  WRK-CONTA-PENDENTE                      VALUE 'P'.
      *
       01  WRK-GRP-BUSCA-TIPO          PIC X(001)      VALUE SPACES.
       01  WRK-GRP-BUSCA-CHAVE         PIC X(005)      VALUE SPACES.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ABERTOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FECHADOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FORA-PRAZO          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SOMA-DIAS           PIC 9(009)      VALUE ZEROS.
       77  WRK-MEDIA-DIAS              PIC 9(005)V9    VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-MEDIA-ED                PIC ZZZZ9,9.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(040)      VALUE
              'GRUPO                                   '.
           05 FILLER                   PIC X(050)      VALUE
              'ABERTOS FECHADOS FORA PRAZO MEDIA DIAS PENDENTES'.
           05 FILLER                   PIC X(042)      VALUE SPACES.
      *
       01  WRK-LIN-DET.
           05 LIN-SC-CHAVE             PIC X(005).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SC-NOME              PIC X(030).
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 LIN-SC-ABERTOS           PIC ZZZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 LIN-SC-FECHADOS          PIC ZZZZ9.
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 LIN-SC-FORA-PRAZO        PIC ZZZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 LIN-SC-MEDIA             PIC ZZZZ9,9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-SC-PENDENTES         PIC ZZZZ9.
           05 FILLER                   PIC X(048)      VALUE SPACES.
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
           PERFORM 2000-LE-CHAMADO THRU 2000-SAIDA
               UNTIL WRK-ARQSAC-FIM
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
           OPEN INPUT ARQSAC
           IF NOT WRK-ARQSAC-OK
               DISPLAY 'RELAT-SAC: ARQUIVO DE CHAMADOS AUSENTE - '
                       'FILE STATUS=' WRK-FS-ARQSAC
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM TABELA DE PRAZOS A CATEGORIA SAI SEM DESCRICAO.
           OPEN INPUT ARQSLA
           IF WRK-ARQSLA-OK
               SET WRK-TEM-SLA         TO TRUE
           END-IF
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-SAC: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'RESUMO DO SAC POR CATEGORIA E TERRITORIO - MES '
                  WRK-PERIODO-SAC ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'ABERTOS E FECHADOS NO MES; MEDIA EM DIAS CORRIDOS '
                  'DOS FECHADOS NO MES; PENDENTES = ABERTOS ATE O FIM '
                  'DO MES SEM FECHAMENTO NELE'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           PERFORM 7100-LER-ARQSAC THRU 7100-SAIDA
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
               COMPUTE WRK-PERIODO-SAC
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-SAC    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-SAC: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-SAC
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSAC.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQSAC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSLA.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQSLA-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'SAC_MENSAL_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DO RELATORIO (PADRAO = MES ANTERIOR, EM CALENDARIO DE      *
      * MESES CORRIDOS ANO*12+MES).                                    *
      *----------------------------------------------------------------*
       1100-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-SAC          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-SAC
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-SAC * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-SAC * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLASSIFICA O CHAMADO CORRENTE NO MES (ABERTO NELE, FECHADO     *
      * NELE OU AINDA PENDENTE NO FIM DELE) E ACUMULA NA CATEGORIA E   *
      * NO TERRITORIO. UM CHAMADO ABERTO E FECHADO NO MES CONTA NAS    *
      * DUAS COLUNAS.                                                  *
      *----------------------------------------------------------------*
       2000-LE-CHAMADO                 SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF SAC-DATA-ABERTURA        GREATER WRK-DATA-FIM
               GO TO 2000-PROXIMO
           END-IF
           IF  SAC-FECHADO
           AND SAC-DATA-FECHAMENTO     LESS WRK-DATA-INI
               GO TO 2000-PROXIMO
           END-IF
      *
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE SAC-CATEGORIA          TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2100-ACUMULA-CHAMADO THRU 2100-SAIDA
      *
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE SAC-TERRITORIO         TO WRK-GRP-BUSCA-CHAVE
           IF SAC-TERRITORIO           EQUAL SPACES
               MOVE '(SEM)'            TO WRK-GRP-BUSCA-CHAVE
           END-IF
           PERFORM 2100-ACUMULA-CHAMADO THRU 2100-SAIDA
      *
           IF SAC-DATA-ABERTURA        NOT LESS WRK-DATA-INI
               ADD 1                   TO WRK-TOT-ABERTOS
           END-IF
           IF  SAC-FECHADO
           AND SAC-DATA-FECHAMENTO     NOT LESS WRK-DATA-INI
           AND SAC-DATA-FECHAMENTO     NOT GREATER WRK-DATA-FIM
               ADD 1                   TO WRK-TOT-FECHADOS
               ADD SAC-DIAS-RESOLUCAO  TO WRK-TOT-SOMA-DIAS
               IF SAC-DATA-FECHAMENTO  GREATER SAC-DATA-LIMITE
                   ADD 1               TO WRK-TOT-FORA-PRAZO
               END-IF
           END-IF
           IF NOT SAC-FECHADO
           OR SAC-DATA-FECHAMENTO      GREATER WRK-DATA-FIM
               ADD 1                   TO WRK-TOT-PENDENTES
           END-IF
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQSAC THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA O CHAMADO CORRENTE NO GRUPO TIPO+CHAVE.                *
      *----------------------------------------------------------------*
       2100-ACUMULA-CHAMADO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
           IF IND-GRP                  EQUAL ZEROS
               GO TO 2100-SAIDA
           END-IF
      *
           IF SAC-DATA-ABERTURA        NOT LESS WRK-DATA-INI
               ADD 1                   TO TAB-GRP-ABERTOS(IND-GRP)
           END-IF
      *
           IF  SAC-FECHADO
           AND SAC-DATA-FECHAMENTO     NOT LESS WRK-DATA-INI
           AND SAC-DATA-FECHAMENTO     NOT GREATER WRK-DATA-FIM
               ADD 1                   TO TAB-GRP-FECHADOS(IND-GRP)
               ADD SAC-DIAS-RESOLUCAO  TO TAB-GRP-SOMA-DIAS(IND-GRP)
               IF SAC-DATA-FECHAMENTO  GREATER SAC-DATA-LIMITE
                   ADD 1               TO TAB-GRP-FORA-PRAZO(IND-GRP)
               END-IF
           END-IF
      *
           IF NOT SAC-FECHADO
           OR SAC-DATA-FECHAMENTO      GREATER WRK-DATA-FIM
               ADD 1                   TO TAB-GRP-PENDENTES(IND-GRP)
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU ABRE) O GRUPO TIPO+CHAVE. DEVOLVE IND-GRP, ZERO   *
      * SE A TABELA ESTIVER CHEIA.                                     *
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
           IF TAB-GRP-QTD              NOT LESS 600
               MOVE ZEROS              TO IND-GRP
               IF NOT WRK-AVISO-GRP
                   SET WRK-AVISO-GRP   TO TRUE
                   DISPLAY 'RELAT-SAC: TABELA DE CATEGORIAS/'
                           'TERRITORIOS CHEIA - EXCEDENTES IGNORADOS'
               END-IF
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-QTD
           MOVE TAB-GRP-QTD            TO IND-GRP
           MOVE WRK-GRP-BUSCA-TIPO     TO TAB-GRP-TIPO(IND-GRP)
           MOVE WRK-GRP-BUSCA-CHAVE    TO TAB-GRP-CHAVE(IND-GRP)
           MOVE SPACES                 TO TAB-GRP-NOME(IND-GRP)
           MOVE ZEROS                  TO TAB-GRP-ABERTOS(IND-GRP)
                                          TAB-GRP-FECHADOS(IND-GRP)
                                          TAB-GRP-FORA-PRAZO(IND-GRP)
                                          TAB-GRP-PENDENTES(IND-GRP)
                                          TAB-GRP-SOMA-DIAS(IND-GRP)
           MOVE 'N'                    TO TAB-GRP-IMPRESSO(IND-GRP)
           IF TAB-GRP-CATEGORIA(IND-GRP)
               PERFORM 2350-NOME-CATEGORIA THRU 2350-SAIDA
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
      * DESCRICAO DA CATEGORIA RECEM-ABERTA: A DO PRIMEIRO PRAZO DELA  *
      * NA TABELA DO SAC (QUALQUER SEVERIDADE).                        *
      *----------------------------------------------------------------*
       2350-NOME-CATEGORIA             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-SLA
               GO TO 2350-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO SLA-CHAVE
           MOVE SAC-CATEGORIA          TO SLA-CATEGORIA
           START ARQSLA KEY IS GREATER THAN OR EQUAL SLA-CHAVE
               INVALID KEY
                   GO TO 2350-SAIDA
           END-START
           READ ARQSLA NEXT RECORD
               AT END
                   GO TO 2350-SAIDA
           END-READ
           IF SLA-CATEGORIA            EQUAL SAC-CATEGORIA
               MOVE SLA-DESCRICAO      TO TAB-GRP-NOME(IND-GRP)
           END-IF
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME AS DUAS VISOES NA ORDEM DA CHAVE, OS TOTAIS DO MES E   *
      * REGISTRA NO MANIFESTO.                                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQSAC
           IF WRK-TEM-SLA
               CLOSE ARQSLA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** CHAMADOS POR CATEGORIA ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** CHAMADOS POR TERRITORIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE ZEROS                  TO WRK-MEDIA-DIAS
           IF WRK-TOT-FECHADOS         GREATER ZEROS
               COMPUTE WRK-MEDIA-DIAS ROUNDED
                       = WRK-TOT-SOMA-DIAS / WRK-TOT-FECHADOS
           END-IF
           MOVE WRK-MEDIA-DIAS         TO WRK-MEDIA-ED
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           STRING 'TOTAL DO MES: ABERTOS=' WRK-TOT-ABERTOS
                  ' FECHADOS=' WRK-TOT-FECHADOS
                  ' FORA DO PRAZO=' WRK-TOT-FORA-PRAZO
                  ' MEDIA DIAS=' WRK-MEDIA-ED
                  ' PENDENTES=' WRK-TOT-PENDENTES
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-SAC: MES ' WRK-PERIODO-SAC
                   ' ABERTOS=' WRK-TOT-ABERTOS
                   ' FECHADOS=' WRK-TOT-FECHADOS
                   ' PENDENTES=' WRK-TOT-PENDENTES
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME, NA ORDEM DA CHAVE, O PROXIMO GRUPO AINDA NAO IMPRESSO *
      * DO TIPO WRK-GRP-BUSCA-TIPO.                                    *
      *----------------------------------------------------------------*
       3100-PROXIMO-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-GRP-MENOR
           MOVE ZEROS                  TO IND-GRP
           PERFORM 3110-TESTA-MENOR THRU 3110-SAIDA
               UNTIL IND-GRP NOT LESS TAB-GRP-QTD
      *
           IF WRK-GRP-MENOR            EQUAL ZEROS
               SET WRK-VISAO-FIM       TO TRUE
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-GRP-IMPRESSO
                                          (WRK-GRP-MENOR)
           PERFORM 3200-IMPRIME-GRUPO THRU 3200-SAIDA
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF  TAB-GRP-TIPO(IND-GRP)   EQUAL WRK-GRP-BUSCA-TIPO
           AND TAB-GRP-IMPRESSO(IND-GRP) EQUAL 'N'
               IF WRK-GRP-MENOR        EQUAL ZEROS
                   MOVE IND-GRP        TO WRK-GRP-MENOR
               ELSE
                   IF TAB-GRP-CHAVE(IND-GRP)
                      LESS TAB-GRP-CHAVE(WRK-GRP-MENOR)
                       MOVE IND-GRP    TO WRK-GRP-MENOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR GRUPO. SEM FECHAMENTO NO MES A MEDIA SAI ZERO.   *
      *----------------------------------------------------------------*
       3200-IMPRIME-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-MENOR          TO WRK-IX-GRP
      *
           MOVE ZEROS                  TO WRK-MEDIA-DIAS
           IF TAB-GRP-FECHADOS(WRK-IX-GRP) GREATER ZEROS
               COMPUTE WRK-MEDIA-DIAS ROUNDED
                       = TAB-GRP-SOMA-DIAS(WRK-IX-GRP)
                       / TAB-GRP-FECHADOS(WRK-IX-GRP)
           END-IF
      *
           MOVE TAB-GRP-CHAVE(WRK-IX-GRP)
                                       TO LIN-SC-CHAVE
           MOVE TAB-GRP-NOME(WRK-IX-GRP)
                                       TO LIN-SC-NOME
           MOVE TAB-GRP-ABERTOS(WRK-IX-GRP)
                                       TO LIN-SC-ABERTOS
           MOVE TAB-GRP-FECHADOS(WRK-IX-GRP)
                                       TO LIN-SC-FECHADOS
           MOVE TAB-GRP-FORA-PRAZO(WRK-IX-GRP)
                                       TO LIN-SC-FORA-PRAZO
           MOVE WRK-MEDIA-DIAS         TO LIN-SC-MEDIA
           MOVE TAB-GRP-PENDENTES(WRK-IX-GRP)
                                       TO LIN-SC-PENDENTES
           WRITE REG-ARQREL            FROM WRK-LIN-DET
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
           MOVE WRK-TOT-ABERTOS        TO WRK-MANIF-QTDE
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
      *
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS CHAMADOS DO SAC.                        *
      *----------------------------------------------------------------*
       7100-LER-ARQSAC                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSAC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSAC
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-SAC.

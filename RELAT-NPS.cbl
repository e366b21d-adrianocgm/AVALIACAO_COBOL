      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-NPS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-NPS                                     *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RESULTADO MENSAL DAS PESQUISAS DE SATISFACAO:  *
      *                 A PARTIR DO HISTORICO (ARQNPS), PELA DATA DA   *
      *                 VISITA, IMPRIME POR VENDEDOR, POR TERRITORIO E *
      *                 POR FAIXA DE PRIORIDADE DO CLIENTE A QTDE DE   *
      *                 RESPOSTAS, PROMOTORES (9-10), NEUTROS (7-8),   *
      *                 DETRATORES (0-6) E O NPS (% PROMOTORES MENOS   *
      *                 % DETRATORES), E LISTA OS DETRATORES DO MES    *
      *                 COM TELEFONE E COMENTARIO PARA A SUPERVISAO    *
      *                 RETORNAR O CONTATO.                            *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>NPS_MENSAL_<STAMP>.TXT             *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQNPS                          NPS-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RESULTADO MENSAL NPS.   *
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
           SELECT ARQNPS   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NPS-CHAVE
               FILE STATUS             IS WRK-FS-ARQNPS.
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
         FD ARQNPS
            VALUE OF FILE-ID IS NOME-ARQNPS-WS
            COPY "NPS-SIST.CPY".
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
           'RELAT-NPS'.
      *
       01 NOME-ARQNPS-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQNPS.DAT'.
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
       01  WRK-FS-ARQNPS               PIC X(002)      VALUE SPACES.
           88  WRK-ARQNPS-OK                           VALUE '00' '05'.
           88  WRK-ARQNPS-FIM                          VALUE '10'.
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
      *    SEM CADASTROS O RELATORIO SAI SEM NOMES E TELEFONES.
       01  WRK-TEM-CLI-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLI                             VALUE 'S'.
       01  WRK-TEM-VEN-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VEN                             VALUE 'S'.
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
       77  WRK-PERIODO-NPS             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES POR GRUPO (VENDEDOR, TERRITORIO OU      *
      *    FAIXA DE PRIORIDADE).                                       *
      *----------------------------------------------------------------*
      *
       01  TAB-GRUPOS.
           05 TAB-GRP-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRP-ENT              OCCURS 600 TIMES.
              10 TAB-GRP-TIPO          PIC X(001).
                 88 TAB-GRP-VENDEDOR             VALUE 'V'.
                 88 TAB-GRP-TERRITORIO           VALUE 'T'.
                 88 TAB-GRP-FAIXA                VALUE 'F'.
              10 TAB-GRP-CHAVE         PIC X(005).
              10 TAB-GRP-NOME          PIC X(030).
              10 TAB-GRP-RESPOSTAS     PIC 9(005).
              10 TAB-GRP-PROMOTORES    PIC 9(005).
              10 TAB-GRP-NEUTROS       PIC 9(005).
              10 TAB-GRP-DETRATORES    PIC 9(005).
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
      *
       01  WRK-GRP-BUSCA-TIPO          PIC X(001)      VALUE SPACES.
       01  WRK-GRP-BUSCA-CHAVE         PIC X(005)      VALUE SPACES.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-RESPOSTAS           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PROMOTORES          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-NEUTROS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-DETRATORES          PIC 9(007)      VALUE ZEROS.
       77  WRK-NPS                     PIC S9(003)V9   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-NPS-ED                  PIC -ZZ9,9.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(040)      VALUE
              'GRUPO                                   '.
           05 FILLER                   PIC X(046)      VALUE
              'RESPOSTAS PROMOTORES NEUTROS DETRATORES    NPS'.
           05 FILLER                   PIC X(046)      VALUE SPACES.
      *
       01  WRK-LIN-DET.
           05 LIN-NP-CHAVE             PIC X(005).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-NP-NOME              PIC X(030).
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 LIN-NP-RESPOSTAS         PIC ZZZZ9.
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 LIN-NP-PROMOTORES        PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-NP-NEUTROS           PIC ZZZZ9.
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 LIN-NP-DETRATORES        PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-NP-NPS               PIC -ZZ9,9.
           05 FILLER                   PIC X(046)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LISTA DE DETRATORES PARA RETORNO DO CONTATO.                *
      *----------------------------------------------------------------*
      *
       01  WRK-LIN-CAB-DET.
           05 FILLER                   PIC X(040)      VALUE
              'CLIENTE NOME                            '.
           05 FILLER                   PIC X(046)      VALUE
              'VEN DATA     NT TELEFONE        COMENTARIO    '.
           05 FILLER                   PIC X(046)      VALUE SPACES.
      *
       01  WRK-LIN-DETRATOR.
           05 LIN-DT-COD-CLI           PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-NOME              PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-COD-VEN           PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-DATA              PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-NOTA              PIC Z9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-TELEFONE          PIC X(015).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-COMENTARIO        PIC X(060).
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
           PERFORM 2000-LE-PESQUISA THRU 2000-SAIDA
               UNTIL WRK-ARQNPS-FIM
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
           OPEN INPUT ARQNPS
           IF NOT WRK-ARQNPS-OK
               DISPLAY 'RELAT-NPS: HISTORICO DE PESQUISAS AUSENTE - '
                       'FILE STATUS=' WRK-FS-ARQNPS
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLI         TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VEN         TO TRUE
           END-IF
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-NPS: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PESQUISA DE SATISFACAO (NPS) POR VENDEDOR, '
                  'TERRITORIO E FAIXA - MES ' WRK-PERIODO-NPS
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PELA DATA DA VISITA; PROMOTOR = NOTA 9-10, NEUTRO '
                  '= 7-8, DETRATOR = 0-6; NPS = % PROMOTORES - % '
                  'DETRATORES'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           PERFORM 7100-LER-ARQNPS THRU 7100-SAIDA
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
               COMPUTE WRK-PERIODO-NPS
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-NPS    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-NPS: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-NPS
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQNPS.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQNPS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'NPS_MENSAL_' WRK-STAMP '.TXT'
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
           IF WRK-PERIODO-NPS          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-NPS
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-NPS * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-NPS * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA A RESPOSTA CORRENTE, SE A VISITA CAIU NO MES, NO       *
      * VENDEDOR, NO TERRITORIO E NA FAIXA DO CLIENTE.                 *
      *----------------------------------------------------------------*
       2000-LE-PESQUISA                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF NPS-DATA-VISITA          LESS WRK-DATA-INI
           OR NPS-DATA-VISITA          GREATER WRK-DATA-FIM
               GO TO 2000-PROXIMO
           END-IF
      *
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE NPS-COD-VEN            TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2100-ACUMULA-PESQUISA THRU 2100-SAIDA
      *
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE NPS-TERRITORIO         TO WRK-GRP-BUSCA-CHAVE
           IF NPS-TERRITORIO           EQUAL SPACES
               MOVE '(SEM)'            TO WRK-GRP-BUSCA-CHAVE
           END-IF
           PERFORM 2100-ACUMULA-PESQUISA THRU 2100-SAIDA
      *
      *    FAIXA EM BRANCO OU INVALIDA CONTA COMO C (VER CAD-SIST).
           MOVE 'F'                    TO WRK-GRP-BUSCA-TIPO
           MOVE NPS-PRIORIDADE         TO WRK-GRP-BUSCA-CHAVE
           IF  NPS-PRIORIDADE          NOT EQUAL 'A'
           AND NPS-PRIORIDADE          NOT EQUAL 'B'
               MOVE 'C'                TO WRK-GRP-BUSCA-CHAVE
           END-IF
           PERFORM 2100-ACUMULA-PESQUISA THRU 2100-SAIDA
      *
           ADD 1                       TO WRK-TOT-RESPOSTAS
           EVALUATE TRUE
               WHEN NPS-PROMOTOR
                   ADD 1               TO WRK-TOT-PROMOTORES
               WHEN NPS-NEUTRO
                   ADD 1               TO WRK-TOT-NEUTROS
               WHEN OTHER
                   ADD 1               TO WRK-TOT-DETRATORES
           END-EVALUATE
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQNPS THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA A RESPOSTA CORRENTE NO GRUPO TIPO+CHAVE.               *
      *----------------------------------------------------------------*
       2100-ACUMULA-PESQUISA           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
           IF IND-GRP                  EQUAL ZEROS
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-RESPOSTAS(IND-GRP)
           EVALUATE TRUE
               WHEN NPS-PROMOTOR
                   ADD 1               TO TAB-GRP-PROMOTORES(IND-GRP)
               WHEN NPS-NEUTRO
                   ADD 1               TO TAB-GRP-NEUTROS(IND-GRP)
               WHEN OTHER
                   ADD 1               TO TAB-GRP-DETRATORES(IND-GRP)
           END-EVALUATE
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
                   DISPLAY 'RELAT-NPS: TABELA DE VENDEDORES/'
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
           MOVE ZEROS                  TO TAB-GRP-RESPOSTAS(IND-GRP)
                                          TAB-GRP-PROMOTORES(IND-GRP)
                                          TAB-GRP-NEUTROS(IND-GRP)
                                          TAB-GRP-DETRATORES(IND-GRP)
           MOVE 'N'                    TO TAB-GRP-IMPRESSO(IND-GRP)
           EVALUATE TRUE
               WHEN TAB-GRP-VENDEDOR(IND-GRP)
                   PERFORM 2350-NOME-VENDEDOR THRU 2350-SAIDA
               WHEN TAB-GRP-FAIXA(IND-GRP)
                   STRING 'FAIXA '     DELIMITED BY SIZE
                          WRK-GRP-BUSCA-CHAVE
                                       DELIMITED BY SPACE
                          INTO TAB-GRP-NOME(IND-GRP)
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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
      * NOME DO VENDEDOR RECEM-ABERTO NO CADASTRO DE VENDEDORES.       *
      *----------------------------------------------------------------*
       2350-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-VEN
               GO TO 2350-SAIDA
           END-IF
      *
           MOVE NPS-COD-VEN            TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE '*VENDEDOR NAO CADASTRADO*'
                                       TO TAB-GRP-NOME(IND-GRP)
               NOT INVALID KEY
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO TAB-GRP-NOME(IND-GRP)
           END-READ
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME AS TRES VISOES NA ORDEM DA CHAVE, OS TOTAIS DO MES, A  *
      * LISTA DE DETRATORES E REGISTRA NO MANIFESTO.                   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** NPS POR VENDEDOR ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'V'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** NPS POR TERRITORIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** NPS POR FAIXA DE PRIORIDADE ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           MOVE 'F'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE ZEROS                  TO WRK-NPS
           IF WRK-TOT-RESPOSTAS        GREATER ZEROS
               COMPUTE WRK-NPS ROUNDED
                       = ((WRK-TOT-PROMOTORES - WRK-TOT-DETRATORES)
                       * 100) / WRK-TOT-RESPOSTAS
           END-IF
           MOVE WRK-NPS                TO WRK-NPS-ED
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           STRING 'TOTAL DO MES: RESPOSTAS=' WRK-TOT-RESPOSTAS
                  ' PROMOTORES=' WRK-TOT-PROMOTORES
                  ' NEUTROS=' WRK-TOT-NEUTROS
                  ' DETRATORES=' WRK-TOT-DETRATORES
                  ' NPS=' WRK-NPS-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
      *    SEGUNDA PASSADA NO HISTORICO: DETRATORES DO MES PARA A
      *    SUPERVISAO RETORNAR O CONTATO.
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** DETRATORES DO MES - RETORNAR O CONTATO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB-DET
           CLOSE ARQNPS
           MOVE SPACES                 TO WRK-FS-ARQNPS
           OPEN INPUT ARQNPS
           PERFORM 7100-LER-ARQNPS THRU 7100-SAIDA
           PERFORM 3400-LISTA-DETRATOR THRU 3400-SAIDA
               UNTIL WRK-ARQNPS-FIM
      *
           CLOSE ARQNPS
           IF WRK-TEM-CLI
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-VEN
               CLOSE ARQVEN01
           END-IF
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-NPS: MES ' WRK-PERIODO-NPS
                   ' RESPOSTAS=' WRK-TOT-RESPOSTAS
                   ' DETRATORES=' WRK-TOT-DETRATORES
                   ' NPS=' WRK-NPS-ED
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
      * UMA LINHA POR GRUPO COM O NPS DELE.                            *
      *----------------------------------------------------------------*
       3200-IMPRIME-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-MENOR          TO WRK-IX-GRP
      *
           MOVE ZEROS                  TO WRK-NPS
           IF TAB-GRP-RESPOSTAS(WRK-IX-GRP) GREATER ZEROS
               COMPUTE WRK-NPS ROUNDED
                       = ((TAB-GRP-PROMOTORES(WRK-IX-GRP)
                         - TAB-GRP-DETRATORES(WRK-IX-GRP)) * 100)
                       / TAB-GRP-RESPOSTAS(WRK-IX-GRP)
           END-IF
      *
           MOVE TAB-GRP-CHAVE(WRK-IX-GRP)
                                       TO LIN-NP-CHAVE
           MOVE TAB-GRP-NOME(WRK-IX-GRP)
                                       TO LIN-NP-NOME
           MOVE TAB-GRP-RESPOSTAS(WRK-IX-GRP)
                                       TO LIN-NP-RESPOSTAS
           MOVE TAB-GRP-PROMOTORES(WRK-IX-GRP)
                                       TO LIN-NP-PROMOTORES
           MOVE TAB-GRP-NEUTROS(WRK-IX-GRP)
                                       TO LIN-NP-NEUTROS
           MOVE TAB-GRP-DETRATORES(WRK-IX-GRP)
                                       TO LIN-NP-DETRATORES
           MOVE WRK-NPS                TO LIN-NP-NPS
           WRITE REG-ARQREL            FROM WRK-LIN-DET
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR DETRATOR DO MES: CLIENTE, NOME E TELEFONE DO     *
      * CADASTRO, VENDEDOR, DATA DA VISITA, NOTA E COMENTARIO.         *
      *----------------------------------------------------------------*
       3400-LISTA-DETRATOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF NPS-DATA-VISITA          LESS WRK-DATA-INI
           OR NPS-DATA-VISITA          GREATER WRK-DATA-FIM
           OR NOT NPS-DETRATOR
               GO TO 3400-PROXIMO
           END-IF
      *
           MOVE NPS-COD-CLI            TO LIN-DT-COD-CLI
           MOVE SPACES                 TO LIN-DT-NOME
                                          LIN-DT-TELEFONE
           IF WRK-TEM-CLI
               MOVE NPS-COD-CLI        TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   INVALID KEY
                       MOVE '*CLIENTE NAO CADASTRADO*'
                                       TO LIN-DT-NOME
                   NOT INVALID KEY
                       MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO LIN-DT-NOME
                       MOVE EXEMPLO-TELEFONE OF ARQCLI01
                                       TO LIN-DT-TELEFONE
               END-READ
           END-IF
           MOVE NPS-COD-VEN            TO LIN-DT-COD-VEN
           MOVE NPS-DATA-VISITA        TO LIN-DT-DATA
           MOVE NPS-NOTA               TO LIN-DT-NOTA
           MOVE NPS-COMENTARIO         TO LIN-DT-COMENTARIO
           WRITE REG-ARQREL            FROM WRK-LIN-DETRATOR
           .
      *
       3400-PROXIMO.
      *
           PERFORM 7100-LER-ARQNPS THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
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
           MOVE WRK-TOT-RESPOSTAS      TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DO HISTORICO DE PESQUISAS.                  *
      *----------------------------------------------------------------*
       7100-LER-ARQNPS                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQNPS NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQNPS
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-NPS.

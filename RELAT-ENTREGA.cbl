      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-ENTREGA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-ENTREGA                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PRAZO DE ENTREGA DO MES: A PARTIR DO HISTORICO *
      *                 DE ENTREGAS (ARQENTR, GRAVADO POR PROC-ENTREGA)*
      *                 IMPRIME, POR TRANSPORTADORA, POR TERRITORIO E  *
      *                 POR CD, A QTDE DE PEDIDOS ENTREGUES NO MES E O *
      *                 PRAZO MEDIO E MAXIMO EM DIAS CORRIDOS DA       *
      *                 APROVACAO A ENTREGA. AO FINAL, A LISTA DOS     *
      *                 PROBLEMAS DE ENTREGA DO MES (RECUSA, ENDERECO  *
      *                 NAO ENCONTRADO, ENTREGA PARCIAL).              *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>PRAZO_ENTREGA_<STAMP>.TXT          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQENTR                         ENT-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO PRAZO DE ENTREGA.       *
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
           SELECT ARQENTR  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ENTREGA-CHAVE
               FILE STATUS             IS WRK-FS-ARQENTR.
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
         FD ARQENTR
            VALUE OF FILE-ID IS NOME-ARQENTR-WS
            COPY "ENT-SIST.CPY".
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
           'RELAT-ENTREGA'.
      *
       01 NOME-ARQENTR-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQENTR.DAT'.
       01 WRK-NOME-ARQREL              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQENTR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQENTR-OK                          VALUE '00' '05'.
           88  WRK-ARQENTR-FIM                         VALUE '10'.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO (PRIMEIRO E ULTIMO DIA).                   *
      *----------------------------------------------------------------*
      *
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-PERIODO-ENT             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES POR GRUPO: TRANSPORTADORA, TERRITORIO   *
      *    OU CD, SO DOS EVENTOS DE ENTREGA EFETIVA ('EN').            *
      *----------------------------------------------------------------*
      *
       01  TAB-GRUPOS.
           05 TAB-GRP-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRP-ENT              OCCURS 900 TIMES.
              10 TAB-GRP-TIPO          PIC X(001).
                 88 TAB-GRP-TRANSP               VALUE 'T'.
                 88 TAB-GRP-TERRITORIO           VALUE 'R'.
                 88 TAB-GRP-CD                   VALUE 'C'.
              10 TAB-GRP-CHAVE         PIC X(005).
              10 TAB-GRP-QTDE          PIC 9(007).
              10 TAB-GRP-SOMA-DIAS     PIC 9(009).
              10 TAB-GRP-MAX-DIAS      PIC 9(005).
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
       01  WRK-DESC-OCOR               PIC X(024)      VALUE SPACES.
      *
       77  WRK-QTDE-ENTREGUES          PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PROBLEMAS          PIC 9(007)      VALUE ZEROS.
       77  WRK-SOMA-DIAS               PIC 9(009)      VALUE ZEROS.
       77  WRK-MAX-DIAS                PIC 9(005)      VALUE ZEROS.
       77  WRK-MEDIA-DIAS              PIC 9(005)V9    VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-QTDE-ED                 PIC ZZZZZZ9.
       01  WRK-MEDIA-ED                PIC ZZZZ9,9.
       01  WRK-DIAS-ED                 PIC ZZZZ9.
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
           PERFORM 2000-ACUMULA-ENTREGAS THRU 2000-SAIDA
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
           OPEN INPUT ARQENTR
           IF NOT WRK-ARQENTR-OK
               DISPLAY 'RELAT-ENTREGA: HISTORICO DE ENTREGAS AUSENTE'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-ENTREGA: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PRAZO DE ENTREGA POR TRANSPORTADORA, TERRITORIO E '
                  'CD - MES ' WRK-PERIODO-ENT
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE 'PRAZO = DIAS CORRIDOS DA APROVACAO DO PEDIDO A ENTREGA'
                                       TO REG-ARQREL
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
               COMPUTE WRK-PERIODO-ENT
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-ENT    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-ENTREGA: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-ENT
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQENTR.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQENTR-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'PRAZO_ENTREGA_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MES DO RELATORIO, EM CALENDARIO DE MESES CORRIDOS              *
      * (ANO*12+MES).                                                  *
      *----------------------------------------------------------------*
       1100-MONTA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-ENT          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-ENT
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-ENT * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-ENT * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRIMEIRA PASSADA NO HISTORICO: ACUMULA AS ENTREGAS DO MES.     *
      *----------------------------------------------------------------*
       2000-ACUMULA-ENTREGAS           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2900-POSICIONA-INICIO THRU 2900-SAIDA
      *
           PERFORM 2100-LER-ENTREGA THRU 2100-SAIDA
               UNTIL WRK-ARQENTR-FIM
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LER-ENTREGA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQENTR NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQENTR
                   GO TO 2100-SAIDA
           END-READ
      *
           IF ENTREGA-DATA             LESS WRK-DATA-INI
           OR ENTREGA-DATA             GREATER WRK-DATA-FIM
           OR NOT ENTREGA-OCOR-ENTREGUE
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ENTREGUES
           ADD ENTREGA-PRAZO-DIAS      TO WRK-SOMA-DIAS
           IF ENTREGA-PRAZO-DIAS       GREATER WRK-MAX-DIAS
               MOVE ENTREGA-PRAZO-DIAS TO WRK-MAX-DIAS
           END-IF
      *
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE ENTREGA-TRANSP         TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-GRUPO THRU 2200-SAIDA
      *
           MOVE 'R'                    TO WRK-GRP-BUSCA-TIPO
           MOVE ENTREGA-TERRITORIO     TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-GRUPO THRU 2200-SAIDA
      *
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE ENTREGA-CD             TO WRK-GRP-BUSCA-CHAVE
           PERFORM 2200-ACUMULA-GRUPO THRU 2200-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA A ENTREGA CORRENTE NO GRUPO TIPO+CHAVE (CHAVE EM BRANCO   *
      * VAI PARA O GRUPO (SEM)).                                       *
      *----------------------------------------------------------------*
       2200-ACUMULA-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GRP-BUSCA-CHAVE      EQUAL SPACES
               MOVE '(SEM)'            TO WRK-GRP-BUSCA-CHAVE
           END-IF
      *
           PERFORM 2300-LOCALIZA-GRUPO THRU 2300-SAIDA
           IF IND-GRP                  EQUAL ZEROS
               GO TO 2200-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-QTDE(IND-GRP)
           ADD ENTREGA-PRAZO-DIAS      TO TAB-GRP-SOMA-DIAS(IND-GRP)
           IF ENTREGA-PRAZO-DIAS       GREATER TAB-GRP-MAX-DIAS(IND-GRP)
               MOVE ENTREGA-PRAZO-DIAS TO TAB-GRP-MAX-DIAS(IND-GRP)
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
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
           IF TAB-GRP-QTD              NOT LESS 900
               MOVE ZEROS              TO IND-GRP
               IF NOT WRK-AVISO-GRP
                   SET WRK-AVISO-GRP   TO TRUE
                   DISPLAY 'RELAT-ENTREGA: TABELA DE TRANSPORTADORAS/'
                           'TERRITORIOS/CDS CHEIA - EXCEDENTES '
                           'IGNORADOS'
               END-IF
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-GRP-QTD
           MOVE TAB-GRP-QTD            TO IND-GRP
           MOVE WRK-GRP-BUSCA-TIPO     TO TAB-GRP-TIPO(IND-GRP)
           MOVE WRK-GRP-BUSCA-CHAVE    TO TAB-GRP-CHAVE(IND-GRP)
           MOVE ZEROS                  TO TAB-GRP-QTDE(IND-GRP)
                                          TAB-GRP-SOMA-DIAS(IND-GRP)
                                          TAB-GRP-MAX-DIAS(IND-GRP)
           MOVE 'N'                    TO TAB-GRP-IMPRESSO(IND-GRP)
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
      * SEGUNDA PASSADA NO HISTORICO: PROBLEMAS DE ENTREGA DO MES.     *
      *----------------------------------------------------------------*
       2500-LISTA-PROBLEMAS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PEDIDOS COM PROBLEMA DE ENTREGA NO MES ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING '  PEDIDO  CLIENTE VEN TRANS DATA     '
                  'OCORRENCIA               RECEBEDOR'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           PERFORM 2900-POSICIONA-INICIO THRU 2900-SAIDA
      *
           PERFORM 2510-LER-PROBLEMA THRU 2510-SAIDA
               UNTIL WRK-ARQENTR-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL DE PROBLEMAS DE ENTREGA: ' WRK-QTDE-PROBLEMAS
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-LER-PROBLEMA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQENTR NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQENTR
                   GO TO 2510-SAIDA
           END-READ
      *
           IF ENTREGA-DATA             LESS WRK-DATA-INI
           OR ENTREGA-DATA             GREATER WRK-DATA-FIM
           OR NOT ENTREGA-OCOR-PROBLEMA
               GO TO 2510-SAIDA
           END-IF
      *
           EVALUATE TRUE
               WHEN ENTREGA-OCOR-RECUSADO
                   MOVE 'ENTREGA RECUSADA'
                                       TO WRK-DESC-OCOR
               WHEN ENTREGA-OCOR-END-NAO-ACHADO
                   MOVE 'ENDERECO NAO ENCONTRADO'
                                       TO WRK-DESC-OCOR
               WHEN OTHER
                   MOVE 'ENTREGA PARCIAL'
                                       TO WRK-DESC-OCOR
           END-EVALUATE
      *
           ADD 1                       TO WRK-QTDE-PROBLEMAS
           MOVE SPACES                 TO REG-ARQREL
           STRING '  ' ENTREGA-NUM-PEDIDO
                  ' ' ENTREGA-COD-CLI
                  ' ' ENTREGA-COD-VEN
                  ' ' ENTREGA-TRANSP
                  ' ' ENTREGA-DATA
                  ' ' WRK-DESC-OCOR
                  ' ' ENTREGA-RECEBEDOR
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICIONA O HISTORICO NO PRIMEIRO EVENTO.                      *
      *----------------------------------------------------------------*
       2900-POSICIONA-INICIO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-FS-ARQENTR
           MOVE LOW-VALUES             TO ENTREGA-CHAVE
           START ARQENTR KEY IS GREATER THAN OR EQUAL ENTREGA-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQENTR
           END-START
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME O TOTAL DO MES, AS VISOES POR TRANSPORTADORA,          *
      * TERRITORIO E CD E OS PROBLEMAS; FECHA E REGISTRA O MANIFESTO.  *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-MEDIA-DIAS
           IF WRK-QTDE-ENTREGUES       GREATER ZEROS
               COMPUTE WRK-MEDIA-DIAS ROUNDED
                       = WRK-SOMA-DIAS / WRK-QTDE-ENTREGUES
           END-IF
           MOVE WRK-QTDE-ENTREGUES     TO WRK-QTDE-ED
           MOVE WRK-MEDIA-DIAS         TO WRK-MEDIA-ED
           MOVE WRK-MAX-DIAS           TO WRK-DIAS-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL DO MES: ENTREGUES=' WRK-QTDE-ED
                  ' PRAZO MEDIO=' WRK-MEDIA-ED
                  ' MAXIMO=' WRK-DIAS-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PRAZO POR TRANSPORTADORA ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'T'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PRAZO POR TERRITORIO ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'R'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** PRAZO POR CD ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE 'C'                    TO WRK-GRP-BUSCA-TIPO
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3100-PROXIMO-GRUPO THRU 3100-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           PERFORM 2500-LISTA-PROBLEMAS THRU 2500-SAIDA
      *
           CLOSE ARQENTR
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-ENTREGA: MES ' WRK-PERIODO-ENT
                   ' ENTREGUES=' WRK-QTDE-ENTREGUES
                   ' PROBLEMAS=' WRK-QTDE-PROBLEMAS
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
      * UMA LINHA POR GRUPO: ENTREGAS, PRAZO MEDIO E MAXIMO.           *
      *----------------------------------------------------------------*
       3200-IMPRIME-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-MENOR          TO WRK-IX-GRP
           COMPUTE WRK-MEDIA-DIAS ROUNDED
                   = TAB-GRP-SOMA-DIAS(WRK-IX-GRP)
                   / TAB-GRP-QTDE(WRK-IX-GRP)
           MOVE TAB-GRP-QTDE(WRK-IX-GRP)
                                       TO WRK-QTDE-ED
           MOVE WRK-MEDIA-DIAS         TO WRK-MEDIA-ED
           MOVE TAB-GRP-MAX-DIAS(WRK-IX-GRP)
                                       TO WRK-DIAS-ED
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING '  ' TAB-GRP-CHAVE(WRK-IX-GRP)
                  ' ENTREGUES=' WRK-QTDE-ED
                  ' PRAZO MEDIO=' WRK-MEDIA-ED
                  ' MAXIMO=' WRK-DIAS-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
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
           COMPUTE WRK-MANIF-QTDE = WRK-QTDE-ENTREGUES
                                  + WRK-QTDE-PROBLEMAS
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

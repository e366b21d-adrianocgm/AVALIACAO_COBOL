      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-PIPELINE.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-PIPELINE                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RELATORIO SEMANAL DO PIPELINE DE OPORTUNIDADES *
      *                 DE VENDA (ARQPIPE): VALOR EM ABERTO E VALOR    *
      *                 PONDERADO PELA PROBABILIDADE POR VENDEDOR E    *
      *                 ESTAGIO, OPORTUNIDADES PARADAS NO MESMO        *
      *                 ESTAGIO HA MAIS DE N DIAS (PARAMETRO) E TAXA   *
      *                 DE GANHO (GANHAS X PERDIDAS) DO TRIMESTRE.     *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>PIPELINE_<STAMP>.TXT               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPIPE                         PIP-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQPARM                         PARM-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RELATORIO DE PIPELINE   *
      *                      DE OPORTUNIDADES.                         *
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
           SELECT ARQPIPE  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PIPE-NUMERO
               FILE STATUS             IS WRK-FS-ARQPIPE.
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
         FD ARQPIPE
            VALUE OF FILE-ID IS NOME-ARQPIPE-WS
            COPY "PIP-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
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
           'RELAT-PIPELINE'.
      *
       01 NOME-ARQPIPE-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQPIPE.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQPIPE              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPIPE-OK                          VALUE '00' '05'.
           88  WRK-ARQPIPE-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQPIPE-FIM                         VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LIMITE DE DIAS NO MESMO ESTAGIO (PARM-PIPE-PARADA-DIAS,     *
      *    ZERO = PADRAO DE 30) E INICIO DO TRIMESTRE CORRENTE.        *
      *----------------------------------------------------------------*
      *
       77  WRK-DIAS-PARADA             PIC 9(003)      VALUE 030.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-ESTAGIO             PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-NO-ESTAGIO         PIC 9(005)      VALUE ZEROS.
       77  WRK-TRIM-NUM                PIC 9(001)      VALUE ZEROS.
       01  WRK-DATA-TRIM.
           05 WRK-TRIM-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-TRIM-MES             PIC 9(002)      VALUE ZEROS.
           05 WRK-TRIM-DIA             PIC 9(002)      VALUE ZEROS.
       01  WRK-DATA-TRIM-N REDEFINES WRK-DATA-TRIM
                                       PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    NOMES DOS ESTAGIOS (1 A 6, NA ORDEM DO PIP-SIST).           *
      *----------------------------------------------------------------*
      *
       01  TAB-NOMES-ESTAGIO.
           05 FILLER                   PIC X(030)      VALUE
              'CONTATO   VISITA TECPROPOSTA  '.
           05 FILLER                   PIC X(030)      VALUE
              'NEGOCIACAOGANHA     PERDIDA   '.
       01  TAB-NOMES-ESTAGIO-R REDEFINES TAB-NOMES-ESTAGIO.
           05 TAB-NOME-ESTAGIO         PIC X(010) OCCURS 6 TIMES.
      *
      *----------------------------------------------------------------*
      *    ACUMULADOS POR VENDEDOR (POSICAO = CODIGO + 1): EM ABERTO   *
      *    POR ESTAGIO (1 A 4) E GANHAS/PERDIDAS NO TRIMESTRE.         *
      *----------------------------------------------------------------*
      *
       01  TAB-VENDEDORES.
           05 TAB-VEN-ENTRY                          OCCURS 1000 TIMES.
              10 TAB-VEN-ABERTAS       PIC 9(005).
              10 TAB-VEN-EST                         OCCURS 4 TIMES.
                 15 TAB-EST-QTDE       PIC 9(005).
                 15 TAB-EST-VALOR      PIC 9(013)V99.
                 15 TAB-EST-PONDER     PIC 9(013)V99.
              10 TAB-VEN-GANHAS        PIC 9(005).
              10 TAB-VEN-VLR-GANHAS    PIC 9(013)V99.
              10 TAB-VEN-PERDIDAS      PIC 9(005).
              10 TAB-VEN-VLR-PERDIDAS  PIC 9(013)V99.
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-IX-EST                  PIC 9(001)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    OPORTUNIDADES PARADAS, LISTADAS NA ORDEM DE LEITURA.        *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-PARADAS            PIC 9(005)      VALUE ZEROS.
       77  WRK-IX-PAR                  PIC 9(005)      VALUE ZEROS.
       01  TAB-PARADAS.
           05 TAB-PAR-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-PAR-NUMERO        PIC 9(007).
              10 TAB-PAR-VEN           PIC 9(003).
              10 TAB-PAR-ORIGEM        PIC X(012).
              10 TAB-PAR-DESCRICAO     PIC X(040).
              10 TAB-PAR-ESTAGIO       PIC 9(001).
              10 TAB-PAR-DATA-EST      PIC 9(008).
              10 TAB-PAR-DIAS          PIC 9(005).
              10 TAB-PAR-VALOR         PIC 9(011)V99.
      *
       77  WRK-PONDERADO               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-TAB-CHEIA          PIC 9(007)      VALUE ZEROS.
       77  WRK-QB-QTDE                 PIC 9(005)      VALUE ZEROS.
       77  WRK-QB-VALOR                PIC 9(013)V99   VALUE ZEROS.
       77  WRK-QB-PONDER               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-QTDE                PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VALOR               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-PONDER              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-GANHAS              PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VLR-GANHAS          PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-PERDIDAS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VLR-PERDIDAS        PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TAXA-GANHO              PIC 9(003)V9    VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-PONDER-ED               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TAXA-ED                 PIC ZZ9,9.
      *
       01  WRK-LIN-CAB-EST.
           05 FILLER                   PIC X(045)      VALUE
              '    ESTAGIO       QTDE        VALOR EM ABERTO'.
           05 FILLER                   PIC X(087)      VALUE
              '        VALOR PONDERADO'.
      *
       01  WRK-LIN-EST.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 LIN-ES-ESTAGIO           PIC X(010).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-ES-QTDE              PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-ES-VALOR             PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-ES-PONDER            PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-LIN-CAB-PAR.
           05 FILLER                   PIC X(045)      VALUE
              'NUMERO  VEN ORIGEM       DESCRICAO          '.
           05 FILLER                   PIC X(087)      VALUE
              '                      ESTAGIO    DESDE     DIAS  VALOR'.
      *
       01  WRK-LIN-PAR.
           05 LIN-PA-NUMERO            PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-ORIGEM            PIC X(012).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-DESCRICAO         PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-ESTAGIO           PIC X(010).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-DATA-EST          PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-DIAS              PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PA-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-LIN-CAB-TRI.
           05 FILLER                   PIC X(045)      VALUE
              'VEN NOME                           GANHAS    '.
           05 FILLER                   PIC X(087)      VALUE
              '       VALOR GANHO PERDIDAS      VALOR PERDIDO  TAXA %'.
      *
       01  WRK-LIN-TRI.
           05 LIN-TR-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-GANHAS            PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-VLR-GANHAS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-PERDIDAS          PIC ZZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TR-VLR-PERDIDAS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-TR-TAXA              PIC ZZ9,9.
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
           PERFORM 2000-AVALIA-OPORTUNIDADE THRU 2000-SAIDA
               UNTIL WRK-ARQPIPE-FIM
      *
           PERFORM 2400-SECAO-ABERTAS THRU 2400-SAIDA
           PERFORM 2700-SECAO-PARADAS THRU 2700-SAIDA
           PERFORM 2800-SECAO-TRIMESTRE THRU 2800-SAIDA
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
           INITIALIZE TAB-VENDEDORES
      *
      *    O TRIMESTRE COMECA NO MES 1, 4, 7 OU 10 DO ANO CORRENTE.
           MOVE WRK-STAMP(1:4)         TO WRK-TRIM-ANO
           MOVE WRK-STAMP(5:2)         TO WRK-TRIM-MES
           SUBTRACT 1                  FROM WRK-TRIM-MES
           DIVIDE WRK-TRIM-MES BY 3    GIVING WRK-TRIM-NUM
           COMPUTE WRK-TRIM-MES = WRK-TRIM-NUM * 3 + 1
           MOVE 01                     TO WRK-TRIM-DIA
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM CADASTRO O NOME DO VENDEDOR SAI EM BRANCO.
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
      *    SEM ARQUIVO DE OPORTUNIDADES O RELATORIO SAI VAZIO.
           OPEN INPUT ARQPIPE
           IF WRK-ARQPIPE-NAO-EXISTE
               MOVE '10'               TO WRK-FS-ARQPIPE
           ELSE
               IF NOT WRK-ARQPIPE-OK
                   DISPLAY 'RELAT-PIPELINE: FALHA EM ARQPIPE - '
                           'FILE STATUS=' WRK-FS-ARQPIPE
                   MOVE WRK-FS-ARQPIPE TO COMUNIC-COD-RETORNO
                   MOVE 'ARQPIPE'      TO COMUNIC-DES-PGR-ARQ
                   MOVE 20             TO RETURN-CODE
                   PERFORM 3300-GO-BACK
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'PIPELINE_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-PIPELINE: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PIPELINE DE OPORTUNIDADES DE VENDA - POSICAO DE '
                  WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           IF NOT WRK-ARQPIPE-FIM
               PERFORM 7100-LER-ARQPIPE THRU 7100-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS E LIMITE DE DIAS DA     *
      * OPORTUNIDADE PARADA). SE NAO EXISTIR, MANTEM OS PADROES JA     *
      * ASSUMIDOS NO WORKING-STORAGE.                                  *
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
                   IF  PARM-PIPE-PARADA-DIAS NUMERIC
                   AND PARM-PIPE-PARADA-DIAS GREATER ZEROS
                       MOVE PARM-PIPE-PARADA-DIAS
                                       TO WRK-DIAS-PARADA
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPIPE.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPIPE-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * AVALIA A OPORTUNIDADE CORRENTE: EM ABERTO SOMA NO ESTAGIO DO   *
      * VENDEDOR E, SE ESTA NO ESTAGIO HA MAIS DE WRK-DIAS-PARADA      *
      * DIAS, ENTRA NA LISTA DE PARADAS; GANHA/PERDIDA FECHADA NO      *
      * TRIMESTRE SOMA NA TAXA DE GANHO DO VENDEDOR.                   *
      *----------------------------------------------------------------*
       2000-AVALIA-OPORTUNIDADE        SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
           IF PIPE-COD-VEN             NOT NUMERIC
           OR NOT PIPE-ESTAGIO-VALIDO
               GO TO 2000-PROXIMO
           END-IF
           COMPUTE WRK-IX-VEN = PIPE-COD-VEN + 1
      *
           IF NOT PIPE-ABERTA
               IF PIPE-DATA-FECHAMENTO LESS WRK-DATA-TRIM-N
                   GO TO 2000-PROXIMO
               END-IF
               IF PIPE-GANHA
                   ADD 1               TO TAB-VEN-GANHAS(WRK-IX-VEN)
                   ADD PIPE-VALOR-ESTIM
                                       TO TAB-VEN-VLR-GANHAS
                                          (WRK-IX-VEN)
               ELSE
                   ADD 1               TO TAB-VEN-PERDIDAS(WRK-IX-VEN)
                   ADD PIPE-VALOR-ESTIM
                                       TO TAB-VEN-VLR-PERDIDAS
                                          (WRK-IX-VEN)
               END-IF
               GO TO 2000-PROXIMO
           END-IF
      *
           MOVE PIPE-ESTAGIO           TO WRK-IX-EST
           COMPUTE WRK-PONDERADO ROUNDED
                   = PIPE-VALOR-ESTIM * PIPE-PROBAB / 100
           ADD 1                       TO TAB-VEN-ABERTAS(WRK-IX-VEN)
           ADD 1                       TO TAB-EST-QTDE
                                          (WRK-IX-VEN WRK-IX-EST)
           ADD PIPE-VALOR-ESTIM        TO TAB-EST-VALOR
                                          (WRK-IX-VEN WRK-IX-EST)
           ADD WRK-PONDERADO           TO TAB-EST-PONDER
                                          (WRK-IX-VEN WRK-IX-EST)
      *
           IF  PIPE-DATA-ESTAGIO       NOT NUMERIC
           OR  PIPE-DATA-ESTAGIO       LESS 19000101
               GO TO 2000-PROXIMO
           END-IF
           COMPUTE WRK-INT-ESTAGIO
                   = FUNCTION INTEGER-OF-DATE(PIPE-DATA-ESTAGIO)
           IF WRK-INT-ESTAGIO          NOT LESS WRK-INT-HOJE
               GO TO 2000-PROXIMO
           END-IF
           COMPUTE WRK-DIAS-NO-ESTAGIO = WRK-INT-HOJE - WRK-INT-ESTAGIO
           IF WRK-DIAS-NO-ESTAGIO      NOT GREATER WRK-DIAS-PARADA
               GO TO 2000-PROXIMO
           END-IF
      *
           IF WRK-QTDE-PARADAS NOT LESS 9999
               ADD 1                   TO WRK-QTDE-TAB-CHEIA
               GO TO 2000-PROXIMO
           END-IF
           ADD 1                       TO WRK-QTDE-PARADAS
           MOVE PIPE-NUMERO            TO TAB-PAR-NUMERO
                                          (WRK-QTDE-PARADAS)
           MOVE PIPE-COD-VEN           TO TAB-PAR-VEN(WRK-QTDE-PARADAS)
           MOVE SPACES                 TO TAB-PAR-ORIGEM
                                          (WRK-QTDE-PARADAS)
           IF PIPE-COD-CLI             GREATER ZEROS
               STRING 'CLI ' PIPE-COD-CLI
                      DELIMITED BY SIZE
                      INTO TAB-PAR-ORIGEM(WRK-QTDE-PARADAS)
               END-STRING
           ELSE
               STRING 'PRS ' PIPE-COD-PROSP
                      DELIMITED BY SIZE
                      INTO TAB-PAR-ORIGEM(WRK-QTDE-PARADAS)
               END-STRING
           END-IF
           MOVE PIPE-DESCRICAO         TO TAB-PAR-DESCRICAO
                                          (WRK-QTDE-PARADAS)
           MOVE PIPE-ESTAGIO           TO TAB-PAR-ESTAGIO
                                          (WRK-QTDE-PARADAS)
           MOVE PIPE-DATA-ESTAGIO      TO TAB-PAR-DATA-EST
                                          (WRK-QTDE-PARADAS)
           MOVE WRK-DIAS-NO-ESTAGIO    TO TAB-PAR-DIAS(WRK-QTDE-PARADAS)
           MOVE PIPE-VALOR-ESTIM       TO TAB-PAR-VALOR
                                          (WRK-QTDE-PARADAS)
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQPIPE THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SECAO 1: VALOR EM ABERTO E PONDERADO POR VENDEDOR E ESTAGIO.   *
      *----------------------------------------------------------------*
       2400-SECAO-ABERTAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '=== OPORTUNIDADES EM ABERTO POR VENDEDOR E ESTAGIO ==='
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           PERFORM 2500-LISTA-VENDEDOR THRU 2500-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 1000
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE WRK-TOT-VALOR          TO WRK-VALOR-ED
           MOVE WRK-TOT-PONDER         TO WRK-PONDER-ED
           STRING 'TOTAL EM ABERTO: OPORTUNIDADES=' WRK-TOT-QTDE
                  ' VALOR=' WRK-VALOR-ED
                  ' PONDERADO=' WRK-PONDER-ED
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ESTAGIOS EM ABERTO DE UM VENDEDOR, COM O SUBTOTAL.             *
      *----------------------------------------------------------------*
       2500-LISTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-ABERTAS(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2500-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-CORRENTE = WRK-IX-VEN - 1
           PERFORM 2550-NOME-VENDEDOR THRU 2550-SAIDA
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING '*** VENDEDOR ' WRK-VEN-CORRENTE ' - '
                  WRK-NOME-VEN-ATUAL ' ***'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-EST
      *
           MOVE ZEROS                  TO WRK-QB-QTDE
                                          WRK-QB-VALOR
                                          WRK-QB-PONDER
           PERFORM 2600-LINHA-ESTAGIO THRU 2600-SAIDA
               VARYING WRK-IX-EST FROM 1 BY 1
               UNTIL WRK-IX-EST GREATER 4
      *
           MOVE SPACES                 TO WRK-LIN-EST
           MOVE 'SUBTOTAL'             TO LIN-ES-ESTAGIO
           MOVE WRK-QB-QTDE            TO LIN-ES-QTDE
           MOVE WRK-QB-VALOR           TO LIN-ES-VALOR
           MOVE WRK-QB-PONDER          TO LIN-ES-PONDER
           WRITE REG-ARQREL01          FROM WRK-LIN-EST
      *
           ADD WRK-QB-QTDE             TO WRK-TOT-QTDE
           ADD WRK-QB-VALOR            TO WRK-TOT-VALOR
           ADD WRK-QB-PONDER           TO WRK-TOT-PONDER
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
       2600-LINHA-ESTAGIO              SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-EST-QTDE(WRK-IX-VEN WRK-IX-EST) EQUAL ZEROS
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-LIN-EST
           MOVE TAB-NOME-ESTAGIO(WRK-IX-EST)
                                       TO LIN-ES-ESTAGIO
           MOVE TAB-EST-QTDE(WRK-IX-VEN WRK-IX-EST)
                                       TO LIN-ES-QTDE
           MOVE TAB-EST-VALOR(WRK-IX-VEN WRK-IX-EST)
                                       TO LIN-ES-VALOR
           MOVE TAB-EST-PONDER(WRK-IX-VEN WRK-IX-EST)
                                       TO LIN-ES-PONDER
           WRITE REG-ARQREL01          FROM WRK-LIN-EST
      *
           ADD TAB-EST-QTDE(WRK-IX-VEN WRK-IX-EST)
                                       TO WRK-QB-QTDE
           ADD TAB-EST-VALOR(WRK-IX-VEN WRK-IX-EST)
                                       TO WRK-QB-VALOR
           ADD TAB-EST-PONDER(WRK-IX-VEN WRK-IX-EST)
                                       TO WRK-QB-PONDER
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SECAO 2: OPORTUNIDADES EM ABERTO PARADAS NO MESMO ESTAGIO HA   *
      * MAIS DE WRK-DIAS-PARADA DIAS.                                  *
      *----------------------------------------------------------------*
       2700-SECAO-PARADAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING '=== OPORTUNIDADES PARADAS NO MESMO ESTAGIO HA MAIS '
                  'DE ' WRK-DIAS-PARADA ' DIAS ==='
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-PAR
      *
           PERFORM 2750-LINHA-PARADA THRU 2750-SAIDA
               VARYING WRK-IX-PAR FROM 1 BY 1
               UNTIL WRK-IX-PAR GREATER WRK-QTDE-PARADAS
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL DE OPORTUNIDADES PARADAS=' WRK-QTDE-PARADAS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2750-LINHA-PARADA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-PAR-NUMERO(WRK-IX-PAR)
                                       TO LIN-PA-NUMERO
           MOVE TAB-PAR-VEN(WRK-IX-PAR)
                                       TO LIN-PA-VEN
           MOVE TAB-PAR-ORIGEM(WRK-IX-PAR)
                                       TO LIN-PA-ORIGEM
           MOVE TAB-PAR-DESCRICAO(WRK-IX-PAR)
                                       TO LIN-PA-DESCRICAO
           MOVE TAB-NOME-ESTAGIO(TAB-PAR-ESTAGIO(WRK-IX-PAR))
                                       TO LIN-PA-ESTAGIO
           MOVE TAB-PAR-DATA-EST(WRK-IX-PAR)
                                       TO LIN-PA-DATA-EST
           MOVE TAB-PAR-DIAS(WRK-IX-PAR)
                                       TO LIN-PA-DIAS
           MOVE TAB-PAR-VALOR(WRK-IX-PAR)
                                       TO LIN-PA-VALOR
           WRITE REG-ARQREL01          FROM WRK-LIN-PAR
           .
      *----------------------------------------------------------------*
       2750-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SECAO 3: GANHAS X PERDIDAS FECHADAS NO TRIMESTRE POR VENDEDOR  *
      * E TAXA DE GANHO (GANHAS / FECHADAS, EM QUANTIDADE).            *
      *----------------------------------------------------------------*
       2800-SECAO-TRIMESTRE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING '=== GANHAS X PERDIDAS NO TRIMESTRE (FECHADAS DESDE '
                  WRK-DATA-TRIM-N ') ==='
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-TRI
      *
           PERFORM 2850-LINHA-TRIMESTRE THRU 2850-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 1000
      *
           MOVE ZEROS                  TO WRK-TAXA-GANHO
           IF WRK-TOT-GANHAS + WRK-TOT-PERDIDAS GREATER ZEROS
               COMPUTE WRK-TAXA-GANHO ROUNDED
                       = WRK-TOT-GANHAS * 100
                       / (WRK-TOT-GANHAS + WRK-TOT-PERDIDAS)
           END-IF
           MOVE SPACES                 TO WRK-LIN-TRI
           MOVE ZEROS                  TO LIN-TR-VEN
           MOVE 'TOTAL DO TRIMESTRE'   TO LIN-TR-NOME
           MOVE WRK-TOT-GANHAS         TO LIN-TR-GANHAS
           MOVE WRK-TOT-VLR-GANHAS     TO LIN-TR-VLR-GANHAS
           MOVE WRK-TOT-PERDIDAS       TO LIN-TR-PERDIDAS
           MOVE WRK-TOT-VLR-PERDIDAS   TO LIN-TR-VLR-PERDIDAS
           MOVE WRK-TAXA-GANHO         TO LIN-TR-TAXA
           WRITE REG-ARQREL01          FROM WRK-LIN-TRI
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2850-LINHA-TRIMESTRE            SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-VEN-GANHAS(WRK-IX-VEN)   EQUAL ZEROS
           AND TAB-VEN-PERDIDAS(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2850-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-CORRENTE = WRK-IX-VEN - 1
           PERFORM 2550-NOME-VENDEDOR THRU 2550-SAIDA
      *
           COMPUTE WRK-TAXA-GANHO ROUNDED
                   = TAB-VEN-GANHAS(WRK-IX-VEN) * 100
                   / (TAB-VEN-GANHAS(WRK-IX-VEN)
                      + TAB-VEN-PERDIDAS(WRK-IX-VEN))
      *
           MOVE SPACES                 TO WRK-LIN-TRI
           MOVE WRK-VEN-CORRENTE       TO LIN-TR-VEN
           MOVE WRK-NOME-VEN-ATUAL     TO LIN-TR-NOME
           MOVE TAB-VEN-GANHAS(WRK-IX-VEN)
                                       TO LIN-TR-GANHAS
           MOVE TAB-VEN-VLR-GANHAS(WRK-IX-VEN)
                                       TO LIN-TR-VLR-GANHAS
           MOVE TAB-VEN-PERDIDAS(WRK-IX-VEN)
                                       TO LIN-TR-PERDIDAS
           MOVE TAB-VEN-VLR-PERDIDAS(WRK-IX-VEN)
                                       TO LIN-TR-VLR-PERDIDAS
           MOVE WRK-TAXA-GANHO         TO LIN-TR-TAXA
           WRITE REG-ARQREL01          FROM WRK-LIN-TRI
      *
           ADD TAB-VEN-GANHAS(WRK-IX-VEN)
                                       TO WRK-TOT-GANHAS
           ADD TAB-VEN-VLR-GANHAS(WRK-IX-VEN)
                                       TO WRK-TOT-VLR-GANHAS
           ADD TAB-VEN-PERDIDAS(WRK-IX-VEN)
                                       TO WRK-TOT-PERDIDAS
           ADD TAB-VEN-VLR-PERDIDAS(WRK-IX-VEN)
                                       TO WRK-TOT-VLR-PERDIDAS
           .
      *----------------------------------------------------------------*
       2850-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS, FECHAMENTO E MANIFESTO.                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: OPORTUNIDADES LIDAS=' WRK-QTDE-LIDOS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF WRK-QTDE-TAB-CHEIA GREATER ZEROS
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ATENCAO: ' WRK-QTDE-TAB-CHEIA
                      ' OPORTUNIDADES PARADAS NAO LISTADAS (TABELA '
                      'CHEIA)'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
           IF WRK-FS-ARQPIPE           NOT EQUAL '35'
               CLOSE ARQPIPE
           END-IF
           CLOSE ARQREL01
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-PIPELINE: OPORTUNIDADES LIDAS: '
                   WRK-QTDE-LIDOS
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
           MOVE WRK-QTDE-LIDOS         TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DAS OPORTUNIDADES.                          *
      *----------------------------------------------------------------*
       7100-LER-ARQPIPE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPIPE NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPIPE
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *

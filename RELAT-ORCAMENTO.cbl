      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-ORCAMENTO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-ORCAMENTO                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: CONVERSAO MENSAL DE ORCAMENTOS POR VENDEDOR: A *
      *                 PARTIR DOS ORCAMENTOS (ARQORC) EMITIDOS NO MES,*
      *                 IMPRIME POR VENDEDOR A QTDE EMITIDA, QUANTOS   *
      *                 FORAM CONVERTIDOS EM PEDIDO, PERDIDOS,         *
      *                 EXPIRADOS (EM ABERTO APOS A VALIDADE) E AINDA  *
      *                 EM ABERTO, A TAXA DE CONVERSAO E OS VALORES    *
      *                 EMITIDO E CONVERTIDO.                          *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>ORCAMENTOS_MENSAL_<STAMP>.TXT      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQORC                          ORC-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CONVERSAO DE ORCAMENTOS.*
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
           SELECT ARQORC   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ORCAMENTO-NUMERO
               FILE STATUS             IS WRK-FS-ARQORC.
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
         FD ARQORC
            VALUE OF FILE-ID IS NOME-ARQORC-WS
            COPY "ORC-SIST.CPY".
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
           'RELAT-ORCAMENTO'.
      *
       01 NOME-ARQORC-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQORC.DAT'.
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
       01  WRK-FS-ARQORC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQORC-OK                           VALUE '00' '05'.
           88  WRK-ARQORC-FIM                          VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
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
       77  WRK-PERIODO-ORC             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO MES POR VENDEDOR (POSICAO = CODIGO + 1,     *
      *    A POSICAO 1 GUARDA O VENDEDOR 000).                         *
      *----------------------------------------------------------------*
      *
       01  TAB-VENDEDORES.
           05 TAB-VEN-ENT              OCCURS 1000 TIMES.
              10 TAB-VEN-EMITIDOS      PIC 9(005).
              10 TAB-VEN-CONVERTIDOS   PIC 9(005).
              10 TAB-VEN-PERDIDOS      PIC 9(005).
              10 TAB-VEN-EXPIRADOS     PIC 9(005).
              10 TAB-VEN-ABERTOS       PIC 9(005).
              10 TAB-VEN-VALOR-EMIT    PIC 9(011)V99.
              10 TAB-VEN-VALOR-CONV    PIC 9(011)V99.
      *
       77  IND-VEN                     PIC 9(004) COMP VALUE ZEROS.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-VEND-IMPR          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-EMITIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-CONVERTIDOS         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PERDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-EXPIRADOS           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ABERTOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VALOR-EMIT          PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-VALOR-CONV          PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TAXA-CONV               PIC 9(003)V9    VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       77  WRK-COD-VEN-IMPR            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(040)      VALUE SPACES.
      *
       01  WRK-TAXA-ED                 PIC ZZ9,9.
       01  WRK-VALOR-TOT-ED            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(036)      VALUE
              'VEN NOME DO VENDEDOR'.
           05 FILLER                   PIC X(049)      VALUE
              ' EMIT    CONV    PERD    EXPIR   ABERT     TX%'.
           05 FILLER                   PIC X(047)      VALUE
              ' VALOR EMITIDO   VALOR CONVERT'.
      *
       01  WRK-LIN-DET.
           05 LIN-OR-VEN               PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-OR-NOME              PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-OR-EMITIDOS          PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-OR-CONVERTIDOS       PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-OR-PERDIDOS          PIC ZZZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 LIN-OR-EXPIRADOS         PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-OR-ABERTOS           PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-OR-TAXA              PIC ZZ9,9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-OR-VALOR-EMIT        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-OR-VALOR-CONV        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(017)      VALUE SPACES.
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
           PERFORM 2000-LE-ORCAMENTO THRU 2000-SAIDA
               UNTIL WRK-ARQORC-FIM
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
           INITIALIZE TAB-VENDEDORES
      *
           OPEN INPUT ARQORC
           IF NOT WRK-ARQORC-OK
               DISPLAY 'RELAT-ORCAMENTO: ARQUIVO DE ORCAMENTOS '
                       'AUSENTE - FILE STATUS=' WRK-FS-ARQORC
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM CADASTRO DE VENDEDORES A LINHA SAI SEM O NOME.
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-ORCAMENTO: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'CONVERSAO DE ORCAMENTOS POR VENDEDOR - MES '
                  WRK-PERIODO-ORC ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'ORCAMENTOS EMITIDOS NO MES, PELA SITUACAO ATUAL; '
                  'EXPIRADO = EM ABERTO COM A VALIDADE VENCIDA; '
                  'TX% = CONVERTIDOS / EMITIDOS'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           PERFORM 7100-LER-ARQORC THRU 7100-SAIDA
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
               COMPUTE WRK-PERIODO-ORC
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-ORC    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-ORCAMENTO: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-ORC
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQORC.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQORC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'ORCAMENTOS_MENSAL_' WRK-STAMP '.TXT'
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
           IF WRK-PERIODO-ORC          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-ORC
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-ORC * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-ORC * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLASSIFICA O ORCAMENTO EMITIDO NO MES PELA SITUACAO ATUAL E    *
      * ACUMULA NO VENDEDOR. O EM ABERTO COM A VALIDADE ANTERIOR A HOJE*
      * CONTA COMO EXPIRADO.                                           *
      *----------------------------------------------------------------*
       2000-LE-ORCAMENTO               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF ORCAMENTO-DATA-EMISSAO   LESS WRK-DATA-INI
           OR ORCAMENTO-DATA-EMISSAO   GREATER WRK-DATA-FIM
               GO TO 2000-PROXIMO
           END-IF
      *
           COMPUTE IND-VEN             = ORCAMENTO-COD-VEN + 1
      *
           ADD 1                       TO TAB-VEN-EMITIDOS(IND-VEN)
                                          WRK-TOT-EMITIDOS
           ADD ORCAMENTO-VALOR         TO TAB-VEN-VALOR-EMIT(IND-VEN)
                                          WRK-TOT-VALOR-EMIT
      *
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   ADD 1               TO TAB-VEN-CONVERTIDOS(IND-VEN)
                                          WRK-TOT-CONVERTIDOS
                   ADD ORCAMENTO-VALOR TO TAB-VEN-VALOR-CONV(IND-VEN)
                                          WRK-TOT-VALOR-CONV
               WHEN ORCAMENTO-PERDIDO
                   ADD 1               TO TAB-VEN-PERDIDOS(IND-VEN)
                                          WRK-TOT-PERDIDOS
               WHEN ORCAMENTO-DATA-VALIDADE LESS WRK-DATA-HOJE
                   ADD 1               TO TAB-VEN-EXPIRADOS(IND-VEN)
                                          WRK-TOT-EXPIRADOS
               WHEN OTHER
                   ADD 1               TO TAB-VEN-ABERTOS(IND-VEN)
                                          WRK-TOT-ABERTOS
           END-EVALUATE
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQORC THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME OS VENDEDORES COM ORCAMENTO NO MES, NA ORDEM DO CODIGO,*
      * OS TOTAIS DO MES E REGISTRA NO MANIFESTO.                      *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQORC
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
           PERFORM 3100-IMPRIME-VENDEDOR THRU 3100-SAIDA
               VARYING IND-VEN FROM 1 BY 1
               UNTIL IND-VEN GREATER 1000
      *
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           MOVE ZEROS                  TO WRK-TAXA-CONV
           IF WRK-TOT-EMITIDOS         GREATER ZEROS
               COMPUTE WRK-TAXA-CONV ROUNDED
                       = (WRK-TOT-CONVERTIDOS * 100) / WRK-TOT-EMITIDOS
           END-IF
           MOVE WRK-TAXA-CONV          TO WRK-TAXA-ED
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           STRING 'TOTAL DO MES: EMITIDOS=' WRK-TOT-EMITIDOS
                  ' CONVERTIDOS=' WRK-TOT-CONVERTIDOS
                  ' PERDIDOS=' WRK-TOT-PERDIDOS
                  ' EXPIRADOS=' WRK-TOT-EXPIRADOS
                  ' EM ABERTO=' WRK-TOT-ABERTOS
                  ' TAXA DE CONVERSAO=' WRK-TAXA-ED '%'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE WRK-TOT-VALOR-EMIT     TO WRK-VALOR-TOT-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'VALOR EMITIDO=' WRK-VALOR-TOT-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE WRK-TOT-VALOR-CONV     TO WRK-VALOR-TOT-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'VALOR CONVERTIDO=' WRK-VALOR-TOT-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-ORCAMENTO: MES ' WRK-PERIODO-ORC
                   ' EMITIDOS=' WRK-TOT-EMITIDOS
                   ' CONVERTIDOS=' WRK-TOT-CONVERTIDOS
                   ' VENDEDORES=' WRK-QTDE-VEND-IMPR
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR VENDEDOR COM ORCAMENTO EMITIDO NO MES.           *
      *----------------------------------------------------------------*
       3100-IMPRIME-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-EMITIDOS(IND-VEN) EQUAL ZEROS
               GO TO 3100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-VEND-IMPR
           COMPUTE WRK-COD-VEN-IMPR    = IND-VEN - 1
           PERFORM 3150-NOME-VENDEDOR THRU 3150-SAIDA
      *
           COMPUTE WRK-TAXA-CONV ROUNDED
                   = (TAB-VEN-CONVERTIDOS(IND-VEN) * 100)
                   / TAB-VEN-EMITIDOS(IND-VEN)
      *
           MOVE WRK-COD-VEN-IMPR       TO LIN-OR-VEN
           MOVE WRK-NOME-VEN-ATUAL     TO LIN-OR-NOME
           MOVE TAB-VEN-EMITIDOS(IND-VEN)
                                       TO LIN-OR-EMITIDOS
           MOVE TAB-VEN-CONVERTIDOS(IND-VEN)
                                       TO LIN-OR-CONVERTIDOS
           MOVE TAB-VEN-PERDIDOS(IND-VEN)
                                       TO LIN-OR-PERDIDOS
           MOVE TAB-VEN-EXPIRADOS(IND-VEN)
                                       TO LIN-OR-EXPIRADOS
           MOVE TAB-VEN-ABERTOS(IND-VEN)
                                       TO LIN-OR-ABERTOS
           MOVE WRK-TAXA-CONV          TO LIN-OR-TAXA
           MOVE TAB-VEN-VALOR-EMIT(IND-VEN)
                                       TO LIN-OR-VALOR-EMIT
           MOVE TAB-VEN-VALOR-CONV(IND-VEN)
                                       TO LIN-OR-VALOR-CONV
           WRITE REG-ARQREL            FROM WRK-LIN-DET
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
           OR WRK-COD-VEN-IMPR EQUAL ZEROS
               GO TO 3150-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-COD-VEN-IMPR       TO EXEMPLO-CODIGO-VEND
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
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-COD-VEN-IMPR
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-NOME-VEN-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
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
           MOVE WRK-QTDE-VEND-IMPR     TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DOS ORCAMENTOS.                             *
      *----------------------------------------------------------------*
       7100-LER-ARQORC                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQORC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQORC
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-ORCAMENTO.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-CONTEST.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-CONTEST                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RESUMO DAS CONTESTACOES DE COMISSAO (ARQCTS)   *
      *                 POR VENDEDOR E PERIODO CONTESTADO: QTDE        *
      *                 ABERTA, APROVADA, REJEITADA E AINDA PENDENTE,  *
      *                 QUANTAS NAO CONFEREM COM O HISTORICO DE        *
      *                 CARTEIRAS, VALOR PLEITEADO E VALOR APROVADO    *
      *                 (GERADO COMO AJUSTE NO ARQAJC), COM SUBTOTAL   *
      *                 POR VENDEDOR E TOTAL GERAL.                    *
      *----------------------------------------------------------------*
      *    PARAMETRO...: PERIODO CONTESTADO (AAAAMM) NA LINHA DE       *
      *                 COMANDO (PADRAO = TODOS OS PERIODOS).          *
      *    SAIDA.......: <DIR-RELAT>CONTESTACOES_<STAMP>.TXT           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCTS                          CTS-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RESUMO DE CONTESTACOES. *
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
           SELECT ARQCTS   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONTEST-CHAVE
               FILE STATUS             IS WRK-FS-ARQCTS.
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
         FD ARQCTS
            VALUE OF FILE-ID IS NOME-ARQCTS-WS
            COPY "CTS-SIST.CPY".
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
           'RELAT-CONTEST'.
      *
       01 NOME-ARQCTS-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCTS.DAT'.
       01 WRK-NOME-ARQREL              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQCTS               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCTS-OK                           VALUE '00' '05'.
           88  WRK-ARQCTS-FIM                          VALUE '10'.
       01  WRK-FS-ARQREL               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    PERIODO FILTRADO (ZEROS = TODOS) E QUEBRA VENDEDOR/PERIODO. *
      *----------------------------------------------------------------*
      *
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-PERIODO-FILTRO          PIC 9(006)      VALUE ZEROS.
       77  WRK-VEN-ATUAL               PIC 9(003)      VALUE ZEROS.
       77  WRK-PER-ATUAL               PIC 9(006)      VALUE ZEROS.
       01  WRK-PRIMEIRO-FLAG           PIC X(001)      VALUE 'S'.
           88  WRK-PRIMEIRO                            VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES: 1 = VENDEDOR X PERIODO, 2 = VENDEDOR,         *
      *    3 = TOTAL GERAL.                                            *
      *----------------------------------------------------------------*
      *
       01  TAB-ACUMULADORES.
           05 TAB-ACM                  OCCURS 3 TIMES.
              10 TAB-ACM-ABERTAS       PIC 9(005).
              10 TAB-ACM-APROVADAS     PIC 9(005).
              10 TAB-ACM-REJEITADAS    PIC 9(005).
              10 TAB-ACM-PENDENTES     PIC 9(005).
              10 TAB-ACM-DIVERGENTES   PIC 9(005).
              10 TAB-ACM-VLR-PLEITO    PIC 9(013)V99.
              10 TAB-ACM-VLR-APROV     PIC 9(013)V99.
      *
       77  IND-ACM                     PIC 9(001) COMP VALUE ZEROS.
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-LINHAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(042)      VALUE
              'VEND PERIODO ABERTAS  APROV. REJEIT. PEND.'.
           05 FILLER                   PIC X(046)      VALUE
              ' DIVERG.    VALOR PLEITEADO     VALOR APROVADO'.
           05 FILLER                   PIC X(044)      VALUE SPACES.
      *
       01  WRK-LIN-DET.
           05 LIN-CT-VEN               PIC X(004).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CT-PERIODO           PIC X(007).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-CT-ABERTAS           PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-CT-APROVADAS         PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-CT-REJEITADAS        PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 LIN-CT-PENDENTES         PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-CT-DIVERGENTES       PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 LIN-CT-VLR-PLEITO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 LIN-CT-VLR-APROV         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(044)      VALUE SPACES.
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
           PERFORM 2000-LE-CONTESTACAO THRU 2000-SAIDA
               UNTIL WRK-ARQCTS-FIM
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
           INITIALIZE TAB-ACUMULADORES
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN INPUT ARQCTS
           IF NOT WRK-ARQCTS-OK
               DISPLAY 'RELAT-CONTEST: ARQUIVO DE CONTESTACOES '
                       'AUSENTE - FILE STATUS=' WRK-FS-ARQCTS
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN OUTPUT ARQREL
           IF NOT WRK-ARQREL-OK
               DISPLAY 'RELAT-CONTEST: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           IF WRK-PERIODO-FILTRO       EQUAL ZEROS
               STRING 'CONTESTACOES DE COMISSAO POR VENDEDOR E '
                      'PERIODO - TODOS OS PERIODOS (GERADO EM '
                      WRK-STAMP ')'
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           ELSE
               STRING 'CONTESTACOES DE COMISSAO POR VENDEDOR - '
                      'PERIODO ' WRK-PERIODO-FILTRO
                      ' (GERADO EM ' WRK-STAMP ')'
                      DELIMITED BY SIZE INTO REG-ARQREL
               END-STRING
           END-IF
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'PERIODO = MES DE APURACAO CONTESTADO; DIVERG. = '
                  'RECLAMANTE SEM O CLIENTE NO HISTORICO DE CARTEIRAS; '
                  'VALOR APROVADO = AJUSTE GERADO'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB
      *
           PERFORM 7100-LER-ARQCTS THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O PERIODO OPCIONAL   *
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
      *    PERIODO INFORMADO (AAAAMM) RESTRINGE O RELATORIO A ELE.
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               COMPUTE WRK-PERIODO-FILTRO
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-FILTRO TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-CONTEST: PERIODO ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDOS TODOS OS PERIODOS'
                   MOVE ZEROS          TO WRK-PERIODO-FILTRO
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCTS.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCTS-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CONTESTACOES_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA A CONTESTACAO CORRENTE. O ARQUIVO VEM NA ORDEM DA      *
      * CHAVE (VENDEDOR, PERIODO, SEQUENCIA): MUDANCA DE PERIODO       *
      * IMPRIME A LINHA DO PERIODO E MUDANCA DE VENDEDOR TAMBEM O      *
      * SUBTOTAL DELE.                                                 *
      *----------------------------------------------------------------*
       2000-LE-CONTESTACAO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF  WRK-PERIODO-FILTRO      NOT EQUAL ZEROS
           AND CONTEST-PERIODO         NOT EQUAL WRK-PERIODO-FILTRO
               GO TO 2000-PROXIMO
           END-IF
      *
           IF WRK-PRIMEIRO
               MOVE 'N'                TO WRK-PRIMEIRO-FLAG
               MOVE CONTEST-COD-VEN    TO WRK-VEN-ATUAL
               MOVE CONTEST-PERIODO    TO WRK-PER-ATUAL
           END-IF
      *
           IF CONTEST-COD-VEN          NOT EQUAL WRK-VEN-ATUAL
               PERFORM 2200-QUEBRA-PERIODO THRU 2200-SAIDA
               PERFORM 2300-QUEBRA-VENDEDOR THRU 2300-SAIDA
           ELSE
               IF CONTEST-PERIODO      NOT EQUAL WRK-PER-ATUAL
                   PERFORM 2200-QUEBRA-PERIODO THRU 2200-SAIDA
               END-IF
           END-IF
           MOVE CONTEST-COD-VEN        TO WRK-VEN-ATUAL
           MOVE CONTEST-PERIODO        TO WRK-PER-ATUAL
      *
           PERFORM 2100-ACUMULA THRU 2100-SAIDA
               VARYING IND-ACM FROM 1 BY 1
               UNTIL IND-ACM GREATER 3
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQCTS THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA A CONTESTACAO NO NIVEL IND-ACM. APROVADA SOMA O VALOR     *
      * PLEITEADO NO APROVADO (E O VALOR DO AJUSTE GERADO).            *
      *----------------------------------------------------------------*
       2100-ACUMULA                    SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO TAB-ACM-ABERTAS(IND-ACM)
           ADD CONTEST-VALOR           TO TAB-ACM-VLR-PLEITO(IND-ACM)
      *
           EVALUATE TRUE
               WHEN CONTEST-APROVADA
                   ADD 1               TO TAB-ACM-APROVADAS(IND-ACM)
                   ADD CONTEST-VALOR   TO TAB-ACM-VLR-APROV(IND-ACM)
               WHEN CONTEST-REJEITADA
                   ADD 1               TO TAB-ACM-REJEITADAS(IND-ACM)
               WHEN OTHER
                   ADD 1               TO TAB-ACM-PENDENTES(IND-ACM)
           END-EVALUATE
      *
           IF NOT CONTEST-CONFERE-SIM
               ADD 1                   TO TAB-ACM-DIVERGENTES(IND-ACM)
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME A LINHA DO VENDEDOR X PERIODO E ZERA O NIVEL 1.        *
      *----------------------------------------------------------------*
       2200-QUEBRA-PERIODO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO IND-ACM
           MOVE WRK-VEN-ATUAL          TO LIN-CT-VEN
           MOVE WRK-PER-ATUAL          TO LIN-CT-PERIODO
           PERFORM 2400-IMPRIME-LINHA THRU 2400-SAIDA
           INITIALIZE TAB-ACM(1)
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME O SUBTOTAL DO VENDEDOR E ZERA O NIVEL 2.               *
      *----------------------------------------------------------------*
       2300-QUEBRA-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 2                      TO IND-ACM
           MOVE WRK-VEN-ATUAL          TO LIN-CT-VEN
           MOVE 'TOTAL'                TO LIN-CT-PERIODO
           PERFORM 2400-IMPRIME-LINHA THRU 2400-SAIDA
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           INITIALIZE TAB-ACM(2)
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MONTA E GRAVA A LINHA DO NIVEL IND-ACM.                        *
      *----------------------------------------------------------------*
       2400-IMPRIME-LINHA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-ACM-ABERTAS(IND-ACM)
                                       TO LIN-CT-ABERTAS
           MOVE TAB-ACM-APROVADAS(IND-ACM)
                                       TO LIN-CT-APROVADAS
           MOVE TAB-ACM-REJEITADAS(IND-ACM)
                                       TO LIN-CT-REJEITADAS
           MOVE TAB-ACM-PENDENTES(IND-ACM)
                                       TO LIN-CT-PENDENTES
           MOVE TAB-ACM-DIVERGENTES(IND-ACM)
                                       TO LIN-CT-DIVERGENTES
           MOVE TAB-ACM-VLR-PLEITO(IND-ACM)
                                       TO LIN-CT-VLR-PLEITO
           MOVE TAB-ACM-VLR-APROV(IND-ACM)
                                       TO LIN-CT-VLR-APROV
           WRITE REG-ARQREL            FROM WRK-LIN-DET
           ADD 1                       TO WRK-QTDE-LINHAS
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O ULTIMO VENDEDOR, IMPRIME O TOTAL GERAL E REGISTRA NO   *
      * MANIFESTO.                                                     *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQCTS
      *
           IF NOT WRK-PRIMEIRO
               PERFORM 2200-QUEBRA-PERIODO THRU 2200-SAIDA
               PERFORM 2300-QUEBRA-VENDEDOR THRU 2300-SAIDA
           ELSE
               MOVE SPACES             TO REG-ARQREL
               MOVE 'NENHUMA CONTESTACAO NO PERIODO SOLICITADO'
                                       TO REG-ARQREL
               WRITE REG-ARQREL
           END-IF
      *
           MOVE 3                      TO IND-ACM
           MOVE 'GERAL'                TO LIN-CT-VEN
           MOVE SPACES                 TO LIN-CT-PERIODO
           PERFORM 2400-IMPRIME-LINHA THRU 2400-SAIDA
      *
           CLOSE ARQREL
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-CONTEST: LIDAS=' WRK-QTDE-LIDOS
                   ' ABERTAS=' TAB-ACM-ABERTAS(3)
                   ' APROVADAS=' TAB-ACM-APROVADAS(3)
                   ' REJEITADAS=' TAB-ACM-REJEITADAS(3)
                   ' PENDENTES=' TAB-ACM-PENDENTES(3)
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
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
           MOVE WRK-QTDE-LINHAS        TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DAS CONTESTACOES NA ORDEM DA CHAVE.         *
      *----------------------------------------------------------------*
       7100-LER-ARQCTS                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCTS NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCTS
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-CONTEST.

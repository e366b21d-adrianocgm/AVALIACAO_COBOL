      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-RECEBER.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-RECEBER                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PROJECAO SEMANAL DOS RECEBIMENTOS ESPERADOS,   *
      *                 A PARTIR DAS PARCELAS (ARQPARC) DOS PEDIDOS    *
      *                 APROVADOS E FATURADOS. AS PARCELAS SAO         *
      *                 SOMADAS NA SEMANA (SEGUNDA A DOMINGO) DO       *
      *                 VENCIMENTO EFETIVO, DA SEMANA CORRENTE ATE AS  *
      *                 13 SEGUINTES, POR VENDEDOR DO PEDIDO E NO      *
      *                 TOTAL. VENCIMENTOS ANTERIORES A SEMANA         *
      *                 CORRENTE E POSTERIORES AO HORIZONTE SAEM EM    *
      *                 FAIXAS PROPRIAS. PEDIDOS SEM PARCELAS (SEM     *
      *                 CONDICAO DE PAGAMENTO) SAO APENAS TOTALIZADOS. *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>RECEBER_PROJETADO_<STAMP>.TXT      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQPARC                         PCL-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA PROJECAO SEMANAL DE     *
      *                      RECEBIMENTOS.                             *
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
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
           SELECT ARQPARC  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PARCELA-CHAVE
               FILE STATUS             IS WRK-FS-ARQPARC.
      *
           SELECT ARQVEN01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
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
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQPARC
            VALUE OF FILE-ID IS NOME-ARQPARC-WS
            COPY "PCL-SIST.CPY".
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
       77  WRK-PROGRAMA                PIC  X(013)     VALUE
           'RELAT-RECEBER'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQPARC-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQPARC.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQPARC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARC-OK                          VALUE '00' '05'.
           88  WRK-ARQPARC-FIM                         VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-PARCELAS-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PARCELAS                        VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
       01  WRK-PED-PARC-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-PED-TEM-PARCELA                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    FAIXAS DA PROJECAO: A POSICAO 1 SAO OS VENCIMENTOS ANTES DA *
      *    SEGUNDA-FEIRA DA SEMANA CORRENTE, AS POSICOES 2 A 14 AS 13  *
      *    SEMANAS A PARTIR DELA E A POSICAO 15 O QUE VENCE DEPOIS.    *
      *    O DIA 1 DO CALENDARIO DE INTEGER-OF-DATE (01/01/1601) E UMA *
      *    SEGUNDA-FEIRA.                                              *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-SEMANAS            PIC 9(002)      VALUE 13.
       77  WRK-QTDE-FAIXAS             PIC 9(002)      VALUE 15.
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-SEGUNDA             PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-LIMITE              PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-VENCTO              PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-AUX                 PIC 9(008)      VALUE ZEROS.
       77  WRK-DIA-SEMANA              PIC 9(001)      VALUE ZEROS.
       77  WRK-DATA-INI-FAIXA          PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM-FAIXA          PIC 9(008)      VALUE ZEROS.
       77  WRK-IX-FAIXA                PIC 9(002)      VALUE ZEROS.
       77  WRK-NUM-SEMANA              PIC 9(002)      VALUE ZEROS.
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-IX-PED-VEN              PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES POR VENDEDOR (POSICAO = CODIGO + 1) E FAIXA.   *
      *----------------------------------------------------------------*
      *
       01  TAB-VEN-RECEBER.
           05 TAB-VEN-ENTRY                          OCCURS 1000 TIMES.
              10 TAB-VEN-QTDE-PARC     PIC 9(007).
              10 TAB-VEN-FAIXA                       OCCURS 15 TIMES.
                 15 TAB-VEN-QTDE       PIC 9(005).
                 15 TAB-VEN-VALOR      PIC 9(013)V99.
       01  TAB-TOT-RECEBER.
           05 TAB-TOT-FAIXA                          OCCURS 15 TIMES.
              10 TAB-TOT-QTDE          PIC 9(007).
              10 TAB-TOT-VALOR         PIC 9(013)V99.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PARCELAS           PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SEM-PARC           PIC 9(007)      VALUE ZEROS.
       77  WRK-VALOR-SEM-PARC          PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-VENDEDOR          PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-GERAL             PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-EDIT              PIC Z(12)9.99.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(032)      VALUE
              'FAIXA        DE        ATE'.
           05 FILLER                   PIC X(026)      VALUE
              'PARCELAS             VALOR'.
           05 FILLER                   PIC X(074)      VALUE SPACES.
      *
       01  WRK-LIN-DET.
           05 LIN-RC-FAIXA             PIC X(012).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-RC-DATA-INI          PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-RC-DATA-FIM          PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-RC-QTDE              PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-RC-VALOR             PIC Z(12)9.99.
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
           PERFORM 2000-AVALIA-PEDIDO THRU 2000-SAIDA
               UNTIL WRK-ARQPED01-FIM
      *
           PERFORM 2500-LISTA-VENDEDOR THRU 2500-SAIDA
               VARYING WRK-IX-VEN FROM 1 BY 1
               UNTIL WRK-IX-VEN GREATER 1000
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
           COMPUTE WRK-DIA-SEMANA
                   = FUNCTION MOD(WRK-INT-HOJE - 1, 7)
           COMPUTE WRK-INT-SEGUNDA = WRK-INT-HOJE - WRK-DIA-SEMANA
           COMPUTE WRK-INT-LIMITE
                   = WRK-INT-SEGUNDA + (WRK-QTDE-SEMANAS * 7)
           INITIALIZE TAB-VEN-RECEBER
                      TAB-TOT-RECEBER
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM ARQUIVO DE PARCELAS NENHUM PEDIDO TEM CRONOGRAMA - A
      *    PROJECAO SAI ZERADA, COM OS PEDIDOS TOTALIZADOS SEM PARCELA.
           OPEN INPUT ARQPARC
           IF WRK-ARQPARC-OK
               SET WRK-TEM-PARCELAS    TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
      *    SEM ARQUIVO DE PEDIDOS A PROJECAO SAI VAZIA.
           OPEN INPUT ARQPED01
           IF WRK-ARQPED01-NAO-EXISTE
               MOVE '10'               TO WRK-FS-ARQPED01
           ELSE
               IF NOT WRK-ARQPED01-OK
                   DISPLAY 'RELAT-RECEBER: FALHA EM ARQPED01 - '
                           'FILE STATUS=' WRK-FS-ARQPED01
                   MOVE WRK-FS-ARQPED01
                                       TO COMUNIC-COD-RETORNO
                   MOVE 'ARQPED01'     TO COMUNIC-DES-PGR-ARQ
                   MOVE 20             TO RETURN-CODE
                   PERFORM 3300-GO-BACK
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'RECEBER_PROJETADO_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-RECEBER: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PROJECAO SEMANAL DE RECEBIMENTOS (PEDIDOS APROVADOS '
                  'E FATURADOS) - POSICAO DE ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'VALORES PELO VENCIMENTO EFETIVO DAS PARCELAS, EM '
                  WRK-QTDE-SEMANAS ' SEMANAS DE SEGUNDA A DOMINGO '
                  'A PARTIR DA SEMANA CORRENTE'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           IF NOT WRK-ARQPED01-FIM
               PERFORM 7100-LER-ARQPED01 THRU 7100-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO. SE NAO EXISTIR,       *
      * MANTEM OS DIRETORIOS PADRAO JA ASSUMIDOS NO WORKING-STORAGE.   *
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPARC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPARC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SO ENTRAM NA PROJECAO OS PEDIDOS APROVADOS E FATURADOS. AS     *
      * PARCELAS DO PEDIDO SAO LIDAS PELA CHAVE PEDIDO + SEQUENCIA.    *
      *----------------------------------------------------------------*
       2000-AVALIA-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF NOT PEDIDO-STATUS-APROVADO
           AND NOT PEDIDO-STATUS-FATURADO
               GO TO 2000-LER
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PEDIDOS
           COMPUTE WRK-IX-PED-VEN = PEDIDO-COD-VEN + 1
           MOVE 'N'                    TO WRK-PED-PARC-FLAG
      *
           IF WRK-TEM-PARCELAS
               MOVE PEDIDO-NUMERO      TO PARCELA-NUM-PEDIDO
               MOVE ZEROS              TO PARCELA-SEQ
               MOVE '00'               TO WRK-FS-ARQPARC
               START ARQPARC KEY IS NOT LESS THAN PARCELA-CHAVE
                   INVALID KEY
                       MOVE '10'       TO WRK-FS-ARQPARC
               END-START
               PERFORM 2100-SOMA-PARCELA THRU 2100-SAIDA
                   UNTIL WRK-ARQPARC-FIM
           END-IF
      *
           IF NOT WRK-PED-TEM-PARCELA
               ADD 1                   TO WRK-QTDE-SEM-PARC
               ADD PEDIDO-VALOR        TO WRK-VALOR-SEM-PARC
           END-IF
           .
      *
       2000-LER.
           PERFORM 7100-LER-ARQPED01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA UMA PARCELA NA FAIXA DO SEU VENCIMENTO EFETIVO.        *
      *----------------------------------------------------------------*
       2100-SOMA-PARCELA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPARC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPARC
                   GO TO 2100-SAIDA
           END-READ
           IF PARCELA-NUM-PEDIDO       NOT EQUAL PEDIDO-NUMERO
               MOVE '10'               TO WRK-FS-ARQPARC
               GO TO 2100-SAIDA
           END-IF
      *
           SET WRK-PED-TEM-PARCELA     TO TRUE
           ADD 1                       TO WRK-QTDE-PARCELAS
      *
           COMPUTE WRK-INT-VENCTO
                   = FUNCTION INTEGER-OF-DATE(PARCELA-VENCTO)
           IF WRK-INT-VENCTO LESS WRK-INT-SEGUNDA
               MOVE 1                  TO WRK-IX-FAIXA
           ELSE
               IF WRK-INT-VENCTO NOT LESS WRK-INT-LIMITE
                   MOVE WRK-QTDE-FAIXAS
                                       TO WRK-IX-FAIXA
               ELSE
                   COMPUTE WRK-IX-FAIXA
                           = ((WRK-INT-VENCTO - WRK-INT-SEGUNDA) / 7)
                             + 2
               END-IF
           END-IF
      *
           ADD 1                       TO TAB-VEN-QTDE-PARC
                                          (WRK-IX-PED-VEN)
           ADD 1                       TO TAB-VEN-QTDE
                                          (WRK-IX-PED-VEN WRK-IX-FAIXA)
           ADD PARCELA-VALOR           TO TAB-VEN-VALOR
                                          (WRK-IX-PED-VEN WRK-IX-FAIXA)
           ADD 1                       TO TAB-TOT-QTDE(WRK-IX-FAIXA)
           ADD PARCELA-VALOR           TO TAB-TOT-VALOR(WRK-IX-FAIXA)
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA AS FAIXAS DE UM VENDEDOR (POSICAO 1 = VENDEDOR 000).     *
      *----------------------------------------------------------------*
       2500-LISTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-QTDE-PARC(WRK-IX-VEN) EQUAL ZEROS
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
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           MOVE ZEROS                  TO WRK-VALOR-VENDEDOR
           PERFORM 2600-LINHA-FAIXA-VEN THRU 2600-SAIDA
               VARYING WRK-IX-FAIXA FROM 1 BY 1
               UNTIL WRK-IX-FAIXA GREATER WRK-QTDE-FAIXAS
      *
           MOVE WRK-VALOR-VENDEDOR     TO WRK-VALOR-EDIT
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL VENDEDOR ' WRK-VEN-CORRENTE
                  ' PARCELAS=' TAB-VEN-QTDE-PARC(WRK-IX-VEN)
                  ' VALOR=' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
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
           MOVE LOW-VALUES             TO EXEMPLO-DADOS
           MOVE WRK-VEN-CORRENTE       TO EXEMPLO-CODIGO-VEND
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS
               INVALID KEY
                   GO TO 2550-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2550-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND EQUAL WRK-VEN-CORRENTE
               MOVE EXEMPLO-RAZAO-SOCIAL
                                       TO WRK-NOME-VEN-ATUAL
           END-IF
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR FAIXA COM VALOR DO VENDEDOR CORRENTE.            *
      *----------------------------------------------------------------*
       2600-LINHA-FAIXA-VEN            SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-QTDE(WRK-IX-VEN WRK-IX-FAIXA) EQUAL ZEROS
               GO TO 2600-SAIDA
           END-IF
      *
           PERFORM 2700-MONTA-FAIXA THRU 2700-SAIDA
           MOVE TAB-VEN-QTDE(WRK-IX-VEN WRK-IX-FAIXA)
                                       TO LIN-RC-QTDE
           MOVE TAB-VEN-VALOR(WRK-IX-VEN WRK-IX-FAIXA)
                                       TO LIN-RC-VALOR
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
      *
           ADD TAB-VEN-VALOR(WRK-IX-VEN WRK-IX-FAIXA)
                                       TO WRK-VALOR-VENDEDOR
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DESCRICAO E DATAS DA FAIXA WRK-IX-FAIXA NA LINHA DE DETALHE.   *
      *----------------------------------------------------------------*
       2700-MONTA-FAIXA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO LIN-RC-FAIXA
                                          LIN-RC-DATA-INI
                                          LIN-RC-DATA-FIM
      *
           IF WRK-IX-FAIXA EQUAL 1
               MOVE 'ANTERIORES'       TO LIN-RC-FAIXA
               COMPUTE WRK-INT-AUX = WRK-INT-SEGUNDA - 1
               COMPUTE WRK-DATA-FIM-FAIXA
                       = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
               MOVE WRK-DATA-FIM-FAIXA TO LIN-RC-DATA-FIM
               GO TO 2700-SAIDA
           END-IF
      *
           IF WRK-IX-FAIXA EQUAL WRK-QTDE-FAIXAS
               MOVE 'POSTERIORES'      TO LIN-RC-FAIXA
               COMPUTE WRK-DATA-INI-FAIXA
                       = FUNCTION DATE-OF-INTEGER(WRK-INT-LIMITE)
               MOVE WRK-DATA-INI-FAIXA TO LIN-RC-DATA-INI
               GO TO 2700-SAIDA
           END-IF
      *
           COMPUTE WRK-NUM-SEMANA = WRK-IX-FAIXA - 1
           STRING 'SEMANA ' WRK-NUM-SEMANA
                  DELIMITED BY SIZE INTO LIN-RC-FAIXA
           END-STRING
           COMPUTE WRK-INT-AUX
                   = WRK-INT-SEGUNDA + ((WRK-IX-FAIXA - 2) * 7)
           COMPUTE WRK-DATA-INI-FAIXA
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
           ADD 6                       TO WRK-INT-AUX
           COMPUTE WRK-DATA-FIM-FAIXA
                   = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
           MOVE WRK-DATA-INI-FAIXA     TO LIN-RC-DATA-INI
           MOVE WRK-DATA-FIM-FAIXA     TO LIN-RC-DATA-FIM
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAL GERAL POR FAIXA (TODAS AS FAIXAS, MESMO ZERADAS).        *
      *----------------------------------------------------------------*
       2800-LINHA-FAIXA-TOT            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2700-MONTA-FAIXA THRU 2700-SAIDA
           MOVE TAB-TOT-QTDE(WRK-IX-FAIXA)
                                       TO LIN-RC-QTDE
           MOVE TAB-TOT-VALOR(WRK-IX-FAIXA)
                                       TO LIN-RC-VALOR
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
      *
           ADD TAB-TOT-VALOR(WRK-IX-FAIXA)
                                       TO WRK-VALOR-GERAL
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAL GERAL, FECHAMENTO E MANIFESTO.                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE '*** TOTAL GERAL ***'  TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
           MOVE ZEROS                  TO WRK-VALOR-GERAL
           PERFORM 2800-LINHA-FAIXA-TOT THRU 2800-SAIDA
               VARYING WRK-IX-FAIXA FROM 1 BY 1
               UNTIL WRK-IX-FAIXA GREATER WRK-QTDE-FAIXAS
      *
           MOVE WRK-VALOR-GERAL        TO WRK-VALOR-EDIT
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL: PEDIDOS APROVADOS/FATURADOS=' WRK-QTDE-PEDIDOS
                  ' PARCELAS=' WRK-QTDE-PARCELAS
                  ' VALOR PROJETADO=' WRK-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF WRK-QTDE-SEM-PARC GREATER ZEROS
               MOVE WRK-VALOR-SEM-PARC TO WRK-VALOR-EDIT
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ATENCAO: ' WRK-QTDE-SEM-PARC
                      ' PEDIDOS SEM PARCELAS (SEM CONDICAO DE '
                      'PAGAMENTO) FORA DA PROJECAO - VALOR='
                      WRK-VALOR-EDIT
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
           IF WRK-FS-ARQPED01          NOT EQUAL '35'
               CLOSE ARQPED01
           END-IF
           CLOSE ARQREL01
           IF WRK-TEM-PARCELAS
               CLOSE ARQPARC
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-RECEBER: PEDIDOS PROJETADOS: '
                   WRK-QTDE-PEDIDOS ' PARCELAS: ' WRK-QTDE-PARCELAS
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
           MOVE WRK-QTDE-PARCELAS      TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DOS PEDIDOS.                                *
      *----------------------------------------------------------------*
       7100-LER-ARQPED01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-RECEBER.

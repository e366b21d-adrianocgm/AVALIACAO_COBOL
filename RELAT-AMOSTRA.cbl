      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-AMOSTRA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-AMOSTRA                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: RESULTADO MENSAL DO RAZAO DE AMOSTRAS E        *
      *                 MATERIAL PROMOCIONAL (ARQAMOS): POR VENDEDOR E *
      *                 ITEM, AS REMESSAS E ENTREGAS DO MES E O SALDO  *
      *                 NO FIM DO MES; POR CLIENTE QUE RECEBEU AMOSTRA *
      *                 NO MES, A PRIMEIRA ENTREGA, AS QUANTIDADES E   *
      *                 AS VENDAS (PEDIDOS FATURADOS OU ENTREGUES DO   *
      *                 ARQPED01) NOS 90 DIAS SEGUINTES A ELA, PARA O  *
      *                 MARKETING MEDIR O RETORNO DAS AMOSTRAS.        *
      *----------------------------------------------------------------*
      *    PARAMETRO...: MES DO RELATORIO (AAAAMM) NA LINHA DE COMANDO *
      *                 (PADRAO = MES ANTERIOR AO ATUAL).              *
      *    SAIDA.......: <DIR-RELAT>AMOSTRA_<AAAAMM>_<STAMP>.TXT       *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQAMOS                         AMS-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO RESULTADO MENSAL DE     *
      *                      AMOSTRAS.                                 *
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
           SELECT ARQAMOS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS AMOS-CHAVE
               FILE STATUS             IS WRK-FS-ARQAMOS.
      *
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
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
         FD ARQAMOS
            VALUE OF FILE-ID IS NOME-ARQAMOS-WS
            COPY "AMS-SIST.CPY".
      *
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
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
           'RELAT-AMOSTRA'.
      *
       01 NOME-ARQAMOS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQAMOS.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
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
       01  WRK-FS-ARQAMOS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQAMOS-OK                          VALUE '00' '05'.
           88  WRK-ARQAMOS-FIM                         VALUE '10'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
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
      *    SEM CADASTROS O RELATORIO SAI SEM NOMES.
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
       77  WRK-PERIODO-AMS             PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    QUEBRA POR VENDEDOR/ITEM NA LEITURA DO RAZAO (A CHAVE DO    *
      *    ARQAMOS JA TRAZ OS MOVIMENTOS NESSA ORDEM).                 *
      *----------------------------------------------------------------*
      *
       01  WRK-CHAVE-ATUAL.
           05 WRK-ATU-VEN              PIC 9(003)      VALUE ZEROS.
           05 WRK-ATU-ITEM             PIC X(008)      VALUE SPACES.
       01  WRK-CHAVE-ANT.
           05 WRK-ANT-VEN              PIC 9(003)      VALUE ZEROS.
           05 WRK-ANT-ITEM.
              10 WRK-ANT-TIPO-ITEM     PIC X(001)      VALUE SPACES.
              10 WRK-ANT-COD-ITEM      PIC X(007)      VALUE SPACES.
       01  WRK-TEM-GRUPO-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-GRUPO                           VALUE 'S'.
       01  WRK-NOME-VEN                PIC X(025)      VALUE SPACES.
      *
       77  WRK-GRP-REMESSA             PIC 9(007)      VALUE ZEROS.
       77  WRK-GRP-ENTREGA             PIC 9(007)      VALUE ZEROS.
       77  WRK-GRP-SALDO               PIC S9(007)     VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CLIENTES QUE RECEBERAM AMOSTRA NO MES: PRIMEIRA ENTREGA,    *
      *    FIM DA JANELA DE 90 DIAS E VENDAS APURADAS NELA.            *
      *----------------------------------------------------------------*
      *
       01  TAB-CLIENTES.
           05 TAB-CLI-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-CLI-ENT              OCCURS 3000 TIMES.
              10 TAB-CLI-COD           PIC 9(007).
              10 TAB-CLI-VEN           PIC 9(003).
              10 TAB-CLI-DATA          PIC 9(008).
              10 TAB-CLI-ENTREGAS      PIC 9(003).
              10 TAB-CLI-QTDE          PIC 9(007).
              10 TAB-CLI-JAN-FIM       PIC 9(008).
              10 TAB-CLI-PEDIDOS       PIC 9(004).
              10 TAB-CLI-VENDAS        PIC 9(013)V99.
              10 TAB-CLI-IMPRESSO      PIC X(001).
      *
       77  IND-CLI                     PIC 9(004) COMP VALUE ZEROS.
       77  WRK-IX-CLI                  PIC 9(004) COMP VALUE ZEROS.
       77  WRK-CLI-MENOR               PIC 9(004) COMP VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-VISAO-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-VISAO-FIM                           VALUE 'S'.
       01  WRK-AVISO-CLI-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-CLI                           VALUE 'S'.
       01  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-LINHAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REMESSA             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ENTREGA             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SALDO               PIC S9(007)     VALUE ZEROS.
       77  WRK-TOT-CLIENTES            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-COMPRADORES         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENDAS              PIC 9(013)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-TOT-SALDO-ED            PIC -Z.ZZZ.ZZ9.
       01  WRK-TOT-VENDAS-ED           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *    SALDO POR VENDEDOR E ITEM.                                  *
      *----------------------------------------------------------------*
      *
       01  WRK-LIN-CAB-SALDO.
           05 FILLER                   PIC X(040)      VALUE
              'VEN NOME DO VENDEDOR          T ITEM    '.
           05 FILLER                   PIC X(030)      VALUE
              ' REMESSAS  ENTREGAS  SALDO FIM'.
           05 FILLER                   PIC X(062)      VALUE SPACES.
      *
       01  WRK-LIN-SALDO.
           05 LIN-SD-COD-VEN           PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SD-NOME              PIC X(025).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SD-TIPO              PIC X(001).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SD-ITEM              PIC X(007).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-SD-REMESSA           PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-SD-ENTREGA           PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-SD-SALDO             PIC -ZZZ.ZZ9.
           05 FILLER                   PIC X(062)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AMOSTRAS POR CLIENTE E VENDAS NA JANELA DE 90 DIAS.         *
      *----------------------------------------------------------------*
      *
       01  WRK-LIN-CAB-CLI.
           05 FILLER                   PIC X(039)      VALUE
              'CLIENTE NOME'.
           05 FILLER                   PIC X(025)      VALUE
              'VEN 1A ENTR. ENT    QTDE '.
           05 FILLER                   PIC X(032)      VALUE
              'FIM JAN. PEDS    VENDAS 90 DIAS '.
           05 FILLER                   PIC X(036)      VALUE
              'JANELA'.
      *
       01  WRK-LIN-CLIENTE.
           05 LIN-CL-COD-CLI           PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-NOME              PIC X(030).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-COD-VEN           PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-DATA              PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-ENTREGAS          PIC ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-QTDE              PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-JAN-FIM           PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-PEDIDOS           PIC ZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-VENDAS            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-CL-SITUACAO          PIC X(012).
           05 FILLER                   PIC X(024)      VALUE SPACES.
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
           PERFORM 2000-LE-MOVIMENTO THRU 2000-SAIDA
               UNTIL WRK-ARQAMOS-FIM
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
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'AMOSTRA_' WRK-PERIODO-AMS '_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQREL
      *
           OPEN INPUT ARQAMOS
           IF NOT WRK-ARQAMOS-OK
               DISPLAY 'RELAT-AMOSTRA: RAZAO DE AMOSTRAS AUSENTE - '
                       'FILE STATUS=' WRK-FS-ARQAMOS
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
               DISPLAY 'RELAT-AMOSTRA: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           STRING 'AMOSTRAS E MATERIAL PROMOCIONAL POR VENDEDOR E '
                  'CLIENTE - MES ' WRK-PERIODO-AMS
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
           MOVE SPACES                 TO REG-ARQREL
           STRING 'SALDO = REMESSAS - ENTREGAS ATE O FIM DO MES; '
                  'VENDAS = PEDIDOS FATURADOS/ENTREGUES EMITIDOS '
                  'NOS 90 DIAS APOS A 1A ENTREGA'
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** SALDO DE AMOSTRAS POR VENDEDOR E ITEM ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB-SALDO
      *
           PERFORM 7100-LER-ARQAMOS THRU 7100-SAIDA
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
               COMPUTE WRK-PERIODO-AMS
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               MOVE WRK-PERIODO-AMS    TO WRK-PERIODO-CALC
               IF  WRK-CALC-MES GREATER ZEROS
               AND WRK-CALC-MES LESS 13
               AND WRK-CALC-ANO GREATER 1900
                   CONTINUE
               ELSE
                   DISPLAY 'RELAT-AMOSTRA: MES ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
                   MOVE ZEROS          TO WRK-PERIODO-AMS
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQAMOS.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQAMOS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
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
           IF WRK-PERIODO-AMS          EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES
               COMPUTE WRK-MESES-TOTAIS
                       = (WRK-CALC-ANO * 12) + WRK-CALC-MES - 1
               COMPUTE WRK-CALC-ANO = (WRK-MESES-TOTAIS - 1) / 12
               COMPUTE WRK-CALC-MES
                       = WRK-MESES-TOTAIS - (WRK-CALC-ANO * 12)
               COMPUTE WRK-PERIODO-AMS
                       = (WRK-CALC-ANO * 100) + WRK-CALC-MES
           END-IF
      *
           COMPUTE WRK-DATA-INI        = (WRK-PERIODO-AMS * 100) + 1
           COMPUTE WRK-DATA-FIM        = (WRK-PERIODO-AMS * 100) + 31
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA O MOVIMENTO CORRENTE NO VENDEDOR/ITEM (COM QUEBRA NA   *
      * MUDANCA DA CHAVE) E, SE FOR ENTREGA DO MES, NO CLIENTE.        *
      * MOVIMENTOS POSTERIORES AO MES NAO ENTRAM NO SALDO.             *
      *----------------------------------------------------------------*
       2000-LE-MOVIMENTO               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           MOVE AMOS-COD-VEN           TO WRK-ATU-VEN
           MOVE AMOS-ITEM              TO WRK-ATU-ITEM
           IF NOT WRK-TEM-GRUPO
           OR WRK-CHAVE-ATUAL          NOT EQUAL WRK-CHAVE-ANT
               PERFORM 2200-QUEBRA-ITEM THRU 2200-SAIDA
           END-IF
      *
           IF AMOS-DATA                GREATER WRK-DATA-FIM
               GO TO 2000-PROXIMO
           END-IF
      *
           IF AMOS-MOV-REMESSA
               ADD AMOS-QTDE           TO WRK-GRP-SALDO
               IF AMOS-DATA            NOT LESS WRK-DATA-INI
                   ADD AMOS-QTDE       TO WRK-GRP-REMESSA
               END-IF
           ELSE
               SUBTRACT AMOS-QTDE      FROM WRK-GRP-SALDO
               IF AMOS-DATA            NOT LESS WRK-DATA-INI
                   ADD AMOS-QTDE       TO WRK-GRP-ENTREGA
                   PERFORM 2100-ACUMULA-CLIENTE THRU 2100-SAIDA
               END-IF
           END-IF
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQAMOS THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ENTREGA DO MES NO CLIENTE: GUARDA A PRIMEIRA ENTREGA (E O      *
      * VENDEDOR DELA), SOMA ENTREGAS E QUANTIDADE.                    *
      *----------------------------------------------------------------*
       2100-ACUMULA-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE AMOS-COD-CLI           TO WRK-CLI-BUSCA
           PERFORM 2300-LOCALIZA-CLIENTE THRU 2300-SAIDA
           IF IND-CLI                  EQUAL ZEROS
               GO TO 2100-SAIDA
           END-IF
      *
           IF TAB-CLI-DATA(IND-CLI)    EQUAL ZEROS
           OR AMOS-DATA                LESS TAB-CLI-DATA(IND-CLI)
               MOVE AMOS-DATA          TO TAB-CLI-DATA(IND-CLI)
               MOVE AMOS-COD-VEN       TO TAB-CLI-VEN(IND-CLI)
           END-IF
           ADD 1                       TO TAB-CLI-ENTREGAS(IND-CLI)
           ADD AMOS-QTDE               TO TAB-CLI-QTDE(IND-CLI)
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * QUEBRA DE VENDEDOR/ITEM: IMPRIME O GRUPO ANTERIOR, ZERA OS     *
      * ACUMULADORES E, SE O VENDEDOR MUDOU, BUSCA O NOME DELE.        *
      *----------------------------------------------------------------*
       2200-QUEBRA-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TEM-GRUPO
               PERFORM 2500-IMPRIME-SALDO THRU 2500-SAIDA
           END-IF
      *
           IF NOT WRK-TEM-GRUPO
           OR WRK-ATU-VEN              NOT EQUAL WRK-ANT-VEN
               PERFORM 2350-NOME-VENDEDOR THRU 2350-SAIDA
           END-IF
      *
           SET WRK-TEM-GRUPO           TO TRUE
           MOVE WRK-CHAVE-ATUAL        TO WRK-CHAVE-ANT
           MOVE ZEROS                  TO WRK-GRP-REMESSA
                                          WRK-GRP-ENTREGA
                                          WRK-GRP-SALDO
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA (OU ABRE) O CLIENTE WRK-CLI-BUSCA. DEVOLVE IND-CLI,   *
      * ZERO SE A TABELA ESTIVER CHEIA.                                *
      *----------------------------------------------------------------*
       2300-LOCALIZA-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-CLI
           PERFORM 2310-TESTA-CLIENTE THRU 2310-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-CLI NOT LESS TAB-CLI-QTD
      *
           IF WRK-ACHOU
               GO TO 2300-SAIDA
           END-IF
      *
           IF TAB-CLI-QTD              NOT LESS 3000
               MOVE ZEROS              TO IND-CLI
               IF NOT WRK-AVISO-CLI
                   SET WRK-AVISO-CLI   TO TRUE
                   DISPLAY 'RELAT-AMOSTRA: TABELA DE CLIENTES CHEIA '
                           '- EXCEDENTES IGNORADOS'
               END-IF
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-CLI-QTD
           MOVE TAB-CLI-QTD            TO IND-CLI
           MOVE WRK-CLI-BUSCA          TO TAB-CLI-COD(IND-CLI)
           MOVE ZEROS                  TO TAB-CLI-VEN(IND-CLI)
                                          TAB-CLI-DATA(IND-CLI)
                                          TAB-CLI-ENTREGAS(IND-CLI)
                                          TAB-CLI-QTDE(IND-CLI)
                                          TAB-CLI-JAN-FIM(IND-CLI)
                                          TAB-CLI-PEDIDOS(IND-CLI)
                                          TAB-CLI-VENDAS(IND-CLI)
           MOVE 'N'                    TO TAB-CLI-IMPRESSO(IND-CLI)
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-TESTA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CLI
           IF TAB-CLI-COD(IND-CLI)     EQUAL WRK-CLI-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR DA QUEBRA NO CADASTRO DE VENDEDORES.          *
      *----------------------------------------------------------------*
       2350-NOME-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-VEN
           IF NOT WRK-TEM-VEN
               GO TO 2350-SAIDA
           END-IF
      *
           MOVE WRK-ATU-VEN            TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE '*VENDEDOR NAO CADASTRADO*'
                                       TO WRK-NOME-VEN
               NOT INVALID KEY
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-NOME-VEN
           END-READ
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR VENDEDOR/ITEM COM SALDO OU MOVIMENTO NO MES.     *
      *----------------------------------------------------------------*
       2500-IMPRIME-SALDO              SECTION.
      *----------------------------------------------------------------*
      *
           IF  WRK-GRP-SALDO           EQUAL ZEROS
           AND WRK-GRP-REMESSA         EQUAL ZEROS
           AND WRK-GRP-ENTREGA         EQUAL ZEROS
               GO TO 2500-SAIDA
           END-IF
      *
           MOVE WRK-ANT-VEN            TO LIN-SD-COD-VEN
           MOVE WRK-NOME-VEN           TO LIN-SD-NOME
           MOVE WRK-ANT-TIPO-ITEM      TO LIN-SD-TIPO
           MOVE WRK-ANT-COD-ITEM       TO LIN-SD-ITEM
           MOVE WRK-GRP-REMESSA        TO LIN-SD-REMESSA
           MOVE WRK-GRP-ENTREGA        TO LIN-SD-ENTREGA
           MOVE WRK-GRP-SALDO          TO LIN-SD-SALDO
           WRITE REG-ARQREL            FROM WRK-LIN-SALDO
           ADD 1                       TO WRK-QTDE-LINHAS
      *
           ADD WRK-GRP-REMESSA         TO WRK-TOT-REMESSA
           ADD WRK-GRP-ENTREGA         TO WRK-TOT-ENTREGA
           ADD WRK-GRP-SALDO           TO WRK-TOT-SALDO
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA A ULTIMA QUEBRA, APURA AS VENDAS DA JANELA DE 90 DIAS    *
      * DE CADA CLIENTE, IMPRIME OS CLIENTES NA ORDEM DO CODIGO, OS    *
      * TOTAIS E REGISTRA NO MANIFESTO.                                *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TEM-GRUPO
               PERFORM 2500-IMPRIME-SALDO THRU 2500-SAIDA
           END-IF
           MOVE WRK-TOT-SALDO          TO WRK-TOT-SALDO-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL DO MES: REMESSAS=' WRK-TOT-REMESSA
                  ' ENTREGAS=' WRK-TOT-ENTREGA
                  ' SALDO NOS VENDEDORES=' WRK-TOT-SALDO-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
      *    JANELA DE CADA CLIENTE: DO DIA SEGUINTE A PRIMEIRA
      *    ENTREGA DO MES ATE 90 DIAS DEPOIS DELA.
           PERFORM 3100-MONTA-JANELA THRU 3100-SAIDA
               VARYING WRK-IX-CLI FROM 1 BY 1
               UNTIL WRK-IX-CLI GREATER TAB-CLI-QTD
      *
           IF TAB-CLI-QTD              GREATER ZEROS
               OPEN INPUT ARQPED01
               IF WRK-ARQPED01-OK
                   PERFORM 7200-LER-ARQPED01 THRU 7200-SAIDA
                   PERFORM 3150-SOMA-PEDIDO THRU 3150-SAIDA
                       UNTIL WRK-ARQPED01-FIM
                   CLOSE ARQPED01
               ELSE
                   DISPLAY 'RELAT-AMOSTRA: SEM ARQUIVO DE PEDIDOS - '
                           'VENDAS NAO APURADAS - FILE STATUS='
                           WRK-FS-ARQPED01
               END-IF
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL
           WRITE REG-ARQREL
           MOVE '*** AMOSTRAS POR CLIENTE E VENDAS NOS 90 DIAS ***'
                                       TO REG-ARQREL
           WRITE REG-ARQREL
           WRITE REG-ARQREL            FROM WRK-LIN-CAB-CLI
           MOVE 'N'                    TO WRK-VISAO-FIM-FLAG
           PERFORM 3200-PROXIMO-CLIENTE THRU 3200-SAIDA
               UNTIL WRK-VISAO-FIM
      *
           MOVE WRK-TOT-VENDAS         TO WRK-TOT-VENDAS-ED
           MOVE SPACES                 TO REG-ARQREL
           STRING 'TOTAL: CLIENTES COM AMOSTRA=' WRK-TOT-CLIENTES
                  ' COMPRARAM NA JANELA=' WRK-TOT-COMPRADORES
                  ' VENDAS=' WRK-TOT-VENDAS-ED
                  DELIMITED BY SIZE    INTO REG-ARQREL
           END-STRING
           WRITE REG-ARQREL
      *
           CLOSE ARQAMOS
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
           DISPLAY 'RELAT-AMOSTRA: MES ' WRK-PERIODO-AMS
                   ' ENTREGAS=' WRK-TOT-ENTREGA
                   ' CLIENTES=' WRK-TOT-CLIENTES
                   ' VENDAS=' WRK-TOT-VENDAS-ED
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3100-MONTA-JANELA               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE TAB-CLI-JAN-FIM(WRK-IX-CLI)
                   = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TAB-CLI-DATA(WRK-IX-CLI))
                    + 90)
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PEDIDO FATURADO OU ENTREGUE DE CLIENTE COM AMOSTRA, EMITIDO    *
      * DEPOIS DA PRIMEIRA ENTREGA E DENTRO DA JANELA, SOMA NAS VENDAS *
      * DO CLIENTE.                                                    *
      *----------------------------------------------------------------*
       3150-SOMA-PEDIDO                SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT PEDIDO-STATUS-FATURADO
           AND NOT PEDIDO-STATUS-ENTREGUE
               GO TO 3150-PROXIMO
           END-IF
      *
           MOVE PEDIDO-COD-CLI         TO WRK-CLI-BUSCA
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-CLI
           PERFORM 2310-TESTA-CLIENTE THRU 2310-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-CLI NOT LESS TAB-CLI-QTD
           IF NOT WRK-ACHOU
               GO TO 3150-PROXIMO
           END-IF
      *
           IF  PEDIDO-DATA-EMISSAO     GREATER TAB-CLI-DATA(IND-CLI)
           AND PEDIDO-DATA-EMISSAO     NOT GREATER
                                       TAB-CLI-JAN-FIM(IND-CLI)
               ADD 1                   TO TAB-CLI-PEDIDOS(IND-CLI)
               ADD PEDIDO-VALOR        TO TAB-CLI-VENDAS(IND-CLI)
           END-IF
           .
      *
       3150-PROXIMO.
      *
           PERFORM 7200-LER-ARQPED01 THRU 7200-SAIDA
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * IMPRIME, NA ORDEM DO CODIGO, O PROXIMO CLIENTE AINDA NAO       *
      * IMPRESSO.                                                      *
      *----------------------------------------------------------------*
       3200-PROXIMO-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CLI-MENOR
           MOVE ZEROS                  TO IND-CLI
           PERFORM 3210-TESTA-MENOR THRU 3210-SAIDA
               UNTIL IND-CLI NOT LESS TAB-CLI-QTD
      *
           IF WRK-CLI-MENOR            EQUAL ZEROS
               SET WRK-VISAO-FIM       TO TRUE
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-CLI-IMPRESSO
                                          (WRK-CLI-MENOR)
           PERFORM 3250-IMPRIME-CLIENTE THRU 3250-SAIDA
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3210-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CLI
           IF TAB-CLI-IMPRESSO(IND-CLI) EQUAL 'N'
               IF WRK-CLI-MENOR        EQUAL ZEROS
                   MOVE IND-CLI        TO WRK-CLI-MENOR
               ELSE
                   IF TAB-CLI-COD(IND-CLI)
                      LESS TAB-CLI-COD(WRK-CLI-MENOR)
                       MOVE IND-CLI    TO WRK-CLI-MENOR
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LINHA POR CLIENTE: NOME DO CADASTRO, VENDEDOR E DATA DA    *
      * PRIMEIRA ENTREGA, AMOSTRAS RECEBIDAS, VENDAS NA JANELA E SE A  *
      * JANELA AINDA ESTA ABERTA (TERMINA DEPOIS DE HOJE).             *
      *----------------------------------------------------------------*
       3250-IMPRIME-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CLI-MENOR          TO WRK-IX-CLI
      *
           MOVE TAB-CLI-COD(WRK-IX-CLI)
                                       TO LIN-CL-COD-CLI
           MOVE SPACES                 TO LIN-CL-NOME
           IF WRK-TEM-CLI
               MOVE TAB-CLI-COD(WRK-IX-CLI)
                                       TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   INVALID KEY
                       MOVE '*CLIENTE NAO CADASTRADO*'
                                       TO LIN-CL-NOME
                   NOT INVALID KEY
                       MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO LIN-CL-NOME
               END-READ
           END-IF
           MOVE TAB-CLI-VEN(WRK-IX-CLI)
                                       TO LIN-CL-COD-VEN
           MOVE TAB-CLI-DATA(WRK-IX-CLI)
                                       TO LIN-CL-DATA
           MOVE TAB-CLI-ENTREGAS(WRK-IX-CLI)
                                       TO LIN-CL-ENTREGAS
           MOVE TAB-CLI-QTDE(WRK-IX-CLI)
                                       TO LIN-CL-QTDE
           MOVE TAB-CLI-JAN-FIM(WRK-IX-CLI)
                                       TO LIN-CL-JAN-FIM
           MOVE TAB-CLI-PEDIDOS(WRK-IX-CLI)
                                       TO LIN-CL-PEDIDOS
           MOVE TAB-CLI-VENDAS(WRK-IX-CLI)
                                       TO LIN-CL-VENDAS
           IF TAB-CLI-JAN-FIM(WRK-IX-CLI) GREATER WRK-DATA-HOJE
               MOVE 'EM ABERTO'        TO LIN-CL-SITUACAO
           ELSE
               MOVE 'ENCERRADA'        TO LIN-CL-SITUACAO
           END-IF
           WRITE REG-ARQREL            FROM WRK-LIN-CLIENTE
           ADD 1                       TO WRK-QTDE-LINHAS
      *
           ADD 1                       TO WRK-TOT-CLIENTES
           IF TAB-CLI-PEDIDOS(WRK-IX-CLI) GREATER ZEROS
               ADD 1                   TO WRK-TOT-COMPRADORES
           END-IF
           ADD TAB-CLI-VENDAS(WRK-IX-CLI)
                                       TO WRK-TOT-VENDAS
           .
      *----------------------------------------------------------------*
       3250-SAIDA.                     EXIT.
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
      * LEITURA SEQUENCIAL DO RAZAO DE AMOSTRAS.                       *
      *----------------------------------------------------------------*
       7100-LER-ARQAMOS                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAMOS NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQAMOS
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO CADASTRO DE PEDIDOS.                     *
      *----------------------------------------------------------------*
       7200-LER-ARQPED01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-READ
           .
      *----------------------------------------------------------------*
       7200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-AMOSTRA.

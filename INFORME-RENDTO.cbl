      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. INFORME-RENDTO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: INFORME-RENDTO                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: INFORME ANUAL DE RENDIMENTOS E RETENCOES DE    *
      *                 CADA VENDEDOR/REPRESENTANTE, UM ARQUIVO DATADO *
      *                 POR VENDEDOR COM COMISSAO PAGA NO ANO: MES A   *
      *                 MES O RENDIMENTO BRUTO, O IRRF E O ISS RETIDOS *
      *                 E O LIQUIDO PAGO, COM O TOTAL DO ANO. VALE A   *
      *                 DATA DE PAGAMENTO DA REMESSA GRAVADA NAS       *
      *                 RETENCOES (ARQHRET) POR GERA-REMESSA;          *
      *                 PAGAMENTO REJEITADO PELO BANCO (ARQHCOM) NAO   *
      *                 ENTRA. CADA ARQUIVO E REGISTRADO NO MANIFESTO. *
      *                 RODA NO FECHAMENTO DO ANO.                     *
      *----------------------------------------------------------------*
      *    PARAMETRO...: ANO-CALENDARIO (AAAA) NA LINHA DE COMANDO     *
      *                 (PADRAO = ANO ANTERIOR AO CORRENTE).           *
      *    SAIDAS......: <DIR-RELAT>INFORME_<VEN>_<AAAA>_<STAMP>.TXT   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQHRET                         HRT-SIST        *
      *                ARQHCOM                         HCO-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO INFORME DE RENDIMENTOS. *
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
           SELECT ARQHRET  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HRET-CHAVE
               FILE STATUS             IS WRK-FS-ARQHRET.
      *
           SELECT ARQHCOM  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HCOM-CHAVE
               FILE STATUS             IS WRK-FS-ARQHCOM.
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
           SELECT ARQINF   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQINF.
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
         FD ARQHRET
            VALUE OF FILE-ID IS NOME-ARQHRET-WS
            COPY "HRT-SIST.CPY".
      *
         FD ARQHCOM
            VALUE OF FILE-ID IS NOME-ARQHCOM-WS
            COPY "HCO-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    OUTPUT: INFORME DE RENDIMENTOS DO VENDEDOR.                 *
      *----------------------------------------------------------------*
      *
         FD ARQINF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQINF.
      *
       01  REG-ARQINF                  PIC  X(132).
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
       77  WRK-PROGRAMA                PIC  X(014)     VALUE
           'INFORME-RENDTO'.
      *
       01 NOME-ARQHRET-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHRET.DAT'.
       01 NOME-ARQHCOM-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHCOM.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 WRK-NOME-ARQINF              PIC X(060)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO             PIC 9(004).
           05 WRK-HOJE-MES             PIC 9(002).
           05 WRK-HOJE-DIA             PIC 9(002).
      *    ANO-CALENDARIO DO INFORME.
       77  WRK-ANO                     PIC 9(004)      VALUE ZEROS.
       01  WRK-DATA-PAGTO              PIC 9(008)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-PAGTO.
           05 WRK-PAGTO-ANO            PIC 9(004).
           05 WRK-PAGTO-MES            PIC 9(002).
           05 WRK-PAGTO-DIA            PIC 9(002).
      *
       01  WRK-FS-ARQHRET              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHRET-OK                          VALUE '00' '05'.
           88  WRK-ARQHRET-FIM                         VALUE '10'.
       01  WRK-FS-ARQHCOM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHCOM-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQINF               PIC X(002)      VALUE SPACES.
           88  WRK-ARQINF-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *    INSUMOS OPCIONAIS - SEM O HISTORICO NAO HA FILTRO DE
      *    PAGAMENTO REJEITADO; SEM O CADASTRO O NOME SAI EM BRANCO.
       01  WRK-TEM-HIST-COMIS-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-TEM-HIST-COMIS                      VALUE 'S'.
       01  WRK-TEM-CADASTRO-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CADASTRO                        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    QUEBRA POR VENDEDOR E ACUMULADORES MENSAIS DO ANO (MES DE   *
      *    PAGAMENTO); A ENTRADA 13 E O TOTAL DO ANO.                  *
      *----------------------------------------------------------------*
      *
       77  WRK-VEN-ATUAL               PIC 9(003)      VALUE ZEROS.
       01  WRK-VEN-EDIT                PIC 9(003)      VALUE ZEROS.
       01  WRK-PRIMEIRO-FLAG           PIC X(001)      VALUE 'S'.
           88  WRK-PRIMEIRO                            VALUE 'S'.
       01  WRK-VEN-PAGO-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-VEN-PAGO                            VALUE 'S'.
      *    PERFIL FISCAL DO ULTIMO PAGAMENTO DO ANO.
       01  WRK-INF-TIPO-PESSOA         PIC X(001)      VALUE SPACES.
           88  WRK-INF-PESSOA-FISICA                   VALUE 'F'.
           88  WRK-INF-PESSOA-JURIDICA                 VALUE 'J'.
       01  WRK-INF-NR-DOC              PIC X(014)      VALUE SPACES.
       01  WRK-INF-NOME                PIC X(040)      VALUE SPACES.
      *
       01  TAB-MESES.
           05 TAB-MES                  OCCURS 13 TIMES.
              10 TAB-MES-BRUTO         PIC 9(013)V99.
              10 TAB-MES-IRRF          PIC 9(013)V99.
              10 TAB-MES-ISS           PIC 9(013)V99.
              10 TAB-MES-LIQUIDO       PIC 9(013)V99.
       77  IND-MES                     PIC 9(002) COMP VALUE ZEROS.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PAGOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS         PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-INFORMES           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-LINHAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO INFORME.                                          *
      *----------------------------------------------------------------*
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(010)      VALUE
              'MES       '.
           05 FILLER                   PIC X(018)      VALUE
              '  RENDIMENTO BRUTO'.
           05 FILLER                   PIC X(021)      VALUE
              '          IRRF RETIDO'.
           05 FILLER                   PIC X(021)      VALUE
              '           ISS RETIDO'.
           05 FILLER                   PIC X(021)      VALUE
              '        VALOR LIQUIDO'.
           05 FILLER                   PIC X(041)      VALUE SPACES.
      *
       01  WRK-LIN-MES.
           05 LIN-IR-MES               PIC X(007).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-IR-BRUTO             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-IR-IRRF              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-IR-ISS               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 LIN-IR-LIQUIDO           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(041)      VALUE SPACES.
      *
       01  WRK-MES-ANO.
           05 WRK-MA-MES               PIC 9(002).
           05 FILLER                   PIC X(001)      VALUE '/'.
           05 WRK-MA-ANO               PIC 9(004).
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
           PERFORM 2000-LE-RETENCAO THRU 2000-SAIDA
               UNTIL WRK-ARQHRET-FIM
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
           INITIALIZE TAB-MESES
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN INPUT ARQHRET
           IF NOT WRK-ARQHRET-OK
               DISPLAY 'INFORME-RENDTO: ARQUIVO DE RETENCOES '
                       'AUSENTE - FILE STATUS=' WRK-FS-ARQHRET
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQHCOM
           IF WRK-ARQHCOM-OK
               SET WRK-TEM-HIST-COMIS  TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-CADASTRO    TO TRUE
           END-IF
      *
           PERFORM 7100-LER-ARQHRET THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O ANO-CALENDARIO     *
      * OPCIONAL NA LINHA DE COMANDO.                                  *
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
      *    SEM ANO INFORMADO (OU INVALIDO), O ANO ANTERIOR - O INFORME
      *    RODA NO INICIO DO ANO SEGUINTE.
           COMPUTE WRK-ANO             = WRK-HOJE-ANO - 1
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               IF  FUNCTION NUMVAL(WRK-CMD-LINHA) GREATER 1900
               AND FUNCTION NUMVAL(WRK-CMD-LINHA) NOT GREATER
                                       WRK-HOJE-ANO
                   COMPUTE WRK-ANO = FUNCTION NUMVAL(WRK-CMD-LINHA)
               ELSE
                   DISPLAY 'INFORME-RENDTO: ANO ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO ' WRK-ANO
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHRET.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQHRET-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCOM.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQHCOM-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA A RETENCAO CORRENTE QUANDO PAGA NO ANO. O ARQUIVO VEM  *
      * NA ORDEM DA CHAVE (VENDEDOR, PERIODO): MUDANCA DE VENDEDOR     *
      * GERA O INFORME DO ANTERIOR.                                    *
      *----------------------------------------------------------------*
       2000-LE-RETENCAO                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF WRK-PRIMEIRO
               MOVE 'N'                TO WRK-PRIMEIRO-FLAG
               MOVE HRET-COD-VEN       TO WRK-VEN-ATUAL
           END-IF
      *
           IF HRET-COD-VEN             NOT EQUAL WRK-VEN-ATUAL
               PERFORM 2200-QUEBRA-VENDEDOR THRU 2200-SAIDA
               MOVE HRET-COD-VEN       TO WRK-VEN-ATUAL
           END-IF
      *
           MOVE HRET-DATA-PAGTO        TO WRK-DATA-PAGTO
           IF WRK-PAGTO-ANO            NOT EQUAL WRK-ANO
               GO TO 2000-PROXIMO
           END-IF
      *
      *    PAGAMENTO DEVOLVIDO PELO BANCO NAO E RENDIMENTO PAGO.
           IF WRK-TEM-HIST-COMIS
               MOVE HRET-CHAVE         TO HCOM-CHAVE
               READ ARQHCOM
                   INVALID KEY
                       MOVE SPACE      TO HCOM-SITUACAO
               END-READ
               IF HCOM-PAGTO-REJEITADO
                   ADD 1               TO WRK-QTDE-REJEITADOS
                   GO TO 2000-PROXIMO
               END-IF
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PAGOS
           SET WRK-VEN-PAGO            TO TRUE
           MOVE HRET-TIPO-PESSOA       TO WRK-INF-TIPO-PESSOA
           MOVE HRET-NR-DOC            TO WRK-INF-NR-DOC
      *
           MOVE WRK-PAGTO-MES          TO IND-MES
           PERFORM 2100-ACUMULA THRU 2100-SAIDA
           MOVE 13                     TO IND-MES
           PERFORM 2100-ACUMULA THRU 2100-SAIDA
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQHRET THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA A RETENCAO CORRENTE NA ENTRADA IND-MES.                   *
      *----------------------------------------------------------------*
       2100-ACUMULA                    SECTION.
      *----------------------------------------------------------------*
      *
           ADD HRET-VALOR-BRUTO        TO TAB-MES-BRUTO(IND-MES)
           ADD HRET-VALOR-IRRF         TO TAB-MES-IRRF(IND-MES)
           ADD HRET-VALOR-ISS          TO TAB-MES-ISS(IND-MES)
           ADD HRET-VALOR-LIQUIDO      TO TAB-MES-LIQUIDO(IND-MES)
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O VENDEDOR ANTERIOR: GERA O INFORME SE HOUVE PAGAMENTO   *
      * NO ANO E ZERA OS ACUMULADORES.                                 *
      *----------------------------------------------------------------*
       2200-QUEBRA-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VEN-PAGO
               PERFORM 2300-GERA-INFORME THRU 2300-SAIDA
           END-IF
      *
           INITIALIZE TAB-MESES
           MOVE 'N'                    TO WRK-VEN-PAGO-FLAG
           MOVE SPACES                 TO WRK-INF-TIPO-PESSOA
                                          WRK-INF-NR-DOC
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O INFORME DO VENDEDOR WRK-VEN-ATUAL: IDENTIFICACAO DO    *
      * BENEFICIARIO, DOZE LINHAS MENSAIS E O TOTAL DO ANO.            *
      *----------------------------------------------------------------*
       2300-GERA-INFORME               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-VEN-ATUAL          TO WRK-VEN-EDIT
           MOVE ZEROS                  TO WRK-QTDE-LINHAS
           PERFORM 2400-BUSCA-NOME THRU 2400-SAIDA
      *
           MOVE SPACES                 TO WRK-NOME-ARQINF
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'INFORME_' WRK-VEN-EDIT '_' WRK-ANO
                  '_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQINF
           OPEN OUTPUT ARQINF
           IF NOT WRK-ARQINF-OK
               DISPLAY 'INFORME-RENDTO: FALHA AO CRIAR '
                       WRK-NOME-ARQINF ' - FS ' WRK-FS-ARQINF
               GO TO 2300-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQINF
           STRING 'INFORME DE RENDIMENTOS E RETENCOES NA FONTE - '
                  'ANO-CALENDARIO ' WRK-ANO
                  ' (GERADO EM ' WRK-STAMP ')'
                  DELIMITED BY SIZE    INTO REG-ARQINF
           END-STRING
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
      *
           MOVE SPACES                 TO REG-ARQINF
           STRING 'BENEFICIARIO: VENDEDOR ' WRK-VEN-EDIT
                  ' - ' WRK-INF-NOME
                  DELIMITED BY SIZE    INTO REG-ARQINF
           END-STRING
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
      *
           MOVE SPACES                 TO REG-ARQINF
           EVALUATE TRUE
               WHEN WRK-INF-PESSOA-JURIDICA
                   STRING 'PESSOA JURIDICA (REPRESENTANTE) - CNPJ: '
                          WRK-INF-NR-DOC
                          DELIMITED BY SIZE INTO REG-ARQINF
                   END-STRING
               WHEN WRK-INF-PESSOA-FISICA
                   STRING 'PESSOA FISICA - CPF: '
                          WRK-INF-NR-DOC
                          DELIMITED BY SIZE INTO REG-ARQINF
                   END-STRING
               WHEN OTHER
                   MOVE 'SEM PERFIL FISCAL - SEM RETENCAO NA FONTE'
                                       TO REG-ARQINF
           END-EVALUATE
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
      *
           MOVE 'MES = MES DE PAGAMENTO DA COMISSAO (REMESSA BANCARIA)'
                                       TO REG-ARQINF
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
           MOVE SPACES                 TO REG-ARQINF
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
           MOVE WRK-LIN-CAB            TO REG-ARQINF
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
      *
           MOVE WRK-ANO                TO WRK-MA-ANO
           PERFORM 2600-LINHA-MES THRU 2600-SAIDA
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES GREATER 13
      *
           CLOSE ARQINF
           ADD 1                       TO WRK-QTDE-INFORMES
           PERFORM 2700-GRAVA-MANIFESTO THRU 2700-SAIDA
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NOME DO BENEFICIARIO NO CADASTRO (A CHAVE DO VENDEDOR TRAZ O   *
      * CPF, POR ISSO O POSICIONAMENTO PELO CODIGO).                   *
      *----------------------------------------------------------------*
       2400-BUSCA-NOME                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE '*VENDEDOR NAO CADASTRADO*'
                                       TO WRK-INF-NOME
           IF NOT WRK-TEM-CADASTRO
               GO TO 2400-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-VEN-ATUAL          TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2400-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2400-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-VEN-ATUAL
               MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO WRK-INF-NOME
           END-IF
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2500-GRAVA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-ARQINF
           ADD 1                       TO WRK-QTDE-LINHAS
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA DO MES IND-MES (13 = TOTAL DO ANO, APOS UMA EM BRANCO).  *
      *----------------------------------------------------------------*
       2600-LINHA-MES                  SECTION.
      *----------------------------------------------------------------*
      *
           IF IND-MES EQUAL 13
               MOVE SPACES             TO REG-ARQINF
               PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
               MOVE 'TOTAL'            TO LIN-IR-MES
           ELSE
               MOVE IND-MES            TO WRK-MA-MES
               MOVE WRK-MES-ANO        TO LIN-IR-MES
           END-IF
      *
           MOVE TAB-MES-BRUTO(IND-MES) TO LIN-IR-BRUTO
           MOVE TAB-MES-IRRF(IND-MES)  TO LIN-IR-IRRF
           MOVE TAB-MES-ISS(IND-MES)   TO LIN-IR-ISS
           MOVE TAB-MES-LIQUIDO(IND-MES)
                                       TO LIN-IR-LIQUIDO
           MOVE WRK-LIN-MES            TO REG-ARQINF
           PERFORM 2500-GRAVA-LINHA THRU 2500-SAIDA
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA O INFORME DO VENDEDOR NO MANIFESTO GLOBAL.            *
      *----------------------------------------------------------------*
       2700-GRAVA-MANIFESTO            SECTION.
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
                  ' ARQUIVO='  WRK-NOME-ARQINF
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O ULTIMO VENDEDOR E ENCERRA.                             *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PRIMEIRO
               PERFORM 2200-QUEBRA-VENDEDOR THRU 2200-SAIDA
           END-IF
      *
           CLOSE ARQHRET
           IF WRK-TEM-HIST-COMIS
               CLOSE ARQHCOM
           END-IF
           IF WRK-TEM-CADASTRO
               CLOSE ARQVEN01
           END-IF
      *
           DISPLAY 'INFORME-RENDTO: ANO ' WRK-ANO
                   ' LIDOS=' WRK-QTDE-LIDOS
                   ' PAGOS=' WRK-QTDE-PAGOS
                   ' REJEITADOS=' WRK-QTDE-REJEITADOS
                   ' INFORMES=' WRK-QTDE-INFORMES
      *
           MOVE ZEROS                  TO RETURN-CODE
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
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
      * LEITURA SEQUENCIAL DAS RETENCOES NA ORDEM DA CHAVE.            *
      *----------------------------------------------------------------*
       7100-LER-ARQHRET                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHRET NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHRET
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM INFORME-RENDTO.

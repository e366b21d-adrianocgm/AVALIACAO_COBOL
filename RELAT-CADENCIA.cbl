      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. RELAT-CADENCIA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: RELAT-CADENCIA                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: VARREDURA DIARIA DA POLITICA DE CADENCIA DE    *
      *                 VISITAS: PARA CADA CLIENTE ATIVO, COMPARA A    *
      *                 ULTIMA VISITA ACEITA (ARQVIS01) COM O          *
      *                 INTERVALO MAXIMO DA SUA FAIXA DE PRIORIDADE    *
      *                 (ARQCADV; PADRAO A=15, B=30, C=60 DIAS) E      *
      *                 LISTA OS CLIENTES EM ATRASO AGRUPADOS PELO     *
      *                 TITULAR DA ULTIMA CARTEIRA OFICIAL, COM DIAS   *
      *                 DESDE A ULTIMA VISITA E DIAS DE ATRASO. OS     *
      *                 DIAS EM QUE O TITULAR ESTEVE AUSENTE (ARQABS01)*
      *                 DESDE A ULTIMA VISITA NAO CONTAM COMO ATRASO.  *
      *                 CLIENTE NUNCA VISITADO CONTA DESDE A DATA DE   *
      *                 CADASTRO.                                      *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>CADENCIA_<STAMP>.TXT               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQVIS01                        VIS-SIST        *
      *                ARQABS01                        ABS-SIST        *
      *                ARQCADV                         CDV-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA LISTA DE VISITAS EM     *
      *                      ATRASO POR VENDEDOR DA CARTEIRA.          *
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
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
      *
           SELECT ARQABS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS AUSENCIA-CHAVE
               FILE STATUS             IS WRK-FS-ARQABS01.
      *
           SELECT ARQCADV  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CADENCIA-PRIORIDADE
               FILE STATUS             IS WRK-FS-ARQCADV.
      *
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
         FD ARQABS01
            VALUE OF FILE-ID IS NOME-ARQABS01-WS
            COPY "ABS-SIST.CPY".
      *
         FD ARQCADV
            VALUE OF FILE-ID IS NOME-ARQCADV-WS
            COPY "CDV-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
            COPY "CART-SIST.CPY".
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
           'RELAT-CADENCIA'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQABS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQABS01.DAT'.
       01 NOME-ARQCADV-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCADV.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE ZEROS.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQABS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQABS01-OK                         VALUE '00' '05'.
           88  WRK-ARQABS01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCADV              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCADV-OK                          VALUE '00' '05'.
           88  WRK-ARQCADV-FIM                         VALUE '10'.
       01  WRK-FS-ARQCARTU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARTU-OK                         VALUE '00' '05'.
           88  WRK-ARQCARTU-FIM                        VALUE '10'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
           88  WRK-ARQMANIF-FIM                        VALUE '10'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-VISITAS-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VISITAS                         VALUE 'S'.
       01  WRK-TEM-VENDEDOR-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VENDEDOR                        VALUE 'S'.
       01  WRK-VIS-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-VIS-FIM                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DA ULTIMA CARTEIRA NO MANIFESTO.                *
      *----------------------------------------------------------------*
      *
       01  WRK-CART-ULT-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CARTEIRA                        VALUE 'S'.
       77  WRK-TALLY-CARTEIRA          PIC 9(003)      VALUE ZEROS.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       01  WRK-RESTO-MANIF             PIC X(150)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    TITULAR DE CADA CLIENTE NA ULTIMA CARTEIRA E CALENDARIO DE  *
      *    AUSENCIAS (DATAS JA CONVERTIDAS EM DIAS CORRIDOS).          *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CART               PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CART                 PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
       01  WRK-CART-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CART-ACHOU                          VALUE 'S'.
       01  TAB-CARTEIRA.
           05 TAB-CART-ENTRY                         OCCURS 9999 TIMES.
              10 TAB-CART-COD-CLI      PIC 9(007).
              10 TAB-CART-VEN-PRIM     PIC 9(003).
      *
       77  WRK-QTDE-ABS                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-ABS                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-AUSENCIAS.
           05 TAB-ABS-ENTRY                          OCCURS 500 TIMES.
              10 TAB-ABS-VEN           PIC 9(003).
              10 TAB-ABS-INT-INI       PIC 9(008).
              10 TAB-ABS-INT-FIM       PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    CADENCIA POR FAIXA (1=A, 2=B, 3=C), COM O PADRAO COMERCIAL  *
      *    SOBREPOSTO PELOS REGISTROS DE ARQCADV.                      *
      *----------------------------------------------------------------*
      *
       01  TAB-CADENCIA-INI.
           05 FILLER                   PIC 9(003)      VALUE 015.
           05 FILLER                   PIC 9(003)      VALUE 030.
           05 FILLER                   PIC 9(003)      VALUE 060.
       01  TAB-CADENCIA REDEFINES TAB-CADENCIA-INI.
           05 TAB-CAD-DIAS             PIC 9(003)      OCCURS 3 TIMES.
       77  WRK-IX-FAIXA                PIC 9(001)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AVALIACAO DO CLIENTE CORRENTE.                              *
      *----------------------------------------------------------------*
      *
       77  WRK-INT-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-REF                 PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-INI                 PIC 9(008)      VALUE ZEROS.
       77  WRK-INT-FIM                 PIC 9(008)      VALUE ZEROS.
       77  WRK-ULT-VISITA              PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-REF                PIC 9(008)      VALUE ZEROS.
       77  WRK-VEN-CLI                 PIC 9(003)      VALUE ZEROS.
       01  WRK-PRIORIDADE              PIC X(001)      VALUE SPACES.
       77  WRK-CADENCIA                PIC 9(003)      VALUE ZEROS.
       77  WRK-DIAS-SEM-VISITA         PIC 9(005)      VALUE ZEROS.
       77  WRK-DIAS-AUSENTE            PIC 9(005)      VALUE ZEROS.
       77  WRK-DIAS-ATRASO             PIC S9(005)     VALUE ZEROS.
       01  WRK-NUNCA-VISITADO-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-NUNCA-VISITADO                      VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CLIENTES EM ATRASO, LISTADOS DEPOIS POR VENDEDOR (A POSICAO *
      *    1 DE TAB-VEN-QTDE E O VENDEDOR 000 = FORA DA CARTEIRA).     *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-ATR                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-ATR                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-ATRASOS.
           05 TAB-ATR-ENTRY                          OCCURS 9999 TIMES.
              10 TAB-ATR-VEN           PIC 9(003).
              10 TAB-ATR-COD-CLI       PIC 9(007).
              10 TAB-ATR-NOME          PIC X(030).
              10 TAB-ATR-PRIORIDADE    PIC X(001).
              10 TAB-ATR-CADENCIA      PIC 9(003).
              10 TAB-ATR-ULT-VISITA    PIC 9(008).
              10 TAB-ATR-DIAS-SEM      PIC 9(005).
              10 TAB-ATR-DIAS-AUS      PIC 9(005).
              10 TAB-ATR-ATRASO        PIC 9(005).
              10 TAB-ATR-NUNCA         PIC X(001).
       01  TAB-VEN-ATRASOS.
           05 TAB-VEN-QTDE             PIC 9(005)
                                       OCCURS 1000 TIMES.
       77  WRK-IX-VEN                  PIC 9(004)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-VEN-ATUAL          PIC X(030)      VALUE SPACES.
       01  WRK-VEN-AUSENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-VEN-AUSENTE-HOJE                    VALUE 'S'.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-AVALIADOS          PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-TAB-CHEIA          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FAIXA-A             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FAIXA-B             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FAIXA-C             PIC 9(007)      VALUE ZEROS.
       77  WRK-QB-QTDE                 PIC 9(005)      VALUE ZEROS.
       77  WRK-TOT-ATRASO              PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(040)      VALUE
              'CLIENTE NOME'.
           05 FILLER                   PIC X(040)      VALUE
              'FX CAD ULT.VISITA  DIAS AUSEN ATRASO'.
           05 FILLER                   PIC X(052)      VALUE SPACES.
      *
       01  WRK-LIN-DET.
           05 LIN-AT-CLI               PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AT-NOME              PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-AT-PRIORIDADE        PIC X(001).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-AT-CADENCIA          PIC ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AT-ULT-VISITA        PIC X(010).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AT-DIAS-SEM          PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AT-DIAS-AUS          PIC ZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AT-ATRASO            PIC ZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-AT-OBS               PIC X(020).
           05 FILLER                   PIC X(035)      VALUE SPACES.
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
           PERFORM 2000-AVALIA-CLIENTE THRU 2000-SAIDA
               UNTIL WRK-ARQCLI01-FIM
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
           COMPUTE WRK-INT-HOJE
                   = FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WRK-STAMP(1:8)))
           INITIALIZE TAB-VEN-ATRASOS
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
           IF NOT WRK-TEM-CARTEIRA
               DISPLAY 'RELAT-CADENCIA: NENHUMA CARTEIRA NO '
                       'MANIFESTO - EXECUTE GERENC-CARTEIRA ANTES'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
      *
      *    SEM CALENDARIO DE AUSENCIAS NADA E DESCONTADO DO ATRASO.
           OPEN INPUT ARQABS01
           IF WRK-ARQABS01-OK
               PERFORM 1300-CARREGA-AUSENCIAS THRU 1300-SAIDA
                   UNTIL WRK-ARQABS01-FIM
               CLOSE ARQABS01
           END-IF
      *
      *    SEM TABELA DE CADENCIA VALE O PADRAO COMERCIAL.
           OPEN INPUT ARQCADV
           IF WRK-ARQCADV-OK
               PERFORM 1400-CARREGA-CADENCIA THRU 1400-SAIDA
                   UNTIL WRK-ARQCADV-FIM
               CLOSE ARQCADV
           END-IF
      *
      *    SEM HISTORICO DE VISITAS TODO CLIENTE CONTA DESDE O
      *    CADASTRO; O NOME DO VENDEDOR SO ENRIQUECE O CABECALHO.
           OPEN INPUT ARQVIS01
           IF WRK-ARQVIS01-OK
               SET WRK-TEM-VISITAS     TO TRUE
           END-IF
           OPEN INPUT ARQVEN01
           IF WRK-ARQVEN01-OK
               SET WRK-TEM-VENDEDOR    TO TRUE
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'RELAT-CADENCIA: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CADENCIA_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'RELAT-CADENCIA: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'VISITAS EM ATRASO PELA CADENCIA DA FAIXA - POSICAO '
                  'DE ' WRK-STAMP(1:8)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CADENCIA EM DIAS: A=' TAB-CAD-DIAS(1)
                  ' B=' TAB-CAD-DIAS(2)
                  ' C=' TAB-CAD-DIAS(3)
                  ' (ZERO = FAIXA FORA DA COBRANCA)'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVIS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQABS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQABS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCADV.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCADV-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA O NOME DO ARQUIVO DA ULTIMA LINHA DE GERENC-CARTEIRA    *
      * DO MANIFESTO (A ULTIMA LINHA E A CARTEIRA MAIS RECENTE).       *
      *----------------------------------------------------------------*
       1100-LOCALIZA-ULT-CARTEIRA      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CART-ULT-FLAG
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 1110-LER-LINHA-MANIF THRU 1110-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-LINHA-MANIF            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMANIF NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMANIF
               NOT AT END
                   MOVE ZEROS          TO WRK-TALLY-CARTEIRA
                   INSPECT REG-ARQMANIF TALLYING WRK-TALLY-CARTEIRA
                                       FOR ALL 'GERENC-CARTEIRA'
                   IF WRK-TALLY-CARTEIRA GREATER ZEROS
                       MOVE SPACES     TO WRK-RESTO-MANIF
                       UNSTRING REG-ARQMANIF DELIMITED BY 'ARQUIVO='
                           INTO WRK-DESCARTE-MANIF
                                WRK-RESTO-MANIF
                       END-UNSTRING
                       UNSTRING WRK-RESTO-MANIF DELIMITED BY ' '
                           INTO WRK-NOME-ARQCARTU
                       END-UNSTRING
                       SET WRK-TEM-CARTEIRA TO TRUE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O TITULAR DE CADA CLIENTE DA ULTIMA CARTEIRA (OS       *
      * BACKUPS NAO RESPONDEM PELA CADENCIA).                          *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'RELAT-CADENCIA: FALHA AO ABRIR A CARTEIRA - '
                       WRK-NOME-ARQCARTU
               MOVE WRK-FS-ARQCARTU    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1210-LER-CARREGA-CART THRU 1210-SAIDA
               UNTIL WRK-ARQCARTU-FIM
      *
           CLOSE ARQCARTU
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-CARREGA-CART           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARTU NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTU
               NOT AT END
                   IF  REG-CART-TIPO-DETALHE
                   AND NOT REG-CART-TIPO-BACKUP
                   AND NOT REG-CART-NAO-ASSOCIADO
                   AND WRK-QTDE-CART LESS 9999
                       ADD 1           TO WRK-QTDE-CART
                       MOVE REG-CART-COD-CLI
                                       TO TAB-CART-COD-CLI
                                          (WRK-QTDE-CART)
                       MOVE REG-CART-VEN-1
                                       TO TAB-CART-VEN-PRIM
                                          (WRK-QTDE-CART)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O CALENDARIO DE AUSENCIAS NA TABELA.                   *
      *----------------------------------------------------------------*
       1300-CARREGA-AUSENCIAS          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQABS01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQABS01
               NOT AT END
                   IF  WRK-QTDE-ABS LESS 500
                   AND AUSENCIA-DATA-INI NUMERIC
                   AND AUSENCIA-DATA-INI GREATER ZEROS
                   AND AUSENCIA-DATA-FIM NUMERIC
                   AND AUSENCIA-DATA-FIM NOT LESS AUSENCIA-DATA-INI
                       ADD 1           TO WRK-QTDE-ABS
                       MOVE AUSENCIA-COD-VEN
                                       TO TAB-ABS-VEN(WRK-QTDE-ABS)
                       COMPUTE TAB-ABS-INT-INI(WRK-QTDE-ABS)
                               = FUNCTION INTEGER-OF-DATE(
                                 AUSENCIA-DATA-INI)
                       COMPUTE TAB-ABS-INT-FIM(WRK-QTDE-ABS)
                               = FUNCTION INTEGER-OF-DATE(
                                 AUSENCIA-DATA-FIM)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOBREPOE O PADRAO COM A CADENCIA CADASTRADA DE CADA FAIXA.     *
      *----------------------------------------------------------------*
       1400-CARREGA-CADENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCADV NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCADV
                   GO TO 1400-SAIDA
           END-READ
      *
           IF NOT CADENCIA-DIAS NUMERIC
               GO TO 1400-SAIDA
           END-IF
      *
           EVALUATE CADENCIA-PRIORIDADE
               WHEN 'A'
                   MOVE CADENCIA-DIAS  TO TAB-CAD-DIAS(1)
               WHEN 'B'
                   MOVE CADENCIA-DIAS  TO TAB-CAD-DIAS(2)
               WHEN 'C'
                   MOVE CADENCIA-DIAS  TO TAB-CAD-DIAS(3)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * AVALIA O CLIENTE CORRENTE: DIAS DESDE A ULTIMA VISITA (OU DO   *
      * CADASTRO), MENOS OS DIAS DE AUSENCIA DO TITULAR NO PERIODO,    *
      * CONTRA A CADENCIA DA FAIXA. EM ATRASO VAI PARA A TABELA.       *
      *----------------------------------------------------------------*
       2000-AVALIA-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               GO TO 2000-PROXIMO
           END-IF
           ADD 1                       TO WRK-QTDE-LIDOS
      *
      *    BRANCO/LIXO NA PRIORIDADE E TRATADO COMO C.
           MOVE EXEMPLO-PRIORIDADE OF ARQCLI01
                                       TO WRK-PRIORIDADE
           EVALUATE WRK-PRIORIDADE
               WHEN 'A'
                   MOVE 1              TO WRK-IX-FAIXA
               WHEN 'B'
                   MOVE 2              TO WRK-IX-FAIXA
               WHEN OTHER
                   MOVE 'C'            TO WRK-PRIORIDADE
                   MOVE 3              TO WRK-IX-FAIXA
           END-EVALUATE
           MOVE TAB-CAD-DIAS(WRK-IX-FAIXA)
                                       TO WRK-CADENCIA
           IF WRK-CADENCIA EQUAL ZEROS
               GO TO 2000-PROXIMO
           END-IF
      *
           PERFORM 2100-ULTIMA-VISITA THRU 2100-SAIDA
      *
           MOVE 'N'                    TO WRK-NUNCA-VISITADO-FLAG
           IF WRK-ULT-VISITA GREATER ZEROS
               MOVE WRK-ULT-VISITA     TO WRK-DATA-REF
           ELSE
               SET WRK-NUNCA-VISITADO  TO TRUE
               MOVE ZEROS              TO WRK-DATA-REF
               IF  EXEMPLO-DATA-CADASTRO OF ARQCLI01 NUMERIC
               AND EXEMPLO-DATA-CADASTRO OF ARQCLI01 GREATER ZEROS
                   MOVE EXEMPLO-DATA-CADASTRO OF ARQCLI01
                                       TO WRK-DATA-REF
               END-IF
           END-IF
      *
           ADD 1                       TO WRK-QTDE-AVALIADOS
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-CLI-BUSCA
           PERFORM 2200-BUSCA-TITULAR THRU 2200-SAIDA
      *
      *    SEM DATA DE REFERENCIA (NUNCA VISITADO E SEM DATA DE
      *    CADASTRO) O CLIENTE E LISTADO SEM A CONTAGEM DE DIAS.
           MOVE ZEROS                  TO WRK-DIAS-SEM-VISITA
                                          WRK-DIAS-AUSENTE
                                          WRK-DIAS-ATRASO
           IF WRK-DATA-REF EQUAL ZEROS
               GO TO 2000-REGISTRA
           END-IF
      *
           COMPUTE WRK-INT-REF = FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
           IF WRK-INT-REF NOT LESS WRK-INT-HOJE
               GO TO 2000-PROXIMO
           END-IF
           COMPUTE WRK-DIAS-SEM-VISITA = WRK-INT-HOJE - WRK-INT-REF
      *
           IF WRK-VEN-CLI GREATER ZEROS
               PERFORM 2300-DIAS-AUSENTE THRU 2300-SAIDA
                   VARYING WRK-IX-ABS FROM 1 BY 1
                   UNTIL WRK-IX-ABS GREATER WRK-QTDE-ABS
           END-IF
      *
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-SEM-VISITA
                                   - WRK-DIAS-AUSENTE
                                   - WRK-CADENCIA
           IF WRK-DIAS-ATRASO NOT GREATER ZEROS
               GO TO 2000-PROXIMO
           END-IF
           .
      *
       2000-REGISTRA.
      *
           IF WRK-QTDE-ATR NOT LESS 9999
               ADD 1                   TO WRK-QTDE-TAB-CHEIA
               GO TO 2000-PROXIMO
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ATR
           MOVE WRK-VEN-CLI            TO TAB-ATR-VEN(WRK-QTDE-ATR)
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO TAB-ATR-COD-CLI(WRK-QTDE-ATR)
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO TAB-ATR-NOME(WRK-QTDE-ATR)
           MOVE WRK-PRIORIDADE         TO TAB-ATR-PRIORIDADE
                                          (WRK-QTDE-ATR)
           MOVE WRK-CADENCIA           TO TAB-ATR-CADENCIA
                                          (WRK-QTDE-ATR)
           MOVE WRK-ULT-VISITA         TO TAB-ATR-ULT-VISITA
                                          (WRK-QTDE-ATR)
           MOVE WRK-DIAS-SEM-VISITA    TO TAB-ATR-DIAS-SEM
                                          (WRK-QTDE-ATR)
           MOVE WRK-DIAS-AUSENTE       TO TAB-ATR-DIAS-AUS
                                          (WRK-QTDE-ATR)
           MOVE WRK-DIAS-ATRASO        TO TAB-ATR-ATRASO(WRK-QTDE-ATR)
           MOVE WRK-NUNCA-VISITADO-FLAG
                                       TO TAB-ATR-NUNCA(WRK-QTDE-ATR)
      *
           COMPUTE WRK-IX-VEN = WRK-VEN-CLI + 1
           ADD 1                       TO TAB-VEN-QTDE(WRK-IX-VEN)
           EVALUATE WRK-IX-FAIXA
               WHEN 1
                   ADD 1               TO WRK-TOT-FAIXA-A
               WHEN 2
                   ADD 1               TO WRK-TOT-FAIXA-B
               WHEN OTHER
                   ADD 1               TO WRK-TOT-FAIXA-C
           END-EVALUATE
           .
      *
       2000-PROXIMO.
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ULTIMA VISITA ACEITA DO CLIENTE: A CHAVE DE ARQVIS01 E         *
      * CLIENTE + DATA, ENTAO A ULTIMA LIDA DO CLIENTE E A MAIS        *
      * RECENTE.                                                       *
      *----------------------------------------------------------------*
       2100-ULTIMA-VISITA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ULT-VISITA
           IF NOT WRK-TEM-VISITAS
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO VISITA-COD-CLI
           MOVE ZEROS                  TO VISITA-DATA
           MOVE 'N'                    TO WRK-VIS-FIM-FLAG
           START ARQVIS01 KEY IS GREATER THAN OR EQUAL VISITA-CHAVE
               INVALID KEY
                   GO TO 2100-SAIDA
           END-START
      *
           PERFORM 2110-LER-VISITA THRU 2110-SAIDA
               UNTIL WRK-VIS-FIM
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-LER-VISITA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVIS01 NEXT RECORD
               AT END
                   SET WRK-VIS-FIM     TO TRUE
                   GO TO 2110-SAIDA
           END-READ
      *
           IF VISITA-COD-CLI NOT EQUAL EXEMPLO-CODIGO-CLI OF ARQCLI01
               SET WRK-VIS-FIM         TO TRUE
               GO TO 2110-SAIDA
           END-IF
      *
           IF VISITA-DATA GREATER WRK-ULT-VISITA
               MOVE VISITA-DATA        TO WRK-ULT-VISITA
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULAR DO CLIENTE NA ULTIMA CARTEIRA (000 = FORA DA CARTEIRA  *
      * OU SEM VENDEDOR ASSOCIADO).                                    *
      *----------------------------------------------------------------*
       2200-BUSCA-TITULAR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VEN-CLI
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
           PERFORM 2210-TESTA-ENTRADA-CART
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
      *
           IF WRK-CART-ACHOU
               MOVE TAB-CART-VEN-PRIM(WRK-IX-CART)
                                       TO WRK-VEN-CLI
           END-IF
           GO TO 2200-SAIDA
           .
      *
       2210-TESTA-ENTRADA-CART.
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA OS DIAS DA AUSENCIA CORRENTE DO TITULAR QUE CAEM ENTRE O  *
      * DIA SEGUINTE A REFERENCIA E HOJE.                              *
      *----------------------------------------------------------------*
       2300-DIAS-AUSENTE               SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ABS-VEN(WRK-IX-ABS) NOT EQUAL WRK-VEN-CLI
               GO TO 2300-SAIDA
           END-IF
      *
           COMPUTE WRK-INT-INI = WRK-INT-REF + 1
           IF TAB-ABS-INT-INI(WRK-IX-ABS) GREATER WRK-INT-INI
               MOVE TAB-ABS-INT-INI(WRK-IX-ABS)
                                       TO WRK-INT-INI
           END-IF
           MOVE WRK-INT-HOJE           TO WRK-INT-FIM
           IF TAB-ABS-INT-FIM(WRK-IX-ABS) LESS WRK-INT-FIM
               MOVE TAB-ABS-INT-FIM(WRK-IX-ABS)
                                       TO WRK-INT-FIM
           END-IF
      *
           IF WRK-INT-FIM NOT LESS WRK-INT-INI
               COMPUTE WRK-DIAS-AUSENTE = WRK-DIAS-AUSENTE
                                        + WRK-INT-FIM - WRK-INT-INI + 1
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA OS CLIENTES EM ATRASO DE UM VENDEDOR (POSICAO 1 = SEM    *
      * TITULAR NA CARTEIRA), COM A MARCA DE AUSENTE HOJE NO           *
      * CABECALHO PARA O SUPERVISOR REDISTRIBUIR A VISITA.             *
      *----------------------------------------------------------------*
       2500-LISTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VEN-QTDE(WRK-IX-VEN) EQUAL ZEROS
               GO TO 2500-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-CORRENTE = WRK-IX-VEN - 1
           PERFORM 2550-DADOS-VENDEDOR THRU 2550-SAIDA
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           IF WRK-VEN-CORRENTE EQUAL ZEROS
               MOVE '*** CLIENTES SEM TITULAR NA ULTIMA CARTEIRA ***'
                                       TO REG-ARQREL01
           ELSE
               IF WRK-VEN-AUSENTE-HOJE
                   STRING '*** VENDEDOR ' WRK-VEN-CORRENTE ' - '
                          WRK-NOME-VEN-ATUAL ' *AUSENTE HOJE* ***'
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
               ELSE
                   STRING '*** VENDEDOR ' WRK-VEN-CORRENTE ' - '
                          WRK-NOME-VEN-ATUAL ' ***'
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
               END-IF
           END-IF
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           MOVE ZEROS                  TO WRK-QB-QTDE
           PERFORM 2600-LINHA-ATRASO THRU 2600-SAIDA
               VARYING WRK-IX-ATR FROM 1 BY 1
               UNTIL WRK-IX-ATR GREATER WRK-QTDE-ATR
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING '    TOTAL VENDEDOR ' WRK-VEN-CORRENTE
                  ' CLIENTES EM ATRASO=' WRK-QB-QTDE
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
      * POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO) E SE   *
      * ELE ESTA AUSENTE HOJE NO CALENDARIO.                           *
      *----------------------------------------------------------------*
       2550-DADOS-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-VEN-AUSENTE-FLAG
           MOVE 1                      TO WRK-IX-ABS
           PERFORM 2560-TESTA-AUSENTE-HOJE
               UNTIL WRK-IX-ABS GREATER WRK-QTDE-ABS
                  OR WRK-VEN-AUSENTE-HOJE
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
           GO TO 2550-SAIDA
           .
      *
       2560-TESTA-AUSENTE-HOJE.
      *
           IF  TAB-ABS-VEN(WRK-IX-ABS) EQUAL WRK-VEN-CORRENTE
           AND WRK-VEN-CORRENTE GREATER ZEROS
           AND WRK-INT-HOJE NOT LESS TAB-ABS-INT-INI(WRK-IX-ABS)
           AND WRK-INT-HOJE NOT GREATER TAB-ABS-INT-FIM(WRK-IX-ABS)
               SET WRK-VEN-AUSENTE-HOJE TO TRUE
           ELSE
               ADD 1                   TO WRK-IX-ABS
           END-IF
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2600-LINHA-ATRASO               SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ATR-VEN(WRK-IX-ATR) NOT EQUAL WRK-VEN-CORRENTE
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE TAB-ATR-COD-CLI(WRK-IX-ATR)
                                       TO LIN-AT-CLI
           MOVE TAB-ATR-NOME(WRK-IX-ATR)
                                       TO LIN-AT-NOME
           MOVE TAB-ATR-PRIORIDADE(WRK-IX-ATR)
                                       TO LIN-AT-PRIORIDADE
           MOVE TAB-ATR-CADENCIA(WRK-IX-ATR)
                                       TO LIN-AT-CADENCIA
           MOVE TAB-ATR-DIAS-SEM(WRK-IX-ATR)
                                       TO LIN-AT-DIAS-SEM
           MOVE TAB-ATR-DIAS-AUS(WRK-IX-ATR)
                                       TO LIN-AT-DIAS-AUS
           MOVE TAB-ATR-ATRASO(WRK-IX-ATR)
                                       TO LIN-AT-ATRASO
           MOVE SPACES                 TO LIN-AT-OBS
           IF TAB-ATR-NUNCA(WRK-IX-ATR) EQUAL 'S'
               MOVE 'NUNCA'            TO LIN-AT-ULT-VISITA
               IF TAB-ATR-DIAS-SEM(WRK-IX-ATR) EQUAL ZEROS
                   MOVE 'SEM DATA DE CADASTRO'
                                       TO LIN-AT-OBS
               ELSE
                   MOVE 'DESDE O CADASTRO'
                                       TO LIN-AT-OBS
               END-IF
           ELSE
               MOVE TAB-ATR-ULT-VISITA(WRK-IX-ATR)
                                       TO LIN-AT-ULT-VISITA
           END-IF
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
      *
           ADD 1                       TO WRK-QB-QTDE
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS POR FAIXA, FECHAMENTO E MANIFESTO.                      *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QTDE-ATR           TO WRK-TOT-ATRASO
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: CLIENTES AVALIADOS=' WRK-QTDE-AVALIADOS
                  ' EM ATRASO=' WRK-TOT-ATRASO
                  ' (A=' WRK-TOT-FAIXA-A
                  ' B=' WRK-TOT-FAIXA-B
                  ' C=' WRK-TOT-FAIXA-C ')'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF WRK-QTDE-TAB-CHEIA GREATER ZEROS
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ATENCAO: ' WRK-QTDE-TAB-CHEIA
                      ' CLIENTES EM ATRASO NAO LISTADOS (TABELA CHEIA)'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
           CLOSE ARQCLI01
                 ARQREL01
           IF WRK-TEM-VISITAS
               CLOSE ARQVIS01
           END-IF
           IF WRK-TEM-VENDEDOR
               CLOSE ARQVEN01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'RELAT-CADENCIA: CLIENTES EM ATRASO: '
                   WRK-QTDE-ATR
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
           MOVE WRK-QTDE-ATR           TO WRK-MANIF-QTDE
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
      * LEITURA SEQUENCIAL DO CADASTRO DE CLIENTES.                    *
      *----------------------------------------------------------------*
       7100-LER-ARQCLI01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCLI01
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM RELAT-CADENCIA.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. GERA-EXTRATO.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: GERA-EXTRATO                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: EXTRATO MENSAL DO VENDEDOR, UM ARQUIVO DATADO  *
      *                 POR VENDEDOR ATIVO, CONSOLIDANDO NUM SO LUGAR: *
      *                 O DETALHE DA COMISSAO POR CLIENTE DA APURACAO  *
      *                 DO CALC-COMISSAO (COM DEVOLUCOES, PISO/TETO,   *
      *                 AJUSTES MANUAIS E ESTORNOS - ARQHCDT), O       *
      *                 RESUMO DA COMISSAO (ARQHCOM), META X           *
      *                 REALIZADO (ARQMETA), AS VISITAS DO MES COM A   *
      *                 COBERTURA DA CARTEIRA E OS PEDIDOS EMITIDOS NO *
      *                 MES POR SITUACAO. CADA ARQUIVO E REGISTRADO NO *
      *                 MANIFESTO, COMO O BRIEFING, PARA O APP DE      *
      *                 CAMPO BUSCAR OU PARA IMPRESSAO. RODA NO        *
      *                 FECHAMENTO, LOGO APOS O CALC-COMISSAO, SOBRE O *
      *                 PERIODO APURADO (SEM ELE, O MES ANTERIOR).     *
      *----------------------------------------------------------------*
      *    ENTRADAS....: ARQVEN01, ARQHCDT, ARQHCOM, ARQMETA,          *
      *                 ARQVIS01, ARQPED01 E A ULTIMA CARTEIRA         *
      *                 OFICIAL (VIA MANIFESTO).                       *
      *    SAIDAS......: <DIR-RELAT>EXTRATO_<VEN>_<AAAAMM>_<STAMP>.TXT *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHCDT                         HCD-SIST        *
      *                ARQHCOM                         HCO-SIST        *
      *                ARQMETA                         MET-SIST        *
      *                ARQVIS01                        VIS-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQMANIF                        (LEITURA)       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO EXTRATO DO VENDEDOR.    *
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
           SELECT ARQHCDT  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HCDET-CHAVE
               FILE STATUS             IS WRK-FS-ARQHCDT.
      *
           SELECT ARQHCOM  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HCOM-CHAVE
               FILE STATUS             IS WRK-FS-ARQHCOM.
      *
           SELECT ARQMETA  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS META-CHAVE
               FILE STATUS             IS WRK-FS-ARQMETA.
      *
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
      *
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
      *    ULTIMA CARTEIRA OFICIAL (NOME LOCALIZADO NO MANIFESTO).
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
      *
           SELECT ARQEXT   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQEXT.
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
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQHCDT
            VALUE OF FILE-ID IS NOME-ARQHCDT-WS
            COPY "HCD-SIST.CPY".
      *
         FD ARQHCOM
            VALUE OF FILE-ID IS NOME-ARQHCOM-WS
            COPY "HCO-SIST.CPY".
      *
         FD ARQMETA
            VALUE OF FILE-ID IS NOME-ARQMETA-WS
            COPY "MET-SIST.CPY".
      *
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
            COPY "CART-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    OUTPUT: EXTRATO DO VENDEDOR. 'H' = CABECALHO, 'C' = LINHA   *
      *    DO DETALHE DA COMISSAO (MESMOS TIPOS DE HCDET-TIPO), 'M' =  *
      *    RESUMO DA COMISSAO (SITUACAO P = PAGAMENTO PENDENTE, L =    *
      *    LIQUIDADO, R = REJEITADO, S = SEM COMISSAO NO PERIODO),     *
      *    'Q' = META X REALIZADO, 'V' = VISITAS E COBERTURA DA        *
      *    CARTEIRA, 'P' = PEDIDOS EMITIDOS NO MES, UMA LINHA POR      *
      *    SITUACAO, 'T' = TRAILER COM AS CONTAGENS. VALORES COM       *
      *    SINAL VAO EM MODULO COM O SINAL ('+'/'-') AO LADO.          *
      *----------------------------------------------------------------*
      *
         FD ARQEXT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQEXT.
      *
       01  REG-ARQEXT.
           05 EXT-TIPO-REG             PIC  X(001).
           05 EXT-CORPO                PIC  X(099).
           05 EXT-HDR REDEFINES EXT-CORPO.
              10 EXT-HDR-VEN           PIC  9(003).
              10 EXT-HDR-PERIODO       PIC  9(006).
              10 EXT-HDR-DATA          PIC  9(008).
              10 EXT-HDR-NOME          PIC  X(040).
              10 FILLER                PIC  X(042).
           05 EXT-DET REDEFINES EXT-CORPO.
              10 EXT-DET-TIPO          PIC  X(001).
              10 EXT-DET-CLI           PIC  9(007).
              10 EXT-DET-REFERENCIA    PIC  X(012).
              10 EXT-DET-VENDA         PIC  9(011)V99.
              10 EXT-DET-DEVOL         PIC  9(011)V99.
              10 EXT-DET-PCT           PIC  9(002)V99.
              10 EXT-DET-SINAL         PIC  X(001).
              10 EXT-DET-VALOR         PIC  9(011)V99.
              10 EXT-DET-OBS           PIC  X(030).
              10 FILLER                PIC  X(005).
           05 EXT-COM REDEFINES EXT-CORPO.
              10 EXT-COM-PLANO         PIC  9(003).
              10 EXT-COM-BASE          PIC  9(013)V99.
              10 EXT-COM-PCT           PIC  9(002)V99.
              10 EXT-COM-SINAL         PIC  X(001).
              10 EXT-COM-VALOR         PIC  9(011)V99.
              10 EXT-COM-SITUACAO      PIC  X(001).
              10 EXT-COM-DATA-CALC     PIC  9(008).
              10 FILLER                PIC  X(054).
           05 EXT-META REDEFINES EXT-CORPO.
              10 EXT-META-VALOR        PIC  9(011)V99.
              10 EXT-META-REALIZADO    PIC  9(013)V99.
              10 EXT-META-PCT          PIC  9(003)V99.
              10 FILLER                PIC  X(066).
           05 EXT-VIS REDEFINES EXT-CORPO.
              10 EXT-VIS-QTDE          PIC  9(005).
              10 EXT-VIS-FORA-CERCA    PIC  9(005).
              10 EXT-VIS-CARTEIRA      PIC  9(005).
              10 EXT-VIS-CART-VISITADA PIC  9(005).
              10 EXT-VIS-PCT-COBERTURA PIC  9(003)V99.
              10 FILLER                PIC  X(074).
           05 EXT-PED REDEFINES EXT-CORPO.
              10 EXT-PED-STATUS        PIC  X(001).
              10 EXT-PED-QTDE          PIC  9(005).
              10 EXT-PED-VALOR         PIC  9(013)V99.
              10 FILLER                PIC  X(078).
           05 EXT-TRL REDEFINES EXT-CORPO.
              10 EXT-TRL-QTDE-DET      PIC  9(005).
              10 EXT-TRL-QTDE-PED      PIC  9(005).
              10 EXT-TRL-QTDE-VIS      PIC  9(005).
              10 FILLER                PIC  X(084).
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
       77  WRK-PROGRAMA                PIC  X(013)     VALUE
           'GERA-EXTRATO'.
      *
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQHCDT-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHCDT.DAT'.
       01 NOME-ARQHCOM-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHCOM.DAT'.
       01 NOME-ARQMETA-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQMETA.DAT'.
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQEXT              PIC X(060)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO             PIC 9(004).
           05 WRK-HOJE-MES             PIC 9(002).
           05 WRK-HOJE-DIA             PIC 9(002).
      *    PERIODO DO EXTRATO (AAAAMM) E O INTERVALO DE DATAS DELE.
       77  WRK-PERIODO                 PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-INI                PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-FIM                PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQHCDT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHCDT-OK                          VALUE '00' '05'.
           88  WRK-ARQHCDT-FIM                         VALUE '10'.
       01  WRK-FS-ARQHCOM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHCOM-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQMETA              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMETA-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
           88  WRK-ARQVIS01-FIM                        VALUE '10'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCARTU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARTU-OK                         VALUE ZEROS.
           88  WRK-ARQCARTU-FIM                        VALUE '10'.
       01  WRK-FS-ARQEXT               PIC X(002)      VALUE SPACES.
           88  WRK-ARQEXT-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
           88  WRK-ARQMANIF-FIM                        VALUE '10'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *    INSUMOS OPCIONAIS - SEM O ARQUIVO A SECAO SAI ZERADA.
       01  WRK-TEM-DETALHE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-DETALHE                         VALUE 'S'.
       01  WRK-TEM-HIST-COMIS-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-TEM-HIST-COMIS                      VALUE 'S'.
       01  WRK-TEM-META-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-META                            VALUE 'S'.
       01  WRK-TEM-VISITA-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-VISITA                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DA CARTEIRA NO MANIFESTO (ULTIMA LINHA VALE).   *
      *----------------------------------------------------------------*
      *
       01  WRK-LINHA-MANIF             PIC X(150)      VALUE SPACES.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       77  WRK-TALLY-MANIF             PIC 9(003)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CARTEIRA OFICIAL EM MEMORIA (SO TITULARES) E ACUMULADORES   *
      *    DO MES POR VENDEDOR (POSICAO = CODIGO DO VENDEDOR + 1).     *
      *----------------------------------------------------------------*
      *
       01  TAB-CARTEIRA.
           05 TAB-CART-QTD             PIC 9(005) COMP VALUE ZEROS.
           05 TAB-CART-ENT             OCCURS 5000 TIMES.
              10 TAB-CART-CLI          PIC 9(007).
              10 TAB-CART-VEN          PIC 9(003).
       01  TAB-MES-VENDEDOR.
           05 TAB-MV-ENT               OCCURS 1000 TIMES.
              10 TAB-MV-VISITAS        PIC 9(005) COMP.
              10 TAB-MV-FORA-CERCA     PIC 9(005) COMP.
              10 TAB-MV-CARTEIRA       PIC 9(005) COMP.
              10 TAB-MV-CART-VISITADA  PIC 9(005) COMP.
              10 TAB-MV-PED            OCCURS 5 TIMES.
                 15 TAB-MV-PED-QTDE    PIC 9(005) COMP.
                 15 TAB-MV-PED-VALOR   PIC 9(013)V99 COMP-3.
      *    ORDEM DAS SITUACOES DE PEDIDO NAS LINHAS 'P'.
       01  WRK-SITUACOES-PED           PIC X(005)      VALUE 'APFEC'.
       01  FILLER REDEFINES WRK-SITUACOES-PED.
           05 WRK-SITUACAO-PED         PIC X(001)      OCCURS 5 TIMES.
      *
       77  IND-CT                      PIC 9(005) COMP VALUE ZEROS.
       77  IND-MV                      PIC 9(005) COMP VALUE ZEROS.
       77  IND-ST                      PIC 9(005) COMP VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-VEN-EDIT                PIC 9(003)      VALUE ZEROS.
       01  WRK-VISITOU-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-VISITOU                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO VENDEDOR CORRENTE E TOTAIS DA EXECUCAO.     *
      *----------------------------------------------------------------*
      *
       77  WRK-VALOR-ABS               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-REALIZADO               PIC 9(013)V99   VALUE ZEROS.
       77  WRK-QTDE-DET-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-PED-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-EXTRATOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM OS SUBPROGRAMAS CHAMADOS.           *
      *----------------------------------------------------------------*
      *
       LINKAGE                         SECTION.
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING COMUNIC-BLOCO.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-GERA-POR-VENDEDOR THRU 2000-SAIDA
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
      *    PERIODO APURADO PELO CALC-COMISSAO NA MESMA RODADA; SEM
      *    ELE (EXECUCAO AVULSA), O MES ANTERIOR AO CORRENTE.
           IF COMUNIC-PERIODO-APURADO GREATER ZEROS
               MOVE COMUNIC-PERIODO-APURADO
                                       TO WRK-PERIODO
           ELSE
               IF WRK-HOJE-MES EQUAL 1
                   COMPUTE WRK-PERIODO = (WRK-HOJE-ANO - 1) * 100
                                       + 12
               ELSE
                   COMPUTE WRK-PERIODO = WRK-HOJE-ANO * 100
                                       + WRK-HOJE-MES - 1
               END-IF
           END-IF
           COMPUTE WRK-DATA-INI        = WRK-PERIODO * 100 + 1
           COMPUTE WRK-DATA-FIM        = WRK-PERIODO * 100 + 31
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCDT.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQHCDT-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCOM.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQHCOM-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMETA.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQMETA-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQVIS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
      *
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'GERA-EXTRATO: FALHA AO ABRIR ARQVEN01 - FS '
                       WRK-FS-ARQVEN01
               MOVE WRK-FS-ARQVEN01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVEN01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQHCDT
           IF WRK-ARQHCDT-OK
               SET WRK-TEM-DETALHE     TO TRUE
           END-IF
           OPEN INPUT ARQHCOM
           IF WRK-ARQHCOM-OK
               SET WRK-TEM-HIST-COMIS  TO TRUE
           END-IF
           OPEN INPUT ARQMETA
           IF WRK-ARQMETA-OK
               SET WRK-TEM-META        TO TRUE
           END-IF
      *
           INITIALIZE TAB-MES-VENDEDOR
           PERFORM 1100-LOCALIZA-CARTEIRA THRU 1100-SAIDA
           PERFORM 1200-CARREGA-CARTEIRA THRU 1200-SAIDA
           PERFORM 1300-CARREGA-PEDIDOS THRU 1300-SAIDA
      *
           OPEN INPUT ARQVIS01
           IF WRK-ARQVIS01-OK
               SET WRK-TEM-VISITA      TO TRUE
               PERFORM 1400-CONTA-VISITAS THRU 1400-SAIDA
               PERFORM 1500-COBERTURA-CARTEIRA THRU 1500-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA NO MANIFESTO A ULTIMA CARTEIRA OFICIAL.               *
      *----------------------------------------------------------------*
       1100-LOCALIZA-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               GO TO 1100-SAIDA
           END-IF
      *
           PERFORM 1110-LER-LINHA-MANIF THRU 1110-SAIDA
               UNTIL WRK-ARQMANIF-FIM
           CLOSE ARQMANIF
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
                   GO TO 1110-SAIDA
           END-READ
           MOVE REG-ARQMANIF           TO WRK-LINHA-MANIF
      *
           MOVE ZEROS                  TO WRK-TALLY-MANIF
           INSPECT WRK-LINHA-MANIF TALLYING WRK-TALLY-MANIF
               FOR ALL 'PROGRAMA=GERENC-CARTEIRA'
           IF WRK-TALLY-MANIF GREATER ZEROS
               UNSTRING WRK-LINHA-MANIF DELIMITED BY 'ARQUIVO='
                   INTO WRK-DESCARTE-MANIF
                        WRK-LINHA-MANIF
               END-UNSTRING
               MOVE SPACES             TO WRK-NOME-ARQCARTU
               UNSTRING WRK-LINHA-MANIF DELIMITED BY ' '
                   INTO WRK-NOME-ARQCARTU
               END-UNSTRING
           END-IF
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS TITULARES DA CARTEIRA OFICIAL E CONTA O TAMANHO DA  *
      * CARTEIRA DE CADA VENDEDOR. SEM CARTEIRA, A COBERTURA SAI       *
      * ZERADA E O EXTRATO SEGUE COM AS DEMAIS SECOES.                 *
      *----------------------------------------------------------------*
       1200-CARREGA-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-NOME-ARQCARTU EQUAL SPACES
               DISPLAY 'GERA-EXTRATO: SEM CARTEIRA OFICIAL NO '
                       'MANIFESTO - COBERTURA NAO APURADA'
               GO TO 1200-SAIDA
           END-IF
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'GERA-EXTRATO: FALHA AO ABRIR A CARTEIRA - '
                       WRK-NOME-ARQCARTU
               GO TO 1200-SAIDA
           END-IF
      *
           PERFORM 1210-LER-CARTEIRA THRU 1210-SAIDA
               UNTIL WRK-ARQCARTU-FIM
           CLOSE ARQCARTU
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-CARTEIRA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARTU NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTU
               NOT AT END
                   IF  REG-CART-TIPO-DETALHE
                   AND REG-CART-TIPO-PRIMARIO
                   AND NOT REG-CART-NAO-ASSOCIADO
                   AND TAB-CART-QTD LESS 5000
                       ADD 1           TO TAB-CART-QTD
                       MOVE REG-CART-COD-CLI
                                       TO TAB-CART-CLI(TAB-CART-QTD)
                       MOVE REG-CART-VEN-1
                                       TO TAB-CART-VEN(TAB-CART-QTD)
                       COMPUTE IND-MV  = REG-CART-VEN-1 + 1
                       ADD 1           TO TAB-MV-CARTEIRA(IND-MV)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA POR VENDEDOR E SITUACAO OS PEDIDOS EMITIDOS NO MES     *
      * (UMA VARREDURA UNICA).                                         *
      *----------------------------------------------------------------*
       1300-CARREGA-PEDIDOS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
      *        SEM ARQUIVO DE PEDIDOS AS LINHAS 'P' SAEM ZERADAS.
               GO TO 1300-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-START
      *
           PERFORM 1310-LER-PEDIDO THRU 1310-SAIDA
               UNTIL WRK-ARQPED01-FIM
           CLOSE ARQPED01
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 1310-SAIDA
           END-READ
      *
           IF PEDIDO-DATA-EMISSAO      LESS WRK-DATA-INI
           OR PEDIDO-DATA-EMISSAO      GREATER WRK-DATA-FIM
               GO TO 1310-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO IND-ST
           EVALUATE TRUE
               WHEN PEDIDO-STATUS-DIGITADO
                   MOVE 1              TO IND-ST
               WHEN PEDIDO-STATUS-APROVADO
                   MOVE 2              TO IND-ST
               WHEN PEDIDO-STATUS-FATURADO
                   MOVE 3              TO IND-ST
               WHEN PEDIDO-STATUS-ENTREGUE
                   MOVE 4              TO IND-ST
               WHEN PEDIDO-STATUS-CANCELADO
                   MOVE 5              TO IND-ST
           END-EVALUATE
           IF IND-ST EQUAL ZEROS
               GO TO 1310-SAIDA
           END-IF
      *
           COMPUTE IND-MV              = PEDIDO-COD-VEN + 1
           ADD 1                       TO TAB-MV-PED-QTDE(IND-MV IND-ST)
           ADD PEDIDO-VALOR            TO TAB-MV-PED-VALOR
                                          (IND-MV IND-ST)
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTA POR VENDEDOR AS VISITAS DO MES E AS FEITAS FORA DA CERCA *
      * DO CLIENTE (UMA VARREDURA UNICA DO ARQUIVO DE VISITAS).        *
      *----------------------------------------------------------------*
       1400-CONTA-VISITAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO VISITA-CHAVE
           START ARQVIS01 KEY IS GREATER THAN OR EQUAL VISITA-CHAVE
               INVALID KEY
                   GO TO 1400-SAIDA
           END-START
      *
           MOVE '00'                   TO WRK-FS-ARQVIS01
           PERFORM 1410-LER-VISITA THRU 1410-SAIDA
               UNTIL WRK-ARQVIS01-FIM
           MOVE '00'                   TO WRK-FS-ARQVIS01
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1410-LER-VISITA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVIS01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVIS01
                   GO TO 1410-SAIDA
           END-READ
      *
           IF VISITA-DATA              LESS WRK-DATA-INI
           OR VISITA-DATA              GREATER WRK-DATA-FIM
               GO TO 1410-SAIDA
           END-IF
      *
           COMPUTE IND-MV              = VISITA-COD-VEN + 1
           ADD 1                       TO TAB-MV-VISITAS(IND-MV)
           IF VISITA-CHECKIN-SUSPEITO
               ADD 1                   TO TAB-MV-FORA-CERCA(IND-MV)
           END-IF
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * COBERTURA DA CARTEIRA: CONTA, PARA CADA TITULAR, OS CLIENTES   *
      * DA CARTEIRA DELE QUE RECEBERAM VISITA DELE NO MES.             *
      *----------------------------------------------------------------*
       1500-COBERTURA-CARTEIRA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO IND-CT
           PERFORM 1510-VERIFICA-CLIENTE THRU 1510-SAIDA
               UNTIL IND-CT NOT LESS TAB-CART-QTD
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-VERIFICA-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CT
           MOVE 'N'                    TO WRK-VISITOU-FLAG
      *
           MOVE TAB-CART-CLI(IND-CT)   TO VISITA-COD-CLI
           MOVE WRK-DATA-INI           TO VISITA-DATA
           START ARQVIS01 KEY IS GREATER THAN OR EQUAL VISITA-CHAVE
               INVALID KEY
                   GO TO 1510-SAIDA
           END-START
      *
           MOVE '00'                   TO WRK-FS-ARQVIS01
           PERFORM 1520-LER-VISITA-CLI THRU 1520-SAIDA
               UNTIL WRK-ARQVIS01-FIM
                  OR WRK-VISITOU
           MOVE '00'                   TO WRK-FS-ARQVIS01
      *
           IF WRK-VISITOU
               COMPUTE IND-MV          = TAB-CART-VEN(IND-CT) + 1
               ADD 1                   TO TAB-MV-CART-VISITADA(IND-MV)
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1520-LER-VISITA-CLI             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVIS01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVIS01
                   GO TO 1520-SAIDA
           END-READ
      *
           IF VISITA-COD-CLI           NOT EQUAL TAB-CART-CLI(IND-CT)
           OR VISITA-DATA              GREATER WRK-DATA-FIM
               MOVE '10'               TO WRK-FS-ARQVIS01
               GO TO 1520-SAIDA
           END-IF
      *
           IF VISITA-COD-VEN           EQUAL TAB-CART-VEN(IND-CT)
               SET WRK-VISITOU         TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UM EXTRATO POR VENDEDOR ATIVO DO CADASTRO (NA ORDEM DA CHAVE). *
      *----------------------------------------------------------------*
       2000-GERA-POR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2000-SAIDA
           END-START
      *
           MOVE '00'                   TO WRK-FS-ARQVEN01
           PERFORM 2100-LER-VENDEDOR THRU 2100-SAIDA
               UNTIL WRK-ARQVEN01-FIM
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVEN01
                   GO TO 2100-SAIDA
           END-READ
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQVEN01
           OR EXEMPLO-CODIGO-VEND OF ARQVEN01 NOT NUMERIC
               GO TO 2100-SAIDA
           END-IF
      *
           PERFORM 2200-GERA-UM-VENDEDOR THRU 2200-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MONTA O EXTRATO DO VENDEDOR CORRENTE.                          *
      *----------------------------------------------------------------*
       2200-GERA-UM-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-VEN-CORRENTE
                                          WRK-VEN-EDIT
           COMPUTE IND-MV              = WRK-VEN-CORRENTE + 1
           MOVE ZEROS                  TO WRK-QTDE-DET-VEN
                                          WRK-QTDE-PED-VEN
                                          WRK-REALIZADO
      *
           MOVE SPACES                 TO WRK-NOME-ARQEXT
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'EXTRATO_' WRK-VEN-EDIT '_' WRK-PERIODO
                  '_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQEXT
           OPEN OUTPUT ARQEXT
           IF NOT WRK-ARQEXT-OK
               DISPLAY 'GERA-EXTRATO: FALHA AO CRIAR '
                       WRK-NOME-ARQEXT ' - FS ' WRK-FS-ARQEXT
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'H'                    TO EXT-TIPO-REG
           MOVE WRK-VEN-CORRENTE       TO EXT-HDR-VEN
           MOVE WRK-PERIODO            TO EXT-HDR-PERIODO
           MOVE WRK-DATA-HOJE          TO EXT-HDR-DATA
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO EXT-HDR-NOME
           WRITE REG-ARQEXT
      *
           PERFORM 2300-DETALHE-COMISSAO THRU 2300-SAIDA
           PERFORM 2400-RESUMO-COMISSAO THRU 2400-SAIDA
           PERFORM 2500-META-REALIZADO THRU 2500-SAIDA
      *
      *    VISITAS DO MES E COBERTURA DA CARTEIRA.
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'V'                    TO EXT-TIPO-REG
           MOVE TAB-MV-VISITAS(IND-MV) TO EXT-VIS-QTDE
           MOVE TAB-MV-FORA-CERCA(IND-MV)
                                       TO EXT-VIS-FORA-CERCA
           MOVE TAB-MV-CARTEIRA(IND-MV)
                                       TO EXT-VIS-CARTEIRA
           MOVE TAB-MV-CART-VISITADA(IND-MV)
                                       TO EXT-VIS-CART-VISITADA
           MOVE ZEROS                  TO EXT-VIS-PCT-COBERTURA
           IF TAB-MV-CARTEIRA(IND-MV) GREATER ZEROS
               COMPUTE EXT-VIS-PCT-COBERTURA ROUNDED
                       = TAB-MV-CART-VISITADA(IND-MV) * 100
                       / TAB-MV-CARTEIRA(IND-MV)
           END-IF
           WRITE REG-ARQEXT
      *
      *    PEDIDOS EMITIDOS NO MES, UMA LINHA POR SITUACAO.
           PERFORM 2600-GRAVA-PEDIDOS THRU 2600-SAIDA
               VARYING IND-ST FROM 1 BY 1
                 UNTIL IND-ST GREATER 5
      *
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'T'                    TO EXT-TIPO-REG
           MOVE WRK-QTDE-DET-VEN       TO EXT-TRL-QTDE-DET
           MOVE WRK-QTDE-PED-VEN       TO EXT-TRL-QTDE-PED
           MOVE TAB-MV-VISITAS(IND-MV) TO EXT-TRL-QTDE-VIS
           WRITE REG-ARQEXT
           CLOSE ARQEXT
      *
           ADD 1                       TO WRK-QTDE-EXTRATOS
           PERFORM 2700-GRAVA-MANIFESTO THRU 2700-SAIDA
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHAS 'C': DETALHE DA COMISSAO DO VENDEDOR NO PERIODO, NA     *
      * ORDEM EM QUE A APURACAO AS GEROU.                              *
      *----------------------------------------------------------------*
       2300-DETALHE-COMISSAO           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-DETALHE
               GO TO 2300-SAIDA
           END-IF
      *
           MOVE WRK-PERIODO            TO HCDET-PERIODO
           MOVE WRK-VEN-CORRENTE       TO HCDET-COD-VEN
           MOVE ZEROS                  TO HCDET-SEQ
           START ARQHCDT KEY IS GREATER THAN OR EQUAL HCDET-CHAVE
               INVALID KEY
                   GO TO 2300-SAIDA
           END-START
      *
           MOVE '00'                   TO WRK-FS-ARQHCDT
           PERFORM 2310-LER-DETALHE THRU 2310-SAIDA
               UNTIL WRK-ARQHCDT-FIM
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-LER-DETALHE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHCDT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHCDT
                   GO TO 2310-SAIDA
           END-READ
      *
           IF HCDET-PERIODO            NOT EQUAL WRK-PERIODO
           OR HCDET-COD-VEN            NOT EQUAL WRK-VEN-CORRENTE
               MOVE '10'               TO WRK-FS-ARQHCDT
               GO TO 2310-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'C'                    TO EXT-TIPO-REG
           MOVE HCDET-TIPO             TO EXT-DET-TIPO
           MOVE HCDET-COD-CLI          TO EXT-DET-CLI
           MOVE HCDET-REFERENCIA       TO EXT-DET-REFERENCIA
           MOVE HCDET-VENDA            TO EXT-DET-VENDA
           MOVE HCDET-DEVOL            TO EXT-DET-DEVOL
           MOVE HCDET-PCT              TO EXT-DET-PCT
           IF HCDET-VALOR LESS ZEROS
               MOVE '-'                TO EXT-DET-SINAL
               COMPUTE WRK-VALOR-ABS   = HCDET-VALOR * -1
           ELSE
               MOVE '+'                TO EXT-DET-SINAL
               MOVE HCDET-VALOR        TO WRK-VALOR-ABS
           END-IF
           MOVE WRK-VALOR-ABS          TO EXT-DET-VALOR
           MOVE HCDET-OBS              TO EXT-DET-OBS
           WRITE REG-ARQEXT
           ADD 1                       TO WRK-QTDE-DET-VEN
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA 'M': RESUMO DA COMISSAO DO PERIODO NO HISTORICO, COM A   *
      * SITUACAO DO PAGAMENTO. A BASE E O REALIZADO DA LINHA 'Q'.      *
      *----------------------------------------------------------------*
       2400-RESUMO-COMISSAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'M'                    TO EXT-TIPO-REG
           MOVE ZEROS                  TO EXT-COM-PLANO
                                          EXT-COM-BASE
                                          EXT-COM-PCT
                                          EXT-COM-VALOR
                                          EXT-COM-DATA-CALC
           MOVE '+'                    TO EXT-COM-SINAL
           MOVE 'S'                    TO EXT-COM-SITUACAO
      *
           IF NOT WRK-TEM-HIST-COMIS
               GO TO 2400-GRAVA
           END-IF
      *
           MOVE WRK-VEN-CORRENTE       TO HCOM-COD-VEN
           MOVE WRK-PERIODO            TO HCOM-PERIODO
           READ ARQHCOM
               INVALID KEY
                   GO TO 2400-GRAVA
           END-READ
      *
           MOVE HCOM-PLANO             TO EXT-COM-PLANO
           MOVE HCOM-BASE              TO EXT-COM-BASE
                                          WRK-REALIZADO
           MOVE HCOM-FAIXA-PCT         TO EXT-COM-PCT
           IF HCOM-VALOR LESS ZEROS
               MOVE '-'                TO EXT-COM-SINAL
               COMPUTE WRK-VALOR-ABS   = HCOM-VALOR * -1
           ELSE
               MOVE HCOM-VALOR         TO WRK-VALOR-ABS
           END-IF
           MOVE WRK-VALOR-ABS          TO EXT-COM-VALOR
           MOVE HCOM-DATA-CALC         TO EXT-COM-DATA-CALC
           EVALUATE TRUE
               WHEN HCOM-PAGTO-LIQUIDADO
                   MOVE 'L'            TO EXT-COM-SITUACAO
               WHEN HCOM-PAGTO-REJEITADO
                   MOVE 'R'            TO EXT-COM-SITUACAO
               WHEN OTHER
                   MOVE 'P'            TO EXT-COM-SITUACAO
           END-EVALUATE
           .
      *
       2400-GRAVA.
      *
           WRITE REG-ARQEXT
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA 'Q': META DO PERIODO X REALIZADO (BASE DA COMISSAO) E O  *
      * PERCENTUAL DE ATINGIMENTO (ZERO SEM META CADASTRADA).          *
      *----------------------------------------------------------------*
       2500-META-REALIZADO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'Q'                    TO EXT-TIPO-REG
           MOVE ZEROS                  TO EXT-META-VALOR
                                          EXT-META-PCT
           MOVE WRK-REALIZADO          TO EXT-META-REALIZADO
      *
           IF WRK-TEM-META
               MOVE WRK-VEN-CORRENTE   TO META-COD-VEN
               MOVE WRK-PERIODO        TO META-PERIODO
               READ ARQMETA
                   INVALID KEY
                       MOVE ZEROS      TO META-VALOR
               END-READ
               MOVE META-VALOR         TO EXT-META-VALOR
               IF META-VALOR GREATER ZEROS
                   COMPUTE EXT-META-PCT ROUNDED
                           = WRK-REALIZADO * 100 / META-VALOR
                       ON SIZE ERROR
                           MOVE 999.99 TO EXT-META-PCT
                   END-COMPUTE
               END-IF
           END-IF
      *
           WRITE REG-ARQEXT
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2600-GRAVA-PEDIDOS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQEXT
           MOVE 'P'                    TO EXT-TIPO-REG
           MOVE WRK-SITUACAO-PED(IND-ST)
                                       TO EXT-PED-STATUS
           MOVE TAB-MV-PED-QTDE(IND-MV IND-ST)
                                       TO EXT-PED-QTDE
           MOVE TAB-MV-PED-VALOR(IND-MV IND-ST)
                                       TO EXT-PED-VALOR
           WRITE REG-ARQEXT
           ADD TAB-MV-PED-QTDE(IND-MV IND-ST)
                                       TO WRK-QTDE-PED-VEN
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA O EXTRATO DO VENDEDOR NO MANIFESTO (MESMO ESQUEMA DO  *
      * BRIEFING - O APP LOCALIZA O ARQUIVO POR LA).                   *
      *----------------------------------------------------------------*
       2700-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           COMPUTE WRK-MANIF-QTDE      = WRK-QTDE-DET-VEN + 8
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQEXT
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
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQVEN01
           IF WRK-TEM-DETALHE
               CLOSE ARQHCDT
           END-IF
           IF WRK-TEM-HIST-COMIS
               CLOSE ARQHCOM
           END-IF
           IF WRK-TEM-META
               CLOSE ARQMETA
           END-IF
           IF WRK-TEM-VISITA
               CLOSE ARQVIS01
           END-IF
      *
           DISPLAY 'GERA-EXTRATO: ' WRK-QTDE-EXTRATOS
                   ' EXTRATOS GERADOS PARA O PERIODO ' WRK-PERIODO
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
       3300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

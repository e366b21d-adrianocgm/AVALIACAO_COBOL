      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. REEMB-KM.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: REEMB-KM                                      *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: EXTRATO MENSAL DE REEMBOLSO DE QUILOMETRAGEM   *
      *                 DOS VENDEDORES. PARA CADA VENDEDOR E DIA DO    *
      *                 PERIODO, RECONSTROI O PERCURSO REAL A PARTIR   *
      *                 DO HISTORICO DE VISITAS (ARQVIS01): SAI DA     *
      *                 COORDENADA DO VENDEDOR (ARQVEN01), PASSA PELOS *
      *                 CLIENTES NA ORDEM DA HORA DO CHECK-IN E VOLTA, *
      *                 COM A MESMA FORMULA DE DISTANCIA DE            *
      *                 GERENC-CARTEIRA. OS KM SAO PRECIFICADOS PELO   *
      *                 VALOR POR KM DO PARAMETRO (PARM-KM-VALOR) E O  *
      *                 TOTAL DO VENDEDOR VAI PARA O ARQREEMB COMO     *
      *                 PENDENTE DE APROVACAO. DIAS COM O REALIZADO    *
      *                 MUITO ACIMA DO PERCURSO PLANEJADO NO           *
      *                 ROTA_PLANO.TXT SAEM MARCADOS *ACIMA PLANO*.    *
      *----------------------------------------------------------------*
      *    PARAMETRO...: PERIODO AAAAMM NA LINHA DE COMANDO            *
      *                 (PADRAO = MES ANTERIOR AO CORRENTE).           *
      *    ENTRADA.....: <DIR-DADOS>ROTA_PLANO.TXT (OPCIONAL)          *
      *    SAIDAS......: <DIR-DADOS>ARQREEMB.DAT                       *
      *                  <DIR-RELAT>REEMBOLSO_KM_<STAMP>.TXT           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQVIS01                        VIS-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQREEMB                        RMB-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO REEMBOLSO DE KM.        *
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
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
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
           SELECT ARQREEMB ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS REEMB-CHAVE
               FILE STATUS             IS WRK-FS-ARQREEMB.
      *
           SELECT ARQPLANO ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPLANO.
      *
           SELECT ARQREL01 ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQREL01.
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
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQREEMB
            VALUE OF FILE-ID IS NOME-ARQREEMB-WS
            COPY "RMB-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: PLANO DE ROTA EM LAYOUT FIXO GERADO POR ROTA-VISITA. *
      *----------------------------------------------------------------*
      *
         FD ARQPLANO
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQPLANO-WS.
      *
       01  REG-ARQPLANO.
           05 PLANO-TIPO-REG           PIC  X(001).
              88 PLANO-TIPO-HEADER               VALUE 'H'.
              88 PLANO-TIPO-DETALHE              VALUE 'D'.
           05 PLANO-COD-VEN            PIC  9(003).
           05 PLANO-DIA                PIC  9(003).
           05 PLANO-SEQ                PIC  9(003).
           05 PLANO-COD-CLI            PIC  9(007).
           05 PLANO-DATA               PIC  9(008).
      *
         FD ARQREL01
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREL01.
      *
       01  REG-ARQREL01                PIC  X(132).
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
       77  WRK-PROGRAMA                PIC  X(012)     VALUE
           'REEMB-KM'.
      *
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQREEMB-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQREEMB.DAT'.
       01 NOME-ARQPLANO-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ROTA_PLANO.TXT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(020)      VALUE SPACES.
      *
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
           88  WRK-ARQVIS01-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQVIS01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQREEMB             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREEMB-OK                         VALUE '00' '05'.
           88  WRK-ARQREEMB-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQPLANO             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPLANO-OK                         VALUE ZEROS.
           88  WRK-ARQPLANO-FIM                        VALUE '10'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-CLIENTES-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTES                        VALUE 'S'.
       01  WRK-TEM-PLANO-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PLANO                           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    PERIODO DO EXTRATO, VALOR POR KM E TOLERANCIA SOBRE O       *
      *    PLANEJADO (EM %) ACIMA DA QUAL O DIA SAI MARCADO.           *
      *----------------------------------------------------------------*
      *
       01  WRK-PERIODO-G.
           05 WRK-PERIODO              PIC 9(006)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO.
              10 WRK-PER-ANO           PIC 9(004).
              10 WRK-PER-MES           PIC 9(002).
       77  WRK-PERIODO-LIDO            PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-VALOR-KM                PIC 9(001)V99   VALUE 0,90.
       77  WRK-TOLER-PCT               PIC 9(003)      VALUE 30.
      *
      *----------------------------------------------------------------*
      *    VENDEDORES DO CADASTRO, ENDERECADOS PELO PROPRIO CODIGO.    *
      *----------------------------------------------------------------*
      *
       77  WRK-IX-VEN                  PIC 9(003) COMP VALUE ZEROS.
       01  TAB-VENDEDORES.
           05 TAB-VEN-ENTRY                          OCCURS 999 TIMES.
              10 TAB-VEN-SITUACAO      PIC X(001).
                 88 TAB-VEN-COM-COORD            VALUE 'C'.
                 88 TAB-VEN-SEM-COORD            VALUE 'S'.
              10 TAB-VEN-NOME          PIC X(030).
              10 TAB-VEN-LAT           PIC S9(003)V9(008).
              10 TAB-VEN-LON           PIC S9(003)V9(008).
      *
      *----------------------------------------------------------------*
      *    VISITAS DO PERIODO COM A COORDENADA DO CLIENTE. A ORDEM     *
      *    (VENDEDOR, DATA, HORA, CLIENTE) DITA O PERCURSO DO DIA.     *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-VIS                PIC 9(005) COMP VALUE ZEROS.
       77  WRK-IX-VIS                  PIC 9(005) COMP VALUE ZEROS.
       77  WRK-IX-MENOR                PIC 9(005) COMP VALUE ZEROS.
       01  WRK-MENOR-ORDEM             PIC X(024)      VALUE SPACES.
       01  TAB-VISITAS.
           05 TAB-VIS-ENTRY                          OCCURS 5000 TIMES.
              10 TAB-VIS-ORDEM.
                 15 TAB-VIS-COD-VEN    PIC 9(003).
                 15 TAB-VIS-DATA       PIC 9(008).
                 15 TAB-VIS-HORA       PIC 9(006).
                 15 TAB-VIS-COD-CLI    PIC 9(007).
              10 TAB-VIS-LAT           PIC S9(003)V9(008).
              10 TAB-VIS-LON           PIC S9(003)V9(008).
              10 TAB-VIS-USADA         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    KM PLANEJADO POR VENDEDOR X DATA (PERCURSO DO ROTA_PLANO    *
      *    NA ORDEM DE SEQUENCIA, SAINDO E VOLTANDO PARA A CASA).      *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-PLN                PIC 9(005) COMP VALUE ZEROS.
       77  WRK-IX-PLN                  PIC 9(005) COMP VALUE ZEROS.
       01  WRK-PLN-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-PLN-ACHOU                           VALUE 'S'.
       01  TAB-PLANO-DIA.
           05 TAB-PLN-ENTRY                          OCCURS 3000 TIMES.
              10 TAB-PLN-COD-VEN       PIC 9(003).
              10 TAB-PLN-DATA          PIC 9(008).
              10 TAB-PLN-KM            PIC 9(005)V99  COMP-3.
      *
       01  WRK-PLN-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-PLN-ABERTO                          VALUE 'S'.
       77  WRK-PLN-VEN                 PIC 9(003)      VALUE ZEROS.
       77  WRK-PLN-DATA                PIC 9(008)      VALUE ZEROS.
       77  WRK-PLN-KM                  PIC 9(005)V99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    PERCURSO CORRENTE (VENDEDOR E DIA) E POSICAO ATUAL.         *
      *----------------------------------------------------------------*
      *
       01  WRK-VEN-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-VEN-ABERTO                          VALUE 'S'.
       01  WRK-DIA-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-DIA-ABERTO                          VALUE 'S'.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       77  WRK-DIA-CORRENTE            PIC 9(008)      VALUE ZEROS.
       77  WRK-POS-LAT                 PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-POS-LON                 PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-PROX-LAT                PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-PROX-LON                PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-KM-TRECHO               PIC 9(005)V99   VALUE ZEROS.
       77  WRK-KM-DIA                  PIC 9(005)V99   VALUE ZEROS.
       77  WRK-KM-PLANO-DIA            PIC 9(005)V99   VALUE ZEROS.
       77  WRK-KM-LIMITE               PIC 9(005)V99   VALUE ZEROS.
       77  WRK-VIS-DIA                 PIC 9(003)      VALUE ZEROS.
       77  WRK-VALOR-DIA               PIC 9(007)V99   VALUE ZEROS.
      *
       77  WRK-VEN-KM                  PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VEN-KM-PLANO            PIC 9(007)V99   VALUE ZEROS.
       77  WRK-VEN-DIAS                PIC 9(003)      VALUE ZEROS.
       77  WRK-VEN-DIAS-ALERTA         PIC 9(003)      VALUE ZEROS.
       77  WRK-VEN-VALOR               PIC 9(009)V99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DO CLIENTE NO CADASTRO.                         *
      *----------------------------------------------------------------*
      *
       77  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
       01  WRK-CLI-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CLI-ACHOU                           VALUE 'S'.
       77  WRK-CLI-LAT                 PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-CLI-LON                 PIC S9(003)V9(008) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    FORMULA DE DISTANCIA (MESMO CALCULO DE GERENC-CARTEIRA).    *
      *----------------------------------------------------------------*
      *
       77  WRK-RAIO-TERRA       COMP-2 VALUE 6378,137.
       77  WRK-PI               COMP-2 VALUE 3,14.
       01  WRK-CALC-ARTH.
           05 DEG2RADMULTIPLIER                        COMP-2.
           05 WRK-LAT-DE                               COMP-2.
           05 WRK-LON-DE                               COMP-2.
           05 WRK-LAT-ATE                              COMP-2.
           05 WRK-LON-ATE                              COMP-2.
           05 WRK-DISTC-LON                            COMP-2.
           05 WRK-COS-ARCO                             COMP-2.
       77  WRK-DISTANCIA-AUX    COMP-2 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DO PROCESSAMENTO.                                    *
      *----------------------------------------------------------------*
      *
       77  WRK-TOT-VISITAS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VIS-SEM-COORD       PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VIS-DESPREZADAS     PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENDEDORES          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-GRAVADOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-MANTIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-DIAS-ALERTA         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-KM                  PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TOT-VALOR               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-DIA.
           05 FILLER                   PIC X(006)      VALUE
              '  DIA='.
           05 LIN-DD-DATA              PIC 9(008).
           05 FILLER                   PIC X(009)      VALUE
              ' VISITAS='.
           05 LIN-DD-VISITAS           PIC ZZ9.
           05 FILLER                   PIC X(011)      VALUE
              ' KM REALIZ='.
           05 LIN-DD-KM                PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              ' KM PLANO='.
           05 LIN-DD-KM-PLANO          PIC ZZ.ZZ9,99.
           05 LIN-DD-SEM-PLANO REDEFINES LIN-DD-KM-PLANO
                                       PIC X(009).
           05 FILLER                   PIC X(007)      VALUE
              ' VALOR='.
           05 LIN-DD-VALOR             PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DD-FLAG              PIC X(014)      VALUE SPACES.
      *
       01  WRK-LIN-TOTAL.
           05 FILLER                   PIC X(012)      VALUE
              '  TOTAL VEN='.
           05 LIN-TT-VEN               PIC 9(003).
           05 FILLER                   PIC X(006)      VALUE ' DIAS='.
           05 LIN-TT-DIAS              PIC ZZ9.
           05 FILLER                   PIC X(004)      VALUE ' KM='.
           05 LIN-TT-KM                PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              ' KM PLANO='.
           05 LIN-TT-KM-PLANO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(013)      VALUE
              ' DIAS ACIMA='.
           05 LIN-TT-ALERTA            PIC ZZ9.
           05 FILLER                   PIC X(010)      VALUE
              ' REEMB R$='.
           05 LIN-TT-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-TT-SITUACAO          PIC X(020)      VALUE SPACES.
      *
       01  WRK-ED-VALOR-KM             PIC 9,99        VALUE ZEROS.
       01  WRK-ED-TOLER                PIC ZZ9         VALUE ZEROS.
       01  WRK-ED-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
       01  WRK-ED-KM                   PIC ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM OS SUBPROGRAMAS CHAMADOS.           *
      *----------------------------------------------------------------*
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION.
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
           PERFORM 2000-PROCESSA-VISITA THRU 2000-SAIDA
               UNTIL WRK-IX-MENOR EQUAL ZEROS
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
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
           DISPLAY 'REEMB-KM: PERIODO ' WRK-PERIODO
      *
           OPEN INPUT ARQVIS01
           IF NOT WRK-ARQVIS01-OK
               DISPLAY 'REEMB-KM: HISTORICO DE VISITAS INDISPONIVEL '
                       '(ARQVIS01) - FILE STATUS=' WRK-FS-ARQVIS01
               MOVE WRK-FS-ARQVIS01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVIS01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'REEMB-KM: CADASTRO DE VENDEDORES INDISPONIVEL '
                       '- FILE STATUS=' WRK-FS-ARQVEN01
               MOVE WRK-FS-ARQVEN01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVEN01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1200-CARREGA-VENDEDORES THRU 1200-SAIDA
           CLOSE ARQVEN01
      *
      *    SEM O CADASTRO DE CLIENTES NAO HA COORDENADA DAS VISITAS -
      *    O EXTRATO SAI VAZIO, MAS O PROCESSAMENTO NAO ABORTA.
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLIENTES    TO TRUE
           END-IF
      *
           PERFORM 1300-CARREGA-PLANO THRU 1300-SAIDA
           PERFORM 1400-CARREGA-VISITAS THRU 1400-SAIDA
      *
           OPEN I-O ARQREEMB
           IF WRK-ARQREEMB-NAO-EXISTE
               OPEN OUTPUT ARQREEMB
               CLOSE ARQREEMB
               OPEN I-O ARQREEMB
           END-IF
           IF NOT WRK-ARQREEMB-OK
               DISPLAY 'REEMB-KM: FALHA AO ABRIR ARQREEMB - '
                       'FILE STATUS=' WRK-FS-ARQREEMB
               MOVE WRK-FS-ARQREEMB    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREEMB'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'REEMBOLSO_KM_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
      *
           MOVE WRK-VALOR-KM           TO WRK-ED-VALOR-KM
           MOVE WRK-TOLER-PCT          TO WRK-ED-TOLER
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'EXTRATO DE REEMBOLSO DE QUILOMETRAGEM - PERIODO '
                  WRK-PERIODO ' - R$ ' WRK-ED-VALOR-KM ' POR KM'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PERCURSO REAL: CASA DO VENDEDOR -> VISITAS NA ORDEM '
                  'DO CHECK-IN -> CASA. *ACIMA PLANO* = REALIZADO '
                  'ACIMA DE ' WRK-ED-TOLER '% DO ROTA_PLANO'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           IF NOT WRK-TEM-PLANO
               MOVE SPACES             TO REG-ARQREL01
               STRING 'ROTA_PLANO.TXT AUSENTE - DIAS SEM CONFRONTO '
                      'COM O PLANEJADO'
                      DELIMITED BY SIZE INTO REG-ARQREL01
               END-STRING
               WRITE REG-ARQREL01
           END-IF
      *
      *    PRIMEIRA VISITA NA ORDEM DO PERCURSO.
           PERFORM 2100-PROXIMA-VISITA THRU 2100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS E VALOR POR KM) E O     *
      * PERIODO OPCIONAL (AAAAMM) DA LINHA DE COMANDO.                 *
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
                   IF  PARM-KM-VALOR   NUMERIC
                   AND PARM-KM-VALOR   GREATER ZEROS
                       MOVE PARM-KM-VALOR
                                       TO WRK-VALOR-KM
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
      *    PADRAO: MES ANTERIOR AO CORRENTE (MES JA FECHADO).
           MOVE WRK-DATA-HOJE(1:6)     TO WRK-PERIODO
           IF WRK-PER-MES EQUAL 1
               SUBTRACT 1              FROM WRK-PER-ANO
               MOVE 12                 TO WRK-PER-MES
           ELSE
               SUBTRACT 1              FROM WRK-PER-MES
           END-IF
      *
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF  WRK-CMD-LINHA NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CMD-LINHA) EQUAL ZEROS
               COMPUTE WRK-PERIODO-LIDO
                       = FUNCTION NUMVAL(WRK-CMD-LINHA)
               IF  WRK-PERIODO-LIDO(5:2) GREATER '00'
               AND WRK-PERIODO-LIDO(5:2) LESS '13'
               AND WRK-PERIODO-LIDO(1:4) GREATER '1900'
                   MOVE WRK-PERIODO-LIDO
                                       TO WRK-PERIODO
               ELSE
                   DISPLAY 'REEMB-KM: PERIODO ' WRK-CMD-LINHA
                           ' INVALIDO - ASSUMIDO O MES ANTERIOR'
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVIS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQREEMB.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQREEMB-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ROTA_PLANO.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPLANO-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA NOME E COORDENADA (PONTO DE PARTIDA E CHEGADA DO DIA)  *
      * DE CADA VENDEDOR DO CADASTRO.                                  *
      *----------------------------------------------------------------*
       1200-CARREGA-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE TAB-VENDEDORES
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQVEN01
           END-START
      *
           PERFORM 1210-LER-VENDEDOR THRU 1210-SAIDA
               UNTIL WRK-ARQVEN01-FIM
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-LER-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQVEN01
                   GO TO 1210-SAIDA
           END-READ
      *
           IF EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL ZEROS
               GO TO 1210-SAIDA
           END-IF
      *
           MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-IX-VEN
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO TAB-VEN-NOME(WRK-IX-VEN)
           MOVE EXEMPLO-LATITUDE  OF ARQVEN01
                                       TO TAB-VEN-LAT(WRK-IX-VEN)
           MOVE EXEMPLO-LONGITUDE OF ARQVEN01
                                       TO TAB-VEN-LON(WRK-IX-VEN)
           IF  EXEMPLO-LATITUDE  OF ARQVEN01 EQUAL ZEROS
           AND EXEMPLO-LONGITUDE OF ARQVEN01 EQUAL ZEROS
               SET TAB-VEN-SEM-COORD(WRK-IX-VEN) TO TRUE
           ELSE
               SET TAB-VEN-COM-COORD(WRK-IX-VEN) TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CALCULA O KM PLANEJADO DE CADA VENDEDOR X DATA DO PERIODO NO   *
      * ROTA_PLANO.TXT. O PLANO E GRAVADO POR ROTA-VISITA NA ORDEM     *
      * VENDEDOR/DIA/SEQUENCIA, ENTAO CADA DIA CHEGA CONTIGUO E NA     *
      * ORDEM DE VISITA. SEM PLANO NAO HA CONFRONTO (NAO E ERRO).      *
      *----------------------------------------------------------------*
       1300-CARREGA-PLANO              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPLANO
           IF NOT WRK-ARQPLANO-OK
               GO TO 1300-SAIDA
           END-IF
           SET WRK-TEM-PLANO           TO TRUE
      *
           PERFORM 1310-LER-PLANO THRU 1310-SAIDA
               UNTIL WRK-ARQPLANO-FIM
      *
           IF WRK-PLN-ABERTO
               PERFORM 1320-FECHA-DIA-PLANO THRU 1320-SAIDA
           END-IF
           CLOSE ARQPLANO
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-PLANO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPLANO NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPLANO
                   GO TO 1310-SAIDA
           END-READ
      *
           IF NOT PLANO-TIPO-DETALHE
           OR PLANO-COD-VEN            EQUAL ZEROS
               GO TO 1310-SAIDA
           END-IF
           DIVIDE PLANO-DATA BY 100 GIVING WRK-PERIODO-LIDO
           IF WRK-PERIODO-LIDO         NOT EQUAL WRK-PERIODO
               GO TO 1310-SAIDA
           END-IF
           IF NOT TAB-VEN-COM-COORD(PLANO-COD-VEN)
               GO TO 1310-SAIDA
           END-IF
      *
           IF WRK-PLN-ABERTO
               IF PLANO-COD-VEN        NOT EQUAL WRK-PLN-VEN
               OR PLANO-DATA           NOT EQUAL WRK-PLN-DATA
                   PERFORM 1320-FECHA-DIA-PLANO THRU 1320-SAIDA
               END-IF
           END-IF
      *
           IF NOT WRK-PLN-ABERTO
               SET WRK-PLN-ABERTO      TO TRUE
               MOVE PLANO-COD-VEN      TO WRK-PLN-VEN
               MOVE PLANO-DATA         TO WRK-PLN-DATA
               MOVE ZEROS              TO WRK-PLN-KM
               MOVE TAB-VEN-LAT(WRK-PLN-VEN) TO WRK-POS-LAT
               MOVE TAB-VEN-LON(WRK-PLN-VEN) TO WRK-POS-LON
           END-IF
      *
           MOVE PLANO-COD-CLI          TO WRK-CLI-BUSCA
           PERFORM 1420-BUSCA-CLIENTE THRU 1420-SAIDA
           IF WRK-CLI-ACHOU
               MOVE WRK-CLI-LAT        TO WRK-PROX-LAT
               MOVE WRK-CLI-LON        TO WRK-PROX-LON
               PERFORM 2700-CALCULA-TRECHO THRU 2700-SAIDA
               ADD WRK-KM-TRECHO       TO WRK-PLN-KM
           END-IF
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VOLTA PARA A CASA DO VENDEDOR E GUARDA O KM PLANEJADO DO DIA.  *
      *----------------------------------------------------------------*
       1320-FECHA-DIA-PLANO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-VEN-LAT(WRK-PLN-VEN) TO WRK-PROX-LAT
           MOVE TAB-VEN-LON(WRK-PLN-VEN) TO WRK-PROX-LON
           PERFORM 2700-CALCULA-TRECHO THRU 2700-SAIDA
           ADD WRK-KM-TRECHO           TO WRK-PLN-KM
      *
           IF WRK-QTDE-PLN LESS 3000
               ADD 1                   TO WRK-QTDE-PLN
               MOVE WRK-PLN-VEN        TO TAB-PLN-COD-VEN(WRK-QTDE-PLN)
               MOVE WRK-PLN-DATA       TO TAB-PLN-DATA(WRK-QTDE-PLN)
               MOVE WRK-PLN-KM         TO TAB-PLN-KM(WRK-QTDE-PLN)
           END-IF
           MOVE 'N'                    TO WRK-PLN-ABERTO-FLAG
           .
      *----------------------------------------------------------------*
       1320-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS VISITAS DO PERIODO COM A COORDENADA DO CLIENTE.     *
      * VISITA DE CLIENTE SEM COORDENADA NAO ENTRA NO PERCURSO.        *
      *----------------------------------------------------------------*
       1400-CARREGA-VISITAS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO VISITA-CHAVE
           START ARQVIS01 KEY IS GREATER THAN OR EQUAL VISITA-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQVIS01
           END-START
      *
           PERFORM 1410-LER-VISITA THRU 1410-SAIDA
               UNTIL WRK-ARQVIS01-FIM
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
           DIVIDE VISITA-DATA BY 100 GIVING WRK-PERIODO-LIDO
           IF WRK-PERIODO-LIDO         NOT EQUAL WRK-PERIODO
           OR VISITA-COD-VEN           EQUAL ZEROS
               GO TO 1410-SAIDA
           END-IF
           ADD 1                       TO WRK-TOT-VISITAS
      *
           MOVE VISITA-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 1420-BUSCA-CLIENTE THRU 1420-SAIDA
           IF NOT WRK-CLI-ACHOU
               ADD 1                   TO WRK-TOT-VIS-SEM-COORD
               GO TO 1410-SAIDA
           END-IF
      *
           IF WRK-QTDE-VIS NOT LESS 5000
               ADD 1                   TO WRK-TOT-VIS-DESPREZADAS
               GO TO 1410-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-VIS
           MOVE VISITA-COD-VEN         TO TAB-VIS-COD-VEN(WRK-QTDE-VIS)
           MOVE VISITA-DATA            TO TAB-VIS-DATA(WRK-QTDE-VIS)
      *    REGISTRO ANTIGO SEM HORA FICA NO INICIO DO DIA.
           IF VISITA-HORA              NUMERIC
               MOVE VISITA-HORA        TO TAB-VIS-HORA(WRK-QTDE-VIS)
           ELSE
               MOVE ZEROS              TO TAB-VIS-HORA(WRK-QTDE-VIS)
           END-IF
           MOVE VISITA-COD-CLI         TO TAB-VIS-COD-CLI(WRK-QTDE-VIS)
           MOVE WRK-CLI-LAT            TO TAB-VIS-LAT(WRK-QTDE-VIS)
           MOVE WRK-CLI-LON            TO TAB-VIS-LON(WRK-QTDE-VIS)
           MOVE 'N'                    TO TAB-VIS-USADA(WRK-QTDE-VIS)
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE WRK-CLI-BUSCA NO CADASTRO E DEVOLVE A       *
      * COORDENADA. CLIENTE SEM COORDENADA CONTA COMO NAO ACHADO.      *
      *----------------------------------------------------------------*
       1420-BUSCA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CLI-ACHOU-FLAG
           IF NOT WRK-TEM-CLIENTES
               GO TO 1420-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           MOVE WRK-CLI-BUSCA          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQCLI01
               INVALID KEY
                   GO TO 1420-SAIDA
           END-START
           READ ARQCLI01 NEXT RECORD
               AT END
                   GO TO 1420-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-CLI OF ARQCLI01 NOT EQUAL WRK-CLI-BUSCA
               GO TO 1420-SAIDA
           END-IF
           IF  EXEMPLO-LATITUDE  OF ARQCLI01 EQUAL ZEROS
           AND EXEMPLO-LONGITUDE OF ARQCLI01 EQUAL ZEROS
               GO TO 1420-SAIDA
           END-IF
      *
           MOVE EXEMPLO-LATITUDE  OF ARQCLI01 TO WRK-CLI-LAT
           MOVE EXEMPLO-LONGITUDE OF ARQCLI01 TO WRK-CLI-LON
           SET WRK-CLI-ACHOU           TO TRUE
           .
      *----------------------------------------------------------------*
       1420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TRATA A VISITA SELECIONADA: QUEBRA DE VENDEDOR E DE DIA E      *
      * TRECHO DA POSICAO ATUAL ATE O CLIENTE VISITADO.                *
      *----------------------------------------------------------------*
       2000-PROCESSA-VISITA            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VEN-ABERTO
               IF TAB-VIS-COD-VEN(WRK-IX-MENOR)
                                       NOT EQUAL WRK-VEN-CORRENTE
                   PERFORM 2500-FECHA-VENDEDOR THRU 2500-SAIDA
               END-IF
           END-IF
      *
           IF NOT WRK-VEN-ABERTO
               PERFORM 2200-ABRE-VENDEDOR THRU 2200-SAIDA
           END-IF
      *
      *    VENDEDOR SEM COORDENADA NO CADASTRO NAO TEM PERCURSO.
           IF NOT TAB-VEN-COM-COORD(WRK-VEN-CORRENTE)
               GO TO 2000-PROXIMA
           END-IF
      *
           IF WRK-DIA-ABERTO
               IF TAB-VIS-DATA(WRK-IX-MENOR)
                                       NOT EQUAL WRK-DIA-CORRENTE
                   PERFORM 2400-FECHA-DIA THRU 2400-SAIDA
               END-IF
           END-IF
      *
           IF NOT WRK-DIA-ABERTO
               SET WRK-DIA-ABERTO      TO TRUE
               MOVE TAB-VIS-DATA(WRK-IX-MENOR)
                                       TO WRK-DIA-CORRENTE
               MOVE ZEROS              TO WRK-KM-DIA
                                          WRK-VIS-DIA
               MOVE TAB-VEN-LAT(WRK-VEN-CORRENTE) TO WRK-POS-LAT
               MOVE TAB-VEN-LON(WRK-VEN-CORRENTE) TO WRK-POS-LON
           END-IF
      *
           MOVE TAB-VIS-LAT(WRK-IX-MENOR) TO WRK-PROX-LAT
           MOVE TAB-VIS-LON(WRK-IX-MENOR) TO WRK-PROX-LON
           PERFORM 2700-CALCULA-TRECHO THRU 2700-SAIDA
           ADD WRK-KM-TRECHO           TO WRK-KM-DIA
           ADD 1                       TO WRK-VIS-DIA
           .
      *
       2000-PROXIMA.
      *
           PERFORM 2100-PROXIMA-VISITA THRU 2100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SELECIONA A PROXIMA VISITA AINDA NAO USADA NA ORDEM VENDEDOR,  *
      * DATA, HORA E CLIENTE. SEM MAIS VISITAS, WRK-IX-MENOR = ZERO.   *
      *----------------------------------------------------------------*
       2100-PROXIMA-VISITA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IX-MENOR
           MOVE HIGH-VALUES            TO WRK-MENOR-ORDEM
           MOVE 1                      TO WRK-IX-VIS
           PERFORM 2110-TESTA-MENOR THRU 2110-SAIDA
               UNTIL WRK-IX-VIS GREATER WRK-QTDE-VIS
      *
           IF WRK-IX-MENOR GREATER ZEROS
               MOVE 'S'                TO TAB-VIS-USADA(WRK-IX-MENOR)
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-TESTA-MENOR                SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-VIS-USADA(WRK-IX-VIS) EQUAL 'N'
           AND TAB-VIS-ORDEM(WRK-IX-VIS) LESS WRK-MENOR-ORDEM
               MOVE TAB-VIS-ORDEM(WRK-IX-VIS) TO WRK-MENOR-ORDEM
               MOVE WRK-IX-VIS         TO WRK-IX-MENOR
           END-IF
           ADD 1                       TO WRK-IX-VIS
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ABRE O EXTRATO DO VENDEDOR DA VISITA SELECIONADA.              *
      *----------------------------------------------------------------*
       2200-ABRE-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-VEN-ABERTO          TO TRUE
           MOVE 'N'                    TO WRK-DIA-ABERTO-FLAG
           MOVE TAB-VIS-COD-VEN(WRK-IX-MENOR)
                                       TO WRK-VEN-CORRENTE
           MOVE ZEROS                  TO WRK-VEN-KM
                                          WRK-VEN-KM-PLANO
                                          WRK-VEN-DIAS
                                          WRK-VEN-DIAS-ALERTA
                                          WRK-VEN-VALOR
           ADD 1                       TO WRK-TOT-VENDEDORES
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           EVALUATE TRUE
               WHEN TAB-VEN-COM-COORD(WRK-VEN-CORRENTE)
                   STRING 'VENDEDOR ' WRK-VEN-CORRENTE ' '
                          TAB-VEN-NOME(WRK-VEN-CORRENTE)
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
               WHEN TAB-VEN-SEM-COORD(WRK-VEN-CORRENTE)
                   STRING 'VENDEDOR ' WRK-VEN-CORRENTE ' '
                          TAB-VEN-NOME(WRK-VEN-CORRENTE)
                          ' *SEM COORDENADA NO CADASTRO - SEM '
                          'REEMBOLSO*'
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
               WHEN OTHER
                   STRING 'VENDEDOR ' WRK-VEN-CORRENTE
                          ' *NAO CADASTRADO - SEM REEMBOLSO*'
                          DELIMITED BY SIZE INTO REG-ARQREL01
                   END-STRING
           END-EVALUATE
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O DIA: VOLTA PARA A CASA DO VENDEDOR, CONFRONTA COM O    *
      * PLANEJADO E IMPRIME A LINHA DO DIA.                            *
      *----------------------------------------------------------------*
       2400-FECHA-DIA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-VEN-LAT(WRK-VEN-CORRENTE) TO WRK-PROX-LAT
           MOVE TAB-VEN-LON(WRK-VEN-CORRENTE) TO WRK-PROX-LON
           PERFORM 2700-CALCULA-TRECHO THRU 2700-SAIDA
           ADD WRK-KM-TRECHO           TO WRK-KM-DIA
      *
           COMPUTE WRK-VALOR-DIA ROUNDED = WRK-KM-DIA * WRK-VALOR-KM
      *
           MOVE SPACES                 TO LIN-DD-FLAG
           MOVE WRK-DIA-CORRENTE       TO LIN-DD-DATA
           MOVE WRK-VIS-DIA            TO LIN-DD-VISITAS
           MOVE WRK-KM-DIA             TO LIN-DD-KM
           MOVE WRK-VALOR-DIA          TO LIN-DD-VALOR
      *
           PERFORM 2410-PROCURA-PLANO THRU 2410-SAIDA
           IF WRK-PLN-ACHOU
               MOVE TAB-PLN-KM(WRK-IX-PLN) TO WRK-KM-PLANO-DIA
               MOVE WRK-KM-PLANO-DIA   TO LIN-DD-KM-PLANO
               ADD WRK-KM-PLANO-DIA    TO WRK-VEN-KM-PLANO
               COMPUTE WRK-KM-LIMITE ROUNDED
                     = WRK-KM-PLANO-DIA * (100 + WRK-TOLER-PCT) / 100
               IF WRK-KM-DIA GREATER WRK-KM-LIMITE
                   MOVE '*ACIMA PLANO*' TO LIN-DD-FLAG
                   ADD 1               TO WRK-VEN-DIAS-ALERTA
               END-IF
           ELSE
               MOVE 'SEM PLANO'        TO LIN-DD-SEM-PLANO
           END-IF
      *
           MOVE WRK-LIN-DIA            TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           ADD WRK-KM-DIA              TO WRK-VEN-KM
           ADD 1                       TO WRK-VEN-DIAS
           MOVE 'N'                    TO WRK-DIA-ABERTO-FLAG
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2410-PROCURA-PLANO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-PLN-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-PLN
           PERFORM 2420-TESTA-PLANO THRU 2420-SAIDA
               UNTIL WRK-IX-PLN GREATER WRK-QTDE-PLN
                  OR WRK-PLN-ACHOU
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2420-TESTA-PLANO                SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-PLN-COD-VEN(WRK-IX-PLN) EQUAL WRK-VEN-CORRENTE
           AND TAB-PLN-DATA(WRK-IX-PLN)    EQUAL WRK-DIA-CORRENTE
               SET WRK-PLN-ACHOU       TO TRUE
           ELSE
               ADD 1                   TO WRK-IX-PLN
           END-IF
           .
      *----------------------------------------------------------------*
       2420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O VENDEDOR: TOTAL DO PERIODO, VALOR DO REEMBOLSO E       *
      * GRAVACAO NO ARQREEMB PARA APROVACAO DO SUPERVISOR.             *
      *----------------------------------------------------------------*
       2500-FECHA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DIA-ABERTO
               PERFORM 2400-FECHA-DIA THRU 2400-SAIDA
           END-IF
           MOVE 'N'                    TO WRK-VEN-ABERTO-FLAG
      *
           IF WRK-VEN-DIAS EQUAL ZEROS
               GO TO 2500-SAIDA
           END-IF
      *
           COMPUTE WRK-VEN-VALOR ROUNDED = WRK-VEN-KM * WRK-VALOR-KM
      *
           MOVE WRK-VEN-CORRENTE       TO LIN-TT-VEN
           MOVE WRK-VEN-DIAS           TO LIN-TT-DIAS
           MOVE WRK-VEN-KM             TO LIN-TT-KM
           MOVE WRK-VEN-KM-PLANO       TO LIN-TT-KM-PLANO
           MOVE WRK-VEN-DIAS-ALERTA    TO LIN-TT-ALERTA
           MOVE WRK-VEN-VALOR          TO LIN-TT-VALOR
      *
           PERFORM 2510-GRAVA-REEMBOLSO THRU 2510-SAIDA
      *
           MOVE WRK-LIN-TOTAL          TO REG-ARQREL01
           WRITE REG-ARQREL01
      *
           ADD WRK-VEN-KM              TO WRK-TOT-KM
           ADD WRK-VEN-VALOR           TO WRK-TOT-VALOR
           ADD WRK-VEN-DIAS-ALERTA     TO WRK-TOT-DIAS-ALERTA
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O REEMBOLSO DO VENDEDOR X PERIODO COMO PENDENTE. SE O    *
      * PERIODO JA FOI APROVADO OU REMETIDO, O REGISTRO E MANTIDO.     *
      *----------------------------------------------------------------*
       2510-GRAVA-REEMBOLSO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-VEN-CORRENTE       TO REEMB-COD-VEN
           MOVE WRK-PERIODO            TO REEMB-PERIODO
           READ ARQREEMB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REEMB-APROVADO OR REEMB-REMETIDO
                       ADD 1           TO WRK-TOT-MANTIDOS
                       MOVE '*APROVADO - MANTIDO*'
                                       TO LIN-TT-SITUACAO
                       GO TO 2510-SAIDA
                   END-IF
           END-READ
      *
           INITIALIZE REEMB-REG
           MOVE WRK-VEN-CORRENTE       TO REEMB-COD-VEN
           MOVE WRK-PERIODO            TO REEMB-PERIODO
           MOVE WRK-VEN-KM             TO REEMB-KM-REALIZADO
           MOVE WRK-VEN-KM-PLANO       TO REEMB-KM-PLANEJADO
           MOVE WRK-VEN-DIAS           TO REEMB-QTDE-DIAS
           MOVE WRK-VEN-DIAS-ALERTA    TO REEMB-QTDE-DIAS-ALERTA
           MOVE WRK-VALOR-KM           TO REEMB-VALOR-KM
           MOVE WRK-VEN-VALOR          TO REEMB-VALOR
           SET REEMB-PENDENTE          TO TRUE
           MOVE WRK-DATA-HOJE          TO REEMB-DATA-CALC
           WRITE REEMB-REG
               INVALID KEY
                   REWRITE REEMB-REG
                   END-REWRITE
           END-WRITE
      *
           ADD 1                       TO WRK-TOT-GRAVADOS
           MOVE 'PENDENTE APROVACAO'   TO LIN-TT-SITUACAO
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * KM DO TRECHO ENTRE A POSICAO ATUAL E A PROXIMA; A PROXIMA VIRA *
      * A POSICAO ATUAL. PONTOS IGUAIS (DUAS VISITAS NO MESMO CLIENTE) *
      * DAO ZERO SEM PASSAR PELA FORMULA.                              *
      *----------------------------------------------------------------*
       2700-CALCULA-TRECHO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-KM-TRECHO
      *
           IF  WRK-POS-LAT             NOT EQUAL WRK-PROX-LAT
           OR  WRK-POS-LON             NOT EQUAL WRK-PROX-LON
               MOVE WRK-POS-LAT        TO WRK-LAT-DE
               MOVE WRK-POS-LON        TO WRK-LON-DE
               MOVE WRK-PROX-LAT       TO WRK-LAT-ATE
               MOVE WRK-PROX-LON       TO WRK-LON-ATE
               PERFORM 2750-CALCULAR-HAVERSINE THRU 2750-SAIDA
               COMPUTE WRK-KM-TRECHO ROUNDED = WRK-DISTANCIA-AUX
           END-IF
      *
           MOVE WRK-PROX-LAT           TO WRK-POS-LAT
           MOVE WRK-PROX-LON           TO WRK-POS-LON
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FORMULA DE HAVERSINE (MESMO CALCULO DE GERENC-CARTEIRA). O     *
      * COSSENO DO ARCO E LIMITADO A 1 PARA PONTOS MUITO PROXIMOS.     *
      *----------------------------------------------------------------*
       2750-CALCULAR-HAVERSINE         SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT WRK-LON-DE FROM WRK-LON-ATE GIVING WRK-DISTC-LON
           DIVIDE WRK-PI BY 180 GIVING DEG2RADMULTIPLIER
           COMPUTE WRK-COS-ARCO =
               (FUNCTION SIN(WRK-LAT-DE * DEG2RADMULTIPLIER)
              * FUNCTION SIN(WRK-LAT-ATE * DEG2RADMULTIPLIER))
              + (FUNCTION COS(WRK-LAT-DE * DEG2RADMULTIPLIER)
              *  FUNCTION COS(WRK-LAT-ATE * DEG2RADMULTIPLIER)
              *  FUNCTION COS(WRK-DISTC-LON * DEG2RADMULTIPLIER))
           IF WRK-COS-ARCO GREATER 1
               MOVE 1                  TO WRK-COS-ARCO
           END-IF
           COMPUTE WRK-DISTANCIA-AUX  =
              FUNCTION ACOS(WRK-COS-ARCO) * WRK-RAIO-TERRA
           .
      *----------------------------------------------------------------*
       2750-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - ULTIMO VENDEDOR, TOTAIS E MANIFESTO.   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VEN-ABERTO
               PERFORM 2500-FECHA-VENDEDOR THRU 2500-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE WRK-TOT-KM             TO WRK-ED-KM
           MOVE WRK-TOT-VALOR          TO WRK-ED-VALOR
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'TOTAL GERAL: VENDEDORES=' WRK-TOT-VENDEDORES
                  ' KM=' WRK-ED-KM ' REEMBOLSO R$=' WRK-ED-VALOR
                  ' DIAS ACIMA DO PLANO=' WRK-TOT-DIAS-ALERTA
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'VISITAS DO PERIODO=' WRK-TOT-VISITAS
                  ' SEM COORDENADA DO CLIENTE=' WRK-TOT-VIS-SEM-COORD
                  ' DESPREZADAS (TABELA CHEIA)='
                  WRK-TOT-VIS-DESPREZADAS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'REEMBOLSOS GRAVADOS PENDENTES=' WRK-TOT-GRAVADOS
                  ' JA APROVADOS/REMETIDOS MANTIDOS=' WRK-TOT-MANTIDOS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQVIS01
                 ARQREEMB
                 ARQREL01
           IF WRK-TEM-CLIENTES
               CLOSE ARQCLI01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'REEMB-KM: REEMBOLSOS GRAVADOS..: ' WRK-TOT-GRAVADOS
           DISPLAY 'REEMB-KM: DIAS ACIMA DO PLANO..: '
                   WRK-TOT-DIAS-ALERTA
           DISPLAY 'REEMB-KM: EXTRATO GERADO EM....: '
                   WRK-NOME-ARQREL01
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
      * REGISTRA NO MANIFESTO GLOBAL O EXTRATO GERADO.                 *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-TOT-GRAVADOS       TO WRK-MANIF-QTDE
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
      *END PROGRAM REEMB-KM.

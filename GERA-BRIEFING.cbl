      *                 ARQUIVO E DATADO E REGISTRADO NO MANIFESTO,    *
      *                 COMO O DELTA DE CADASTRO, PARA O APP BUSCAR    *
      *                 DO MESMO JEITO. RODA AO FIM DO CICLO NOTURNO.  *
      *                 APOS CADA CLIENTE SAEM TAMBEM AS FAMILIAS DA   *
      *                 ULTIMA LISTA DE VENDA CRUZADA DO VENDEDOR.     *
      *----------------------------------------------------------------*
      *    ENTRADAS....: ULTIMA CARTEIRA OFICIAL (VIA MANIFESTO),      *
      *                 ARQCLI01, ARQVIS01, ARQPED01, ROTA_PLANO.TXT   *
      *                 E O ULTIMO RETVISITA_REJ (VIA MANIFESTO).      *
      *                 ULTIMO OPORTUN_<VEN> DE CADA VENDEDOR (VIA     *
      *                 MANIFESTO).                                    *
      *    SAIDAS......: <DIR-RELAT>BRIEFING_<VEN>_<STAMP>.TXT         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    02/09/2026 AM     VERSAO INICIAL DO BRIEFING.               *
      *    15/10/2026 AM     LINHAS 'O' COM AS OPORTUNIDADES DE VENDA  *
      *                      CRUZADA DO CLIENTE (GERA-OPORTUN).        *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           SELECT ARQREJ   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQREJ.
      *
      *    ULTIMA LISTA DE VENDA CRUZADA DO VENDEDOR CORRENTE.
           SELECT ARQOPN   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQOPN.
      *
           SELECT ARQBRF   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
           05 REJ-COD-VEN              PIC  X(003).
           05 REJ-DATA                 PIC  X(008).
           05 FILLER                   PIC  X(092).
      *
         FD ARQOPN
            VALUE OF FILE-ID IS WRK-NOME-ARQOPN
            COPY "OPN-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    OUTPUT: BRIEFING DO VENDEDOR. 'H' = CABECALHO, 'C' =        *
      *    CLIENTE DA CARTEIRA, 'P' = PEDIDO EM ABERTO, 'O' = FAMILIA  *
      *    SUGERIDA PARA VENDA CRUZADA, 'V' = RESUMO                   *
      *    DE ONTEM DO RETORNO DE VISITAS, 'R' = PARADA PLANEJADA DE   *
      *    HOJE, 'T' = TRAILER COM AS CONTAGENS.                       *
      *----------------------------------------------------------------*
              10 BRF-ROT-CLI           PIC  9(007).
              10 BRF-ROT-DATA          PIC  9(008).
              10 FILLER                PIC  X(038).
           05 BRF-OPN REDEFINES BRF-CORPO.
              10 BRF-OPN-CLI           PIC  9(007).
              10 BRF-OPN-ORDEM         PIC  9(001).
              10 BRF-OPN-FAMILIA       PIC  9(003).
              10 BRF-OPN-FAM-DESC      PIC  X(030).
              10 BRF-OPN-PENETRACAO    PIC  9(003)V9.
              10 FILLER                PIC  X(014).
           05 BRF-TRL REDEFINES BRF-CORPO.
              10 BRF-TRL-QTDE-CLI      PIC  9(005).
              10 BRF-TRL-QTDE-PED      PIC  9(005).
              10 BRF-TRL-QTDE-ROTA     PIC  9(005).
              10 BRF-TRL-QTDE-OPN      PIC  9(005).
              10 FILLER                PIC  X(039).
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREJ              PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQBRF              PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQOPN              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
       01  WRK-FS-ARQREJ               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREJ-OK                           VALUE ZEROS.
           88  WRK-ARQREJ-FIM                          VALUE '10'.
       01  WRK-FS-ARQOPN               PIC X(002)      VALUE SPACES.
           88  WRK-ARQOPN-OK                           VALUE ZEROS.
           88  WRK-ARQOPN-FIM                          VALUE '10'.
       01  WRK-FS-ARQBRF               PIC X(002)      VALUE SPACES.
           88  WRK-ARQBRF-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
       01  WRK-LINHA-MANIF             PIC X(150)      VALUE SPACES.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       77  WRK-TALLY-MANIF             PIC 9(003)      VALUE ZEROS.
       01  WRK-NOME-MANIF              PIC X(050)      VALUE SPACES.
       01  WRK-RESTO-NOME              PIC X(050)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    ULTIMA LISTA DE VENDA CRUZADA DE CADA VENDEDOR (DO          *
      *    MANIFESTO) E AS OPORTUNIDADES DO VENDEDOR CORRENTE.         *
      *----------------------------------------------------------------*
      *
       01  TAB-ARQ-OPORTUN.
           05 TAB-AOP-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-AOP-ENT              OCCURS 300 TIMES.
              10 TAB-AOP-VEN           PIC 9(003).
              10 TAB-AOP-NOME          PIC X(050).
       01  TAB-OPORTUNIDADES.
           05 TAB-OPN-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-OPN-ENT              OCCURS 3000 TIMES.
              10 TAB-OPN-CLI           PIC 9(007).
              10 TAB-OPN-ORDEM         PIC 9(001).
              10 TAB-OPN-FAMILIA       PIC 9(003).
              10 TAB-OPN-FAM-DESC      PIC X(030).
              10 TAB-OPN-PENETRACAO    PIC 9(003)V9.
       77  IND-AOP                     PIC 9(003) COMP VALUE ZEROS.
       77  IND-OP                      PIC 9(005) COMP VALUE ZEROS.
       77  WRK-VEN-ARQ-OPN             PIC 9(003)      VALUE ZEROS.
       01  WRK-ACHOU-AOP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU-AOP                           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CARTEIRA OFICIAL EM MEMORIA (SO TITULARES) E LISTA DE       *
       77  WRK-QTDE-CLI-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-PED-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-ROTA-VEN           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-OPN-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-BRIEFINGS          PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       01  WRK-VEN-EDIT                PIC 9(003)      VALUE ZEROS.
               UNSTRING WRK-LINHA-MANIF DELIMITED BY ' '
                   INTO WRK-NOME-ARQREJ
               END-UNSTRING
               GO TO 1110-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-TALLY-MANIF
           INSPECT WRK-LINHA-MANIF TALLYING WRK-TALLY-MANIF
               FOR ALL 'PROGRAMA=GERA-OPORTUN'
           IF WRK-TALLY-MANIF GREATER ZEROS
               UNSTRING WRK-LINHA-MANIF DELIMITED BY 'ARQUIVO='
                   INTO WRK-DESCARTE-MANIF
                        WRK-LINHA-MANIF
               END-UNSTRING
               MOVE SPACES             TO WRK-NOME-MANIF
               UNSTRING WRK-LINHA-MANIF DELIMITED BY ' '
                   INTO WRK-NOME-MANIF
               END-UNSTRING
               PERFORM 1120-REGISTRA-ARQ-OPORTUN THRU 1120-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA A LISTA DE VENDA CRUZADA DO VENDEDOR (CODIGO LOGO APOS  *
      * 'OPORTUN_' NO NOME). A ULTIMA DO MANIFESTO SUBSTITUI AS        *
      * ANTERIORES DO MESMO VENDEDOR.                                  *
      *----------------------------------------------------------------*
       1120-REGISTRA-ARQ-OPORTUN       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-RESTO-NOME
           UNSTRING WRK-NOME-MANIF DELIMITED BY 'OPORTUN_'
               INTO WRK-DESCARTE-MANIF
                    WRK-RESTO-NOME
           END-UNSTRING
           IF WRK-RESTO-NOME(1:3)      NOT NUMERIC
               GO TO 1120-SAIDA
           END-IF
           MOVE WRK-RESTO-NOME(1:3)    TO WRK-VEN-ARQ-OPN
      *
           MOVE 'N'                    TO WRK-ACHOU-AOP-FLAG
           MOVE ZEROS                  TO IND-AOP
           PERFORM 1130-TESTA-ARQ-OPORTUN THRU 1130-SAIDA
               UNTIL WRK-ACHOU-AOP
               OR    IND-AOP NOT LESS TAB-AOP-QTD
           IF NOT WRK-ACHOU-AOP
               IF TAB-AOP-QTD          NOT LESS 300
                   GO TO 1120-SAIDA
               END-IF
               ADD 1                   TO TAB-AOP-QTD
               MOVE TAB-AOP-QTD        TO IND-AOP
               MOVE WRK-VEN-ARQ-OPN    TO TAB-AOP-VEN(IND-AOP)
           END-IF
           MOVE WRK-NOME-MANIF         TO TAB-AOP-NOME(IND-AOP)
           .
      *----------------------------------------------------------------*
       1120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1130-TESTA-ARQ-OPORTUN          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-AOP
           IF TAB-AOP-VEN(IND-AOP)     EQUAL WRK-VEN-ARQ-OPN
               SET WRK-ACHOU-AOP       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1130-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS TITULARES DA CARTEIRA OFICIAL E A LISTA DE          *
      * VENDEDORES DISTINTOS.                                          *
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WRK-QTDE-CLI-VEN
                                          WRK-QTDE-PED-VEN
                                          WRK-QTDE-ROTA-VEN
                                          WRK-QTDE-OPN-VEN
                                          WRK-ACEITAS-ONTEM
      *
           PERFORM 2150-CARREGA-OPORTUN THRU 2150-SAIDA
      *
           MOVE SPACES                 TO WRK-NOME-ARQBRF
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
           MOVE WRK-QTDE-CLI-VEN       TO BRF-TRL-QTDE-CLI
           MOVE WRK-QTDE-PED-VEN       TO BRF-TRL-QTDE-PED
           MOVE WRK-QTDE-ROTA-VEN      TO BRF-TRL-QTDE-ROTA
           MOVE WRK-QTDE-OPN-VEN       TO BRF-TRL-QTDE-OPN
           WRITE REG-ARQBRF
           CLOSE ARQBRF
      *
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS OPORTUNIDADES DA ULTIMA LISTA DE VENDA CRUZADA DO   *
      * VENDEDOR CORRENTE. SEM LISTA, O BRIEFING SAI SEM LINHAS 'O'.   *
      *----------------------------------------------------------------*
       2150-CARREGA-OPORTUN            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO TAB-OPN-QTD
           MOVE WRK-VEN-CORRENTE       TO WRK-VEN-ARQ-OPN
           MOVE 'N'                    TO WRK-ACHOU-AOP-FLAG
           MOVE ZEROS                  TO IND-AOP
           PERFORM 1130-TESTA-ARQ-OPORTUN THRU 1130-SAIDA
               UNTIL WRK-ACHOU-AOP
               OR    IND-AOP NOT LESS TAB-AOP-QTD
           IF NOT WRK-ACHOU-AOP
               GO TO 2150-SAIDA
           END-IF
      *
           MOVE TAB-AOP-NOME(IND-AOP)  TO WRK-NOME-ARQOPN
           OPEN INPUT ARQOPN
           IF NOT WRK-ARQOPN-OK
               DISPLAY 'GERA-BRIEFING: FALHA AO ABRIR '
                       WRK-NOME-ARQOPN ' - FS ' WRK-FS-ARQOPN
               GO TO 2150-SAIDA
           END-IF
      *
           PERFORM 2160-LER-OPORTUN THRU 2160-SAIDA
               UNTIL WRK-ARQOPN-FIM
           CLOSE ARQOPN
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2160-LER-OPORTUN                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQOPN NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQOPN
                   GO TO 2160-SAIDA
           END-READ
      *
           IF NOT REG-OPN-TIPO-OPORTUN
           OR TAB-OPN-QTD              NOT LESS 3000
               GO TO 2160-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-OPN-QTD
           MOVE REG-OPN-COD-CLI        TO TAB-OPN-CLI(TAB-OPN-QTD)
           MOVE REG-OPN-ORDEM          TO TAB-OPN-ORDEM(TAB-OPN-QTD)
           MOVE REG-OPN-FAMILIA        TO TAB-OPN-FAMILIA(TAB-OPN-QTD)
           MOVE REG-OPN-FAM-DESC       TO TAB-OPN-FAM-DESC
                                          (TAB-OPN-QTD)
           MOVE REG-OPN-PENETRACAO     TO TAB-OPN-PENETRACAO
                                          (TAB-OPN-QTD)
           .
      *----------------------------------------------------------------*
       2160-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2200-TRATA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO IND-PD
           PERFORM 2260-GRAVA-PEDIDO THRU 2260-SAIDA
               UNTIL IND-PD NOT LESS TAB-PED-QTD
      *
      *    E DEPOIS AS FAMILIAS SUGERIDAS PARA VENDA CRUZADA.
           MOVE ZEROS                  TO IND-OP
           PERFORM 2270-GRAVA-OPORTUN THRU 2270-SAIDA
               UNTIL IND-OP NOT LESS TAB-OPN-QTD
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
       2260-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2270-GRAVA-OPORTUN              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-OP
           IF TAB-OPN-CLI(IND-OP) EQUAL TAB-CART-CLI(IND-CT)
               MOVE SPACES             TO REG-ARQBRF
               MOVE 'O'                TO BRF-TIPO-REG
               MOVE TAB-OPN-CLI(IND-OP)
                                       TO BRF-OPN-CLI
               MOVE TAB-OPN-ORDEM(IND-OP)
                                       TO BRF-OPN-ORDEM
               MOVE TAB-OPN-FAMILIA(IND-OP)
                                       TO BRF-OPN-FAMILIA
               MOVE TAB-OPN-FAM-DESC(IND-OP)
                                       TO BRF-OPN-FAM-DESC
               MOVE TAB-OPN-PENETRACAO(IND-OP)
                                       TO BRF-OPN-PENETRACAO
               WRITE REG-ARQBRF
               ADD 1                   TO WRK-QTDE-OPN-VEN
           END-IF
           .
      *----------------------------------------------------------------*
       2270-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ULTIMA VISITA DO CLIENTE CORRENTE (E ACEITAS DE ONTEM).        *
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-MANIF-QTDE
                   = WRK-QTDE-CLI-VEN + WRK-QTDE-PED-VEN
                   + WRK-QTDE-ROTA-VEN + WRK-QTDE-OPN-VEN
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)

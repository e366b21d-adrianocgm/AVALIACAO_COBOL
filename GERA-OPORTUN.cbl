      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. GERA-OPORTUN.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: GERA-OPORTUN                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: LISTA MENSAL DE OPORTUNIDADES DE VENDA         *
      *                 CRUZADA. CRUZA AS FAMILIAS COMPRADAS POR CADA  *
      *                 CLIENTE NOS ULTIMOS 12 MESES (ITENS DOS        *
      *                 PEDIDOS FATURADOS/ENTREGUES - ARQPED01 X       *
      *                 ARQITP01 X ARQPRD01) COM AS FAMILIAS COMPRADAS *
      *                 PELOS PARES DELE: CLIENTES ATIVOS DO MESMO     *
      *                 TERRITORIO E MESMA FAIXA, OU DO MESMO GRUPO    *
      *                 ECONOMICO (RAIZ DE 8 DIGITOS DO CNPJ). PARA    *
      *                 CADA CLIENTE DA ULTIMA CARTEIRA OFICIAL SAEM   *
      *                 AS FAMILIAS QUE OS PARES COMPRAM E ELE NAO, EM *
      *                 ORDEM DE PENETRACAO ENTRE OS PARES. UM ARQUIVO *
      *                 DATADO POR VENDEDOR TITULAR, REGISTRADO NO     *
      *                 MANIFESTO PARA O APP DE CAMPO E O BRIEFING.    *
      *----------------------------------------------------------------*
      *    CRITERIOS...: SO FAMILIAS ATIVAS; PELO MENOS 5 PARES E 25%  *
      *                 DE PENETRACAO; ATE 5 FAMILIAS POR CLIENTE.     *
      *    ENTRADAS....: ARQPED01, ARQITP01, ARQPRD01, ARQFAM01,       *
      *                 ARQCLI01 E A ULTIMA CARTEIRA OFICIAL (VIA      *
      *                 MANIFESTO).                                    *
      *    SAIDAS......: <DIR-RELAT>OPORTUN_<VEN>_<STAMP>.TXT          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQFAM01                        FAM-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQOPN                          OPN-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA LISTA DE OPORTUNIDADES  *
      *                      DE VENDA CRUZADA POR VENDEDOR.            *
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
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
           SELECT ARQITP01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITEM-PED-CHAVE
               FILE STATUS             IS WRK-FS-ARQITP01.
      *
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
      *
           SELECT ARQFAM01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FAMILIA-CODIGO
               FILE STATUS             IS WRK-FS-ARQFAM01.
      *
           SELECT ARQCLI01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
      *    ULTIMA CARTEIRA OFICIAL (NOME LOCALIZADO NO MANIFESTO).
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
      *
           SELECT ARQOPN   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQOPN.
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
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQITP01
            VALUE OF FILE-ID IS NOME-ARQITP01-WS
            COPY "ITP-SIST.CPY".
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQFAM01
            VALUE OF FILE-ID IS NOME-ARQFAM01-WS
            COPY "FAM-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
            COPY "CART-SIST.CPY".
      *
         FD ARQOPN
            VALUE OF FILE-ID IS WRK-NOME-ARQOPN
            COPY "OPN-SIST.CPY".
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
           'GERA-OPORTUN'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQFAM01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQFAM01.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQOPN              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
           88  WRK-ARQPRD01-FIM                        VALUE '10'.
       01  WRK-FS-ARQFAM01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQFAM01-OK                         VALUE '00' '05'.
           88  WRK-ARQFAM01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCARTU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARTU-OK                         VALUE ZEROS.
           88  WRK-ARQCARTU-FIM                        VALUE '10'.
       01  WRK-FS-ARQOPN               PIC X(002)      VALUE SPACES.
           88  WRK-ARQOPN-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
           88  WRK-ARQMANIF-FIM                        VALUE '10'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    JANELA DE COMPRAS (12 MESES ATE HOJE) E CRITERIOS DA        *
      *    SUGESTAO.                                                   *
      *----------------------------------------------------------------*
      *
       01  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-CORTE              PIC 9(008)      VALUE ZEROS.
       77  WRK-MIN-PARES               PIC 9(005)      VALUE 5.
       77  WRK-MIN-PENETRACAO          PIC 9(003)V9    VALUE 25.
       77  WRK-MAX-SUGESTOES           PIC 9(001)      VALUE 5.
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
      *    CADASTROS EM MEMORIA: FAMILIAS ATIVAS (A POSICAO NA TABELA  *
      *    E O INDICE USADO NAS MARCAS DE COMPRA) E PRODUTOS COM O     *
      *    INDICE DA SUA FAMILIA (ZERO = SEM FAMILIA ATIVA).           *
      *----------------------------------------------------------------*
      *
       01  TAB-FAMILIAS.
           05 TAB-FAM-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-FAM-ENT              OCCURS 200 TIMES.
              10 TAB-FAM-COD           PIC 9(003).
              10 TAB-FAM-DESC          PIC X(030).
      *
       01  TAB-PRODUTOS.
           05 TAB-PRD-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-PRD-ENT              OCCURS 5000 TIMES.
              10 TAB-PRD-COD           PIC 9(007).
              10 TAB-PRD-IX-FAM        PIC 9(003) COMP.
      *
      *----------------------------------------------------------------*
      *    CARTEIRA OFICIAL (SO TITULARES) E VENDEDORES DISTINTOS.     *
      *----------------------------------------------------------------*
      *
       01  TAB-CARTEIRA.
           05 TAB-CART-QTD             PIC 9(005) COMP VALUE ZEROS.
           05 TAB-CART-ENT             OCCURS 5000 TIMES.
              10 TAB-CART-CLI          PIC 9(007).
              10 TAB-CART-VEN          PIC 9(003).
       01  TAB-VENDEDORES.
           05 TAB-VEN-QTD              PIC 9(003) COMP VALUE ZEROS.
           05 TAB-VEN-COD              PIC 9(003) OCCURS 300 TIMES.
      *
      *----------------------------------------------------------------*
      *    CLIENTES ATIVOS (NA ORDEM DO CODIGO) COM O TITULAR DA       *
      *    CARTEIRA, OS GRUPOS DE PARES A QUE PERTENCEM E A MARCA DE   *
      *    COMPRA NA JANELA POR FAMILIA (MESMA POSICAO DE TAB-FAM).    *
      *----------------------------------------------------------------*
      *
       01  TAB-CLIENTES.
           05 TAB-CLI-QTD              PIC 9(005) COMP VALUE ZEROS.
           05 TAB-CLI-ENT              OCCURS 5000 TIMES.
              10 TAB-CLI-COD           PIC 9(007).
              10 TAB-CLI-VEN           PIC 9(003).
              10 TAB-CLI-TEM-VEN       PIC X(001).
              10 TAB-CLI-TERRITORIO    PIC X(005).
              10 TAB-CLI-TIER          PIC X(001).
              10 TAB-CLI-RAIZ          PIC X(008).
      *          POSICAO NAS TABELAS DE GRUPOS (ZERO = SEM GRUPO).
              10 TAB-CLI-IX-SEG        PIC 9(004) COMP.
              10 TAB-CLI-IX-GRE        PIC 9(004) COMP.
              10 TAB-CLI-IX-SGR        PIC 9(004) COMP.
              10 TAB-CLI-AGRUPADO      PIC X(001).
              10 TAB-CLI-COMPRAS.
                 15 TAB-CLI-COMPROU    PIC X(001) OCCURS 200 TIMES.
      *
      *----------------------------------------------------------------*
      *    GRUPOS DE PARES, CADA UM COM A QTDE DE CLIENTES E, POR      *
      *    FAMILIA, QUANTOS DELES COMPRARAM NA JANELA:                 *
      *      SEG = TERRITORIO + FAIXA;                                 *
      *      GRE = GRUPO ECONOMICO (RAIZ DO CNPJ);                     *
      *      SGR = TERRITORIO + FAIXA + RAIZ (INTERSECAO DOS DOIS,     *
      *            DESCONTADA PARA NAO CONTAR O MESMO PAR DUAS VEZES). *
      *----------------------------------------------------------------*
      *
       01  TAB-SEGMENTOS.
           05 TAB-SEG-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-SEG-ENT              OCCURS 500 TIMES.
              10 TAB-SEG-CHAVE         PIC X(006).
              10 TAB-SEG-CLIENTES      PIC 9(005) COMP.
              10 TAB-SEG-COMPRAM       PIC 9(005) COMP
                                       OCCURS 200 TIMES.
       01  TAB-GRUPOS-ECON.
           05 TAB-GRE-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-GRE-ENT              OCCURS 2000 TIMES.
              10 TAB-GRE-CHAVE         PIC X(008).
              10 TAB-GRE-CLIENTES      PIC 9(004) COMP.
              10 TAB-GRE-COMPRAM       PIC 9(004) COMP
                                       OCCURS 200 TIMES.
       01  TAB-SEG-GRUPOS.
           05 TAB-SGR-QTD              PIC 9(004) COMP VALUE ZEROS.
           05 TAB-SGR-ENT              OCCURS 2000 TIMES.
              10 TAB-SGR-CHAVE         PIC X(014).
              10 TAB-SGR-CLIENTES      PIC 9(004) COMP.
              10 TAB-SGR-COMPRAM       PIC 9(004) COMP
                                       OCCURS 200 TIMES.
      *
      *----------------------------------------------------------------*
      *    CANDIDATAS DO CLIENTE CORRENTE, POR FAMILIA.                *
      *----------------------------------------------------------------*
      *
       01  TAB-CANDIDATAS.
           05 TAB-CND-ENT              OCCURS 200 TIMES.
              10 TAB-CND-COMPRAM       PIC 9(005) COMP.
              10 TAB-CND-PENETRACAO    PIC 9(003)V9.
              10 TAB-CND-SITUACAO      PIC X(001).
                 88 TAB-CND-ELEGIVEL              VALUE 'E'.
                 88 TAB-CND-ESCOLHIDA             VALUE 'X'.
      *
       77  IND-FAM                     PIC 9(003) COMP VALUE ZEROS.
       77  IND-PRD                     PIC 9(005) COMP VALUE ZEROS.
       77  IND-CT                      PIC 9(005) COMP VALUE ZEROS.
       77  IND-CT-ULT                  PIC 9(005) COMP VALUE ZEROS.
       77  IND-VN                      PIC 9(003) COMP VALUE ZEROS.
       77  IND-CLI                     PIC 9(005) COMP VALUE ZEROS.
       77  IND-CLI-ULT                 PIC 9(005) COMP VALUE ZEROS.
       77  IND-GRP                     PIC 9(004) COMP VALUE ZEROS.
       77  IND-SEG                     PIC 9(004) COMP VALUE ZEROS.
       77  IND-GRE                     PIC 9(004) COMP VALUE ZEROS.
       77  IND-SGR                     PIC 9(004) COMP VALUE ZEROS.
       77  IND-MELHOR                  PIC 9(003) COMP VALUE ZEROS.
       77  IND-ORDEM                   PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-TEM-ITENS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ITENS                           VALUE 'S'.
       01  WRK-AVISO-CLI-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-CLI                           VALUE 'S'.
       01  WRK-AVISO-GRP-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-AVISO-GRP                           VALUE 'S'.
      *
       77  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
       77  WRK-VEN-BUSCA               PIC 9(003)      VALUE ZEROS.
       77  WRK-VEN-CORRENTE            PIC 9(003)      VALUE ZEROS.
       01  WRK-VEN-EDIT                PIC 9(003)      VALUE ZEROS.
       77  WRK-FAM-BUSCA               PIC 9(003)      VALUE ZEROS.
       77  WRK-IX-FAM-ITEM             PIC 9(003) COMP VALUE ZEROS.
       01  WRK-CHAVE-SEG               PIC X(006)      VALUE SPACES.
       01  WRK-CHAVE-SGR               PIC X(014)      VALUE SPACES.
       77  WRK-QTDE-PARES              PIC S9(007) COMP VALUE ZEROS.
       77  WRK-COMPRAM                 PIC S9(007) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DO VENDEDOR CORRENTE E DA EXECUCAO.              *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CLI-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-OPN-VEN            PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-OPN-CLI            PIC 9(001)      VALUE ZEROS.
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ITENS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ARQUIVOS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-OPN-TOTAL          PIC 9(007)      VALUE ZEROS.
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
           PERFORM 2000-LE-PEDIDOS THRU 2000-SAIDA
           PERFORM 2500-MONTA-GRUPOS THRU 2500-SAIDA
           PERFORM 3000-GERA-POR-VENDEDOR THRU 3000-SAIDA
           PERFORM 4000-FINALIZAR
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
           COMPUTE WRK-DATA-CORTE      = WRK-DATA-HOJE - 10000
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFAM01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQFAM01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                  DELIMITED BY SIZE    INTO NOME-ARQCLI01-WS
      *
      *    SEM CARTEIRA OFICIAL NAO HA A QUEM ENTREGAR A LISTA.
           PERFORM 1100-LOCALIZA-CARTEIRA THRU 1100-SAIDA
           IF WRK-NOME-ARQCARTU        EQUAL SPACES
               DISPLAY 'GERA-OPORTUN: SEM CARTEIRA OFICIAL NO '
                       'MANIFESTO - NADA A GERAR'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 4                  TO RETURN-CODE
               PERFORM 4300-GO-BACK
           END-IF
           PERFORM 1200-CARREGA-CARTEIRA THRU 1200-SAIDA
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'GERA-OPORTUN: CADASTRO DE PEDIDOS AUSENTE - FS '
                       WRK-FS-ARQPED01
               MOVE WRK-FS-ARQPED01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQPED01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 4300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'GERA-OPORTUN: FALHA AO ABRIR ARQCLI01 - FS '
                       WRK-FS-ARQCLI01
               CLOSE ARQPED01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 4300-GO-BACK
           END-IF
      *
      *    SEM ITENS NAO HA COMPRAS A COMPARAR (A LISTA SAI VAZIA).
           OPEN INPUT ARQITP01
           IF WRK-ARQITP01-OK
               SET WRK-TEM-ITENS       TO TRUE
           END-IF
      *
           PERFORM 1300-CARREGA-FAMILIAS THRU 1300-SAIDA
           PERFORM 1400-CARREGA-PRODUTOS THRU 1400-SAIDA
           PERFORM 1500-CARREGA-CLIENTES THRU 1500-SAIDA
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
      * CARREGA OS TITULARES DA CARTEIRA OFICIAL E A LISTA DE          *
      * VENDEDORES DISTINTOS.                                          *
      *----------------------------------------------------------------*
       1200-CARREGA-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'GERA-OPORTUN: FALHA AO ABRIR A CARTEIRA - '
                       WRK-NOME-ARQCARTU
               MOVE WRK-FS-ARQCARTU    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 4300-GO-BACK
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
                       MOVE REG-CART-VEN-1
                                       TO WRK-VEN-BUSCA
                       PERFORM 1250-REGISTRA-VENDEDOR
                                       THRU 1250-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1250-REGISTRA-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-VN
           PERFORM 1260-TESTA-VENDEDOR THRU 1260-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-VN NOT LESS TAB-VEN-QTD
      *
           IF  NOT WRK-ACHOU
           AND TAB-VEN-QTD LESS 300
               ADD 1                   TO TAB-VEN-QTD
               MOVE WRK-VEN-BUSCA      TO TAB-VEN-COD(TAB-VEN-QTD)
           END-IF
           .
      *----------------------------------------------------------------*
       1250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1260-TESTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-VN
           IF TAB-VEN-COD(IND-VN)      EQUAL WRK-VEN-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1260-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS FAMILIAS ATIVAS. FAMILIA INATIVA NAO E SUGERIDA E   *
      * SUAS COMPRAS NAO CONTAM.                                       *
      *----------------------------------------------------------------*
       1300-CARREGA-FAMILIAS           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQFAM01
           IF NOT WRK-ARQFAM01-OK
               DISPLAY 'GERA-OPORTUN: SEM CADASTRO DE FAMILIAS - '
                       'NENHUMA OPORTUNIDADE A SUGERIR'
               GO TO 1300-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO FAMILIA-CODIGO
           START ARQFAM01 KEY IS GREATER THAN OR EQUAL FAMILIA-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQFAM01
           END-START
           PERFORM 1310-LER-FAMILIA THRU 1310-SAIDA
               UNTIL WRK-ARQFAM01-FIM
      *
           CLOSE ARQFAM01
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1310-LER-FAMILIA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQFAM01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQFAM01
                   GO TO 1310-SAIDA
           END-READ
      *
           IF FAMILIA-CODIGO           EQUAL ZEROS
           OR NOT FAMILIA-STATUS-ATIVA
               GO TO 1310-SAIDA
           END-IF
           IF TAB-FAM-QTD              NOT LESS 200
               DISPLAY 'GERA-OPORTUN: TABELA DE FAMILIAS CHEIA - '
                       FAMILIA-CODIGO ' EM DIANTE IGNORADAS'
               MOVE '10'               TO WRK-FS-ARQFAM01
               GO TO 1310-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-FAM-QTD
           MOVE FAMILIA-CODIGO         TO TAB-FAM-COD(TAB-FAM-QTD)
           MOVE FAMILIA-DESCRICAO      TO TAB-FAM-DESC(TAB-FAM-QTD)
           .
      *----------------------------------------------------------------*
       1310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS PRODUTOS COM O INDICE DA FAMILIA ATIVA DELES.       *
      *----------------------------------------------------------------*
       1400-CARREGA-PRODUTOS           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQPRD01-OK
               DISPLAY 'GERA-OPORTUN: SEM CADASTRO DE PRODUTOS - '
                       'NENHUMA COMPRA CLASSIFICADA POR FAMILIA'
               GO TO 1400-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PRODUTO-CODIGO
           START ARQPRD01 KEY IS GREATER THAN OR EQUAL PRODUTO-CODIGO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPRD01
           END-START
           PERFORM 1410-LER-PRODUTO THRU 1410-SAIDA
               UNTIL WRK-ARQPRD01-FIM
      *
           CLOSE ARQPRD01
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1410-LER-PRODUTO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPRD01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPRD01
                   GO TO 1410-SAIDA
           END-READ
      *
           IF PRODUTO-FAMILIA          NOT NUMERIC
               GO TO 1410-SAIDA
           END-IF
           MOVE PRODUTO-FAMILIA        TO WRK-FAM-BUSCA
           PERFORM 1420-LOCALIZA-FAMILIA THRU 1420-SAIDA
           IF NOT WRK-ACHOU
               GO TO 1410-SAIDA
           END-IF
      *
           IF TAB-PRD-QTD              NOT LESS 5000
               DISPLAY 'GERA-OPORTUN: TABELA DE PRODUTOS CHEIA - '
                       PRODUTO-CODIGO ' EM DIANTE IGNORADOS'
               MOVE '10'               TO WRK-FS-ARQPRD01
               GO TO 1410-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-PRD-QTD
           MOVE PRODUTO-CODIGO         TO TAB-PRD-COD(TAB-PRD-QTD)
           MOVE IND-FAM                TO TAB-PRD-IX-FAM(TAB-PRD-QTD)
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1420-LOCALIZA-FAMILIA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-FAM
           PERFORM 1430-TESTA-FAMILIA THRU 1430-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-FAM NOT LESS TAB-FAM-QTD
           .
      *----------------------------------------------------------------*
       1420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1430-TESTA-FAMILIA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
           IF TAB-FAM-COD(IND-FAM)     EQUAL WRK-FAM-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1430-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS CLIENTES ATIVOS, NA ORDEM DO CODIGO, COM O TITULAR  *
      * DA CARTEIRA. FAIXA EM BRANCO/LIXO VALE 'C', COMO NA CARTEIRA;  *
      * RAIZ DO GRUPO ECONOMICO SO PARA CNPJ NUMERICO.                 *
      *----------------------------------------------------------------*
       1500-CARREGA-CLIENTES           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL EXEMPLO-DADOS
               INVALID KEY
                   GO TO 1500-SAIDA
           END-START
      *
           MOVE ZEROS                  TO IND-CT-ULT
           MOVE '00'                   TO WRK-FS-ARQCLI01
           PERFORM 1510-LER-CLIENTE THRU 1510-SAIDA
               UNTIL WRK-ARQCLI01-FIM
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LER-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCLI01
                   GO TO 1510-SAIDA
           END-READ
      *
           IF NOT EXEMPLO-STATUS-ATIVO
           OR EXEMPLO-CODIGO-CLI       NOT NUMERIC
               GO TO 1510-SAIDA
           END-IF
           IF TAB-CLI-QTD              NOT LESS 5000
               IF NOT WRK-AVISO-CLI
                   SET WRK-AVISO-CLI   TO TRUE
                   DISPLAY 'GERA-OPORTUN: TABELA DE CLIENTES CHEIA - '
                           EXEMPLO-CODIGO-CLI ' EM DIANTE IGNORADOS'
               END-IF
               MOVE '10'               TO WRK-FS-ARQCLI01
               GO TO 1510-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-CLI-QTD
           MOVE TAB-CLI-QTD            TO IND-CLI
           INITIALIZE TAB-CLI-ENT(IND-CLI)
           MOVE EXEMPLO-CODIGO-CLI     TO TAB-CLI-COD(IND-CLI)
           MOVE EXEMPLO-TERRITORIO     TO TAB-CLI-TERRITORIO(IND-CLI)
           MOVE 'C'                    TO TAB-CLI-TIER(IND-CLI)
           IF EXEMPLO-PRIORIDADE       EQUAL 'A' OR 'B'
               MOVE EXEMPLO-PRIORIDADE TO TAB-CLI-TIER(IND-CLI)
           END-IF
           MOVE SPACES                 TO TAB-CLI-RAIZ(IND-CLI)
           IF EXEMPLO-NR-CNPJ          NUMERIC
               MOVE EXEMPLO-NR-CNPJ(1:8)
                                       TO TAB-CLI-RAIZ(IND-CLI)
           END-IF
           MOVE 'N'                    TO TAB-CLI-TEM-VEN(IND-CLI)
                                          TAB-CLI-AGRUPADO(IND-CLI)
           MOVE ALL 'N'                TO TAB-CLI-COMPRAS(IND-CLI)
      *
           MOVE EXEMPLO-CODIGO-CLI     TO WRK-CLI-BUSCA
           PERFORM 1520-LOCALIZA-CARTEIRA THRU 1520-SAIDA
           IF WRK-ACHOU
               MOVE 'S'                TO TAB-CLI-TEM-VEN(IND-CLI)
               MOVE TAB-CART-VEN(IND-CT)
                                       TO TAB-CLI-VEN(IND-CLI)
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULAR DO CLIENTE NA CARTEIRA. A CARTEIRA COSTUMA VIR NA      *
      * ORDEM DO CODIGO, ENTAO TESTA PRIMEIRO A POSICAO SEGUINTE A DO  *
      * ULTIMO ACHADO E SO DEPOIS VARRE A TABELA.                      *
      *----------------------------------------------------------------*
       1520-LOCALIZA-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           IF IND-CT-ULT               LESS TAB-CART-QTD
               COMPUTE IND-CT          = IND-CT-ULT + 1
               IF TAB-CART-CLI(IND-CT) EQUAL WRK-CLI-BUSCA
                   SET WRK-ACHOU       TO TRUE
                   MOVE IND-CT         TO IND-CT-ULT
                   GO TO 1520-SAIDA
               END-IF
           END-IF
      *
           MOVE ZEROS                  TO IND-CT
           PERFORM 1530-TESTA-CARTEIRA THRU 1530-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-CT NOT LESS TAB-CART-QTD
           IF WRK-ACHOU
               MOVE IND-CT             TO IND-CT-ULT
           END-IF
           .
      *----------------------------------------------------------------*
       1520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1530-TESTA-CARTEIRA             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CT
           IF TAB-CART-CLI(IND-CT)     EQUAL WRK-CLI-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1530-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VARRE OS PEDIDOS FATURADOS/ENTREGUES EMITIDOS NA JANELA E      *
      * MARCA, NO CLIENTE, AS FAMILIAS DOS ITENS.                      *
      *----------------------------------------------------------------*
       2000-LE-PEDIDOS                 SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-ITENS
               DISPLAY 'GERA-OPORTUN: SEM ITENS DE PEDIDO - NENHUMA '
                       'COMPRA NA JANELA'
               GO TO 2000-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-START
      *
           MOVE ZEROS                  TO IND-CLI-ULT
           PERFORM 2100-LER-PEDIDO THRU 2100-SAIDA
               UNTIL WRK-ARQPED01-FIM
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 2100-SAIDA
           END-READ
      *
           IF  NOT PEDIDO-STATUS-FATURADO
           AND NOT PEDIDO-STATUS-ENTREGUE
               GO TO 2100-SAIDA
           END-IF
           IF PEDIDO-DATA-EMISSAO      LESS WRK-DATA-CORTE
               GO TO 2100-SAIDA
           END-IF
      *
      *    CLIENTE FORA DOS ATIVOS NAO ENTRA NA COMPARACAO.
           MOVE PEDIDO-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 2200-LOCALIZA-CLIENTE THRU 2200-SAIDA
           IF NOT WRK-ACHOU
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-PEDIDOS
           MOVE 'N'                    TO WRK-ITP-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           START ARQITP01 KEY IS GREATER THAN OR EQUAL ITEM-PED-CHAVE
               INVALID KEY
                   GO TO 2100-SAIDA
           END-START
      *
           PERFORM 2300-LER-ITEM THRU 2300-SAIDA
               UNTIL WRK-ITP-FIM
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE WRK-CLI-BUSCA NA TABELA (DEVOLVE IND-CLI).  *
      * PEDIDOS SEGUIDOS DO MESMO CLIENTE SAO COMUNS, ENTAO TESTA      *
      * PRIMEIRO O ULTIMO ACHADO.                                      *
      *----------------------------------------------------------------*
       2200-LOCALIZA-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           IF  IND-CLI-ULT             GREATER ZEROS
           AND TAB-CLI-COD(IND-CLI-ULT) EQUAL WRK-CLI-BUSCA
               MOVE IND-CLI-ULT        TO IND-CLI
               SET WRK-ACHOU           TO TRUE
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO IND-CLI
           PERFORM 2210-TESTA-CLIENTE THRU 2210-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-CLI NOT LESS TAB-CLI-QTD
           IF WRK-ACHOU
               MOVE IND-CLI            TO IND-CLI-ULT
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-TESTA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CLI
           IF TAB-CLI-COD(IND-CLI)     EQUAL WRK-CLI-BUSCA
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ITENS DO PEDIDO CORRENTE (CHAVE = PEDIDO + SEQUENCIA): MARCA   *
      * A FAMILIA DO PRODUTO COMO COMPRADA PELO CLIENTE IND-CLI.       *
      *----------------------------------------------------------------*
       2300-LER-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   SET WRK-ITP-FIM     TO TRUE
                   GO TO 2300-SAIDA
           END-READ
           IF ITEM-PED-NUMERO          NOT EQUAL PEDIDO-NUMERO
               SET WRK-ITP-FIM         TO TRUE
               GO TO 2300-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-PRD
           PERFORM 2310-TESTA-PRODUTO THRU 2310-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-PRD NOT LESS TAB-PRD-QTD
           IF WRK-ACHOU
               MOVE TAB-PRD-IX-FAM(IND-PRD)
                                       TO WRK-IX-FAM-ITEM
               MOVE 'S'                TO TAB-CLI-COMPROU
                                          (IND-CLI WRK-IX-FAM-ITEM)
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-TESTA-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-PRD
           IF TAB-PRD-COD(IND-PRD)     EQUAL ITEM-PED-COD-PROD
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MONTA OS GRUPOS DE PARES: CADA CLIENTE ENTRA NO SEU SEGMENTO   *
      * (TERRITORIO + FAIXA) E, SE TIVER RAIZ DE CNPJ, NO GRUPO        *
      * ECONOMICO E NA INTERSECAO DOS DOIS. CLIENTE QUE NAO COUBE EM   *
      * ALGUMA TABELA FICA FORA DA COMPARACAO (NEM PAR, NEM ALVO).     *
      *----------------------------------------------------------------*
       2500-MONTA-GRUPOS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO IND-CLI
           PERFORM 2510-AGRUPA-CLIENTE THRU 2510-SAIDA
               UNTIL IND-CLI NOT LESS TAB-CLI-QTD
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-AGRUPA-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CLI
           MOVE TAB-CLI-TERRITORIO(IND-CLI)
                                       TO WRK-CHAVE-SEG(1:5)
           MOVE TAB-CLI-TIER(IND-CLI)  TO WRK-CHAVE-SEG(6:1)
           MOVE WRK-CHAVE-SEG          TO WRK-CHAVE-SGR(1:6)
           MOVE TAB-CLI-RAIZ(IND-CLI)  TO WRK-CHAVE-SGR(7:8)
      *
           PERFORM 2520-LOCALIZA-SEGMENTO THRU 2520-SAIDA
           MOVE ZEROS                  TO IND-GRE
                                          IND-SGR
           IF TAB-CLI-RAIZ(IND-CLI)    NOT EQUAL SPACES
               PERFORM 2540-LOCALIZA-GRUPO-ECON THRU 2540-SAIDA
               PERFORM 2560-LOCALIZA-INTERSECAO THRU 2560-SAIDA
               IF IND-GRE              EQUAL ZEROS
               OR IND-SGR              EQUAL ZEROS
                   MOVE ZEROS          TO IND-SEG
               END-IF
           END-IF
      *
           IF IND-SEG                  EQUAL ZEROS
               IF NOT WRK-AVISO-GRP
                   SET WRK-AVISO-GRP   TO TRUE
                   DISPLAY 'GERA-OPORTUN: TABELA DE GRUPOS DE PARES '
                           'CHEIA - CLIENTES EXCEDENTES SEM SUGESTAO'
               END-IF
               GO TO 2510-SAIDA
           END-IF
      *
           MOVE 'S'                    TO TAB-CLI-AGRUPADO(IND-CLI)
           MOVE IND-SEG                TO TAB-CLI-IX-SEG(IND-CLI)
           MOVE IND-GRE                TO TAB-CLI-IX-GRE(IND-CLI)
           MOVE IND-SGR                TO TAB-CLI-IX-SGR(IND-CLI)
           ADD 1                       TO TAB-SEG-CLIENTES(IND-SEG)
           IF IND-GRE                  GREATER ZEROS
               ADD 1                   TO TAB-GRE-CLIENTES(IND-GRE)
               ADD 1                   TO TAB-SGR-CLIENTES(IND-SGR)
           END-IF
      *
           MOVE ZEROS                  TO IND-FAM
           PERFORM 2580-SOMA-COMPRA THRU 2580-SAIDA
               UNTIL IND-FAM NOT LESS TAB-FAM-QTD
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SEGMENTO WRK-CHAVE-SEG (ABRE SE PRECISO). DEVOLVE IND-SEG,     *
      * ZERO SE A TABELA ESTIVER CHEIA.                                *
      *----------------------------------------------------------------*
       2520-LOCALIZA-SEGMENTO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-GRP
           PERFORM 2530-TESTA-SEGMENTO THRU 2530-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-GRP NOT LESS TAB-SEG-QTD
           IF WRK-ACHOU
               MOVE IND-GRP            TO IND-SEG
               GO TO 2520-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO IND-SEG
           IF TAB-SEG-QTD              NOT LESS 500
               GO TO 2520-SAIDA
           END-IF
           ADD 1                       TO TAB-SEG-QTD
           MOVE TAB-SEG-QTD            TO IND-SEG
           INITIALIZE TAB-SEG-ENT(IND-SEG)
           MOVE WRK-CHAVE-SEG          TO TAB-SEG-CHAVE(IND-SEG)
           .
      *----------------------------------------------------------------*
       2520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2530-TESTA-SEGMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF TAB-SEG-CHAVE(IND-GRP)   EQUAL WRK-CHAVE-SEG
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2530-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRUPO ECONOMICO DA RAIZ DO CLIENTE (ABRE SE PRECISO). DEVOLVE  *
      * IND-GRE, ZERO SE A TABELA ESTIVER CHEIA.                       *
      *----------------------------------------------------------------*
       2540-LOCALIZA-GRUPO-ECON        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-GRP
           PERFORM 2550-TESTA-GRUPO-ECON THRU 2550-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-GRP NOT LESS TAB-GRE-QTD
           IF WRK-ACHOU
               MOVE IND-GRP            TO IND-GRE
               GO TO 2540-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO IND-GRE
           IF TAB-GRE-QTD              NOT LESS 2000
               GO TO 2540-SAIDA
           END-IF
           ADD 1                       TO TAB-GRE-QTD
           MOVE TAB-GRE-QTD            TO IND-GRE
           INITIALIZE TAB-GRE-ENT(IND-GRE)
           MOVE TAB-CLI-RAIZ(IND-CLI)  TO TAB-GRE-CHAVE(IND-GRE)
           .
      *----------------------------------------------------------------*
       2540-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2550-TESTA-GRUPO-ECON           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF TAB-GRE-CHAVE(IND-GRP)   EQUAL TAB-CLI-RAIZ(IND-CLI)
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * INTERSECAO SEGMENTO X GRUPO ECONOMICO (ABRE SE PRECISO).       *
      * DEVOLVE IND-SGR, ZERO SE A TABELA ESTIVER CHEIA.               *
      *----------------------------------------------------------------*
       2560-LOCALIZA-INTERSECAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           MOVE ZEROS                  TO IND-GRP
           PERFORM 2570-TESTA-INTERSECAO THRU 2570-SAIDA
               UNTIL WRK-ACHOU
               OR    IND-GRP NOT LESS TAB-SGR-QTD
           IF WRK-ACHOU
               MOVE IND-GRP            TO IND-SGR
               GO TO 2560-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO IND-SGR
           IF TAB-SGR-QTD              NOT LESS 2000
               GO TO 2560-SAIDA
           END-IF
           ADD 1                       TO TAB-SGR-QTD
           MOVE TAB-SGR-QTD            TO IND-SGR
           INITIALIZE TAB-SGR-ENT(IND-SGR)
           MOVE WRK-CHAVE-SGR          TO TAB-SGR-CHAVE(IND-SGR)
           .
      *----------------------------------------------------------------*
       2560-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2570-TESTA-INTERSECAO           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-GRP
           IF TAB-SGR-CHAVE(IND-GRP)   EQUAL WRK-CHAVE-SGR
               SET WRK-ACHOU           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2570-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA A COMPRA DA FAMILIA IND-FAM DO CLIENTE NOS SEUS GRUPOS.   *
      *----------------------------------------------------------------*
       2580-SOMA-COMPRA                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
           IF TAB-CLI-COMPROU(IND-CLI IND-FAM) NOT EQUAL 'S'
               GO TO 2580-SAIDA
           END-IF
      *
           ADD 1                       TO TAB-SEG-COMPRAM
                                          (IND-SEG IND-FAM)
           IF IND-GRE                  GREATER ZEROS
               ADD 1                   TO TAB-GRE-COMPRAM
                                          (IND-GRE IND-FAM)
               ADD 1                   TO TAB-SGR-COMPRAM
                                          (IND-SGR IND-FAM)
           END-IF
           .
      *----------------------------------------------------------------*
       2580-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA LISTA POR VENDEDOR TITULAR DA CARTEIRA OFICIAL.            *
      *----------------------------------------------------------------*
       3000-GERA-POR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO IND-VN
           PERFORM 3100-GERA-UM-VENDEDOR THRU 3100-SAIDA
               UNTIL IND-VN NOT LESS TAB-VEN-QTD
           .
      *----------------------------------------------------------------*
       3000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3100-GERA-UM-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-VN
           MOVE TAB-VEN-COD(IND-VN)    TO WRK-VEN-CORRENTE
                                          WRK-VEN-EDIT
           MOVE ZEROS                  TO WRK-QTDE-CLI-VEN
                                          WRK-QTDE-OPN-VEN
      *
           MOVE SPACES                 TO WRK-NOME-ARQOPN
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'OPORTUN_' WRK-VEN-EDIT '_' WRK-STAMP '.TXT'
                  DELIMITED BY SIZE    INTO WRK-NOME-ARQOPN
           OPEN OUTPUT ARQOPN
           IF NOT WRK-ARQOPN-OK
               DISPLAY 'GERA-OPORTUN: FALHA AO CRIAR '
                       WRK-NOME-ARQOPN ' - FS ' WRK-FS-ARQOPN
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-OPORT
           SET REG-OPN-TIPO-HEADER     TO TRUE
           MOVE WRK-VEN-CORRENTE       TO REG-OPN-HDR-VEN
           MOVE WRK-DATA-HOJE          TO REG-OPN-HDR-DATA
           MOVE WRK-DATA-CORTE         TO REG-OPN-HDR-DESDE
           WRITE REG-OPORT
      *
           MOVE ZEROS                  TO IND-CLI
           PERFORM 3200-TRATA-CLIENTE THRU 3200-SAIDA
               UNTIL IND-CLI NOT LESS TAB-CLI-QTD
      *
           MOVE SPACES                 TO REG-OPORT
           SET REG-OPN-TIPO-TRAILER    TO TRUE
           MOVE WRK-QTDE-CLI-VEN       TO REG-OPN-TRL-QTDE-CLI
           MOVE WRK-QTDE-OPN-VEN       TO REG-OPN-TRL-QTDE-OPN
           WRITE REG-OPORT
           CLOSE ARQOPN
      *
           ADD 1                       TO WRK-QTDE-ARQUIVOS
           ADD WRK-QTDE-OPN-VEN        TO WRK-QTDE-OPN-TOTAL
           PERFORM 3500-GRAVA-MANIFESTO THRU 3500-SAIDA
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLIENTE DO VENDEDOR CORRENTE: PENETRACAO DE CADA FAMILIA QUE   *
      * ELE NAO COMPROU ENTRE OS PARES E GRAVACAO DAS MELHORES.        *
      *   PARES   = SEG + GRE - SGR - 1 (ELE MESMO);                   *
      *   COMPRAM = SEG(F) + GRE(F) - SGR(F) (ELE NAO COMPROU F).      *
      *----------------------------------------------------------------*
       3200-TRATA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-CLI
           IF TAB-CLI-TEM-VEN(IND-CLI) NOT EQUAL 'S'
           OR TAB-CLI-VEN(IND-CLI)     NOT EQUAL WRK-VEN-CORRENTE
           OR TAB-CLI-AGRUPADO(IND-CLI) NOT EQUAL 'S'
               GO TO 3200-SAIDA
           END-IF
           ADD 1                       TO WRK-QTDE-CLI-VEN
      *
           MOVE TAB-CLI-IX-SEG(IND-CLI) TO IND-SEG
           MOVE TAB-CLI-IX-GRE(IND-CLI) TO IND-GRE
           MOVE TAB-CLI-IX-SGR(IND-CLI) TO IND-SGR
           COMPUTE WRK-QTDE-PARES      = TAB-SEG-CLIENTES(IND-SEG) - 1
           IF IND-GRE                  GREATER ZEROS
               COMPUTE WRK-QTDE-PARES  = WRK-QTDE-PARES
                                       + TAB-GRE-CLIENTES(IND-GRE)
                                       - TAB-SGR-CLIENTES(IND-SGR)
           END-IF
           IF WRK-QTDE-PARES           LESS WRK-MIN-PARES
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO IND-FAM
           PERFORM 3210-AVALIA-FAMILIA THRU 3210-SAIDA
               UNTIL IND-FAM NOT LESS TAB-FAM-QTD
      *
           MOVE ZEROS                  TO WRK-QTDE-OPN-CLI
           PERFORM 3300-GRAVA-MELHOR THRU 3300-SAIDA
               VARYING IND-ORDEM FROM 1 BY 1
                 UNTIL IND-ORDEM GREATER WRK-MAX-SUGESTOES
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3210-AVALIA-FAMILIA             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
           MOVE ZEROS                  TO TAB-CND-COMPRAM(IND-FAM)
                                          TAB-CND-PENETRACAO(IND-FAM)
           MOVE SPACES                 TO TAB-CND-SITUACAO(IND-FAM)
           IF TAB-CLI-COMPROU(IND-CLI IND-FAM) EQUAL 'S'
               GO TO 3210-SAIDA
           END-IF
      *
           MOVE TAB-SEG-COMPRAM(IND-SEG IND-FAM)
                                       TO WRK-COMPRAM
           IF IND-GRE                  GREATER ZEROS
               COMPUTE WRK-COMPRAM     = WRK-COMPRAM
                       + TAB-GRE-COMPRAM(IND-GRE IND-FAM)
                       - TAB-SGR-COMPRAM(IND-SGR IND-FAM)
           END-IF
           IF WRK-COMPRAM              NOT GREATER ZEROS
               GO TO 3210-SAIDA
           END-IF
      *
           MOVE WRK-COMPRAM            TO TAB-CND-COMPRAM(IND-FAM)
           COMPUTE TAB-CND-PENETRACAO(IND-FAM) ROUNDED
                   = WRK-COMPRAM * 100 / WRK-QTDE-PARES
           IF TAB-CND-PENETRACAO(IND-FAM) NOT LESS WRK-MIN-PENETRACAO
               SET TAB-CND-ELEGIVEL(IND-FAM) TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A FAMILIA ELEGIVEL DE MAIOR PENETRACAO AINDA NAO         *
      * ESCOLHIDA (EMPATE: MAIS PARES COMPRANDO, DEPOIS A DE MENOR     *
      * CODIGO).                                                       *
      *----------------------------------------------------------------*
       3300-GRAVA-MELHOR               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO IND-MELHOR
           MOVE ZEROS                  TO IND-FAM
           PERFORM 3310-TESTA-MELHOR THRU 3310-SAIDA
               UNTIL IND-FAM NOT LESS TAB-FAM-QTD
           IF IND-MELHOR               EQUAL ZEROS
               MOVE WRK-MAX-SUGESTOES  TO IND-ORDEM
               GO TO 3300-SAIDA
           END-IF
      *
           SET TAB-CND-ESCOLHIDA(IND-MELHOR) TO TRUE
           MOVE SPACES                 TO REG-OPORT
           SET REG-OPN-TIPO-OPORTUN    TO TRUE
           MOVE TAB-CLI-COD(IND-CLI)   TO REG-OPN-COD-CLI
           MOVE IND-ORDEM              TO REG-OPN-ORDEM
           MOVE TAB-FAM-COD(IND-MELHOR)
                                       TO REG-OPN-FAMILIA
           MOVE TAB-FAM-DESC(IND-MELHOR)
                                       TO REG-OPN-FAM-DESC
           MOVE TAB-CND-PENETRACAO(IND-MELHOR)
                                       TO REG-OPN-PENETRACAO
           MOVE WRK-QTDE-PARES         TO REG-OPN-QTDE-PARES
           MOVE TAB-CND-COMPRAM(IND-MELHOR)
                                       TO REG-OPN-PARES-COMPRAM
           WRITE REG-OPORT
           ADD 1                       TO WRK-QTDE-OPN-VEN
                                          WRK-QTDE-OPN-CLI
           .
      *----------------------------------------------------------------*
       3300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3310-TESTA-MELHOR               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO IND-FAM
           IF NOT TAB-CND-ELEGIVEL(IND-FAM)
               GO TO 3310-SAIDA
           END-IF
      *
           IF IND-MELHOR               EQUAL ZEROS
               MOVE IND-FAM            TO IND-MELHOR
               GO TO 3310-SAIDA
           END-IF
           IF TAB-CND-PENETRACAO(IND-FAM)
              GREATER TAB-CND-PENETRACAO(IND-MELHOR)
               MOVE IND-FAM            TO IND-MELHOR
               GO TO 3310-SAIDA
           END-IF
           IF  TAB-CND-PENETRACAO(IND-FAM)
               EQUAL TAB-CND-PENETRACAO(IND-MELHOR)
           AND TAB-CND-COMPRAM(IND-FAM)
               GREATER TAB-CND-COMPRAM(IND-MELHOR)
               MOVE IND-FAM            TO IND-MELHOR
           END-IF
           .
      *----------------------------------------------------------------*
       3310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA A LISTA DO VENDEDOR NO MANIFESTO (MESMO ESQUEMA DO    *
      * BRIEFING - O APP E O BRIEFING LOCALIZAM O ARQUIVO POR LA).     *
      *----------------------------------------------------------------*
       3500-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-QTDE-OPN-VEN       TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQOPN
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
           .
      *----------------------------------------------------------------*
       3500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       4000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQPED01
                 ARQCLI01
           IF WRK-TEM-ITENS
               CLOSE ARQITP01
           END-IF
      *
           DISPLAY 'GERA-OPORTUN: COMPRAS DESDE ' WRK-DATA-CORTE
                   ' PEDIDOS=' WRK-QTDE-PEDIDOS
                   ' ITENS=' WRK-QTDE-ITENS
           DISPLAY 'GERA-OPORTUN: ' WRK-QTDE-ARQUIVOS
                   ' LISTAS GERADAS COM ' WRK-QTDE-OPN-TOTAL
                   ' OPORTUNIDADES'
      *
           MOVE ZEROS                  TO RETURN-CODE
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
      *
           PERFORM 4300-GO-BACK
           .
      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       4300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       4300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

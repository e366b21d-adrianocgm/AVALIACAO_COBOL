      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. GERA-PROGRAMADOS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: GERA-PROGRAMADOS                              *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: GERAR OS PEDIDOS PROGRAMADOS (RECORRENTES)     *
      *                 VENCIDOS. CADA PEDIDO PROGRAMADO ATIVO COM O   *
      *                 PROXIMO VENCIMENTO ATE HOJE VIRA UM PEDIDO     *
      *                 REAL EM ARQPED01/ARQITP01, COM NUMERO CEDIDO   *
      *                 PELO CONTROLE DE FAIXA (NUMPED.CTL, SOB A      *
      *                 TRAVA DE EXECUCAO) E SITUACAO DIGITADO, PARA   *
      *                 O VENDEDOR CONFIRMAR. A CRITICA E A MESMA DA   *
      *                 TELA DE PEDIDOS: CLIENTE ATIVO, CNPJ ATIVO NA  *
      *                 RECEITA, LICENCA EXIGIDA PELA CATEGORIA EM DIA *
      *                 (VALIDA-LICENCA), PRODUTO ATIVO, PRECO         *
      *                 VIGENTE OU NEGOCIADO COM CAMPANHA EM VIGOR,    *
      *                 DESCONTO DENTRO DO MAXIMO E LIMITE DE CREDITO  *
      *                 SOBRE O VALOR BRUTO COM ICMS (SEM A            *
      *                 LIBERACAO DE ADMIN, QUE SO EXISTE NA TELA).    *
      *                 O PEDIDO BARRADO SAI NO RELATORIO COM O MOTIVO *
      *                 E FICA COM O VENCIMENTO PARADO (NOVA TENTATIVA *
      *                 NO PROXIMO CICLO); O GERADO AVANCA O           *
      *                 VENCIMENTO PELA FREQUENCIA ATE PASSAR DE HOJE  *
      *                 (CICLOS PERDIDOS NAO SAO RETROATIVOS). PASSADA *
      *                 A DATA DE TERMINO O PROGRAMADO E ENCERRADO.    *
      *                 O PEDIDO GERADO LEVA A CONDICAO DE PAGAMENTO   *
      *                 PADRAO DO CLIENTE E AS PARCELAS DELA           *
      *                 (GERA-PARCELAS), SOBRE O BRUTO. O ICMS DOS     *
      *                 ITENS E CALCULADO E GRAVADO PELO CALC-ICMS.    *
      *----------------------------------------------------------------*
      *    ENTRADA.....: ARQPPRG.DAT (PEDIDOS PROGRAMADOS)             *
      *    SAIDAS......: ARQPED01.DAT / ARQITP01.DAT / ARQFRT.DAT      *
      *                  ARQPARC.DAT (VIA GERA-PARCELAS)               *
      *                  ARQICMS.DAT (VIA CALC-ICMS)                   *
      *                  <DIR-RELAT>PEDIDOS_PROGRAMADOS_<STAMP>.TXT    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPPRG                         PPG-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQCAMP                         CMP-SIST        *
      *                ARQTBP01                        TBP-SIST        *
      *                ARQFRT                          FRT-SIST        *
      *                ARQNUMP                         NUM-SIST        *
      *                ARQCRED                         CRE-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQSITR                         SIT-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQICMS                         ICM-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA GERACAO DE PEDIDOS      *
      *                      PROGRAMADOS.                              *
      *    15/10/2026 AM     CONDICAO DE PAGAMENTO E PARCELAS DO       *
      *                      PEDIDO GERADO.                            *
      *    15/10/2026 AM     PULA CLIENTE COM LICENCA EXIGIDA VENCIDA  *
      *                      OU NAO CADASTRADA (VALIDA-LICENCA).       *
      *    15/10/2026 AM     ICMS DO PEDIDO VIA CALC-ICMS; CREDITO E   *
      *                      PARCELAS PELO VALOR BRUTO.                *
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
           SELECT ARQPPRG  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PPROG-CHAVE
               FILE STATUS             IS WRK-FS-ARQPPRG.
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
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
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
           SELECT ARQCAMP  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAMP-CHAVE
               FILE STATUS             IS WRK-FS-ARQCAMP.
      *
           SELECT ARQTBP01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TABPRC-CHAVE
               FILE STATUS             IS WRK-FS-ARQTBP01.
      *
           SELECT ARQFRT   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FRETE-NUM-PEDIDO
               FILE STATUS             IS WRK-FS-ARQFRT.
      *
           SELECT ARQCRED  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CREDITO-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCRED.
      *
           SELECT ARQHVND  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VENDA-CHAVE
               FILE STATUS             IS WRK-FS-ARQHVND.
      *
           SELECT ARQSITR  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS SITCAD-CHAVE-DOC
               FILE STATUS             IS WRK-FS-ARQSITR.
      *
           SELECT ARQNUMP  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQNUMP.
      *
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
      *
           SELECT ARQICMS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ICMS-CHAVE
               FILE STATUS             IS WRK-FS-ARQICMS.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQREL01 ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
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
         FD ARQPPRG
            VALUE OF FILE-ID IS NOME-ARQPPRG-WS
            COPY "PPG-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQITP01
            VALUE OF FILE-ID IS NOME-ARQITP01-WS
            COPY "ITP-SIST.CPY".
      *
         FD ARQCAMP
            VALUE OF FILE-ID IS NOME-ARQCAMP-WS
            COPY "CMP-SIST.CPY".
      *
         FD ARQTBP01
            VALUE OF FILE-ID IS NOME-ARQTBP01-WS
            COPY "TBP-SIST.CPY".
      *
         FD ARQFRT
            VALUE OF FILE-ID IS NOME-ARQFRT-WS
            COPY "FRT-SIST.CPY".
      *
         FD ARQCRED
            VALUE OF FILE-ID IS NOME-ARQCRED-WS
            COPY "CRE-SIST.CPY".
      *
         FD ARQHVND
            VALUE OF FILE-ID IS NOME-ARQHVND-WS
            COPY "VND-SIST.CPY".
      *
         FD ARQSITR
            VALUE OF FILE-ID IS NOME-ARQSITR-WS
            COPY "SIT-SIST.CPY".
      *
         FD ARQNUMP
            VALUE OF FILE-ID IS NOME-ARQNUMP-WS
            COPY "NUM-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
            COPY "CART-SIST.CPY".
      *
         FD ARQICMS
            VALUE OF FILE-ID IS NOME-ARQICMS-WS
            COPY "ICM-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: PEDIDOS GERADOS, PULADOS (COM O MOTIVO) E           *
      *    PROGRAMADOS ENCERRADOS NO CICLO.                            *
      *----------------------------------------------------------------*
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
       77  WRK-PROGRAMA                PIC  X(016)     VALUE
           'GERA-PROGRAMADOS'.
      *
       01 NOME-ARQPPRG-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQPPRG.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQCAMP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCAMP.DAT'.
       01 NOME-ARQTBP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTBP01.DAT'.
       01 NOME-ARQFRT-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQFRT.DAT'.
       01 NOME-ARQCRED-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCRED.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 NOME-ARQSITR-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQSITR.DAT'.
       01 NOME-ARQNUMP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\NUMPED.CTL'.
       01 NOME-ARQICMS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQICMS.DAT'.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-DATA-HOJE                PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-FS-ARQPPRG              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPPRG-OK                          VALUE '00' '05'.
           88  WRK-ARQPPRG-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQPPRG-FIM                         VALUE '10'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
           88  WRK-ARQPRD01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
           88  WRK-ARQITP01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQCAMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAMP-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQTBP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTBP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQFRT               PIC X(002)      VALUE SPACES.
           88  WRK-ARQFRT-OK                           VALUE '00' '05'.
           88  WRK-ARQFRT-NAO-EXISTE                   VALUE '35'.
       01  WRK-FS-ARQCRED              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCRED-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQSITR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQSITR-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQNUMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQNUMP-OK                          VALUE '00' '05'.
           88  WRK-ARQNUMP-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQICMS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQICMS-OK                          VALUE '00' '05'.
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
      *----------------------------------------------------------------*
      *    ARQUIVOS OPCIONAIS: SEM CAMPANHAS VALE O PRECO VIGENTE, SEM *
      *    TABELA DE PRECOS O DE LISTA, SEM LIMITES NAO HA CONTROLE DE *
      *    CREDITO E SEM A SITUACAO DA RECEITA NAO HA BLOQUEIO DE CNPJ *
      *    (MESMAS REGRAS DA TELA DE PEDIDOS).                         *
      *----------------------------------------------------------------*
      *
       01  WRK-CMP-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CMP-ABERTO                          VALUE 'S'.
       01  WRK-TBP-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TBP-ABERTO                          VALUE 'S'.
       01  WRK-CRED-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-CRED-ABERTO                         VALUE 'S'.
       01  WRK-HVND-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-HVND-ABERTO                         VALUE 'S'.
       01  WRK-SITR-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-SITR-ABERTO                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LOCALIZACAO DA ULTIMA CARTEIRA NO MANIFESTO E TABELA DE     *
      *    ASSOCIACOES (TITULAR + BACKUP) - MESMO MOLDE DA CARGA DE    *
      *    PEDIDOS DO APP.                                             *
      *----------------------------------------------------------------*
      *
       01  WRK-CART-ULT-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CARTEIRA                        VALUE 'S'.
       77  WRK-TALLY-CARTEIRA          PIC 9(003)      VALUE ZEROS.
       01  WRK-DESCARTE-MANIF          PIC X(150)      VALUE SPACES.
       01  WRK-RESTO-MANIF             PIC X(150)      VALUE SPACES.
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
              10 TAB-CART-VEN-BKP      PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    ITENS DO PEDIDO EM MONTAGEM: SO SAO GRAVADOS QUANDO TODAS   *
      *    AS CRITICAS DO PROGRAMADO PASSAM.                           *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-ITENS              PIC 9(003)      VALUE ZEROS.
       77  WRK-IX-ITEM                 PIC 9(003)      VALUE ZEROS.
       77  WRK-PED-VALOR               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PED-PESO                PIC 9(007)V99   VALUE ZEROS.
       77  WRK-PED-BRUTO               PIC 9(011)V99   VALUE ZEROS.
       01  WRK-PED-AVISO               PIC X(001)      VALUE 'N'.
       01  TAB-ITENS-PEDIDO.
           05 TAB-ITEM-ENTRY                         OCCURS 020 TIMES.
              10 TAB-ITEM-COD-PROD     PIC 9(007).
              10 TAB-ITEM-QTDE         PIC 9(007)V99.
              10 TAB-ITEM-PRECO        PIC 9(009)V99.
              10 TAB-ITEM-VALOR        PIC 9(011)V99.
              10 TAB-ITEM-CAMPANHA     PIC X(006).
      *
      *----------------------------------------------------------------*
      *    PRECO DO ITEM: NEGOCIADO NO PROGRAMADO OU, SE ZERO, O       *
      *    VIGENTE NA DATA; CAMPANHA EM VIGOR MAIS BARATA PREVALECE E  *
      *    DISPENSA A CRITICA DE DESCONTO (JA E AUTORIZADA).           *
      *----------------------------------------------------------------*
      *
       01  WRK-CMP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CMP-FIM                             VALUE 'S'.
       01  WRK-TBP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TBP-FIM                             VALUE 'S'.
       01  WRK-CLI-TERRIT              PIC X(005)      VALUE SPACES.
       01  WRK-CLI-PRIOR               PIC X(001)      VALUE SPACES.
       77  WRK-PROD-CODIGO             PIC 9(007)      VALUE ZEROS.
       77  WRK-ITEM-PRECO              PIC 9(009)V99   VALUE ZEROS.
       01  WRK-ITEM-CAMPANHA           PIC X(006)      VALUE SPACES.
       77  WRK-PRECO-VIGENTE           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-PRECO-MINIMO            PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CMP-PRECO-CALC          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CMP-MELHOR-PRECO        PIC 9(009)V99   VALUE ZEROS.
       01  WRK-CMP-MELHOR-COD          PIC X(006)      VALUE SPACES.
       77  WRK-DESC-MAX-PCT            PIC 9(002)V99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    FRETE (CALC-FRETE) E ICMS (CALC-ICMS) DO PEDIDO EM          *
      *    MONTAGEM, CALCULADOS ANTES DO CREDITO: O BRUTO (LIQUIDO +   *
      *    ICMS) E O QUE PESA NO LIMITE E VAI PARA AS PARCELAS; SEM    *
      *    ICMS CALCULADO FICA IGUAL AO LIQUIDO. O FRETE SO E GRAVADO  *
      *    COM O PEDIDO.                                               *
      *----------------------------------------------------------------*
      *
       01  WRK-FRT-FLAG                PIC X(001)      VALUE 'N'.
           88  WRK-FRT-ESTIMADO                        VALUE 'S'.
       01  WRK-FRT-CD                  PIC X(003)      VALUE SPACES.
       01  WRK-FRT-CRITERIO            PIC X(001)      VALUE SPACE.
       77  WRK-FRT-DISTANCIA           PIC 9(005)V99   VALUE ZEROS.
       77  WRK-FRT-VALOR               PIC 9(009)V99   VALUE ZEROS.
       01  WRK-ICMS-FLAG               PIC X(001)      VALUE 'N'.
           88  WRK-ICMS-CALCULADO                      VALUE 'S'.
       01  WRK-ICMS-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-ICMS-ABERTO                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CONTROLE DE CREDITO: EXPOSICAO = PEDIDOS NAO CANCELADOS     *
      *    MENOS O FATURADO, MAIS O PEDIDO NOVO, CONTRA O LIMITE.      *
      *----------------------------------------------------------------*
      *
       01  WRK-TEM-LIMITE-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-LIMITE                          VALUE 'S'.
       01  WRK-PEDSCAN-FIM-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-PEDSCAN-FIM                         VALUE 'S'.
       01  WRK-HVND-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-HVND-FIM                            VALUE 'S'.
       77  WRK-CRED-LIMITE             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CRED-PEDIDOS            PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CRED-FATURADO           PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CRED-EXPOSTO            PIC S9(011)V99  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VENCIMENTO: SEMANAL/QUINZENAL SOMAM DIAS CORRIDOS; MENSAL   *
      *    MANTEM O DIA DO PRIMEIRO VENCIMENTO (LIMITADO AO ULTIMO DIA *
      *    DO MES).                                                    *
      *----------------------------------------------------------------*
      *
       01  WRK-VENC-DATA               PIC 9(008)      VALUE ZEROS.
       01  WRK-VENC-DATA-R REDEFINES WRK-VENC-DATA.
           05 WRK-VENC-ANO             PIC 9(004).
           05 WRK-VENC-MES             PIC 9(002).
           05 WRK-VENC-DIA             PIC 9(002).
       01  WRK-VENC-AUX                PIC 9(008)      VALUE ZEROS.
       01  WRK-VENC-AUX-R REDEFINES WRK-VENC-AUX.
           05 WRK-VENC-AUX-ANO         PIC 9(004).
           05 WRK-VENC-AUX-MES         PIC 9(002).
           05 WRK-VENC-AUX-DIA         PIC 9(002).
       77  WRK-VENC-DIA-BASE           PIC 9(002)      VALUE ZEROS.
       77  WRK-VENC-ULT-DIA            PIC 9(002)      VALUE ZEROS.
       77  WRK-INT-DIA                 PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CESSAO DE NUMERO PELO CONTROLE DE FAIXA (SOB TRAVA-EXEC).   *
      *----------------------------------------------------------------*
      *
       01  WRK-TRAVA-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-TRAVA-OBTIDA                        VALUE 'S'.
       77  WRK-NUM-CEDIDO              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DO PROCESSAMENTO.                                *
      *----------------------------------------------------------------*
      *
       77  WRK-TOT-LIDOS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VENCIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-GERADOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ITENS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PULADOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ENCERRADOS          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PUL-CREDITO         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PUL-PRODUTO         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PUL-CNPJ            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PUL-CLIENTE         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PUL-DESCONTO        PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PUL-LICENCA         PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-FRETE           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-COND            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-ICMS            PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-PUL-MOTIVO              PIC X(040)      VALUE SPACES.
       01  WRK-PUL-TIPO                PIC X(001)      VALUE SPACE.
           88  WRK-PUL-CREDITO                         VALUE 'R'.
           88  WRK-PUL-PRODUTO                         VALUE 'P'.
           88  WRK-PUL-CNPJ                            VALUE 'J'.
           88  WRK-PUL-CLIENTE                         VALUE 'C'.
           88  WRK-PUL-DESCONTO                        VALUE 'D'.
           88  WRK-PUL-LICENCA                         VALUE 'L'.
       01  WRK-PROG-VALIDO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-PROG-VALIDO                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO.                                        *
      *----------------------------------------------------------------*
      *
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(030)      VALUE
              'SITUACAO  CLIENTE SQ VEN F VEN'.
           05 FILLER                   PIC X(030)      VALUE
              'CTO   PEDIDO          VALOR   '.
           05 FILLER                   PIC X(072)      VALUE
              '  MOTIVO'.
      *
       01  WRK-LIN-DETALHE.
           05 LIN-DT-SITUACAO          PIC X(009).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-COD-CLI           PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-SEQ               PIC 9(002).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-COD-VEN           PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-FREQUENCIA        PIC X(001).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-VENCIMENTO        PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-PEDIDO            PIC ZZZZZZZ.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-VALOR             PIC ZZZZZZZZZZ9.99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(032)      VALUE SPACES.
      *
       01  WRK-LIN-TOTAL.
           05 LIN-TT-TITULO            PIC X(030).
           05 LIN-TT-QTDE              PIC ZZZZZZ9.
           05 FILLER                   PIC X(095)      VALUE SPACES.
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
           PERFORM 2000-PROCESSA-PROGRAMADO THRU 2000-SAIDA
               UNTIL WRK-ARQPPRG-FIM
      *
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO DO PROGRAMA. SEM ARQUIVO DE PEDIDOS    *
      * PROGRAMADOS NAO HA NADA A GERAR (RETORNO NORMAL).              *
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
      *
           OPEN I-O ARQPPRG
           IF WRK-ARQPPRG-NAO-EXISTE
               DISPLAY 'GERA-PROGRAMADOS: NENHUM PEDIDO PROGRAMADO '
                       'CADASTRADO - NADA A GERAR'
               MOVE ZEROS              TO RETURN-CODE
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               PERFORM 3300-GO-BACK
           END-IF
           IF NOT WRK-ARQPPRG-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA EM ARQPPRG - '
                       'FILE STATUS=' WRK-FS-ARQPPRG
               MOVE WRK-FS-ARQPPRG     TO COMUNIC-COD-RETORNO
               MOVE 'ARQPPRG'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1100-LOCALIZA-ULT-CARTEIRA THRU 1100-SAIDA
      *
           IF NOT WRK-TEM-CARTEIRA
               DISPLAY 'GERA-PROGRAMADOS: NENHUMA CARTEIRA NO '
                       'MANIFESTO - EXECUTE GERENC-CARTEIRA ANTES'
               MOVE '35'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQCARTU'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1200-CARREGA-TAB-CARTEIRA THRU 1200-SAIDA
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQPRD01-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA EM ARQPRD01 - '
                       'FILE STATUS=' WRK-FS-ARQPRD01
               MOVE WRK-FS-ARQPRD01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQPRD01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    ARQPED01 E LIDO NA SOMA DA EXPOSICAO DE CREDITO - NA
      *    PRIMEIRA UTILIZACAO E CRIADO VAZIO E REABERTO EM I-O.
           OPEN I-O ARQPED01
           IF WRK-ARQPED01-NAO-EXISTE
               OPEN OUTPUT ARQPED01
               CLOSE ARQPED01
               OPEN I-O ARQPED01
           END-IF
           OPEN I-O ARQITP01
           IF WRK-ARQITP01-NAO-EXISTE
               OPEN OUTPUT ARQITP01
               CLOSE ARQITP01
               OPEN I-O ARQITP01
           END-IF
           OPEN I-O ARQFRT
           IF WRK-ARQFRT-NAO-EXISTE
               OPEN OUTPUT ARQFRT
               CLOSE ARQFRT
               OPEN I-O ARQFRT
           END-IF
           IF NOT WRK-ARQPED01-OK
           OR NOT WRK-ARQITP01-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA EM ARQPED01/ARQITP01 '
                       '- FILE STATUS=' WRK-FS-ARQPED01 '/'
                       WRK-FS-ARQITP01
               MOVE 'ARQPED01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQCAMP
           IF WRK-ARQCAMP-OK
               SET WRK-CMP-ABERTO      TO TRUE
           END-IF
           OPEN INPUT ARQTBP01
           IF WRK-ARQTBP01-OK
               SET WRK-TBP-ABERTO      TO TRUE
           END-IF
           OPEN INPUT ARQCRED
           IF WRK-ARQCRED-OK
               SET WRK-CRED-ABERTO     TO TRUE
           END-IF
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-OK
               SET WRK-HVND-ABERTO     TO TRUE
           END-IF
           OPEN INPUT ARQSITR
           IF WRK-ARQSITR-OK
               SET WRK-SITR-ABERTO     TO TRUE
           END-IF
      *
      *    A TRAVA COBRE A CESSAO DE NUMEROS DA GERACAO INTEIRA.
           PERFORM 1300-OBTEM-TRAVA THRU 1300-SAIDA
           PERFORM 1400-ABRE-CONTROLE-NUM THRU 1400-SAIDA
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'PEDIDOS_PROGRAMADOS_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'PEDIDOS PROGRAMADOS - GERADOS E PULADOS NO CICLO DE '
                  WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CABEC
      *
           PERFORM 7100-LER-ARQPPRG THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS E DESCONTO MAXIMO). SE  *
      * NAO EXISTIR, MANTEM OS DIRETORIOS PADRAO E NAO CRITICA O       *
      * DESCONTO (MESMA REGRA DA TELA DE PEDIDOS).                     *
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
                   IF PARM-DESC-MAX-PCT IS NUMERIC
                       MOVE PARM-DESC-MAX-PCT
                                       TO WRK-DESC-MAX-PCT
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPPRG.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPPRG-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAMP.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAMP-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTBP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTBP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFRT.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQFRT-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCRED.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCRED-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSITR.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSITR-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'NUMPED.CTL'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNUMP-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQICMS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQICMS-WS
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
      * CARREGA TITULAR E BACKUP DE CADA CLIENTE DA ULTIMA CARTEIRA.   *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARTU
           IF NOT WRK-ARQCARTU-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA AO ABRIR A CARTEIRA - '
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
                   IF REG-CART-TIPO-DETALHE
                       PERFORM 1220-CLASSIFICA-DETALHE THRU 1220-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1220-CLASSIFICA-DETALHE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-CART-COD-CLI       TO WRK-CLI-BUSCA
           PERFORM 1230-PROCURA-CLI-TAB THRU 1230-SAIDA
      *
           IF NOT WRK-CART-ACHOU
               IF WRK-QTDE-CART LESS 9999
                   ADD 1               TO WRK-QTDE-CART
                   MOVE WRK-QTDE-CART  TO WRK-IX-CART
                   MOVE REG-CART-COD-CLI
                                       TO TAB-CART-COD-CLI(WRK-IX-CART)
                   MOVE ZEROS          TO TAB-CART-VEN-PRIM(WRK-IX-CART)
                                          TAB-CART-VEN-BKP(WRK-IX-CART)
               ELSE
                   GO TO 1220-SAIDA
               END-IF
           END-IF
      *
           IF REG-CART-TIPO-BACKUP
               MOVE REG-CART-VEN-1     TO TAB-CART-VEN-BKP(WRK-IX-CART)
           ELSE
               IF NOT REG-CART-NAO-ASSOCIADO
                   MOVE REG-CART-VEN-1 TO TAB-CART-VEN-PRIM
                                          (WRK-IX-CART)
                   IF REG-CART-VEN-2 NUMERIC
                   AND REG-CART-VEN-2 GREATER ZEROS
                       MOVE REG-CART-VEN-2
                                       TO TAB-CART-VEN-BKP(WRK-IX-CART)
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1230-PROCURA-CLI-TAB            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CART-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CART
      *
           PERFORM 1235-TESTA-ENTRADA-CART THRU 1235-SAIDA
               UNTIL WRK-IX-CART GREATER WRK-QTDE-CART
                  OR WRK-CART-ACHOU
           .
      *----------------------------------------------------------------*
       1230-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1235-TESTA-ENTRADA-CART         SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CART-COD-CLI(WRK-IX-CART) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CART-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CART
           END-IF
           .
      *----------------------------------------------------------------*
       1235-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * OBTEM A TRAVA UNICA DE EXECUCAO PARA A GERACAO (MESMA          *
      * DISCIPLINA DA CARGA DE PEDIDOS E DA NUMERACAO ONLINE).         *
      *----------------------------------------------------------------*
       1300-OBTEM-TRAVA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-TRAVA-FLAG
           SET COMUNIC-TRAVA-OBTER     TO TRUE
           MOVE 'GERA-PROGRAM'         TO COMUNIC-TRAVA-PROCESSO
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               DISPLAY 'GERA-PROGRAMADOS: ' COMUNIC-MSG
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           SET WRK-TRAVA-OBTIDA        TO TRUE
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ABRE O CONTROLE DE FAIXA DE NUMERACAO, CRIANDO NA PRIMEIRA     *
      * UTILIZACAO COM A FAIXA COMPLETA.                               *
      *----------------------------------------------------------------*
       1400-ABRE-CONTROLE-NUM          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQNUMP
           IF WRK-ARQNUMP-NAO-EXISTE
               OPEN OUTPUT ARQNUMP
               IF WRK-ARQNUMP-OK
                   MOVE 0000001        TO NUMPED-PROXIMO
                   MOVE 9999999        TO NUMPED-FIM-FAIXA
                   WRITE NUMPED-REG
                   CLOSE ARQNUMP
                   OPEN I-O ARQNUMP
               END-IF
           END-IF
           IF NOT WRK-ARQNUMP-OK
               DISPLAY 'GERA-PROGRAMADOS: FALHA NO CONTROLE DE '
                       'NUMERACAO - FILE STATUS=' WRK-FS-ARQNUMP
               MOVE WRK-FS-ARQNUMP     TO COMUNIC-COD-RETORNO
               MOVE 'ARQNUMP'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           READ ARQNUMP
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TRATA O PEDIDO PROGRAMADO CORRENTE: ENCERRA O QUE PASSOU DA    *
      * DATA DE TERMINO, IGNORA O QUE AINDA NAO VENCEU E, PARA O       *
      * VENCIDO, CRITICA, GERA O PEDIDO E AVANCA O VENCIMENTO - OU     *
      * REGISTRA O MOTIVO DO PULO SEM MEXER NO VENCIMENTO.             *
      *----------------------------------------------------------------*
       2000-PROCESSA-PROGRAMADO        SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT PPROG-ATIVO
               GO TO 2000-LER
           END-IF
      *
           IF  PPROG-DATA-FIM          GREATER ZEROS
           AND PPROG-DATA-PROXIMA      GREATER PPROG-DATA-FIM
               PERFORM 2900-ENCERRA-PROGRAMADO THRU 2900-SAIDA
               GO TO 2000-LER
           END-IF
      *
           IF PPROG-DATA-PROXIMA       GREATER WRK-DATA-HOJE
               GO TO 2000-LER
           END-IF
      *
           ADD 1                       TO WRK-TOT-VENCIDOS
      *
           PERFORM 2100-CRITICA-PROGRAMADO THRU 2100-SAIDA
           IF NOT WRK-PROG-VALIDO
               PERFORM 2800-REGISTRA-PULADO THRU 2800-SAIDA
               GO TO 2000-LER
           END-IF
      *
           PERFORM 2350-CALCULA-ICMS THRU 2350-SAIDA
      *
           PERFORM 2400-VERIFICA-CREDITO THRU 2400-SAIDA
           IF NOT WRK-PROG-VALIDO
               PERFORM 2800-REGISTRA-PULADO THRU 2800-SAIDA
               GO TO 2000-LER
           END-IF
      *
           PERFORM 2500-GERA-PEDIDO THRU 2500-SAIDA
           PERFORM 2700-AVANCA-PROGRAMADO THRU 2700-SAIDA
           .
      *
       2000-LER.
      *
           PERFORM 7100-LER-ARQPPRG THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICAS DO PROGRAMADO VENCIDO: CLIENTE CADASTRADO E ATIVO,    *
      * CNPJ ATIVO NA RECEITA, LICENCA EXIGIDA EM DIA (VALIDA-LICENCA) *
      * E TODOS OS ITENS ACEITOS (PRODUTO ATIVO E PRECO DENTRO DO      *
      * DESCONTO MAXIMO). O PRIMEIRO MOTIVO ACHADO E O QUE VAI PARA O  *
      * RELATORIO.                                                     *
      *----------------------------------------------------------------*
       2100-CRITICA-PROGRAMADO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-PROG-VALIDO-FLAG
           MOVE SPACES                 TO WRK-PUL-MOTIVO
           MOVE SPACE                  TO WRK-PUL-TIPO
           MOVE ZEROS                  TO WRK-QTDE-ITENS
                                          WRK-PED-VALOR
                                          WRK-PED-PESO
      *
           MOVE PPROG-COD-CLI          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'N'            TO WRK-PROG-VALIDO-FLAG
                   SET WRK-PUL-CLIENTE TO TRUE
                   MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WRK-PUL-MOTIVO
           END-READ
           IF NOT WRK-PROG-VALIDO
               GO TO 2100-SAIDA
           END-IF
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               MOVE 'N'                TO WRK-PROG-VALIDO-FLAG
               SET WRK-PUL-CLIENTE     TO TRUE
               MOVE 'CLIENTE NAO ESTA ATIVO'
                                       TO WRK-PUL-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
      *    TERRITORIO E PRIORIDADE FILTRAM AS CAMPANHAS DOS ITENS
      *    (PRIORIDADE EM BRANCO = C).
           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-CLI-TERRIT
           MOVE EXEMPLO-PRIORIDADE OF ARQCLI01
                                       TO WRK-CLI-PRIOR
           IF WRK-CLI-PRIOR            EQUAL SPACE
               MOVE 'C'                TO WRK-CLI-PRIOR
           END-IF
      *
           PERFORM 2150-TESTA-SITCAD THRU 2150-SAIDA
           IF NOT WRK-PROG-VALIDO
               GO TO 2100-SAIDA
           END-IF
      *
      *    LICENCA EXIGIDA PELA CATEGORIA DO CLIENTE VENCIDA OU NAO
      *    CADASTRADA BLOQUEIA O PEDIDO, COMO NA TELA.
           MOVE PPROG-COD-CLI          TO COMUNIC-LIC-COD-CLI
           MOVE WRK-DATA-HOJE          TO COMUNIC-LIC-DATA-REF
           CALL 'VALIDA-LICENCA'       USING COMUNIC-BLOCO
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE 'N'                TO WRK-PROG-VALIDO-FLAG
               SET WRK-PUL-LICENCA     TO TRUE
               IF COMUNIC-COD-RETORNO  EQUAL '96'
                   STRING 'LICENCA ' COMUNIC-LIC-TIPO
                          ' VENCIDA EM ' COMUNIC-LIC-VALIDADE
                          DELIMITED BY SIZE INTO WRK-PUL-MOTIVO
                   END-STRING
               ELSE
                   STRING 'LICENCA ' COMUNIC-LIC-TIPO
                          ' EXIGIDA NAO CADASTRADA'
                          DELIMITED BY SIZE INTO WRK-PUL-MOTIVO
                   END-STRING
               END-IF
               GO TO 2100-SAIDA
           END-IF
      *
           IF PPROG-QTDE-ITENS         NOT NUMERIC
           OR PPROG-QTDE-ITENS         EQUAL ZEROS
           OR PPROG-QTDE-ITENS         GREATER 20
               MOVE 'N'                TO WRK-PROG-VALIDO-FLAG
               SET WRK-PUL-PRODUTO     TO TRUE
               MOVE 'PROGRAMADO SEM ITENS VALIDOS'
                                       TO WRK-PUL-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE 1                      TO WRK-IX-ITEM
           PERFORM 2200-PRECIFICA-ITEM THRU 2200-SAIDA
               UNTIL WRK-IX-ITEM GREATER PPROG-QTDE-ITENS
                  OR NOT WRK-PROG-VALIDO
           IF NOT WRK-PROG-VALIDO
               GO TO 2100-SAIDA
           END-IF
      *
           PERFORM 2300-TESTA-CARTEIRA THRU 2300-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SITUACAO CADASTRAL DO CNPJ NA RECEITA (ARQUIVO LATERAL DE      *
      * IMPORTA-SITCAD). SEM ARQUIVO OU SEM REGISTRO NAO HA CONTROLE;  *
      * SITUACAO DIFERENTE DE ATIVA BARRA O PEDIDO.                    *
      *----------------------------------------------------------------*
       2150-TESTA-SITCAD               SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-SITR-ABERTO
               GO TO 2150-SAIDA
           END-IF
      *
           MOVE EXEMPLO-CHAVE-DOC OF ARQCLI01
                                       TO SITCAD-CHAVE-DOC
           READ ARQSITR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SITCAD-SIT-ATIVA
                       MOVE 'N'        TO WRK-PROG-VALIDO-FLAG
                       SET WRK-PUL-CNPJ TO TRUE
                       STRING 'CNPJ COM SITUACAO ' SITCAD-SITUACAO
                              ' NA RECEITA'
                              DELIMITED BY SIZE INTO WRK-PUL-MOTIVO
                       END-STRING
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRECIFICA UM ITEM DO PROGRAMADO: PRODUTO ATIVO, PRECO          *
      * NEGOCIADO (OU O VIGENTE, SE ZERO), CAMPANHA EM VIGOR MAIS      *
      * BARATA E, FORA DE CAMPANHA, O PISO DO DESCONTO MAXIMO. NO LOTE *
      * NAO HA APROVACAO DE ADMIN - ABAIXO DO PISO O PEDIDO E PULADO.  *
      *----------------------------------------------------------------*
       2200-PRECIFICA-ITEM             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PPROG-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO WRK-PROD-CODIGO
                                          PRODUTO-CODIGO
           READ ARQPRD01
               INVALID KEY
                   MOVE 'N'            TO WRK-PROG-VALIDO-FLAG
                   SET WRK-PUL-PRODUTO TO TRUE
                   STRING 'PRODUTO ' WRK-PROD-CODIGO
                          ' NAO CADASTRADO'
                          DELIMITED BY SIZE INTO WRK-PUL-MOTIVO
                   END-STRING
               NOT INVALID KEY
                   IF NOT PRODUTO-STATUS-ATIVO
                       MOVE 'N'        TO WRK-PROG-VALIDO-FLAG
                       SET WRK-PUL-PRODUTO TO TRUE
                       STRING 'PRODUTO ' WRK-PROD-CODIGO
                              ' NAO ESTA ATIVO'
                              DELIMITED BY SIZE INTO WRK-PUL-MOTIVO
                       END-STRING
                   END-IF
           END-READ
           IF NOT WRK-PROG-VALIDO
               GO TO 2200-SAIDA
           END-IF
      *
           PERFORM 2250-ACHA-PRECO-VIGENTE THRU 2250-SAIDA
      *
           IF PPROG-ITEM-PRECO(WRK-IX-ITEM) GREATER ZEROS
               MOVE PPROG-ITEM-PRECO(WRK-IX-ITEM)
                                       TO WRK-ITEM-PRECO
           ELSE
               MOVE WRK-PRECO-VIGENTE  TO WRK-ITEM-PRECO
           END-IF
      *
           MOVE SPACES                 TO WRK-ITEM-CAMPANHA
           PERFORM 2210-APLICA-CAMPANHA THRU 2210-SAIDA
      *
           IF  WRK-ITEM-CAMPANHA       EQUAL SPACES
           AND WRK-DESC-MAX-PCT        GREATER ZEROS
               COMPUTE WRK-PRECO-MINIMO ROUNDED
                       = WRK-PRECO-VIGENTE
                       * (100 - WRK-DESC-MAX-PCT) / 100
               IF WRK-ITEM-PRECO       LESS WRK-PRECO-MINIMO
                   MOVE 'N'            TO WRK-PROG-VALIDO-FLAG
                   SET WRK-PUL-DESCONTO TO TRUE
                   STRING 'DESCONTO ACIMA DO MAXIMO - PRODUTO '
                          WRK-PROD-CODIGO
                          DELIMITED BY SIZE INTO WRK-PUL-MOTIVO
                   END-STRING
                   GO TO 2200-SAIDA
               END-IF
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS
           MOVE WRK-PROD-CODIGO        TO TAB-ITEM-COD-PROD
                                          (WRK-QTDE-ITENS)
           MOVE PPROG-ITEM-QTDE(WRK-IX-ITEM)
                                       TO TAB-ITEM-QTDE(WRK-QTDE-ITENS)
           MOVE WRK-ITEM-PRECO         TO TAB-ITEM-PRECO(WRK-QTDE-ITENS)
           MOVE WRK-ITEM-CAMPANHA      TO TAB-ITEM-CAMPANHA
                                          (WRK-QTDE-ITENS)
           COMPUTE TAB-ITEM-VALOR(WRK-QTDE-ITENS) ROUNDED
                   = PPROG-ITEM-QTDE(WRK-IX-ITEM) * WRK-ITEM-PRECO
           ADD TAB-ITEM-VALOR(WRK-QTDE-ITENS)
                                       TO WRK-PED-VALOR
           IF PRODUTO-PESO-KG          IS NUMERIC
               COMPUTE WRK-PED-PESO ROUNDED
                       = WRK-PED-PESO
                       + (PPROG-ITEM-QTDE(WRK-IX-ITEM)
                          * PRODUTO-PESO-KG)
           END-IF
      *
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA AS CAMPANHAS ATIVAS DO PRODUTO EM VIGOR NA DATA PARA O *
      * TERRITORIO E A PRIORIDADE DO CLIENTE E FICA COM A DE MENOR     *
      * PRECO; O PERCENTUAL INCIDE SOBRE O PRECO VIGENTE. SE ELA NAO   *
      * FOR MAIS CARA QUE O PRECO DO ITEM, O ITEM PASSA PARA O PRECO   *
      * DA CAMPANHA E LEVA O CODIGO.                                   *
      *----------------------------------------------------------------*
       2210-APLICA-CAMPANHA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CMP-MELHOR-PRECO
           MOVE SPACES                 TO WRK-CMP-MELHOR-COD
      *
           IF NOT WRK-CMP-ABERTO
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CMP-FIM-FLAG
           MOVE WRK-PROD-CODIGO        TO CAMP-COD-PROD
           MOVE LOW-VALUES             TO CAMP-CODIGO
           START ARQCAMP KEY IS GREATER THAN OR EQUAL CAMP-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CMP-FIM-FLAG
           END-START
      *
           PERFORM 2220-LE-CAMPANHA THRU 2220-SAIDA
               UNTIL WRK-CMP-FIM
      *
           IF WRK-CMP-MELHOR-COD       EQUAL SPACES
           OR WRK-CMP-MELHOR-PRECO     GREATER WRK-ITEM-PRECO
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE WRK-CMP-MELHOR-PRECO   TO WRK-ITEM-PRECO
           MOVE WRK-CMP-MELHOR-COD     TO WRK-ITEM-CAMPANHA
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2220-LE-CAMPANHA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCAMP NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CMP-FIM-FLAG
           END-READ
      *
           IF WRK-CMP-FIM
               GO TO 2220-SAIDA
           END-IF
      *
           IF CAMP-COD-PROD            NOT EQUAL WRK-PROD-CODIGO
               MOVE 'S'                TO WRK-CMP-FIM-FLAG
               GO TO 2220-SAIDA
           END-IF
      *
           IF NOT CAMP-STATUS-ATIVA
           OR CAMP-DATA-INICIO         GREATER WRK-DATA-HOJE
           OR CAMP-DATA-FIM            LESS WRK-DATA-HOJE
               GO TO 2220-SAIDA
           END-IF
      *
           IF  CAMP-TERRITORIO         NOT EQUAL SPACES
           AND CAMP-TERRITORIO         NOT EQUAL WRK-CLI-TERRIT
               GO TO 2220-SAIDA
           END-IF
           IF  CAMP-PRIORIDADE         NOT EQUAL SPACES
           AND CAMP-PRIORIDADE         NOT EQUAL WRK-CLI-PRIOR
               GO TO 2220-SAIDA
           END-IF
      *
           IF CAMP-TIPO-PERCENTUAL
               COMPUTE WRK-CMP-PRECO-CALC ROUNDED
                       = WRK-PRECO-VIGENTE
                       * (100 - CAMP-DESC-PCT) / 100
           ELSE
               MOVE CAMP-PRECO-PROMO   TO WRK-CMP-PRECO-CALC
           END-IF
      *
           IF WRK-CMP-MELHOR-COD       EQUAL SPACES
           OR WRK-CMP-PRECO-CALC       LESS WRK-CMP-MELHOR-PRECO
               MOVE WRK-CMP-PRECO-CALC TO WRK-CMP-MELHOR-PRECO
               MOVE CAMP-CODIGO        TO WRK-CMP-MELHOR-COD
           END-IF
           .
      *----------------------------------------------------------------*
       2220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRECO VIGENTE DO PRODUTO NA DATA: O REGISTRO DA TABELA DE      *
      * PRECOS COM O MAIOR INICIO NAO POSTERIOR A HOJE; SEM ELE, O     *
      * PRECO DE LISTA DO CADASTRO DE PRODUTOS.                        *
      *----------------------------------------------------------------*
       2250-ACHA-PRECO-VIGENTE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PRODUTO-PRECO-LISTA    TO WRK-PRECO-VIGENTE
      *
           IF NOT WRK-TBP-ABERTO
               GO TO 2250-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-TBP-FIM-FLAG
           MOVE WRK-PROD-CODIGO        TO TABPRC-COD-PROD
           MOVE ZEROS                  TO TABPRC-DATA-INICIO
           START ARQTBP01 KEY IS GREATER THAN OR EQUAL TABPRC-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-TBP-FIM-FLAG
           END-START
      *
           PERFORM 2260-LE-PRECO THRU 2260-SAIDA
               UNTIL WRK-TBP-FIM
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2260-LE-PRECO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTBP01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-TBP-FIM-FLAG
               NOT AT END
                   IF TABPRC-COD-PROD  NOT EQUAL WRK-PROD-CODIGO
                   OR TABPRC-DATA-INICIO GREATER WRK-DATA-HOJE
                       MOVE 'S'        TO WRK-TBP-FIM-FLAG
                   ELSE
                       MOVE TABPRC-PRECO
                                       TO WRK-PRECO-VIGENTE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       2260-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONFERE O VENDEDOR DO PROGRAMADO CONTRA A CARTEIRA DO CLIENTE, *
      * MARCANDO O AVISO QUANDO NAO E TITULAR NEM BACKUP (MESMO        *
      * CRITERIO DA TELA DE PEDIDOS - NAO BARRA A GERACAO).            *
      *----------------------------------------------------------------*
       2300-TESTA-CARTEIRA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-PED-AVISO
      *
           MOVE PPROG-COD-CLI          TO WRK-CLI-BUSCA
           PERFORM 1230-PROCURA-CLI-TAB THRU 1230-SAIDA
      *
           IF NOT WRK-CART-ACHOU
               MOVE 'S'                TO WRK-PED-AVISO
               GO TO 2300-SAIDA
           END-IF
      *
           IF  PPROG-COD-VEN NOT EQUAL TAB-CART-VEN-PRIM(WRK-IX-CART)
           AND PPROG-COD-VEN NOT EQUAL TAB-CART-VEN-BKP(WRK-IX-CART)
               MOVE 'S'                TO WRK-PED-AVISO
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ICMS DO PEDIDO EM MONTAGEM PELO CALC-ICMS (UF DO CD DO FRETE X *
      * UF DO CLIENTE X CLASSE FISCAL), ANTES DO CREDITO, QUE PESA O   *
      * BRUTO. CLIENTE SEM UF OU SEM CADASTRO DE REGRAS: O PEDIDO      *
      * SEGUE PELO LIQUIDO E SO ENTRA NA CONTAGEM.                     *
      *----------------------------------------------------------------*
       2350-CALCULA-ICMS               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2600-ESTIMA-FRETE THRU 2600-SAIDA
      *
           MOVE 'N'                    TO WRK-ICMS-FLAG
           MOVE WRK-PED-VALOR          TO WRK-PED-BRUTO
      *
           SET COMUNIC-ICM-INICIAR     TO TRUE
           MOVE PPROG-COD-CLI          TO COMUNIC-ICM-COD-CLI
           MOVE WRK-FRT-CD             TO COMUNIC-ICM-CD
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               GO TO 2350-SAIDA
           END-IF
      *
           MOVE 1                      TO WRK-IX-ITEM
           PERFORM 2360-ICMS-ITEM THRU 2360-SAIDA
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS
      *
           SET WRK-ICMS-CALCULADO      TO TRUE
           MOVE COMUNIC-ICM-BRUTO      TO WRK-PED-BRUTO
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2360-ICMS-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *
           SET COMUNIC-ICM-ITEM        TO TRUE
           MOVE WRK-IX-ITEM            TO COMUNIC-ICM-SEQ
           MOVE TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-COD-PROD
           MOVE TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-ITEM-VALOR
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
       2360-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTROLE DE CREDITO: PEDIDOS NAO CANCELADOS DO CLIENTE MENOS O *
      * FATURADO (NUNCA NEGATIVO), MAIS O PEDIDO NOVO, NAO PODE PASSAR *
      * DO LIMITE. SEM REGISTRO DE LIMITE NAO HA CONTROLE. OS PEDIDOS  *
      * E O NOVO ENTRAM PELO BRUTO (COM ICMS) QUANDO HA RESUMO EM      *
      * ARQICMS, COMO NA TELA DE PEDIDOS.                              *
      *----------------------------------------------------------------*
       2400-VERIFICA-CREDITO           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-CRED-ABERTO
               GO TO 2400-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-TEM-LIMITE-FLAG
           MOVE PPROG-COD-CLI          TO CREDITO-COD-CLI
           READ ARQCRED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-TEM-LIMITE  TO TRUE
                   MOVE CREDITO-LIMITE TO WRK-CRED-LIMITE
           END-READ
           IF NOT WRK-TEM-LIMITE
               GO TO 2400-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-CRED-PEDIDOS
           MOVE 'N'                    TO WRK-PEDSCAN-FIM-FLAG
           MOVE 'N'                    TO WRK-ICMS-ABERTO-FLAG
           OPEN INPUT ARQICMS
           IF WRK-ARQICMS-OK
               SET WRK-ICMS-ABERTO     TO TRUE
           END-IF
           MOVE ZEROS                  TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   MOVE 'S'            TO WRK-PEDSCAN-FIM-FLAG
           END-START
           PERFORM 2410-SOMA-PEDIDO THRU 2410-SAIDA
               UNTIL WRK-PEDSCAN-FIM
           IF WRK-ICMS-ABERTO
               CLOSE ARQICMS
               MOVE 'N'                TO WRK-ICMS-ABERTO-FLAG
           END-IF
      *
           MOVE ZEROS                  TO WRK-CRED-FATURADO
           IF WRK-HVND-ABERTO
               MOVE 'N'                TO WRK-HVND-FIM-FLAG
               MOVE PPROG-COD-CLI      TO VENDA-COD-CLI
               MOVE ZEROS              TO VENDA-PERIODO
               START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO WRK-HVND-FIM-FLAG
               END-START
               PERFORM 2420-SOMA-FATURADO THRU 2420-SAIDA
                   UNTIL WRK-HVND-FIM
           END-IF
      *
           COMPUTE WRK-CRED-EXPOSTO
                   = WRK-CRED-PEDIDOS - WRK-CRED-FATURADO
           IF WRK-CRED-EXPOSTO LESS ZEROS
               MOVE ZEROS              TO WRK-CRED-EXPOSTO
           END-IF
           ADD WRK-PED-BRUTO           TO WRK-CRED-EXPOSTO
      *
           IF WRK-CRED-EXPOSTO GREATER WRK-CRED-LIMITE
               MOVE 'N'                TO WRK-PROG-VALIDO-FLAG
               SET WRK-PUL-CREDITO     TO TRUE
               MOVE 'LIMITE DE CREDITO ESTOURADO'
                                       TO WRK-PUL-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2410-SOMA-PEDIDO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-PEDSCAN-FIM-FLAG
               NOT AT END
                   IF  PEDIDO-COD-CLI  EQUAL PPROG-COD-CLI
                   AND NOT PEDIDO-STATUS-CANCELADO
                       PERFORM 2415-VALOR-BRUTO THRU 2415-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA O PEDIDO LIDO NA EXPOSICAO: BRUTO DO RESUMO DE ICMS       *
      * QUANDO HOUVER, SENAO O VALOR (LIQUIDO) DO PEDIDO.              *
      *----------------------------------------------------------------*
       2415-VALOR-BRUTO                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ICMS-ABERTO
               MOVE PEDIDO-NUMERO      TO ICMS-NUM-PEDIDO
               MOVE ZEROS              TO ICMS-SEQ
               READ ARQICMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ICMS-PED-BRUTO
                                       TO WRK-CRED-PEDIDOS
                       GO TO 2415-SAIDA
               END-READ
           END-IF
      *
           ADD PEDIDO-VALOR            TO WRK-CRED-PEDIDOS
           .
      *----------------------------------------------------------------*
       2415-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2420-SOMA-FATURADO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHVND NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-HVND-FIM-FLAG
               NOT AT END
                   IF VENDA-COD-CLI    NOT EQUAL PPROG-COD-CLI
                       MOVE 'S'        TO WRK-HVND-FIM-FLAG
                   ELSE
                       ADD VENDA-VALOR TO WRK-CRED-FATURADO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       2420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GERA O PEDIDO: CEDE O NUMERO, GERA AS PARCELAS, GRAVA O        *
      * CABECALHO (DIGITADO, PARA O VENDEDOR CONFIRMAR), OS ITENS, A   *
      * ESTIMATIVA DE FRETE E O ICMS.                                  *
      *----------------------------------------------------------------*
       2500-GERA-PEDIDO                SECTION.
      *----------------------------------------------------------------*
      *
           IF NUMPED-PROXIMO GREATER NUMPED-FIM-FAIXA
               DISPLAY 'GERA-PROGRAMADOS: FAIXA DE NUMERACAO '
                       'ESGOTADA - GERACAO INTERROMPIDA'
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           MOVE NUMPED-PROXIMO         TO WRK-NUM-CEDIDO
           ADD 1                       TO NUMPED-PROXIMO
           REWRITE NUMPED-REG
      *
      *    A AREA DO PEDIDO FICOU COM O ULTIMO LIDO NA SOMA DE CREDITO.
           INITIALIZE PEDIDO-REG
           MOVE WRK-NUM-CEDIDO         TO PEDIDO-NUMERO
           MOVE PPROG-COD-CLI          TO PEDIDO-COD-CLI
           MOVE PPROG-COD-VEN          TO PEDIDO-COD-VEN
           MOVE WRK-DATA-HOJE          TO PEDIDO-DATA-EMISSAO
           MOVE WRK-PED-VALOR          TO PEDIDO-VALOR
           SET PEDIDO-STATUS-ATIVO     TO TRUE
           MOVE WRK-PED-AVISO          TO PEDIDO-AVISO-VEND
           MOVE WRK-DATA-HOJE          TO PEDIDO-DATA-STATUS
           PERFORM 2650-GERA-PARCELAS THRU 2650-SAIDA
           WRITE PEDIDO-REG
           END-WRITE
      *
           MOVE 1                      TO WRK-IX-ITEM
           PERFORM 2550-GRAVA-ITEM THRU 2550-SAIDA
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS
      *
           PERFORM 2610-GRAVA-FRETE THRU 2610-SAIDA
           PERFORM 2660-GRAVA-ICMS THRU 2660-SAIDA
      *
           ADD 1                       TO WRK-TOT-GERADOS
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2550-GRAVA-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ITEM-PED-REG
           MOVE WRK-NUM-CEDIDO         TO ITEM-PED-NUMERO
           MOVE WRK-IX-ITEM            TO ITEM-PED-SEQ
           MOVE TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO ITEM-PED-COD-PROD
           MOVE TAB-ITEM-QTDE(WRK-IX-ITEM)
                                       TO ITEM-PED-QUANTIDADE
           MOVE TAB-ITEM-PRECO(WRK-IX-ITEM)
                                       TO ITEM-PED-PRECO-UNIT
           MOVE TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO ITEM-PED-VALOR
           MOVE TAB-ITEM-CAMPANHA(WRK-IX-ITEM)
                                       TO ITEM-PED-CAMPANHA
           WRITE ITEM-PED-REG
           END-WRITE
           ADD 1                       TO WRK-TOT-ITENS
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FRETE ESTIMADO DO PEDIDO EM MONTAGEM (CALC-FRETE). O CD QUE    *
      * ATENDE DA A UF DE ORIGEM DO ICMS.                              *
      *----------------------------------------------------------------*
       2600-ESTIMA-FRETE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-FRT-FLAG
           MOVE SPACES                 TO WRK-FRT-CD
           SET COMUNIC-FRT-ESTIMAR     TO TRUE
           MOVE PPROG-COD-CLI          TO COMUNIC-FRT-COD-CLI
           MOVE EXEMPLO-CEP            OF ARQCLI01
                                       TO COMUNIC-FRT-CEP
           MOVE EXEMPLO-LATITUDE       OF ARQCLI01
                                       TO COMUNIC-FRT-LATITUDE
           MOVE EXEMPLO-LONGITUDE      OF ARQCLI01
                                       TO COMUNIC-FRT-LONGITUDE
           MOVE WRK-PED-PESO           TO COMUNIC-FRT-PESO-KG
           CALL 'CALC-FRETE'           USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               GO TO 2600-SAIDA
           END-IF
      *
           SET WRK-FRT-ESTIMADO        TO TRUE
           MOVE COMUNIC-FRT-CD         TO WRK-FRT-CD
           MOVE COMUNIC-FRT-CRITERIO   TO WRK-FRT-CRITERIO
           MOVE COMUNIC-FRT-DISTANCIA  TO WRK-FRT-DISTANCIA
           MOVE COMUNIC-FRT-VALOR      TO WRK-FRT-VALOR
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O FRETE ESTIMADO DO PEDIDO GERADO EM ARQFRT COM ORIGEM P *
      * (PROGRAMADO). SEM CD QUE ATENDA O CLIENTE O PEDIDO FICA SEM    *
      * ESTIMATIVA E SO ENTRA NA CONTAGEM.                             *
      *----------------------------------------------------------------*
       2610-GRAVA-FRETE                SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-FRT-ESTIMADO
               ADD 1                   TO WRK-TOT-SEM-FRETE
               GO TO 2610-SAIDA
           END-IF
      *
           INITIALIZE FRETE-REG
           MOVE WRK-NUM-CEDIDO         TO FRETE-NUM-PEDIDO
           MOVE WRK-FRT-CD             TO FRETE-CD
           MOVE WRK-FRT-CRITERIO       TO FRETE-CRITERIO
           MOVE WRK-FRT-DISTANCIA      TO FRETE-DISTANCIA
           MOVE WRK-PED-PESO           TO FRETE-PESO-KG
           MOVE WRK-FRT-VALOR          TO FRETE-VALOR
           MOVE WRK-DATA-HOJE          TO FRETE-DATA-CALC
           MOVE 'P'                    TO FRETE-ORIGEM
           WRITE FRETE-REG
               INVALID KEY
                   REWRITE FRETE-REG
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PARCELAS DO PEDIDO GERADO SOBRE O BRUTO, PELA CONDICAO PADRAO  *
      * DO CLIENTE (GERA-PARCELAS). SEM CONDICAO VALIDA O PEDIDO FICA  *
      * SEM ELA E SO ENTRA NA CONTAGEM.                                *
      *----------------------------------------------------------------*
       2650-GERA-PARCELAS              SECTION.
      *----------------------------------------------------------------*
      *
           SET COMUNIC-PAR-GERAR       TO TRUE
           MOVE WRK-NUM-CEDIDO         TO COMUNIC-PAR-NUM-PEDIDO
           MOVE PPROG-COD-CLI          TO COMUNIC-PAR-COD-CLI
           MOVE SPACES                 TO COMUNIC-PAR-CONDICAO
           MOVE WRK-DATA-HOJE          TO COMUNIC-PAR-DATA-BASE
           MOVE WRK-PED-BRUTO          TO COMUNIC-PAR-VALOR
           CALL 'GERA-PARCELAS'        USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE SPACES             TO PEDIDO-COND-PAG
               ADD 1                   TO WRK-TOT-SEM-COND
               GO TO 2650-SAIDA
           END-IF
      *
           MOVE COMUNIC-PAR-CONDICAO   TO PEDIDO-COND-PAG
           .
      *----------------------------------------------------------------*
       2650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA PELO CALC-ICMS O ICMS CALCULADO EM 2350 PARA O PEDIDO    *
      * GERADO: O RESUMO (SEQ 000) E UM REGISTRO POR ITEM.             *
      *----------------------------------------------------------------*
       2660-GRAVA-ICMS                 SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ICMS-CALCULADO
               ADD 1                   TO WRK-TOT-SEM-ICMS
               GO TO 2660-SAIDA
           END-IF
      *
           SET COMUNIC-ICM-GRAVAR      TO TRUE
           MOVE WRK-NUM-CEDIDO         TO COMUNIC-ICM-NUM-PEDIDO
           MOVE WRK-DATA-HOJE          TO COMUNIC-ICM-DATA-CALC
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               DISPLAY 'GERA-PROGRAMADOS: ERRO ' COMUNIC-COD-RETORNO
                       ' EM ' COMUNIC-DES-PGR-ARQ
                       ' - PEDIDO ' WRK-NUM-CEDIDO ' SEM ICMS'
               ADD 1                   TO WRK-TOT-SEM-ICMS
           END-IF
           .
      *----------------------------------------------------------------*
       2660-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ATUALIZA O PROGRAMADO DEPOIS DA GERACAO: GUARDA O PEDIDO E A   *
      * DATA, AVANCA O VENCIMENTO PELA FREQUENCIA ATE PASSAR DE HOJE E *
      * ENCERRA QUANDO O PROXIMO VENCIMENTO CAIR APOS O TERMINO.       *
      *----------------------------------------------------------------*
       2700-AVANCA-PROGRAMADO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LIN-DETALHE
           MOVE 'GERADO'               TO LIN-DT-SITUACAO
           MOVE PPROG-DATA-PROXIMA     TO LIN-DT-VENCIMENTO
           MOVE WRK-NUM-CEDIDO         TO LIN-DT-PEDIDO
           MOVE WRK-PED-VALOR          TO LIN-DT-VALOR
      *
           MOVE PPROG-DATA-INICIO      TO WRK-VENC-DATA
           MOVE WRK-VENC-DIA           TO WRK-VENC-DIA-BASE
           MOVE PPROG-DATA-PROXIMA     TO WRK-VENC-DATA
           PERFORM 2710-PROXIMO-VENCIMENTO THRU 2710-SAIDA
               UNTIL WRK-VENC-DATA GREATER WRK-DATA-HOJE
      *
           MOVE WRK-NUM-CEDIDO         TO PPROG-ULT-PEDIDO
           MOVE WRK-DATA-HOJE          TO PPROG-DATA-ULT-GERACAO
           MOVE WRK-VENC-DATA          TO PPROG-DATA-PROXIMA
           IF  PPROG-DATA-FIM          GREATER ZEROS
           AND PPROG-DATA-PROXIMA      GREATER PPROG-DATA-FIM
               SET PPROG-ENCERRADO     TO TRUE
               MOVE WRK-DATA-HOJE      TO PPROG-DATA-ALTER
               ADD 1                   TO WRK-TOT-ENCERRADOS
               MOVE 'ULTIMO PEDIDO - PROGRAMADO ENCERRADO'
                                       TO LIN-DT-MOTIVO
           ELSE
               STRING 'PROXIMO VENCIMENTO ' PPROG-DATA-PROXIMA
                      DELIMITED BY SIZE INTO LIN-DT-MOTIVO
               END-STRING
           END-IF
           REWRITE PPROG-REG
           END-REWRITE
      *
           PERFORM 2850-GRAVA-DETALHE THRU 2850-SAIDA
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * AVANCA WRK-VENC-DATA UM CICLO DA FREQUENCIA DO PROGRAMADO.     *
      * MENSAL: MES SEGUINTE NO DIA DO PRIMEIRO VENCIMENTO, LIMITADO   *
      * AO ULTIMO DIA DO MES (31 VIRA 30, 29 OU 28).                   *
      *----------------------------------------------------------------*
       2710-PROXIMO-VENCIMENTO         SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN PPROG-FREQ-SEMANAL
                   COMPUTE WRK-INT-DIA
                           = FUNCTION INTEGER-OF-DATE(WRK-VENC-DATA) + 7
                   COMPUTE WRK-VENC-DATA
                           = FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
               WHEN PPROG-FREQ-QUINZENAL
                   COMPUTE WRK-INT-DIA
                           = FUNCTION INTEGER-OF-DATE(WRK-VENC-DATA)
                           + 14
                   COMPUTE WRK-VENC-DATA
                           = FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
               WHEN OTHER
                   IF WRK-VENC-MES     EQUAL 12
                       MOVE 1          TO WRK-VENC-MES
                       ADD 1           TO WRK-VENC-ANO
                   ELSE
                       ADD 1           TO WRK-VENC-MES
                   END-IF
      *            ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE.
                   MOVE WRK-VENC-ANO   TO WRK-VENC-AUX-ANO
                   MOVE WRK-VENC-MES   TO WRK-VENC-AUX-MES
                   MOVE 01             TO WRK-VENC-AUX-DIA
                   IF WRK-VENC-AUX-MES EQUAL 12
                       MOVE 1          TO WRK-VENC-AUX-MES
                       ADD 1           TO WRK-VENC-AUX-ANO
                   ELSE
                       ADD 1           TO WRK-VENC-AUX-MES
                   END-IF
                   COMPUTE WRK-INT-DIA
                           = FUNCTION INTEGER-OF-DATE(WRK-VENC-AUX) - 1
                   COMPUTE WRK-VENC-AUX
                           = FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
                   MOVE WRK-VENC-AUX-DIA
                                       TO WRK-VENC-ULT-DIA
                   IF WRK-VENC-DIA-BASE GREATER WRK-VENC-ULT-DIA
                   OR WRK-VENC-DIA-BASE EQUAL ZEROS
                       MOVE WRK-VENC-ULT-DIA
                                       TO WRK-VENC-DIA
                   ELSE
                       MOVE WRK-VENC-DIA-BASE
                                       TO WRK-VENC-DIA
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2710-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA O PROGRAMADO VENCIDO QUE NAO GEROU PEDIDO, COM O      *
      * MOTIVO. O VENCIMENTO NAO E MEXIDO - O PROXIMO CICLO TENTA DE   *
      * NOVO DEPOIS DE O CADASTRO OU O CREDITO SER ACERTADO.           *
      *----------------------------------------------------------------*
       2800-REGISTRA-PULADO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-TOT-PULADOS
           EVALUATE TRUE
               WHEN WRK-PUL-CREDITO
                   ADD 1               TO WRK-TOT-PUL-CREDITO
               WHEN WRK-PUL-PRODUTO
                   ADD 1               TO WRK-TOT-PUL-PRODUTO
               WHEN WRK-PUL-CNPJ
                   ADD 1               TO WRK-TOT-PUL-CNPJ
               WHEN WRK-PUL-DESCONTO
                   ADD 1               TO WRK-TOT-PUL-DESCONTO
               WHEN WRK-PUL-LICENCA
                   ADD 1               TO WRK-TOT-PUL-LICENCA
               WHEN OTHER
                   ADD 1               TO WRK-TOT-PUL-CLIENTE
           END-EVALUATE
      *
           MOVE SPACES                 TO WRK-LIN-DETALHE
           MOVE 'PULADO'               TO LIN-DT-SITUACAO
           MOVE PPROG-DATA-PROXIMA     TO LIN-DT-VENCIMENTO
           MOVE ZEROS                  TO LIN-DT-PEDIDO
           MOVE WRK-PED-VALOR          TO LIN-DT-VALOR
           MOVE WRK-PUL-MOTIVO         TO LIN-DT-MOTIVO
           PERFORM 2850-GRAVA-DETALHE THRU 2850-SAIDA
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * COMPLETA A LINHA DE DETALHE COM A IDENTIFICACAO DO PROGRAMADO  *
      * E GRAVA NO RELATORIO.                                          *
      *----------------------------------------------------------------*
       2850-GRAVA-DETALHE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PPROG-COD-CLI          TO LIN-DT-COD-CLI
           MOVE PPROG-SEQ              TO LIN-DT-SEQ
           MOVE PPROG-COD-VEN          TO LIN-DT-COD-VEN
           MOVE PPROG-FREQUENCIA       TO LIN-DT-FREQUENCIA
           WRITE REG-ARQREL01          FROM WRK-LIN-DETALHE
           .
      *----------------------------------------------------------------*
       2850-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ENCERRA O PROGRAMADO ATIVO CUJO VENCIMENTO JA PASSOU DA DATA   *
      * DE TERMINO (SEM GERAR PEDIDO).                                 *
      *----------------------------------------------------------------*
       2900-ENCERRA-PROGRAMADO         SECTION.
      *----------------------------------------------------------------*
      *
           SET PPROG-ENCERRADO         TO TRUE
           MOVE WRK-DATA-HOJE          TO PPROG-DATA-ALTER
           REWRITE PPROG-REG
           END-REWRITE
           ADD 1                       TO WRK-TOT-ENCERRADOS
      *
           MOVE SPACES                 TO WRK-LIN-DETALHE
           MOVE 'ENCERRADO'            TO LIN-DT-SITUACAO
           MOVE PPROG-DATA-PROXIMA     TO LIN-DT-VENCIMENTO
           MOVE ZEROS                  TO LIN-DT-PEDIDO
                                          LIN-DT-VALOR
           MOVE 'DATA DE TERMINO ATINGIDA'
                                       TO LIN-DT-MOTIVO
           PERFORM 2850-GRAVA-DETALHE THRU 2850-SAIDA
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO, MANIFESTO, TRAVA E             *
      * ENCERRAMENTO. PEDIDO PULADO NAO E ERRO DO PASSO (RETORNO 0).   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO WRK-LIN-TOTAL
           MOVE 'PROGRAMADOS LIDOS............'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-LIDOS          TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE 'VENCIDOS NO CICLO............'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-VENCIDOS       TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE 'PEDIDOS GERADOS..............'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-GERADOS        TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE 'PEDIDOS SEM CONDICAO PAGTO...'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-SEM-COND       TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE 'PEDIDOS SEM ICMS.............'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-SEM-ICMS       TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE 'PULADOS......................'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PULADOS        TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE '  BLOQUEIO DE CREDITO........'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PUL-CREDITO    TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE '  PRODUTO INATIVO/INEXISTENTE'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PUL-PRODUTO    TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE '  CNPJ NAO ATIVO NA RECEITA..'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PUL-CNPJ       TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE '  DESCONTO ACIMA DO MAXIMO...'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PUL-DESCONTO   TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE '  LICENCA VENCIDA/AUSENTE....'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PUL-LICENCA    TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE '  CLIENTE INATIVO/INEXISTENTE'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-PUL-CLIENTE    TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
           MOVE 'PROGRAMADOS ENCERRADOS.......'
                                       TO LIN-TT-TITULO
           MOVE WRK-TOT-ENCERRADOS     TO LIN-TT-QTDE
           WRITE REG-ARQREL01          FROM WRK-LIN-TOTAL
      *
           CLOSE ARQPPRG
                 ARQCLI01
                 ARQPRD01
                 ARQPED01
                 ARQITP01
                 ARQFRT
                 ARQNUMP
                 ARQREL01
           IF WRK-CMP-ABERTO
               CLOSE ARQCAMP
           END-IF
           IF WRK-TBP-ABERTO
               CLOSE ARQTBP01
           END-IF
           IF WRK-CRED-ABERTO
               CLOSE ARQCRED
           END-IF
           IF WRK-HVND-ABERTO
               CLOSE ARQHVND
           END-IF
           IF WRK-SITR-ABERTO
               CLOSE ARQSITR
           END-IF
           CANCEL 'CALC-FRETE'
           CANCEL 'GERA-PARCELAS'
           CANCEL 'VALIDA-LICENCA'
           CANCEL 'CALC-ICMS'
      *
           PERFORM 3100-LIBERA-TRAVA THRU 3100-SAIDA
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'GERA-PROGRAMADOS: PROGRAMADOS LIDOS..: '
                   WRK-TOT-LIDOS
           DISPLAY 'GERA-PROGRAMADOS: VENCIDOS NO CICLO..: '
                   WRK-TOT-VENCIDOS
           DISPLAY 'GERA-PROGRAMADOS: PEDIDOS GERADOS....: '
                   WRK-TOT-GERADOS
           DISPLAY 'GERA-PROGRAMADOS: ITENS GRAVADOS.....: '
                   WRK-TOT-ITENS
           DISPLAY 'GERA-PROGRAMADOS: PEDIDOS SEM FRETE..: '
                   WRK-TOT-SEM-FRETE
           DISPLAY 'GERA-PROGRAMADOS: PEDIDOS SEM CONDIC.: '
                   WRK-TOT-SEM-COND
           DISPLAY 'GERA-PROGRAMADOS: PEDIDOS SEM ICMS...: '
                   WRK-TOT-SEM-ICMS
           DISPLAY 'GERA-PROGRAMADOS: PULADOS............: '
                   WRK-TOT-PULADOS
           DISPLAY 'GERA-PROGRAMADOS: ENCERRADOS.........: '
                   WRK-TOT-ENCERRADOS
           DISPLAY 'GERA-PROGRAMADOS: RELATORIO EM.......: '
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
           MOVE WRK-TOT-GERADOS        TO WRK-MANIF-QTDE
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
       3100-LIBERA-TRAVA               SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TRAVA-OBTIDA
               SET COMUNIC-TRAVA-LIBERAR TO TRUE
               CALL 'TRAVA-EXEC'       USING COMUNIC-BLOCO
               CANCEL 'TRAVA-EXEC'
               MOVE 'N'                TO WRK-TRAVA-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO.                                         *
      *----------------------------------------------------------------*
       3300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TRAVA-OBTIDA
               PERFORM 3100-LIBERA-TRAVA THRU 3100-SAIDA
           END-IF
           GOBACK
           .
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS PEDIDOS PROGRAMADOS.                    *
      *----------------------------------------------------------------*
       7100-LER-ARQPPRG                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPPRG NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPPRG
               NOT AT END
                   ADD 1               TO WRK-TOT-LIDOS
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM GERA-PROGRAMADOS.

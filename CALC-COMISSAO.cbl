      *                 PERIODO MAIS RECENTE CARREGADO) COM AS         *
      *                 ASSOCIACOES DA ULTIMA CARTEIRA GERADA          *
      *                 (REG-CART-COD-CLI X REG-CART-VEN-1). O         *
      *                 PERCENTUAL E DADO POR FAIXA DE VALOR DE VENDA  *
      *                 DO PLANO DE COMISSAO DO VENDEDOR EM VIGOR NO   *
      *                 PERIODO (ARQPLANO/ARQPLVEN), COM PISO DE       *
      *                 VENDAS E TETO DE COMISSAO POR VENDEDOR.        *
      *                 CLIENTES COBERTOS POR BACKUP (REG-CART-TIPO-   *
      *                 BACKUP) CREDITAM O VENDEDOR BACKUP QUANDO O    *
      *                 TITULAR ESTEVE AUSENTE (SEM VENDEDOR PRIMARIO  *
      *                 ASSOCIADO NA CARTEIRA).                        *
      *                 A COMISSAO DE TITULO A RECEBER EM ABERTO ALEM  *
      *                 DO PRAZO (PARM-ESTORNO-DIAS) E ESTORNADA, E    *
      *                 DEVOLVIDA QUANDO O TITULO FOR QUITADO.         *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>COMISSAO_<STAMP>.TXT (EXTRATO)     *
      *                  <DIR-RELAT>COMISSAO_TOTAIS_<STAMP>.TXT        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQCARTU                        CART-SIST       *
      *                ARQTIT01                        TIT-SIST        *
      *                ARQESTC                         EST-SIST        *
      *                ARQHIER                         HIE-SIST        *
      *                ARQPLANO                        PLC-SIST        *
      *                ARQPLVEN                        PVN-SIST        *
      *                ARQSPLT                         SPL-SIST        *
      *                ARQMANIF                        (LEITURA)       *
      *                ARQHCDT                         HCD-SIST        *
      *                ARQFISC                         FIS-SIST        *
      *                ARQHRET                         HRT-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *                      RESUMOS ANUAIS (MES 13) DO ARQUIVAMENTO. *
      *    02/09/2026 AM     AJUSTE DE MES ANTIGO ENTRA NA APURACAO   *
      *                      CORRENTE; APLICADO E MARCADO NO ARQAJC.  *
      *    15/10/2026 AM     ESTORNO DA COMISSAO DE TITULOS VENCIDOS   *
      *                      HA MAIS DE PARM-ESTORNO-DIAS E REVERSAO   *
      *                      NA QUITACAO (ARQTIT01/ARQESTC), COM O     *
      *                      NUMERO DO TITULO NO EXTRATO.              *
      *    15/10/2026 AM     TOTAIS POR EQUIPE (SUPERVISOR) E POR      *
      *                      REGIAO (GERENTE) NO FIM DO EXTRATO, PELA  *
      *                      HIERARQUIA EM VIGOR NO PERIODO (ARQHIER). *
      *    15/10/2026 AM     PLANOS DE COMISSAO COM VIGENCIA           *
      *                      (ARQPLANO) E PLANO POR VENDEDOR           *
      *                      (ARQPLVEN) NO LUGAR DAS FAIXAS FIXAS;     *
      *                      PISO E TETO POR PLANO;                    *
      *                      PLANO APLICADO GRAVADO EM ARQHCOM.        *
      *    15/10/2026 AM     DETALHE DA COMISSAO POR LINHA (VENDA,     *
      *                      PISO/TETO, AJUSTE, ESTORNO) GRAVADO EM    *
      *                      ARQHCDT PARA O EXTRATO DO VENDEDOR.       *
      *    15/10/2026 AM     RETENCAO NA FONTE (IRRF/ISS) PELO PERFIL  *
      *                      FISCAL DO VENDEDOR (ARQFISC); BRUTO,      *
      *                      RETENCOES E LIQUIDO GRAVADOS EM ARQHRET,  *
      *                      COLUNA LIQ NOS TOTAIS E LANCAMENTOS DE    *
      *                      IMPOSTO A RECOLHER NA EXPORTACAO CONTABIL.*
      *    15/10/2026 AM     CLIENTE COMPARTILHADO (ARQSPLT): A VENDA  *
      *                      E A DEVOLUCAO SAO RATEADAS ENTRE OS       *
      *                      VENDEDORES PELOS PERCENTUAIS EM VIGOR, UMA*
      *                      LINHA DO EXTRATO POR VENDEDOR.            *
      *    15/10/2026 AM     ESTORNO POR TITULO RATEADO ENTRE OS       *
      *                      VENDEDORES DAS LINHAS DE VENDA DO PERIODO *
      *                      DE EMISSAO (ARQHCDT), UM REGISTRO DE      *
      *                      ARQESTC POR VENDEDOR, SO SOBRE COMISSAO JA*
      *                      PAGA (ARQHCOM LIQUIDADO).                 *
      *    15/10/2026 AM     ESTORNO AVALIADO POR VENDEDOR A CADA      *
      *                      APURACAO: VENDEDOR COM PAGAMENTO RETIDO E *
      *                      ESTORNADO QUANDO O PAGAMENTO E LIQUIDADO. *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HCOM-CHAVE
               FILE STATUS             IS WRK-FS-ARQHCOM.
      *
           SELECT ARQHCDT  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HCDET-CHAVE
               FILE STATUS             IS WRK-FS-ARQHCDT.
      *
           SELECT ARQFISC  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FISC-COD-VEN
               FILE STATUS             IS WRK-FS-ARQFISC.
      *
           SELECT ARQHRET  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HRET-CHAVE
               FILE STATUS             IS WRK-FS-ARQHRET.
      *
           SELECT ARQAJC   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS AJUSTE-CHAVE
               FILE STATUS             IS WRK-FS-ARQAJC.
      *
           SELECT ARQTIT01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TITULO-CHAVE
               FILE STATUS             IS WRK-FS-ARQTIT01.
      *
           SELECT ARQESTC  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ESTORNO-CHAVE
               FILE STATUS             IS WRK-FS-ARQESTC.
      *
           SELECT ARQHIER  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HIER-CHAVE
               FILE STATUS             IS WRK-FS-ARQHIER.
      *
           SELECT ARQPLANO ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PLANO-CHAVE
               FILE STATUS             IS WRK-FS-ARQPLANO.
      *
           SELECT ARQPLVEN ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PLVEN-CHAVE
               FILE STATUS             IS WRK-FS-ARQPLVEN.
      *
           SELECT ARQSPLT  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RATEIO-CHAVE
               FILE STATUS             IS WRK-FS-ARQSPLT.
      *
           SELECT ARQCARTU ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQCARTU.
         FD ARQHCOM
            VALUE OF FILE-ID IS NOME-ARQHCOM-WS
            COPY "HCO-SIST.CPY".
      *
         FD ARQHCDT
            VALUE OF FILE-ID IS NOME-ARQHCDT-WS
            COPY "HCD-SIST.CPY".
      *
         FD ARQFISC
            VALUE OF FILE-ID IS NOME-ARQFISC-WS
            COPY "FIS-SIST.CPY".
      *
         FD ARQHRET
            VALUE OF FILE-ID IS NOME-ARQHRET-WS
            COPY "HRT-SIST.CPY".
      *
         FD ARQAJC
            VALUE OF FILE-ID IS NOME-ARQAJC-WS
            COPY "AJC-SIST.CPY".
      *
         FD ARQTIT01
            VALUE OF FILE-ID IS NOME-ARQTIT01-WS
            COPY "TIT-SIST.CPY".
      *
         FD ARQESTC
            VALUE OF FILE-ID IS NOME-ARQESTC-WS
            COPY "EST-SIST.CPY".
      *
         FD ARQHIER
            VALUE OF FILE-ID IS NOME-ARQHIER-WS
            COPY "HIE-SIST.CPY".
      *
         FD ARQPLANO
            VALUE OF FILE-ID IS NOME-ARQPLANO-WS
            COPY "PLC-SIST.CPY".
      *
         FD ARQPLVEN
            VALUE OF FILE-ID IS NOME-ARQPLVEN-WS
            COPY "PVN-SIST.CPY".
      *
         FD ARQSPLT
            VALUE OF FILE-ID IS NOME-ARQSPLT-WS
            COPY "SPL-SIST.CPY".
      *
         FD ARQCARTU
            VALUE OF FILE-ID IS WRK-NOME-ARQCARTU
                                      'C:\GERENC\ARQHDEV.DAT'.
       01 NOME-ARQHCOM-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHCOM.DAT'.
       01 NOME-ARQHCDT-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHCDT.DAT'.
       01 NOME-ARQFISC-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQFISC.DAT'.
       01 NOME-ARQHRET-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHRET.DAT'.
       01 NOME-ARQAJC-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQAJC.DAT'.
       01 NOME-ARQTIT01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTIT01.DAT'.
       01 NOME-ARQESTC-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQESTC.DAT'.
       01 NOME-ARQHIER-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHIER.DAT'.
       01 NOME-ARQPLANO-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPLANO.DAT'.
       01 NOME-ARQPLVEN-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPLVEN.DAT'.
       01 NOME-ARQSPLT-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQSPLT.DAT'.
       01 WRK-NOME-ARQCTB              PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQCARTU            PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQEXTR             PIC X(050)      VALUE SPACES.
       01  WRK-FS-ARQHCOM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHCOM-OK                          VALUE '00' '05'.
           88  WRK-ARQHCOM-NAO-EXISTE                  VALUE '35'.
      *    SEM HISTORICO ANTERIOR NAO HA COMISSAO PAGA A ESTORNAR.
       01  WRK-TEM-HIST-COMIS-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-TEM-HIST-COMIS                      VALUE 'S'.
       01  WRK-FS-ARQHCDT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHCDT-OK                          VALUE '00' '05'.
           88  WRK-ARQHCDT-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHCDT-FIM                         VALUE '10'.
      *    SEQUENCIA DAS LINHAS DE DETALHE GRAVADAS NA APURACAO.
       77  WRK-SEQ-DET                 PIC 9(007)      VALUE ZEROS.
       01  WRK-FS-ARQFISC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQFISC-OK                          VALUE '00' '05'.
           88  WRK-ARQFISC-NAO-EXISTE                  VALUE '35'.
      *    SEM PERFIS FISCAIS NAO HA RETENCAO - TODOS RECEBEM O BRUTO.
       01  WRK-TEM-FISCAL-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-FISCAL                          VALUE 'S'.
       01  WRK-FS-ARQHRET              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHRET-OK                          VALUE '00' '05'.
           88  WRK-ARQHRET-NAO-EXISTE                  VALUE '35'.
      *
      *----------------------------------------------------------------*
      *    RETENCOES NA FONTE DO VENDEDOR CORRENTE. IRRF CALCULADO     *
      *    ABAIXO DO MINIMO DE RECOLHIMENTO NAO E RETIDO.              *
      *----------------------------------------------------------------*
      *
       77  WRK-RET-BRUTO               PIC S9(011)V99  VALUE ZEROS.
       77  WRK-RET-IRRF                PIC 9(011)V99   VALUE ZEROS.
       77  WRK-RET-ISS                 PIC 9(011)V99   VALUE ZEROS.
       77  WRK-RET-LIQUIDO             PIC S9(011)V99  VALUE ZEROS.
       77  WRK-IRRF-MINIMO             PIC 9(003)V99   VALUE 10.
       77  WRK-TOT-RETENCOES           PIC 9(007)      VALUE ZEROS.
       01  WRK-FS-ARQAJC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQAJC-OK                           VALUE '00' '05'.
           88  WRK-ARQAJC-NAO-EXISTE                   VALUE '35'.
       01  WRK-TEM-AJUSTE-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-AJUSTE                          VALUE 'S'.
       77  WRK-TOT-AJUSTES             PIC 9(007)      VALUE ZEROS.
       01  WRK-FS-ARQTIT01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTIT01-OK                         VALUE '00' '05'.
           88  WRK-ARQTIT01-FIM                        VALUE '10'.
       01  WRK-FS-ARQESTC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQESTC-OK                          VALUE '00' '05'.
           88  WRK-ARQESTC-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQESTC-FIM                         VALUE '10'.
      *    SEM TITULOS A RECEBER CARREGADOS NAO HA ESTORNO A APURAR.
       01  WRK-TEM-TITULO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-TITULO                          VALUE 'S'.
       01  WRK-FS-ARQHIER              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHIER-OK                          VALUE '00' '05'.
           88  WRK-ARQHIER-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHIER-FIM                         VALUE '10'.
       01  WRK-FS-ARQPLANO             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPLANO-OK                         VALUE '00' '05'.
           88  WRK-ARQPLANO-FIM                        VALUE '10'.
       01  WRK-FS-ARQPLVEN             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPLVEN-OK                         VALUE '00' '05'.
           88  WRK-ARQPLVEN-FIM                        VALUE '10'.
       01  WRK-FS-ARQSPLT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQSPLT-OK                          VALUE '00' '05'.
           88  WRK-ARQSPLT-FIM                         VALUE '10'.
       01  WRK-FS-ARQCTB               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCTB-OK                           VALUE ZEROS.
       77  WRK-TOT-LANCTOS-CTB         PIC 9(007)      VALUE ZEROS.
              10 TAB-COM-QTDE-CLI      PIC 9(005)     COMP-3.
              10 TAB-COM-TOT-VENDAS    PIC 9(013)V99  COMP-3.
              10 TAB-COM-TOT-COMIS     PIC S9(011)V99 COMP-3.
              10 TAB-COM-PLANO         PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    TABELA DE PERCENTUAIS POR FAIXA DE VALOR DE VENDA MENSAL -  *
      *    PLANO 000 PADRAO, VALE SE ARQPLANO NAO TRAZ O PLANO 000.    *
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ENTRY                        OCCURS 4 TIMES.
              10 WRK-FAIXA-LIMITE      PIC 9(011)V99.
              10 WRK-FAIXA-PCT         PIC 9(002)V99.
       77  WRK-IX-FAIXA                PIC 9(002)      VALUE ZEROS.
       01  WRK-FAIXA-ACHOU-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-FAIXA-ACHOU                         VALUE 'S'.
       77  WRK-PCT-APLICADO            PIC 9(002)V99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    PLANOS DE COMISSAO EM VIGOR NO FIM DO PERIODO APURADO E     *
      *    PLANO ATRIBUIDO A CADA VENDEDOR. A ENTRADA 1 E O PLANO 000. *
      *----------------------------------------------------------------*
      *
       77  WRK-PLA-DATA-REF            PIC 9(008)      VALUE ZEROS.
       77  WRK-QTDE-PLANO              PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-PLANO                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-PLANO-BUSCA             PIC 9(003)      VALUE ZEROS.
       01  WRK-PLANO-ACHOU-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-PLANO-ACHOU                         VALUE 'S'.
       01  TAB-PLANO.
           05 TAB-PLA-ENTRY                          OCCURS 100 TIMES.
              10 TAB-PLA-CODIGO        PIC 9(003).
              10 TAB-PLA-VENDA-MINIMA  PIC 9(011)V99.
              10 TAB-PLA-TETO          PIC 9(011)V99.
              10 TAB-PLA-QTDE-FAIXAS   PIC 9(002).
              10 TAB-PLA-FAIXA                       OCCURS 10 TIMES.
                 15 TAB-PLA-FAIXA-LIMITE
                                       PIC 9(011)V99.
                 15 TAB-PLA-FAIXA-PCT  PIC 9(002)V99.
       77  WRK-QTDE-PLV                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-PLV                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-PLV-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-PLV-ACHOU                           VALUE 'S'.
       01  TAB-PLANO-VEND.
           05 TAB-PLV-ENTRY                          OCCURS 500 TIMES.
              10 TAB-PLV-COD-VEN       PIC 9(003).
              10 TAB-PLV-PLANO         PIC 9(003).
       77  WRK-TOT-PISO                PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-TETO                PIC 9(007)      VALUE ZEROS.
       77  WRK-PISO-TETO-ED            PIC ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    PERIODO DE APURACAO (O MAIS RECENTE PRESENTE EM ARQHVND).   *
      *----------------------------------------------------------------*
      *
      *    DEVOLUCOES DO CLIENTE X PERIODO ABATIDAS ANTES DAS FAIXAS.
       77  WRK-VALOR-DEVOL             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO           PIC 9(011)V99   VALUE ZEROS.
      *    VALOR DA VENDA CREDITADO (A PARTE DO VENDEDOR NO RATEIO).
       77  WRK-VALOR-VENDA             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-TOT-DEVOL-GERAL         PIC 9(013)V99   VALUE ZEROS.
      *
       77  WRK-TOT-VENDAS-GERAL        PIC 9(013)V99   VALUE ZEROS.
       77  WRK-TOT-LANCAMENTOS         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ESTORNO DE COMISSAO DE TITULOS VENCIDOS E NAO PAGOS.        *
      *----------------------------------------------------------------*
      *
       77  WRK-ESTORNO-DIAS            PIC 9(003)      VALUE 90.
       77  WRK-DIA-HOJE                PIC 9(008)      VALUE ZEROS.
       77  WRK-DIAS-ATRASO             PIC S9(007)     VALUE ZEROS.
       77  WRK-SALDO-TITULO            PIC S9(011)V99  VALUE ZEROS.
       01  WRK-EMISSAO-G.
           05 WRK-EMISSAO-DATA         PIC 9(008)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-EMISSAO-DATA.
              10 WRK-EMISSAO-PERIODO   PIC 9(006).
              10 FILLER                PIC 9(002).
       01  WRK-ESTC-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-ESTC-ACHOU                          VALUE 'S'.
       77  WRK-TOT-ESTORNOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REVERSOES           PIC 9(007)      VALUE ZEROS.
       77  WRK-ESTORNO-SINAL           PIC S9(011)V99  VALUE ZEROS.
       77  WRK-ESTORNO-PCT-ED          PIC Z9,99       VALUE ZEROS.
       01  WRK-ESTORNO-ROTULO          PIC X(008)      VALUE SPACES.
       77  WRK-ESTORNO-PARTE-ED        PIC ZZ9,99      VALUE ZEROS.
      *
      *    PARTES DO TITULO A ESTORNAR, UMA POR VENDEDOR DAS LINHAS DE
      *    VENDA (ARQHCDT) DO CLIENTE NO PERIODO DE EMISSAO.
       77  WRK-QTDE-PEST               PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-PEST                 PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-PEST-VENDA-TOTAL        PIC 9(013)V99   VALUE ZEROS.
       01  TAB-PARTE-ESTORNO.
           05 TAB-PEST-ENTRY                         OCCURS 10 TIMES.
              10 TAB-PEST-COD-VEN      PIC 9(003).
              10 TAB-PEST-VENDA        PIC 9(013)V99.
              10 TAB-PEST-PCT          PIC 9(002)V99.
      *
      *----------------------------------------------------------------*
      *    LINHAS FORMATADAS DO EXTRATO E DO RELATORIO DE TOTAIS.      *
      *----------------------------------------------------------------*
      *
           05 FILLER                   PIC X(010)      VALUE
              ' COMISSAO='.
           05 LIN-TOT-COMIS            PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(007)      VALUE ' PLANO='.
           05 LIN-TOT-PLANO            PIC 9(003).
           05 FILLER                   PIC X(005)      VALUE ' LIQ='.
           05 LIN-TOT-LIQUIDO          PIC -ZZZ.ZZZ.ZZ9,99.
      *
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       77  WRK-AJUSTE-ED               PIC -ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    HIERARQUIA COMERCIAL EM VIGOR NO FIM DO PERIODO APURADO     *
      *    (VENDEDOR -> SUPERVISOR -> GERENTE REGIONAL).               *
      *----------------------------------------------------------------*
      *
       77  WRK-HIE-DATA-REF            PIC 9(008)      VALUE ZEROS.
       77  WRK-QTDE-HIE                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-HIE                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-HIE-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-HIE-ACHOU                           VALUE 'S'.
       01  TAB-HIERARQUIA.
           05 TAB-HIE-ENTRY                          OCCURS 500 TIMES.
              10 TAB-HIE-COD-VEN       PIC 9(003).
              10 TAB-HIE-COD-SUPERV    PIC 9(003).
              10 TAB-HIE-NOME-SUPERV   PIC X(025).
              10 TAB-HIE-COD-GERENTE   PIC 9(003).
              10 TAB-HIE-NOME-GERENTE  PIC X(025).
      *
      *----------------------------------------------------------------*
      *    RATEIO DE CREDITO DOS CLIENTES COMPARTILHADOS EM VIGOR NO   *
      *    FIM DO PERIODO APURADO (ARQSPLT). QTDE ZERO = RATEIO JA     *
      *    ENCERRADO (O CLIENTE VOLTA A CREDITAR SO A CARTEIRA).       *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-RAT                PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-RAT                  PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-PARTE                PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-RAT-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-RAT-ACHOU                           VALUE 'S'.
       77  WRK-RAT-DEVOL-TOTAL         PIC 9(011)V99   VALUE ZEROS.
       77  WRK-RAT-VENDA-RESTO         PIC 9(011)V99   VALUE ZEROS.
       77  WRK-RAT-DEVOL-RESTO         PIC 9(011)V99   VALUE ZEROS.
       77  WRK-RAT-PCT-ED              PIC ZZ9,99      VALUE ZEROS.
       01  TAB-RATEIO.
           05 TAB-RAT-ENTRY                          OCCURS 2000 TIMES.
              10 TAB-RAT-COD-CLI       PIC 9(007).
              10 TAB-RAT-QTDE-VEND     PIC 9(001).
              10 TAB-RAT-PARTE                       OCCURS 4 TIMES.
                 15 TAB-RAT-COD-VEN    PIC 9(003).
                 15 TAB-RAT-PCT        PIC 9(003)V99.
      *
      *----------------------------------------------------------------*
      *    TOTAIS POR GRUPO - A MESMA TABELA SERVE PARA AS EQUIPES     *
      *    (SUPERVISOR) E DEPOIS PARA AS REGIOES (GERENTE). CODIGO     *
      *    ZERO JUNTA OS VENDEDORES SEM EQUIPE EM VIGOR.               *
      *----------------------------------------------------------------*
      *
       01  WRK-GRP-NIVEL               PIC X(001)      VALUE 'S'.
           88  WRK-GRP-SUPERVISOR                      VALUE 'S'.
           88  WRK-GRP-GERENTE                         VALUE 'G'.
       77  WRK-GRP-COD-BUSCA           PIC 9(003)      VALUE ZEROS.
       01  WRK-GRP-NOME-BUSCA          PIC X(025)      VALUE SPACES.
       77  WRK-QTDE-GRUPO              PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-GRUPO                PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-GRP-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-GRP-ACHOU                           VALUE 'S'.
       77  WRK-VEN-BUSCA               PIC 9(003)      VALUE ZEROS.
       01  TAB-GRUPO.
           05 TAB-GRP-ENTRY                          OCCURS 500 TIMES.
              10 TAB-GRP-CODIGO        PIC 9(003).
              10 TAB-GRP-NOME          PIC X(025).
              10 TAB-GRP-QTDE-VEND     PIC 9(005)     COMP-3.
              10 TAB-GRP-QTDE-CLI      PIC 9(005)     COMP-3.
              10 TAB-GRP-TOT-VENDAS    PIC 9(013)V99  COMP-3.
              10 TAB-GRP-TOT-COMIS     PIC S9(011)V99 COMP-3.
      *
       01  WRK-LIN-GRUPO.
           05 LIN-GRP-ROTULO           PIC X(004).
           05 LIN-GRP-COD              PIC 9(003).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-GRP-NOME             PIC X(025).
           05 FILLER                   PIC X(006)      VALUE ' VEND='.
           05 LIN-GRP-VEND             PIC ZZ9.
           05 FILLER                   PIC X(005)      VALUE ' CLI='.
           05 LIN-GRP-QTDE             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(008)      VALUE ' VENDAS='.
           05 LIN-GRP-VENDAS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              ' COMISSAO='.
           05 LIN-GRP-COMIS            PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(046)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           END-IF
      *
           PERFORM 1300-ACHA-PERIODO-RECENTE THRU 1300-SAIDA
      *
      *    A EQUIPE DE CADA VENDEDOR E A EM VIGOR NO FIM DO PERIODO
      *    APURADO.
           COMPUTE WRK-HIE-DATA-REF    = WRK-PERIODO-APURACAO * 100
                                       + 31
           PERFORM 1400-CARREGA-HIERARQUIA THRU 1400-SAIDA
      *
      *    PLANOS E ATRIBUICOES TAMBEM SAO OS EM VIGOR NO FIM DO
      *    PERIODO - RECALCULO DE MES ANTIGO USA A REGRA DA EPOCA.
           MOVE WRK-HIE-DATA-REF       TO WRK-PLA-DATA-REF
           PERFORM 1500-CARREGA-PLANOS THRU 1500-SAIDA
           PERFORM 1550-CARREGA-PLANO-VEND THRU 1550-SAIDA
      *
      *    O RATEIO DOS CLIENTES COMPARTILHADOS E O EM VIGOR NO FIM
      *    DO PERIODO; SEM O ARQUIVO NENHUM CLIENTE E RATEADO.
           PERFORM 1650-CARREGA-RATEIO THRU 1650-SAIDA
      *
           OPEN INPUT ARQVEN01
           PERFORM 7010-TESTAR-FS-ARQVEN01 THRU 7010-SAIDA
           OPEN I-O ARQHCOM
           IF WRK-ARQHCOM-NAO-EXISTE
               OPEN OUTPUT ARQHCOM
           ELSE
               SET WRK-TEM-HIST-COMIS  TO TRUE
           END-IF
      *
      *    O DETALHE DA COMISSAO TAMBEM E CRIADO NA PRIMEIRA EXECUCAO;
      *    A RECARGA DO PERIODO APAGA O DETALHE ANTERIOR DELE.
           OPEN I-O ARQHCDT
           IF WRK-ARQHCDT-NAO-EXISTE
               OPEN OUTPUT ARQHCDT
               CLOSE ARQHCDT
               OPEN I-O ARQHCDT
           END-IF
           PERFORM 1600-LIMPA-DETALHE THRU 1600-SAIDA
      *
      *    O PERFIL FISCAL E OPCIONAL (SEM ELE NAO HA RETENCAO); O
      *    ARQUIVO DE RETENCOES E CRIADO NA PRIMEIRA EXECUCAO.
           OPEN INPUT ARQFISC
           IF WRK-ARQFISC-OK
               SET WRK-TEM-FISCAL      TO TRUE
           END-IF
           OPEN I-O ARQHRET
           IF WRK-ARQHRET-NAO-EXISTE
               OPEN OUTPUT ARQHRET
               CLOSE ARQHRET
               OPEN I-O ARQHRET
           END-IF
      *
      *    OS AJUSTES MANUAIS SAO OPCIONAIS - SEM O ARQUIVO A
           IF WRK-ARQAJC-OK
               SET WRK-TEM-AJUSTE      TO TRUE
           END-IF
      *
      *    OS TITULOS A RECEBER SAO OPCIONAIS - SEM ELES NAO HA
      *    ESTORNO. O CONTROLE DE ESTORNOS E CRIADO NA PRIMEIRA VEZ.
           OPEN INPUT ARQTIT01
           IF WRK-ARQTIT01-OK
               SET WRK-TEM-TITULO      TO TRUE
               OPEN I-O ARQESTC
               IF WRK-ARQESTC-NAO-EXISTE
                   OPEN OUTPUT ARQESTC
                   CLOSE ARQESTC
                   OPEN I-O ARQESTC
               END-IF
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'COMISSAO_' WRK-STAMP '.TXT'
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
                   IF  PARM-ESTORNO-DIAS NUMERIC
                   AND PARM-ESTORNO-DIAS GREATER ZEROS
                       MOVE PARM-ESTORNO-DIAS
                                       TO WRK-ESTORNO-DIAS
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCOM.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHCOM-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCDT.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHCDT-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFISC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQFISC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHRET.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHRET-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQAJC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQAJC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTIT01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTIT01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQESTC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQESTC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHIER.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHIER-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPLANO.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPLANO-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPLVEN.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPLVEN-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSPLT.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSPLT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA A EQUIPE EM VIGOR DE CADA VENDEDOR NA DATA DE          *
      * REFERENCIA. O ARQUIVO VEM NA ORDEM VENDEDOR X INICIO, ENTAO A  *
      * ULTIMA VIGENCIA INICIADA ATE A DATA PREVALECE. SEM O CADASTRO  *
      * DE EQUIPES TODOS OS VENDEDORES SAEM COMO SEM EQUIPE.           *
      *----------------------------------------------------------------*
       1400-CARREGA-HIERARQUIA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-HIE
           OPEN INPUT ARQHIER
           IF NOT WRK-ARQHIER-OK
               GO TO 1400-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO HIER-CHAVE
           START ARQHIER KEY IS GREATER THAN OR EQUAL HIER-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQHIER
           END-START
      *
           PERFORM 1410-LER-HIERARQUIA THRU 1410-SAIDA
               UNTIL WRK-ARQHIER-FIM
      *
           CLOSE ARQHIER
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1410-LER-HIERARQUIA             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHIER NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHIER
               NOT AT END
                   IF HIER-DATA-INICIO NOT GREATER WRK-HIE-DATA-REF
                       PERFORM 1420-GUARDA-HIERARQUIA THRU 1420-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA (OU SUBSTITUI) A EQUIPE DO VENDEDOR. VIGENCIA JA        *
      * ENCERRADA NA DATA DE REFERENCIA DEIXA O VENDEDOR SEM EQUIPE.   *
      *----------------------------------------------------------------*
       1420-GUARDA-HIERARQUIA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE HIER-COD-VEN           TO WRK-VEN-BUSCA
           PERFORM 3430-PROCURA-HIE-VEND THRU 3430-SAIDA
      *
           IF NOT WRK-HIE-ACHOU
               IF WRK-QTDE-HIE         NOT LESS 500
                   GO TO 1420-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-HIE
               MOVE WRK-QTDE-HIE       TO WRK-IX-HIE
               MOVE HIER-COD-VEN       TO TAB-HIE-COD-VEN(WRK-IX-HIE)
           END-IF
      *
           IF HIER-DATA-FIM            EQUAL ZEROS
           OR HIER-DATA-FIM            NOT LESS WRK-HIE-DATA-REF
               MOVE HIER-COD-SUPERV    TO TAB-HIE-COD-SUPERV
                                          (WRK-IX-HIE)
               MOVE HIER-NOME-SUPERV   TO TAB-HIE-NOME-SUPERV
                                          (WRK-IX-HIE)
               MOVE HIER-COD-GERENTE   TO TAB-HIE-COD-GERENTE
                                          (WRK-IX-HIE)
               MOVE HIER-NOME-GERENTE  TO TAB-HIE-NOME-GERENTE
                                          (WRK-IX-HIE)
           ELSE
               MOVE ZEROS              TO TAB-HIE-COD-SUPERV
                                          (WRK-IX-HIE)
                                          TAB-HIE-COD-GERENTE
                                          (WRK-IX-HIE)
               MOVE SPACES             TO TAB-HIE-NOME-SUPERV
                                          (WRK-IX-HIE)
                                          TAB-HIE-NOME-GERENTE
                                          (WRK-IX-HIE)
           END-IF
           .
      *----------------------------------------------------------------*
       1420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS PLANOS DE COMISSAO EM VIGOR NA DATA DE REFERENCIA.  *
      * A ENTRADA 1 E O PLANO 000 DA TABELA INTERNA DE FAIXAS; UM      *
      * PLANO 000 CADASTRADO A SUBSTITUI. O ARQUIVO VEM NA ORDEM       *
      * PLANO X INICIO, ENTAO A ULTIMA VIGENCIA INICIADA PREVALECE.    *
      *----------------------------------------------------------------*
       1500-CARREGA-PLANOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-QTDE-PLANO
                                          WRK-IX-PLANO
           MOVE ZEROS                  TO TAB-PLA-CODIGO(1)
                                          TAB-PLA-VENDA-MINIMA(1)
                                          TAB-PLA-TETO(1)
           MOVE 4                      TO TAB-PLA-QTDE-FAIXAS(1)
           MOVE 1                      TO WRK-IX-FAIXA
           PERFORM 1505-COPIA-FAIXA-PADRAO
               UNTIL WRK-IX-FAIXA GREATER 4
      *
           OPEN INPUT ARQPLANO
           IF NOT WRK-ARQPLANO-OK
               GO TO 1500-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO PLANO-CHAVE
           START ARQPLANO KEY IS GREATER THAN OR EQUAL PLANO-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPLANO
           END-START
      *
           PERFORM 1510-LER-PLANO THRU 1510-SAIDA
               UNTIL WRK-ARQPLANO-FIM
      *
           CLOSE ARQPLANO
           GO TO 1500-SAIDA
           .
      *
       1505-COPIA-FAIXA-PADRAO.
      *
           MOVE WRK-FAIXA-LIMITE(WRK-IX-FAIXA)
                               TO TAB-PLA-FAIXA-LIMITE(1 WRK-IX-FAIXA)
           MOVE WRK-FAIXA-PCT(WRK-IX-FAIXA)
                               TO TAB-PLA-FAIXA-PCT(1 WRK-IX-FAIXA)
           ADD 1                       TO WRK-IX-FAIXA
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LER-PLANO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPLANO NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPLANO
               NOT AT END
                   IF  PLANO-DATA-INICIO NOT GREATER WRK-PLA-DATA-REF
                   AND PLANO-QTDE-FAIXAS GREATER ZEROS
                   AND PLANO-QTDE-FAIXAS NOT GREATER 10
                       PERFORM 1520-GUARDA-PLANO THRU 1520-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA (OU SUBSTITUI) O PLANO LIDO NA TABELA DE PLANOS.        *
      *----------------------------------------------------------------*
       1520-GUARDA-PLANO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PLANO-CODIGO           TO WRK-PLANO-BUSCA
           PERFORM 1530-PROCURA-PLANO THRU 1530-SAIDA
      *
           IF NOT WRK-PLANO-ACHOU
               IF WRK-QTDE-PLANO       NOT LESS 100
                   DISPLAY 'CALC-COMISSAO: TABELA DE PLANOS CHEIA - '
                           'PLANO ' PLANO-CODIGO ' IGNORADO'
                   GO TO 1520-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-PLANO
               MOVE WRK-QTDE-PLANO     TO WRK-IX-PLANO
               MOVE PLANO-CODIGO       TO TAB-PLA-CODIGO(WRK-IX-PLANO)
           END-IF
      *
           MOVE PLANO-VENDA-MINIMA     TO TAB-PLA-VENDA-MINIMA
                                          (WRK-IX-PLANO)
           MOVE PLANO-TETO             TO TAB-PLA-TETO(WRK-IX-PLANO)
           MOVE PLANO-QTDE-FAIXAS      TO TAB-PLA-QTDE-FAIXAS
                                          (WRK-IX-PLANO)
           MOVE 1                      TO WRK-IX-FAIXA
           PERFORM 1525-COPIA-FAIXA-PLANO
               UNTIL WRK-IX-FAIXA GREATER 10
           GO TO 1520-SAIDA
           .
      *
       1525-COPIA-FAIXA-PLANO.
      *
           MOVE PLANO-FAIXA-LIMITE(WRK-IX-FAIXA)
                     TO TAB-PLA-FAIXA-LIMITE(WRK-IX-PLANO WRK-IX-FAIXA)
           MOVE PLANO-FAIXA-PCT(WRK-IX-FAIXA)
                     TO TAB-PLA-FAIXA-PCT(WRK-IX-PLANO WRK-IX-FAIXA)
           ADD 1                       TO WRK-IX-FAIXA
           .
      *----------------------------------------------------------------*
       1520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O PLANO WRK-PLANO-BUSCA NA TABELA DE PLANOS.          *
      *----------------------------------------------------------------*
       1530-PROCURA-PLANO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-PLANO-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-PLANO
      *
           PERFORM 1535-TESTA-ENTRADA-PLANO THRU 1535-SAIDA
               UNTIL WRK-IX-PLANO GREATER WRK-QTDE-PLANO
                  OR WRK-PLANO-ACHOU
           .
      *----------------------------------------------------------------*
       1530-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1535-TESTA-ENTRADA-PLANO        SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-PLA-CODIGO(WRK-IX-PLANO) EQUAL WRK-PLANO-BUSCA
               MOVE 'S'                TO WRK-PLANO-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-PLANO
           END-IF
           .
      *----------------------------------------------------------------*
       1535-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O PLANO ATRIBUIDO A CADA VENDEDOR NA DATA DE           *
      * REFERENCIA (ORDEM VENDEDOR X INICIO - A ULTIMA VIGENCIA        *
      * INICIADA PREVALECE). SEM O ARQUIVO TODOS FICAM NO PLANO 000.   *
      *----------------------------------------------------------------*
       1550-CARREGA-PLANO-VEND         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-PLV
           OPEN INPUT ARQPLVEN
           IF NOT WRK-ARQPLVEN-OK
               GO TO 1550-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO PLVEN-CHAVE
           START ARQPLVEN KEY IS GREATER THAN OR EQUAL PLVEN-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQPLVEN
           END-START
      *
           PERFORM 1560-LER-PLANO-VEND THRU 1560-SAIDA
               UNTIL WRK-ARQPLVEN-FIM
      *
           CLOSE ARQPLVEN
           .
      *----------------------------------------------------------------*
       1550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1560-LER-PLANO-VEND             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPLVEN NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPLVEN
                   GO TO 1560-SAIDA
           END-READ
      *
           IF PLVEN-DATA-INICIO        GREATER WRK-PLA-DATA-REF
               GO TO 1560-SAIDA
           END-IF
      *
           MOVE PLVEN-COD-VEN          TO WRK-VEN-BUSCA
           PERFORM 1570-PROCURA-PLANO-VEND THRU 1570-SAIDA
      *
           IF NOT WRK-PLV-ACHOU
               IF WRK-QTDE-PLV         NOT LESS 500
                   GO TO 1560-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-PLV
               MOVE WRK-QTDE-PLV       TO WRK-IX-PLV
               MOVE PLVEN-COD-VEN      TO TAB-PLV-COD-VEN(WRK-IX-PLV)
           END-IF
           MOVE PLVEN-PLANO            TO TAB-PLV-PLANO(WRK-IX-PLV)
           .
      *----------------------------------------------------------------*
       1560-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O VENDEDOR WRK-VEN-BUSCA NA TABELA DE ATRIBUICOES.    *
      *----------------------------------------------------------------*
       1570-PROCURA-PLANO-VEND         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-PLV-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-PLV
      *
           PERFORM 1575-TESTA-ENTRADA-PLV THRU 1575-SAIDA
               UNTIL WRK-IX-PLV GREATER WRK-QTDE-PLV
                  OR WRK-PLV-ACHOU
           .
      *----------------------------------------------------------------*
       1570-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1575-TESTA-ENTRADA-PLV          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-PLV-COD-VEN(WRK-IX-PLV) EQUAL WRK-VEN-BUSCA
               MOVE 'S'                TO WRK-PLV-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-PLV
           END-IF
           .
      *----------------------------------------------------------------*
       1575-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APAGA O DETALHE JA GRAVADO PARA O PERIODO DE APURACAO (RECARGA *
      * DO MES), PARA QUE A RODADA REGRAVE O DETALHE COMPLETO.         *
      *----------------------------------------------------------------*
       1600-LIMPA-DETALHE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PERIODO-APURACAO   TO HCDET-PERIODO
           MOVE ZEROS                  TO HCDET-COD-VEN
                                          HCDET-SEQ
           START ARQHCDT KEY IS GREATER THAN OR EQUAL HCDET-CHAVE
               INVALID KEY
                   GO TO 1600-SAIDA
           END-START
      *
           MOVE ZEROS                  TO WRK-FS-ARQHCDT
           PERFORM 1610-APAGA-DETALHE THRU 1610-SAIDA
               UNTIL WRK-ARQHCDT-FIM
           .
      *----------------------------------------------------------------*
       1600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1610-APAGA-DETALHE              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHCDT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHCDT
                   GO TO 1610-SAIDA
           END-READ
      *
           IF HCDET-PERIODO            NOT EQUAL WRK-PERIODO-APURACAO
               MOVE '10'               TO WRK-FS-ARQHCDT
               GO TO 1610-SAIDA
           END-IF
      *
           DELETE ARQHCDT RECORD
           END-DELETE
           .
      *----------------------------------------------------------------*
       1610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA O RATEIO DE CADA CLIENTE COMPARTILHADO EM VIGOR NA     *
      * DATA DE REFERENCIA. O ARQUIVO VEM NA ORDEM CLIENTE X INICIO,   *
      * ENTAO A ULTIMA VIGENCIA INICIADA ATE A DATA PREVALECE.         *
      *----------------------------------------------------------------*
       1650-CARREGA-RATEIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-RAT
           OPEN INPUT ARQSPLT
           IF NOT WRK-ARQSPLT-OK
               GO TO 1650-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO RATEIO-CHAVE
           START ARQSPLT KEY IS GREATER THAN OR EQUAL RATEIO-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQSPLT
           END-START
      *
           PERFORM 1660-LER-RATEIO THRU 1660-SAIDA
               UNTIL WRK-ARQSPLT-FIM
      *
           CLOSE ARQSPLT
           .
      *----------------------------------------------------------------*
       1650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA (OU SUBSTITUI) O RATEIO DO CLIENTE. VIGENCIA JA         *
      * ENCERRADA NA DATA DE REFERENCIA DEIXA O CLIENTE SEM RATEIO.    *
      *----------------------------------------------------------------*
       1660-LER-RATEIO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSPLT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSPLT
                   GO TO 1660-SAIDA
           END-READ
      *
           IF RATEIO-DATA-INICIO       GREATER WRK-HIE-DATA-REF
               GO TO 1660-SAIDA
           END-IF
      *
           MOVE RATEIO-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 1670-PROCURA-RATEIO THRU 1670-SAIDA
      *
           IF NOT WRK-RAT-ACHOU
               IF WRK-QTDE-RAT         NOT LESS 2000
                   GO TO 1660-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-RAT
               MOVE WRK-QTDE-RAT       TO WRK-IX-RAT
               MOVE RATEIO-COD-CLI     TO TAB-RAT-COD-CLI(WRK-IX-RAT)
           END-IF
      *
           IF RATEIO-DATA-FIM          EQUAL ZEROS
           OR RATEIO-DATA-FIM          NOT LESS WRK-HIE-DATA-REF
               MOVE RATEIO-QTDE-VEND   TO TAB-RAT-QTDE-VEND(WRK-IX-RAT)
               MOVE RATEIO-PARTE(1)    TO TAB-RAT-PARTE(WRK-IX-RAT 1)
               MOVE RATEIO-PARTE(2)    TO TAB-RAT-PARTE(WRK-IX-RAT 2)
               MOVE RATEIO-PARTE(3)    TO TAB-RAT-PARTE(WRK-IX-RAT 3)
               MOVE RATEIO-PARTE(4)    TO TAB-RAT-PARTE(WRK-IX-RAT 4)
           ELSE
               MOVE ZEROS              TO TAB-RAT-QTDE-VEND(WRK-IX-RAT)
           END-IF
           .
      *----------------------------------------------------------------*
       1660-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE WRK-CLI-BUSCA NA TABELA DE RATEIOS.         *
      *----------------------------------------------------------------*
       1670-PROCURA-RATEIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-RAT-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-RAT
      *
           PERFORM 1675-TESTA-ENTRADA-RAT THRU 1675-SAIDA
               UNTIL WRK-IX-RAT GREATER WRK-QTDE-RAT
                  OR WRK-RAT-ACHOU
           .
      *----------------------------------------------------------------*
       1670-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1675-TESTA-ENTRADA-RAT          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-RAT-COD-CLI(WRK-IX-RAT) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-RAT-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-RAT
           END-IF
           .
      *----------------------------------------------------------------*
       1675-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APURA UM REGISTRO DE VENDA DO PERIODO: RESOLVE O VENDEDOR PELA *
      * CARTEIRA, APLICA O PERCENTUAL DA FAIXA E ACUMULA POR VENDEDOR. *
      *----------------------------------------------------------------*
       2000-PROCESSAR-VENDA            SECTION.
      *----------------------------------------------------------------*
      *
           IF VENDA-PERIODO            EQUAL WRK-PERIODO-APURACAO
               PERFORM 2100-APURA-REGISTRO THRU 2100-SAIDA
           END-IF
      *
           PERFORM 7100-LER-ARQHVND THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-APURA-REGISTRO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VEN-CREDITADO
           MOVE SPACES                 TO LIN-EXT-OBS
      *
      *    ABATE AS DEVOLUCOES DO CLIENTE X PERIODO ANTES DAS FAIXAS.
           PERFORM 2050-BUSCA-DEVOLUCAO THRU 2050-SAIDA
           MOVE VENDA-VALOR            TO WRK-VALOR-VENDA
           IF WRK-VALOR-DEVOL NOT LESS VENDA-VALOR
               MOVE ZEROS              TO WRK-VALOR-LIQUIDO
           ELSE
               COMPUTE WRK-VALOR-LIQUIDO
                       = VENDA-VALOR - WRK-VALOR-DEVOL
           END-IF
      *
           MOVE VENDA-COD-CLI          TO WRK-CLI-BUSCA
      *
      *    CLIENTE COMPARTILHADO: UMA LINHA POR VENDEDOR DO RATEIO, NO
      *    LUGAR DO CREDITO PELA CARTEIRA.
           PERFORM 1670-PROCURA-RATEIO THRU 1670-SAIDA
           IF WRK-RAT-ACHOU
               IF TAB-RAT-QTDE-VEND(WRK-IX-RAT) GREATER ZEROS
                   MOVE WRK-VALOR-DEVOL
                                       TO WRK-RAT-DEVOL-TOTAL
                                          WRK-RAT-DEVOL-RESTO
                   MOVE VENDA-VALOR    TO WRK-RAT-VENDA-RESTO
                   PERFORM 2120-CREDITA-PARTE THRU 2120-SAIDA
                       VARYING WRK-IX-PARTE FROM 1 BY 1
                       UNTIL WRK-IX-PARTE GREATER
                             TAB-RAT-QTDE-VEND(WRK-IX-RAT)
                   GO TO 2100-SAIDA
               END-IF
           END-IF
      *
           PERFORM 1230-PROCURA-CLI-TAB THRU 1230-SAIDA
      *
           IF WRK-CART-ACHOU
               IF TAB-CART-VEN-PRIM(WRK-IX-CART) GREATER ZEROS
                   MOVE TAB-CART-VEN-PRIM(WRK-IX-CART)
                                       TO WRK-VEN-CREDITADO
               ELSE
      *            TITULAR AUSENTE NA CARTEIRA - CREDITA O BACKUP.
                   IF TAB-CART-VEN-BKP(WRK-IX-CART) GREATER ZEROS
                       MOVE TAB-CART-VEN-BKP(WRK-IX-CART)
                                       TO WRK-VEN-CREDITADO
                       MOVE 'CREDITADO AO BACKUP'
                                       TO LIN-EXT-OBS
                   END-IF
               END-IF
           END-IF
      *
           IF WRK-VEN-CREDITADO        EQUAL ZEROS
               ADD 1                   TO WRK-TOT-SEM-VENDEDOR
               MOVE 'SEM VENDEDOR NA CARTEIRA'
                                       TO LIN-EXT-OBS
               MOVE ZEROS              TO WRK-PCT-APLICADO
               MOVE ZEROS              TO WRK-VALOR-COMISSAO
           ELSE
               PERFORM 2150-RESOLVE-PLANO THRU 2150-SAIDA
               PERFORM 2200-APLICA-FAIXA THRU 2200-SAIDA
               PERFORM 2300-ACUMULA-VENDEDOR THRU 2300-SAIDA
           END-IF
      *
           PERFORM 2400-GRAVA-EXTRATO THRU 2400-SAIDA
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CREDITA A PARTE WRK-IX-PARTE DO RATEIO DO CLIENTE: VENDA E     *
      * DEVOLUCAO PELO PERCENTUAL DO VENDEDOR (A ULTIMA PARTE LEVA O   *
      * RESTO DOS ARREDONDAMENTOS), FAIXA PELO PLANO DO VENDEDOR.      *
      *----------------------------------------------------------------*
       2120-CREDITA-PARTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-RAT-COD-VEN(WRK-IX-RAT WRK-IX-PARTE)
                                       TO WRK-VEN-CREDITADO
      *
           IF WRK-IX-PARTE             EQUAL
              TAB-RAT-QTDE-VEND(WRK-IX-RAT)
               MOVE WRK-RAT-VENDA-RESTO
                                       TO WRK-VALOR-VENDA
               MOVE WRK-RAT-DEVOL-RESTO
                                       TO WRK-VALOR-DEVOL
           ELSE
               COMPUTE WRK-VALOR-VENDA ROUNDED
                       = VENDA-VALOR
                       * TAB-RAT-PCT(WRK-IX-RAT WRK-IX-PARTE) / 100
               COMPUTE WRK-VALOR-DEVOL ROUNDED
                       = WRK-RAT-DEVOL-TOTAL
                       * TAB-RAT-PCT(WRK-IX-RAT WRK-IX-PARTE) / 100
               SUBTRACT WRK-VALOR-VENDA
                                       FROM WRK-RAT-VENDA-RESTO
               SUBTRACT WRK-VALOR-DEVOL
                                       FROM WRK-RAT-DEVOL-RESTO
           END-IF
      *
           IF WRK-VALOR-DEVOL NOT LESS WRK-VALOR-VENDA
               MOVE ZEROS              TO WRK-VALOR-LIQUIDO
           ELSE
               COMPUTE WRK-VALOR-LIQUIDO
                       = WRK-VALOR-VENDA - WRK-VALOR-DEVOL
           END-IF
      *
           MOVE TAB-RAT-PCT(WRK-IX-RAT WRK-IX-PARTE)
                                       TO WRK-RAT-PCT-ED
           MOVE SPACES                 TO LIN-EXT-OBS
           STRING 'RATEIO ' WRK-RAT-PCT-ED '%'
                                       DELIMITED BY SIZE
                                       INTO LIN-EXT-OBS
      *
           PERFORM 2150-RESOLVE-PLANO THRU 2150-SAIDA
           PERFORM 2200-APLICA-FAIXA THRU 2200-SAIDA
           PERFORM 2300-ACUMULA-VENDEDOR THRU 2300-SAIDA
           PERFORM 2400-GRAVA-EXTRATO THRU 2400-SAIDA
           .
      *----------------------------------------------------------------*
       2120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BUSCA A DEVOLUCAO DO CLIENTE X PERIODO CORRENTE NO HISTORICO   *
      * DE DEVOLUCOES (ZERO QUANDO NAO HA REGISTRO OU SEM ARQUIVO).    *
      *----------------------------------------------------------------*
       2050-BUSCA-DEVOLUCAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VALOR-DEVOL
      *
           IF NOT WRK-TEM-DEVOL
               GO TO 2050-SAIDA
           END-IF
      *
           MOVE VENDA-COD-CLI          TO DEVOL-COD-CLI
           MOVE VENDA-PERIODO          TO DEVOL-PERIODO
           READ ARQHDEV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEVOL-VALOR    TO WRK-VALOR-DEVOL
           END-READ
           .
      *----------------------------------------------------------------*
       2050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICIONA WRK-IX-PLANO NO PLANO DO VENDEDOR CREDITADO. SEM     *
      * ATRIBUICAO VALE O PLANO 000; PLANO ATRIBUIDO QUE NAO ESTA EM   *
      * VIGOR NO PERIODO E AVISADO UMA VEZ E TROCADO PELO 000.         *
      *----------------------------------------------------------------*
       2150-RESOLVE-PLANO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-PLANO-BUSCA
           MOVE WRK-VEN-CREDITADO      TO WRK-VEN-BUSCA
           PERFORM 1570-PROCURA-PLANO-VEND THRU 1570-SAIDA
           IF WRK-PLV-ACHOU
               MOVE TAB-PLV-PLANO(WRK-IX-PLV)
                                       TO WRK-PLANO-BUSCA
           END-IF
      *
           PERFORM 1530-PROCURA-PLANO THRU 1530-SAIDA
           IF NOT WRK-PLANO-ACHOU
               DISPLAY 'CALC-COMISSAO: PLANO ' WRK-PLANO-BUSCA
                       ' DO VENDEDOR ' WRK-VEN-CREDITADO
                       ' SEM VIGENCIA NO PERIODO - USADO O PLANO 000'
               MOVE ZEROS              TO TAB-PLV-PLANO(WRK-IX-PLV)
                                          WRK-PLANO-BUSCA
               PERFORM 1530-PROCURA-PLANO THRU 1530-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA A FAIXA DE VALOR DA VENDA NO PLANO DO VENDEDOR        *
      * (WRK-IX-PLANO) E CALCULA A COMISSAO.                           *
      *----------------------------------------------------------------*
       2200-APLICA-FAIXA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-FAIXA-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-FAIXA
      *
           PERFORM 2250-TESTA-FAIXA THRU 2250-SAIDA
               UNTIL WRK-FAIXA-ACHOU
      *
           COMPUTE WRK-VALOR-COMISSAO ROUNDED
                   = WRK-VALOR-LIQUIDO * WRK-PCT-APLICADO / 100
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2250-TESTA-FAIXA                SECTION.
      *----------------------------------------------------------------*
      *
      *    A ULTIMA FAIXA DO PLANO NAO TEM LIMITE.
           IF WRK-IX-FAIXA NOT LESS TAB-PLA-QTDE-FAIXAS(WRK-IX-PLANO)
           OR WRK-VALOR-LIQUIDO NOT GREATER
                  TAB-PLA-FAIXA-LIMITE(WRK-IX-PLANO WRK-IX-FAIXA)
               MOVE TAB-PLA-FAIXA-PCT(WRK-IX-PLANO WRK-IX-FAIXA)
                                       TO WRK-PCT-APLICADO
               MOVE 'S'                TO WRK-FAIXA-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-FAIXA
           END-IF
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA VENDAS/COMISSAO NA ENTRADA DO VENDEDOR CREDITADO.      *
      *----------------------------------------------------------------*
       2300-ACUMULA-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-COM-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-COM
      *
           PERFORM 2350-TESTA-ENTRADA-COM THRU 2350-SAIDA
               UNTIL WRK-IX-COM GREATER WRK-QTDE-VEND-COM
                  OR WRK-COM-ACHOU
      *
           IF NOT WRK-COM-ACHOU
               IF WRK-QTDE-VEND-COM LESS 500
                   ADD 1               TO WRK-QTDE-VEND-COM
                   MOVE WRK-QTDE-VEND-COM
                                       TO WRK-IX-COM
                   MOVE WRK-VEN-CREDITADO
                                       TO TAB-COM-COD-VEN(WRK-IX-COM)
                   MOVE ZEROS          TO TAB-COM-QTDE-CLI(WRK-IX-COM)
                                          TAB-COM-TOT-VENDAS
                                          (WRK-IX-COM)
                                          TAB-COM-TOT-COMIS(WRK-IX-COM)
                   MOVE TAB-PLA-CODIGO(WRK-IX-PLANO)
                                       TO TAB-COM-PLANO(WRK-IX-COM)
               ELSE
                   GO TO 2300-SAIDA
               END-IF
           END-IF
      *
           ADD 1                       TO TAB-COM-QTDE-CLI(WRK-IX-COM)
           ADD WRK-VALOR-LIQUIDO       TO TAB-COM-TOT-VENDAS
                                          (WRK-IX-COM)
           ADD WRK-VALOR-COMISSAO      TO TAB-COM-TOT-COMIS(WRK-IX-COM)
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2350-TESTA-ENTRADA-COM          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-COM-COD-VEN(WRK-IX-COM) EQUAL WRK-VEN-CREDITADO
               MOVE 'S'                TO WRK-COM-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-COM
           END-IF
           .
      *----------------------------------------------------------------*
       2350-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A LINHA DO EXTRATO DO LANCAMENTO APURADO.                *
      *----------------------------------------------------------------*
       2400-GRAVA-EXTRATO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-VEN-CREDITADO      TO LIN-EXT-VEN
           MOVE VENDA-COD-CLI          TO LIN-EXT-CLI
           MOVE VENDA-PERIODO          TO LIN-EXT-PERIODO
           MOVE WRK-VALOR-VENDA        TO LIN-EXT-VENDA
           MOVE WRK-VALOR-DEVOL        TO LIN-EXT-DEVOL
           MOVE WRK-PCT-APLICADO       TO LIN-EXT-PCT
           MOVE WRK-VALOR-COMISSAO     TO LIN-EXT-COMISSAO
      *
           WRITE REG-ARQEXTR           FROM WRK-LIN-EXTRATO
      *
           IF WRK-VEN-CREDITADO        GREATER ZEROS
               INITIALIZE HCDET-REG
               MOVE WRK-VEN-CREDITADO  TO HCDET-COD-VEN
               MOVE 'V'                TO HCDET-TIPO
               MOVE VENDA-COD-CLI      TO HCDET-COD-CLI
               MOVE WRK-VALOR-VENDA    TO HCDET-VENDA
               MOVE WRK-VALOR-DEVOL    TO HCDET-DEVOL
               MOVE WRK-PCT-APLICADO   TO HCDET-PCT
               MOVE WRK-VALOR-COMISSAO TO HCDET-VALOR
               MOVE LIN-EXT-OBS        TO HCDET-OBS
               PERFORM 2420-GRAVA-DETALHE THRU 2420-SAIDA
           END-IF
           ADD 1                       TO WRK-TOT-LANCAMENTOS
           ADD WRK-VALOR-LIQUIDO       TO WRK-TOT-VENDAS-GERAL
           ADD WRK-VALOR-DEVOL         TO WRK-TOT-DEVOL-GERAL
           ADD WRK-VALOR-COMISSAO      TO WRK-TOT-COMIS-GERAL
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A LINHA MONTADA EM HCDET-REG NO DETALHE DA COMISSAO, NA  *
      * SEQUENCIA DA APURACAO.                                         *
      *----------------------------------------------------------------*
       2420-GRAVA-DETALHE              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-SEQ-DET
           MOVE WRK-PERIODO-APURACAO   TO HCDET-PERIODO
           MOVE WRK-SEQ-DET            TO HCDET-SEQ
      *
           WRITE HCDET-REG
               INVALID KEY
                   DISPLAY 'CALC-COMISSAO: DETALHE DUPLICADO '
                           HCDET-CHAVE
           END-WRITE
           .
      *----------------------------------------------------------------*
       2420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PISO E TETO DO PLANO DO VENDEDOR: VENDA DO PERIODO ABAIXO DA   *
      * VENDA MINIMA DO PLANO ZERA A COMISSAO; COMISSAO ACIMA DO TETO  *
      * E LIMITADA A ELE. CADA CASO SAI COMO LINHA ROTULADA (PISO OU   *
      * TETO) NO EXTRATO E NO DETALHE. PLANO SEM VENDA MINIMA OU SEM   *
      * TETO (ZERO) NAO TEM A REGRA CORRESPONDENTE.                    *
      *----------------------------------------------------------------*
       2500-APLICA-PISO-TETO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-COM-PLANO(WRK-IX-COM)
                                       TO WRK-PLANO-BUSCA
           PERFORM 1530-PROCURA-PLANO THRU 1530-SAIDA
           IF NOT WRK-PLANO-ACHOU
               GO TO 2500-PROXIMO
           END-IF
      *
           IF  TAB-PLA-VENDA-MINIMA(WRK-IX-PLANO) GREATER ZEROS
           AND TAB-COM-TOT-VENDAS(WRK-IX-COM)
                         LESS TAB-PLA-VENDA-MINIMA(WRK-IX-PLANO)
           AND TAB-COM-TOT-COMIS(WRK-IX-COM) NOT EQUAL ZEROS
               MOVE TAB-PLA-VENDA-MINIMA(WRK-IX-PLANO)
                                       TO WRK-PISO-TETO-ED
               COMPUTE WRK-ESTORNO-SINAL
                       = TAB-COM-TOT-COMIS(WRK-IX-COM) * -1
               MOVE ZEROS              TO TAB-COM-TOT-COMIS(WRK-IX-COM)
               ADD 1                   TO WRK-TOT-PISO
               MOVE 'PISO'             TO WRK-ESTORNO-ROTULO
               PERFORM 2550-GRAVA-PISO-TETO THRU 2550-SAIDA
               GO TO 2500-PROXIMO
           END-IF
      *
           IF  TAB-PLA-TETO(WRK-IX-PLANO) GREATER ZEROS
           AND TAB-COM-TOT-COMIS(WRK-IX-COM)
                         GREATER TAB-PLA-TETO(WRK-IX-PLANO)
               MOVE TAB-PLA-TETO(WRK-IX-PLANO)
                                       TO WRK-PISO-TETO-ED
               COMPUTE WRK-ESTORNO-SINAL
                       = TAB-PLA-TETO(WRK-IX-PLANO)
                       - TAB-COM-TOT-COMIS(WRK-IX-COM)
               MOVE TAB-PLA-TETO(WRK-IX-PLANO)
                                       TO TAB-COM-TOT-COMIS(WRK-IX-COM)
               ADD 1                   TO WRK-TOT-TETO
               MOVE 'TETO'             TO WRK-ESTORNO-ROTULO
               PERFORM 2550-GRAVA-PISO-TETO THRU 2550-SAIDA
           END-IF
           .
      *
       2500-PROXIMO.
      *
           ADD 1                       TO WRK-IX-COM
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA NO EXTRATO A LINHA ROTULADA DO PISO (COMISSAO ZERADA) OU *
      * DO TETO (COMISSAO LIMITADA), COM O VALOR AJUSTADO.             *
      *----------------------------------------------------------------*
       2550-GRAVA-PISO-TETO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ESTORNO-SINAL      TO WRK-AJUSTE-ED
           MOVE SPACES                 TO REG-ARQEXTR
           STRING WRK-ESTORNO-ROTULO DELIMITED BY SPACE
                  ' VEN=' TAB-COM-COD-VEN(WRK-IX-COM)
                  ' PLANO=' TAB-COM-PLANO(WRK-IX-COM)
                  ' PERIODO=' WRK-PERIODO-APURACAO
                  ' LIMITE=' WRK-PISO-TETO-ED
                  ' COMISSAO=' WRK-AJUSTE-ED
                                       DELIMITED BY SIZE
                  INTO REG-ARQEXTR
           END-STRING
           WRITE REG-ARQEXTR
      *
           INITIALIZE HCDET-REG
           MOVE TAB-COM-COD-VEN(WRK-IX-COM)
                                       TO HCDET-COD-VEN
           MOVE WRK-ESTORNO-ROTULO(1:1) TO HCDET-TIPO
           MOVE WRK-ESTORNO-SINAL      TO HCDET-VALOR
           STRING 'PLANO ' TAB-COM-PLANO(WRK-IX-COM)
                  ' LIM ' WRK-PISO-TETO-ED
                                       DELIMITED BY SIZE
                  INTO HCDET-OBS
           END-STRING
           PERFORM 2420-GRAVA-DETALHE THRU 2420-SAIDA
           .
      *----------------------------------------------------------------*
       2550-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APLICA OS AJUSTES MANUAIS AINDA NAO APLICADOS (A DISPUTA DE    *
      * MES ANTIGO ENTRA NA APURACAO CORRENTE): CADA LANCAMENTO VIRA   *
      * UMA LINHA ROTULADA NO EXTRATO - COM O PERIODO DO PROPRIO       *
      * AJUSTE - E SOMA (COM SINAL) NA COMISSAO DO VENDEDOR. O         *
      * AJUSTE APLICADO E MARCADO COM A APURACAO EM QUE SAIU, E UMA    *
      * RECARGA DO MESMO PERIODO REAPLICA O MESMO CONJUNTO.            *
      *----------------------------------------------------------------*
       2600-APLICA-AJUSTES             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO AJUSTE-CHAVE
           START ARQAJC KEY IS GREATER THAN OR EQUAL AJUSTE-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQAJC
           END-START
      *
           PERFORM 2650-LE-APLICA-AJUSTE THRU 2650-SAIDA
               UNTIL WRK-ARQAJC-FIM
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2650-LE-APLICA-AJUSTE           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAJC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQAJC
                   GO TO 2650-SAIDA
           END-READ
      *
      *    AJUSTE DE PERIODO AINDA NAO APURADO FICA PARA QUANDO O
      *    PERIODO DELE CHEGAR.
           IF AJUSTE-PERIODO           GREATER WRK-PERIODO-APURACAO
               GO TO 2650-SAIDA
           END-IF
      *
      *    JA APLICADO EM APURACAO ANTERIOR: SO REAPLICA NA RECARGA
      *    DA MESMA APURACAO (LIXO NA MARCA VALE COMO PENDENTE).
           IF  AJUSTE-PERIODO-APLICADO NUMERIC
           AND AJUSTE-PERIODO-APLICADO NOT EQUAL ZEROS
           AND AJUSTE-PERIODO-APLICADO NOT EQUAL WRK-PERIODO-APURACAO
               GO TO 2650-SAIDA
           END-IF
      *
           MOVE AJUSTE-COD-VEN         TO WRK-VEN-CREDITADO
           PERFORM 2300-LOCALIZA-ENTRADA THRU 2300-LOCALIZA-SAIDA
           IF NOT WRK-COM-ACHOU
               GO TO 2650-SAIDA
           END-IF
      *
           ADD AJUSTE-VALOR            TO TAB-COM-TOT-COMIS(WRK-IX-COM)
           ADD 1                       TO WRK-TOT-AJUSTES
      *
           MOVE AJUSTE-VALOR           TO WRK-AJUSTE-ED
           MOVE SPACES                 TO REG-ARQEXTR
           STRING 'AJUSTE VEN=' AJUSTE-COD-VEN
                  ' PERIODO=' AJUSTE-PERIODO
                  ' SEQ=' AJUSTE-SEQ
                  ' VALOR=' WRK-AJUSTE-ED
                  ' MOTIVO=' AJUSTE-MOTIVO
                  ' AUTORIZADO=' AJUSTE-OPERADOR
                  DELIMITED BY SIZE INTO REG-ARQEXTR
           END-STRING
           WRITE REG-ARQEXTR
      *
           INITIALIZE HCDET-REG
           MOVE AJUSTE-COD-VEN         TO HCDET-COD-VEN
           MOVE 'A'                    TO HCDET-TIPO
           STRING AJUSTE-PERIODO '-' AJUSTE-SEQ
                                       DELIMITED BY SIZE
                  INTO HCDET-REFERENCIA
           END-STRING
           MOVE AJUSTE-VALOR           TO HCDET-VALOR
           STRING 'MOTIVO ' AJUSTE-MOTIVO
                  ' AUTORIZ ' AJUSTE-OPERADOR
                                       DELIMITED BY SIZE
                  INTO HCDET-OBS
           END-STRING
           PERFORM 2420-GRAVA-DETALHE THRU 2420-SAIDA
      *
      *    MARCA EM QUE APURACAO O AJUSTE SAIU, PARA NAO SAIR DE NOVO
      *    NA APURACAO SEGUINTE.
           IF AJUSTE-PERIODO-APLICADO NOT EQUAL WRK-PERIODO-APURACAO
               MOVE WRK-PERIODO-APURACAO
                                       TO AJUSTE-PERIODO-APLICADO
               REWRITE AJUSTE-REG
               END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------*
       2650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ESTORNO DE COMISSAO POR INADIMPLENCIA: VARRE OS TITULOS A      *
      * RECEBER. TITULO EM ABERTO VENCIDO HA MAIS DE WRK-ESTORNO-DIAS  *
      * E AINDA NAO ESTORNADO TEM A COMISSAO PAGA NO PERIODO DE        *
      * EMISSAO DEBITADA DE CADA VENDEDOR QUE VENDEU AO CLIENTE        *
      * NAQUELE PERIODO, NA PARTE E NO PERCENTUAL DAS LINHAS DE VENDA  *
      * DO DETALHE (ARQHCDT); TITULO ESTORNADO QUE FOI QUITADO DEVOLVE *
      * A CADA VENDEDOR A PARTE DEBITADA. CADA MOVIMENTO VIRA UMA LINHA*
      * ROTULADA NO EXTRATO COM O NUMERO DO TITULO. RECARGA DA MESMA   *
      * APURACAO REAPLICA OS MOVIMENTOS DAQUELA APURACAO.              *
      *----------------------------------------------------------------*
       2700-APLICA-ESTORNOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DIA-HOJE
      *
           MOVE LOW-VALUES             TO TITULO-CHAVE
           START ARQTIT01 KEY IS GREATER THAN OR EQUAL TITULO-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQTIT01
           END-START
      *
           PERFORM 2750-LE-AVALIA-TITULO THRU 2750-SAIDA
               UNTIL WRK-ARQTIT01-FIM
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2750-LE-AVALIA-TITULO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTIT01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQTIT01
                   GO TO 2750-SAIDA
           END-READ
      *
           COMPUTE WRK-SALDO-TITULO
                   = TITULO-VALOR - TITULO-VALOR-PAGO
      *
      *    UM REGISTRO DE ESTORNO POR VENDEDOR DEBITADO NO TITULO.
           MOVE TITULO-COD-CLI         TO ESTORNO-COD-CLI
           MOVE TITULO-NUMERO          TO ESTORNO-NUMERO
           MOVE ZEROS                  TO ESTORNO-COD-VEN
           MOVE ZEROS                  TO WRK-FS-ARQESTC
           START ARQESTC KEY IS GREATER THAN OR EQUAL ESTORNO-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQESTC
           END-START
      *
           PERFORM 2755-TRATA-ESTORNO-VEND THRU 2755-SAIDA
               UNTIL WRK-ARQESTC-FIM
      *
      *    VENDEDOR AINDA SEM ESTORNO NO TITULO (COMISSAO PAGA DEPOIS
      *    DOS DEMAIS, POR EXEMPLO) E AVALIADO A CADA APURACAO.
           PERFORM 2760-AVALIA-NOVO-ESTORNO THRU 2760-SAIDA
           .
      *----------------------------------------------------------------*
       2750-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PARTE JA ESTORNADA DE UM VENDEDOR NO TITULO: REPETE O DEBITO   *
      * NA RECARGA E DEVOLVE A PARTE QUANDO O TITULO FOR QUITADO.      *
      *----------------------------------------------------------------*
       2755-TRATA-ESTORNO-VEND         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQESTC NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQESTC
                   GO TO 2755-SAIDA
           END-READ
      *
           IF ESTORNO-COD-CLI          NOT EQUAL TITULO-COD-CLI
           OR ESTORNO-NUMERO           NOT EQUAL TITULO-NUMERO
               MOVE '10'               TO WRK-FS-ARQESTC
               GO TO 2755-SAIDA
           END-IF
      *
      *    RECARGA DA APURACAO EM QUE O ESTORNO SAIU: REPETE O DEBITO.
           IF ESTORNO-PERIODO-ESTORNO  EQUAL WRK-PERIODO-APURACAO
               MOVE 'ESTORNO'          TO WRK-ESTORNO-ROTULO
               COMPUTE WRK-ESTORNO-SINAL = ESTORNO-VALOR * -1
               PERFORM 2780-LANCA-ESTORNO THRU 2780-SAIDA
           END-IF
      *
      *    TITULO ESTORNADO E QUITADO DEPOIS: DEVOLVE A PARTE.
           IF  ESTORNO-ESTORNADO
           AND WRK-SALDO-TITULO NOT GREATER ZEROS
               MOVE 'R'                TO ESTORNO-SITUACAO
               MOVE WRK-PERIODO-APURACAO
                                       TO ESTORNO-PERIODO-REVERSAO
               MOVE WRK-DIA-HOJE       TO ESTORNO-DATA
               REWRITE ESTORNO-REG
               END-REWRITE
           END-IF
      *
           IF  ESTORNO-REVERTIDO
           AND ESTORNO-PERIODO-REVERSAO EQUAL WRK-PERIODO-APURACAO
               MOVE 'REVERSAO'         TO WRK-ESTORNO-ROTULO
               MOVE ESTORNO-VALOR      TO WRK-ESTORNO-SINAL
               PERFORM 2780-LANCA-ESTORNO THRU 2780-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2755-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULO EM ABERTO E VENCIDO HA MAIS DO PRAZO: AS PARTES SAEM    *
      * DAS LINHAS DE VENDA DO CLIENTE NO DETALHE DO PERIODO DE        *
      * EMISSAO - MAIS DE UM VENDEDOR NO CLIENTE COMPARTILHADO. CADA   *
      * VENDEDOR E ESTORNADO UMA VEZ; QUEM JA TEM O SEU REGISTRO EM    *
      * ARQESTC E PULADO.                                              *
      *----------------------------------------------------------------*
       2760-AVALIA-NOVO-ESTORNO        SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SALDO-TITULO         NOT GREATER ZEROS
           OR NOT WRK-TEM-HIST-COMIS
               GO TO 2760-SAIDA
           END-IF
      *
           COMPUTE WRK-DIAS-ATRASO
                   = FUNCTION INTEGER-OF-DATE(WRK-DIA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(TITULO-DATA-VENCTO)
           IF WRK-DIAS-ATRASO          NOT GREATER WRK-ESTORNO-DIAS
               GO TO 2760-SAIDA
           END-IF
      *
           MOVE TITULO-DATA-EMISSAO    TO WRK-EMISSAO-DATA
           MOVE ZEROS                  TO WRK-QTDE-PEST
                                          WRK-PEST-VENDA-TOTAL
           MOVE WRK-EMISSAO-PERIODO    TO HCDET-PERIODO
           MOVE ZEROS                  TO HCDET-COD-VEN
                                          HCDET-SEQ
           START ARQHCDT KEY IS GREATER THAN OR EQUAL HCDET-CHAVE
               INVALID KEY
                   GO TO 2760-SAIDA
           END-START
      *
           MOVE ZEROS                  TO WRK-FS-ARQHCDT
           PERFORM 2765-LE-VENDA-EMISSAO THRU 2765-SAIDA
               UNTIL WRK-ARQHCDT-FIM
      *
           IF WRK-PEST-VENDA-TOTAL     EQUAL ZEROS
               GO TO 2760-SAIDA
           END-IF
      *
           PERFORM 2770-ESTORNA-PARTE THRU 2770-SAIDA
               VARYING WRK-IX-PEST FROM 1 BY 1
               UNTIL WRK-IX-PEST GREATER WRK-QTDE-PEST
           .
      *----------------------------------------------------------------*
       2760-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O DETALHE DO PERIODO DE EMISSAO E SOMA, POR VENDEDOR, AS    *
      * LINHAS DE VENDA DO CLIENTE DO TITULO. O DETALHE VEM EM ORDEM   *
      * DE VENDEDOR, ENTAO CADA VENDEDOR NOVO ABRE UMA PARTE.          *
      *----------------------------------------------------------------*
       2765-LE-VENDA-EMISSAO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHCDT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHCDT
                   GO TO 2765-SAIDA
           END-READ
      *
           IF HCDET-PERIODO            NOT EQUAL WRK-EMISSAO-PERIODO
               MOVE '10'               TO WRK-FS-ARQHCDT
               GO TO 2765-SAIDA
           END-IF
      *
           IF NOT HCDET-TIPO-VENDA
           OR HCDET-COD-CLI            NOT EQUAL TITULO-COD-CLI
           OR HCDET-COD-VEN            EQUAL ZEROS
               GO TO 2765-SAIDA
           END-IF
      *
           IF WRK-QTDE-PEST            EQUAL ZEROS
           OR TAB-PEST-COD-VEN(WRK-QTDE-PEST)
                                       NOT EQUAL HCDET-COD-VEN
               IF WRK-QTDE-PEST        NOT LESS 10
                   GO TO 2765-SAIDA
               END-IF
               ADD 1                   TO WRK-QTDE-PEST
               MOVE HCDET-COD-VEN
                                   TO TAB-PEST-COD-VEN(WRK-QTDE-PEST)
               MOVE ZEROS              TO TAB-PEST-VENDA(WRK-QTDE-PEST)
           END-IF
      *
           ADD HCDET-VENDA             TO TAB-PEST-VENDA(WRK-QTDE-PEST)
                                          WRK-PEST-VENDA-TOTAL
           MOVE HCDET-PCT              TO TAB-PEST-PCT(WRK-QTDE-PEST)
           .
      *----------------------------------------------------------------*
       2765-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ESTORNA A PARTE WRK-IX-PEST DO TITULO: VALOR DO TITULO X PARTE *
      * DO VENDEDOR NA VENDA DO CLIENTE X PERCENTUAL DA FAIXA. SO HA O *
      * QUE ESTORNAR SE A COMISSAO DO VENDEDOR NO PERIODO DE EMISSAO   *
      * FOI PAGA (ARQHCOM LIQUIDADO NO RETORNO BANCARIO); PAGAMENTO    *
      * RETIDO E REAVALIADO NAS APURACOES SEGUINTES.                   *
      *----------------------------------------------------------------*
       2770-ESTORNA-PARTE              SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-PEST-PCT(WRK-IX-PEST)   EQUAL ZEROS
           OR TAB-PEST-VENDA(WRK-IX-PEST) EQUAL ZEROS
               GO TO 2770-SAIDA
           END-IF
      *
      *    VENDEDOR JA ESTORNADO NESTE TITULO.
           MOVE TITULO-COD-CLI         TO ESTORNO-COD-CLI
           MOVE TITULO-NUMERO          TO ESTORNO-NUMERO
           MOVE TAB-PEST-COD-VEN(WRK-IX-PEST)
                                       TO ESTORNO-COD-VEN
           READ ARQESTC
               INVALID KEY
                   MOVE 'N'            TO WRK-ESTC-ACHOU-FLAG
               NOT INVALID KEY
                   MOVE 'S'            TO WRK-ESTC-ACHOU-FLAG
           END-READ
           IF WRK-ESTC-ACHOU
               GO TO 2770-SAIDA
           END-IF
      *
           MOVE TAB-PEST-COD-VEN(WRK-IX-PEST)
                                       TO HCOM-COD-VEN
           MOVE WRK-EMISSAO-PERIODO    TO HCOM-PERIODO
           READ ARQHCOM
               INVALID KEY
                   GO TO 2770-SAIDA
           END-READ
           IF NOT HCOM-PAGTO-LIQUIDADO
               GO TO 2770-SAIDA
           END-IF
      *
           INITIALIZE ESTORNO-REG
           MOVE TITULO-COD-CLI         TO ESTORNO-COD-CLI
           MOVE TITULO-NUMERO          TO ESTORNO-NUMERO
           MOVE TAB-PEST-COD-VEN(WRK-IX-PEST)
                                       TO ESTORNO-COD-VEN
           MOVE WRK-EMISSAO-PERIODO    TO ESTORNO-PERIODO-EMISSAO
           MOVE TAB-PEST-PCT(WRK-IX-PEST)
                                       TO ESTORNO-PCT
           COMPUTE ESTORNO-PARTE-PCT ROUNDED
                   = TAB-PEST-VENDA(WRK-IX-PEST) * 100
                   / WRK-PEST-VENDA-TOTAL
           COMPUTE ESTORNO-VALOR ROUNDED
                   = TITULO-VALOR * TAB-PEST-VENDA(WRK-IX-PEST)
                   * TAB-PEST-PCT(WRK-IX-PEST)
                   / (WRK-PEST-VENDA-TOTAL * 100)
           MOVE WRK-PERIODO-APURACAO   TO ESTORNO-PERIODO-ESTORNO
           MOVE ZEROS                  TO ESTORNO-PERIODO-REVERSAO
           MOVE 'E'                    TO ESTORNO-SITUACAO
           MOVE WRK-DIA-HOJE           TO ESTORNO-DATA
           IF ESTORNO-VALOR            EQUAL ZEROS
               GO TO 2770-SAIDA
           END-IF
           WRITE ESTORNO-REG
               INVALID KEY
                   GO TO 2770-SAIDA
           END-WRITE
      *
           MOVE 'ESTORNO'              TO WRK-ESTORNO-ROTULO
           COMPUTE WRK-ESTORNO-SINAL   = ESTORNO-VALOR * -1
           PERFORM 2780-LANCA-ESTORNO THRU 2780-SAIDA
           .
      *----------------------------------------------------------------*
       2770-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LANCA O ESTORNO (VALOR NEGATIVO) OU A REVERSAO (POSITIVO) NA   *
      * COMISSAO DO VENDEDOR E GRAVA A LINHA ROTULADA NO EXTRATO.      *
      *----------------------------------------------------------------*
       2780-LANCA-ESTORNO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ESTORNO-COD-VEN        TO WRK-VEN-CREDITADO
           PERFORM 2300-LOCALIZA-ENTRADA THRU 2300-LOCALIZA-SAIDA
           IF NOT WRK-COM-ACHOU
               GO TO 2780-SAIDA
           END-IF
      *
           ADD WRK-ESTORNO-SINAL       TO TAB-COM-TOT-COMIS(WRK-IX-COM)
           IF WRK-ESTORNO-SINAL        LESS ZEROS
               ADD 1                   TO WRK-TOT-ESTORNOS
           ELSE
               ADD 1                   TO WRK-TOT-REVERSOES
           END-IF
      *
           MOVE WRK-ESTORNO-SINAL      TO WRK-AJUSTE-ED
           MOVE ESTORNO-PCT            TO WRK-ESTORNO-PCT-ED
           MOVE ESTORNO-PARTE-PCT      TO WRK-ESTORNO-PARTE-ED
           MOVE SPACES                 TO REG-ARQEXTR
           STRING WRK-ESTORNO-ROTULO DELIMITED BY SPACE
                  ' VEN=' ESTORNO-COD-VEN
                  ' CLI=' ESTORNO-COD-CLI
                  ' TIT=' ESTORNO-NUMERO
                  ' EMISSAO=' ESTORNO-PERIODO-EMISSAO
                  ' VENCTO=' TITULO-DATA-VENCTO
                  ' PARTE=' WRK-ESTORNO-PARTE-ED
                  ' PCT=' WRK-ESTORNO-PCT-ED
                  ' COMISSAO=' WRK-AJUSTE-ED
                                       DELIMITED BY SIZE
                  INTO REG-ARQEXTR
           END-STRING
           WRITE REG-ARQEXTR
      *
           INITIALIZE HCDET-REG
           MOVE ESTORNO-COD-VEN        TO HCDET-COD-VEN
           MOVE WRK-ESTORNO-ROTULO(1:1) TO HCDET-TIPO
           MOVE ESTORNO-COD-CLI        TO HCDET-COD-CLI
           MOVE ESTORNO-NUMERO         TO HCDET-REFERENCIA
           MOVE ESTORNO-PCT            TO HCDET-PCT
           MOVE WRK-ESTORNO-SINAL      TO HCDET-VALOR
           STRING 'EMISSAO ' ESTORNO-PERIODO-EMISSAO
                  ' VENCTO ' TITULO-DATA-VENCTO
                                       DELIMITED BY SIZE
                  INTO HCDET-OBS
           END-STRING
           PERFORM 2420-GRAVA-DETALHE THRU 2420-SAIDA
           .
      *----------------------------------------------------------------*
       2780-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *
           IF NOT WRK-COM-ACHOU
               IF WRK-QTDE-VEND-COM LESS 500
                   PERFORM 2150-RESOLVE-PLANO THRU 2150-SAIDA
                   ADD 1               TO WRK-QTDE-VEND-COM
                   MOVE WRK-QTDE-VEND-COM
                                       TO WRK-IX-COM
                                          TAB-COM-TOT-VENDAS
                                          (WRK-IX-COM)
                                          TAB-COM-TOT-COMIS(WRK-IX-COM)
                   MOVE TAB-PLA-CODIGO(WRK-IX-PLANO)
                                       TO TAB-COM-PLANO(WRK-IX-COM)
                   MOVE 'S'            TO WRK-COM-ACHOU-FLAG
               END-IF
           END-IF
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
      *    PISO E TETO DO PLANO VALEM SOBRE A COMISSAO APURADA NAS
      *    VENDAS; AJUSTES MANUAIS E ESTORNOS ENTRAM DEPOIS, FORA DELES.
           MOVE 1                      TO WRK-IX-COM
           PERFORM 2500-APLICA-PISO-TETO THRU 2500-SAIDA
               UNTIL WRK-IX-COM GREATER WRK-QTDE-VEND-COM
      *
      *    OS AJUSTES MANUAIS DO PERIODO ENTRAM ANTES DOS TOTAIS, PARA
      *    FLUIREM PARA ARQTOTC E PARA O HISTORICO DE COMISSOES.
           IF WRK-TEM-AJUSTE
               PERFORM 2600-APLICA-AJUSTES THRU 2600-SAIDA
           END-IF
      *
      *    ESTORNOS E REVERSOES DE TITULOS TAMBEM ENTRAM ANTES DOS
      *    TOTAIS, PELO MESMO MOTIVO.
           IF WRK-TEM-TITULO
               PERFORM 2700-APLICA-ESTORNOS THRU 2700-SAIDA
           END-IF
      *
      *    ARQUIVO CONTABIL PARA O ERP - UM PAR DEBITO/CREDITO POR
      *    VENDEDOR, GRAVADO JUNTO COM OS TOTAIS.
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
           MOVE 1                      TO WRK-IX-COM
           PERFORM 3100-GRAVA-TOTAL-VEND THRU 3100-SAIDA
               UNTIL WRK-IX-COM GREATER WRK-QTDE-VEND-COM
      *
           PERFORM 3400-TOTAIS-HIERARQUIA THRU 3400-SAIDA
      *
           MOVE SPACES                 TO REG-ARQTOTC
           STRING 'TOTAL GERAL: LANCAMENTOS=' WRK-TOT-LANCAMENTOS
                  ' SEM-VENDEDOR=' WRK-TOT-SEM-VENDEDOR
                  ' DEVOLUCOES=' WRK-TOT-DEVOL-GERAL
                  ' ESTORNOS=' WRK-TOT-ESTORNOS
                  ' REVERSOES=' WRK-TOT-REVERSOES
                  ' PISO=' WRK-TOT-PISO
                  ' TETO=' WRK-TOT-TETO
                  DELIMITED BY SIZE INTO REG-ARQTOTC
           END-STRING
           WRITE REG-ARQTOTC
           IF WRK-TEM-AJUSTE
               CLOSE ARQAJC
           END-IF
           IF WRK-TEM-TITULO
               CLOSE ARQTIT01
                     ARQESTC
           END-IF
           IF WRK-TEM-FISCAL
               CLOSE ARQFISC
           END-IF
           CLOSE ARQHCOM
                 ARQHCDT
                 ARQHRET
           CLOSE ARQHVND
                 ARQVEN01
                 ARQEXTR
                   WRK-TOT-SEM-VENDEDOR
           DISPLAY 'CALC-COMISSAO: AJUSTES APLICADOS.....: '
                   WRK-TOT-AJUSTES
           DISPLAY 'CALC-COMISSAO: ESTORNOS DE TITULOS...: '
                   WRK-TOT-ESTORNOS
           DISPLAY 'CALC-COMISSAO: REVERSOES DE ESTORNO..: '
                   WRK-TOT-REVERSOES
           DISPLAY 'CALC-COMISSAO: ABAIXO DO PISO........: '
                   WRK-TOT-PISO
           DISPLAY 'CALC-COMISSAO: LIMITADOS AO TETO.....: '
                   WRK-TOT-TETO
           DISPLAY 'CALC-COMISSAO: COM RETENCAO NA FONTE.: '
                   WRK-TOT-RETENCOES
      *
           MOVE ZEROS                  TO RETURN-CODE
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
                                       TO LIN-TOT-VENDAS
           MOVE TAB-COM-TOT-COMIS(WRK-IX-COM)
                                       TO LIN-TOT-COMIS
           MOVE TAB-COM-PLANO(WRK-IX-COM)
                                       TO LIN-TOT-PLANO
      *
           PERFORM 3170-CALCULA-RETENCAO THRU 3170-SAIDA
           MOVE WRK-RET-LIQUIDO        TO LIN-TOT-LIQUIDO
      *
           WRITE REG-ARQTOTC           FROM WRK-LIN-TOTAL
      *
      *
      *----------------------------------------------------------------*
      * PERSISTE O RESULTADO DO VENDEDOR NO HISTORICO INDEXADO DE      *
      * COMISSOES (VENDEDOR X PERIODO), COM O PLANO APLICADO E A FAIXA *
      * DELE CORRESPONDENTE A BASE TOTAL. REEXECUCAO DO MESMO PERIODO  *
      * REGRAVA O REGISTRO E ZERA A SITUACAO DE PAGAMENTO.             *
      *----------------------------------------------------------------*
       3150-GRAVA-HIST-COMIS           SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO HCOM-DATA-CALC
           MOVE SPACE                  TO HCOM-SITUACAO
           MOVE TAB-COM-PLANO(WRK-IX-COM)
                                       TO HCOM-PLANO
                                          WRK-PLANO-BUSCA
      *
      *    FAIXA DO PLANO CORRESPONDENTE A BASE TOTAL DO VENDEDOR.
           MOVE ZEROS                  TO HCOM-FAIXA-PCT
           PERFORM 1530-PROCURA-PLANO THRU 1530-SAIDA
           IF WRK-PLANO-ACHOU
               MOVE 'N'                TO WRK-FAIXA-ACHOU-FLAG
               MOVE 1                  TO WRK-IX-FAIXA
               PERFORM 3160-TESTA-FAIXA-HIST
                   UNTIL WRK-FAIXA-ACHOU
           END-IF
      *
           WRITE HCOM-REG
               INVALID KEY
                   REWRITE HCOM-REG
                   END-REWRITE
           END-WRITE
           GO TO 3150-SAIDA
           .
      *
       3160-TESTA-FAIXA-HIST.
      *
           IF WRK-IX-FAIXA NOT LESS TAB-PLA-QTDE-FAIXAS(WRK-IX-PLANO)
           OR HCOM-BASE NOT GREATER
                  TAB-PLA-FAIXA-LIMITE(WRK-IX-PLANO WRK-IX-FAIXA)
               MOVE TAB-PLA-FAIXA-PCT(WRK-IX-PLANO WRK-IX-FAIXA)
                                       TO HCOM-FAIXA-PCT
               MOVE 'S'                TO WRK-FAIXA-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-FAIXA
           END-IF
           .
      *----------------------------------------------------------------*
       3150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CALCULA AS RETENCOES NA FONTE DO VENDEDOR CORRENTE PELO PERFIL *
      * FISCAL (ARQFISC) E GRAVA BRUTO, IRRF, ISS E LIQUIDO EM ARQHRET *
      * (MESMA CHAVE DO HCOM). IRRF SO NO REGIME R E A PARTIR DO       *
      * MINIMO DE RECOLHIMENTO; ISS QUANDO A ALIQUOTA FOR INFORMADA.   *
      * COMISSAO ZERADA OU DEVEDORA NAO TEM RETENCAO. REEXECUCAO DO    *
      * PERIODO REGRAVA O REGISTRO E ZERA A DATA DE PAGAMENTO.         *
      *----------------------------------------------------------------*
       3170-CALCULA-RETENCAO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-COM-TOT-COMIS(WRK-IX-COM)
                                       TO WRK-RET-BRUTO
           MOVE ZEROS                  TO WRK-RET-IRRF
                                          WRK-RET-ISS
      *
           INITIALIZE HRET-REG
           MOVE TAB-COM-COD-VEN(WRK-IX-COM)
                                       TO HRET-COD-VEN
           MOVE WRK-PERIODO-APURACAO   TO HRET-PERIODO
      *
           IF WRK-TEM-FISCAL
               MOVE TAB-COM-COD-VEN(WRK-IX-COM)
                                       TO FISC-COD-VEN
               READ ARQFISC
                   INVALID KEY
                       MOVE SPACES     TO FISC-TIPO-PESSOA
                   NOT INVALID KEY
                       MOVE FISC-TIPO-PESSOA
                                       TO HRET-TIPO-PESSOA
                       MOVE FISC-NR-DOC
                                       TO HRET-NR-DOC
                       MOVE FISC-REGIME
                                       TO HRET-REGIME
                       MOVE FISC-PCT-IRRF
                                       TO HRET-PCT-IRRF
                       MOVE FISC-PCT-ISS
                                       TO HRET-PCT-ISS
               END-READ
           END-IF
      *
           IF  HRET-TIPO-PESSOA NOT EQUAL SPACES
           AND WRK-RET-BRUTO GREATER ZEROS
               IF FISC-REGIME-RETEM
                   COMPUTE WRK-RET-IRRF ROUNDED
                           = WRK-RET-BRUTO * FISC-PCT-IRRF / 100
                   IF WRK-RET-IRRF LESS WRK-IRRF-MINIMO
                       MOVE ZEROS      TO WRK-RET-IRRF
                   END-IF
               END-IF
               IF FISC-PCT-ISS GREATER ZEROS
                   COMPUTE WRK-RET-ISS ROUNDED
                           = WRK-RET-BRUTO * FISC-PCT-ISS / 100
               END-IF
           END-IF
      *
           COMPUTE WRK-RET-LIQUIDO = WRK-RET-BRUTO
                                   - WRK-RET-IRRF
                                   - WRK-RET-ISS
           IF WRK-RET-IRRF GREATER ZEROS
           OR WRK-RET-ISS  GREATER ZEROS
               ADD 1                   TO WRK-TOT-RETENCOES
           END-IF
      *
           MOVE WRK-RET-BRUTO          TO HRET-VALOR-BRUTO
           MOVE WRK-RET-IRRF           TO HRET-VALOR-IRRF
           MOVE WRK-RET-ISS            TO HRET-VALOR-ISS
           MOVE WRK-RET-LIQUIDO        TO HRET-VALOR-LIQUIDO
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO HRET-DATA-CALC
           MOVE ZEROS                  TO HRET-DATA-PAGTO
      *
           WRITE HRET-REG
               INVALID KEY
                   REWRITE HRET-REG
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
       3170-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O PAR DE LANCAMENTOS CONTABEIS DO VENDEDOR CORRENTE:     *
      * DEBITO EM DESPESA DE COMISSAO E CREDITO EM COMISSOES A PAGAR.  *
      * COMISSAO NEGATIVA (AJUSTE DEVEDOR) INVERTE O PAR. O CENTRO DE  *
      * CUSTO E O DO VENDEDOR (CC + CODIGO). HAVENDO RETENCAO, O       *
      * CREDITO A PAGAR E O LIQUIDO E O IRRF/ISS RETIDOS SAO           *
      * CREDITADOS NAS CONTAS DE IMPOSTO A RECOLHER.                   *
      *----------------------------------------------------------------*
       3200-GRAVA-LANCTO-CTB           SECTION.
      *----------------------------------------------------------------*
               MOVE 'C'                TO CTB-TIPO
           END-IF
           MOVE 'COMISAPAGR'           TO CTB-CONTA
           IF TAB-COM-TOT-COMIS(WRK-IX-COM) GREATER ZEROS
               MOVE WRK-RET-LIQUIDO    TO CTB-VALOR
           END-IF
           WRITE REG-ARQCTB
           ADD 1                       TO WRK-TOT-LANCTOS-CTB
      *
           IF WRK-RET-IRRF GREATER ZEROS
               MOVE 'C'                TO CTB-TIPO
               MOVE 'IRRFRECOLH'       TO CTB-CONTA
               MOVE WRK-RET-IRRF       TO CTB-VALOR
               WRITE REG-ARQCTB
               ADD 1                   TO WRK-TOT-LANCTOS-CTB
           END-IF
           IF WRK-RET-ISS GREATER ZEROS
               MOVE 'C'                TO CTB-TIPO
               MOVE 'ISSRECOLHE'       TO CTB-CONTA
               MOVE WRK-RET-ISS        TO CTB-VALOR
               WRITE REG-ARQCTB
               ADD 1                   TO WRK-TOT-LANCTOS-CTB
           END-IF
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TOTAIS POR EQUIPE (SUPERVISOR) E POR REGIAO (GERENTE) NO FIM   *
      * DO EXTRATO, PELA HIERARQUIA EM VIGOR NO FIM DO PERIODO, JA COM *
      * AJUSTES, ESTORNOS E REVERSOES APLICADOS.                       *
      *----------------------------------------------------------------*
       3400-TOTAIS-HIERARQUIA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-GRP-NIVEL
           PERFORM 3410-MONTA-GRUPOS THRU 3410-SAIDA
      *
           MOVE SPACES                 TO REG-ARQEXTR
           WRITE REG-ARQEXTR
           STRING 'TOTAIS POR EQUIPE (SUPERVISOR) - PERIODO '
                  WRK-HIE-DATA-REF(1:6)
                  DELIMITED BY SIZE INTO REG-ARQEXTR
           END-STRING
           WRITE REG-ARQEXTR
           MOVE 'SUP='                 TO LIN-GRP-ROTULO
           MOVE 1                      TO WRK-IX-GRUPO
           PERFORM 3450-GRAVA-LINHA-GRUPO THRU 3450-SAIDA
               UNTIL WRK-IX-GRUPO GREATER WRK-QTDE-GRUPO
      *
           MOVE 'G'                    TO WRK-GRP-NIVEL
           PERFORM 3410-MONTA-GRUPOS THRU 3410-SAIDA
      *
           MOVE SPACES                 TO REG-ARQEXTR
           WRITE REG-ARQEXTR
           STRING 'TOTAIS POR REGIAO (GERENTE) - PERIODO '
                  WRK-HIE-DATA-REF(1:6)
                  DELIMITED BY SIZE INTO REG-ARQEXTR
           END-STRING
           WRITE REG-ARQEXTR
           MOVE 'GER='                 TO LIN-GRP-ROTULO
           MOVE 1                      TO WRK-IX-GRUPO
           PERFORM 3450-GRAVA-LINHA-GRUPO THRU 3450-SAIDA
               UNTIL WRK-IX-GRUPO GREATER WRK-QTDE-GRUPO
           .
      *----------------------------------------------------------------*
       3400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ACUMULA CADA VENDEDOR APURADO NO GRUPO DO NIVEL CORRENTE.      *
      *----------------------------------------------------------------*
       3410-MONTA-GRUPOS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-GRUPO
           MOVE 1                      TO WRK-IX-COM
           PERFORM 3420-ACUMULA-GRUPO THRU 3420-SAIDA
               UNTIL WRK-IX-COM GREATER WRK-QTDE-VEND-COM
           .
      *----------------------------------------------------------------*
       3410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3420-ACUMULA-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-COM-COD-VEN(WRK-IX-COM)
                                       TO WRK-VEN-BUSCA
           PERFORM 3440-LOCALIZA-GRUPO THRU 3440-SAIDA
      *
           ADD 1                       TO TAB-GRP-QTDE-VEND
                                          (WRK-IX-GRUPO)
           ADD TAB-COM-QTDE-CLI(WRK-IX-COM)
                                       TO TAB-GRP-QTDE-CLI
                                          (WRK-IX-GRUPO)
           ADD TAB-COM-TOT-VENDAS(WRK-IX-COM)
                                       TO TAB-GRP-TOT-VENDAS
                                          (WRK-IX-GRUPO)
           ADD TAB-COM-TOT-COMIS(WRK-IX-COM)
                                       TO TAB-GRP-TOT-COMIS
                                          (WRK-IX-GRUPO)
      *
           ADD 1                       TO WRK-IX-COM
           .
      *----------------------------------------------------------------*
       3420-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O VENDEDOR WRK-VEN-BUSCA NA TABELA DE HIERARQUIA,     *
      * DEIXANDO WRK-IX-HIE POSICIONADO NELE.                          *
      *----------------------------------------------------------------*
       3430-PROCURA-HIE-VEND           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-HIE-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-HIE
      *
           PERFORM 3435-TESTA-ENTRADA-HIE THRU 3435-SAIDA
               UNTIL WRK-IX-HIE GREATER WRK-QTDE-HIE
                  OR WRK-HIE-ACHOU
           .
      *----------------------------------------------------------------*
       3430-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3435-TESTA-ENTRADA-HIE          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-HIE-COD-VEN(WRK-IX-HIE) EQUAL WRK-VEN-BUSCA
               MOVE 'S'                TO WRK-HIE-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-HIE
           END-IF
           .
      *----------------------------------------------------------------*
       3435-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RESOLVE O GRUPO DO VENDEDOR WRK-VEN-BUSCA NO NIVEL CORRENTE    *
      * (SUPERVISOR OU GERENTE) E POSICIONA WRK-IX-GRUPO NA ENTRADA    *
      * DO GRUPO, CRIANDO-A SE PRECISO.                                *
      *----------------------------------------------------------------*
       3440-LOCALIZA-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-GRP-COD-BUSCA
           PERFORM 3430-PROCURA-HIE-VEND THRU 3430-SAIDA
           IF WRK-HIE-ACHOU
               IF WRK-GRP-SUPERVISOR
                   MOVE TAB-HIE-COD-SUPERV(WRK-IX-HIE)
                                       TO WRK-GRP-COD-BUSCA
                   MOVE TAB-HIE-NOME-SUPERV(WRK-IX-HIE)
                                       TO WRK-GRP-NOME-BUSCA
               ELSE
                   MOVE TAB-HIE-COD-GERENTE(WRK-IX-HIE)
                                       TO WRK-GRP-COD-BUSCA
                   MOVE TAB-HIE-NOME-GERENTE(WRK-IX-HIE)
                                       TO WRK-GRP-NOME-BUSCA
               END-IF
           END-IF
      *
           IF WRK-GRP-COD-BUSCA        EQUAL ZEROS
               IF WRK-GRP-SUPERVISOR
                   MOVE '*SEM EQUIPE*' TO WRK-GRP-NOME-BUSCA
               ELSE
                   MOVE '*SEM REGIAO*' TO WRK-GRP-NOME-BUSCA
               END-IF
           END-IF
      *
           MOVE 'N'                    TO WRK-GRP-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-GRUPO
           PERFORM 3445-TESTA-ENTRADA-GRUPO THRU 3445-SAIDA
               UNTIL WRK-IX-GRUPO GREATER WRK-QTDE-GRUPO
                  OR WRK-GRP-ACHOU
      *
      *    MESMO LIMITE DA TABELA DE VENDEDORES; ACIMA DISSO A ULTIMA
      *    ENTRADA E REAPROVEITADA.
           IF NOT WRK-GRP-ACHOU
               IF WRK-QTDE-GRUPO       LESS 500
                   ADD 1               TO WRK-QTDE-GRUPO
               END-IF
               MOVE WRK-QTDE-GRUPO     TO WRK-IX-GRUPO
               MOVE WRK-GRP-COD-BUSCA  TO TAB-GRP-CODIGO(WRK-IX-GRUPO)
               MOVE WRK-GRP-NOME-BUSCA TO TAB-GRP-NOME(WRK-IX-GRUPO)
               MOVE ZEROS              TO TAB-GRP-QTDE-VEND
                                          (WRK-IX-GRUPO)
                                          TAB-GRP-QTDE-CLI
                                          (WRK-IX-GRUPO)
                                          TAB-GRP-TOT-VENDAS
                                          (WRK-IX-GRUPO)
                                          TAB-GRP-TOT-COMIS
                                          (WRK-IX-GRUPO)
           END-IF
           .
      *----------------------------------------------------------------*
       3440-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3445-TESTA-ENTRADA-GRUPO        SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-GRP-CODIGO(WRK-IX-GRUPO) EQUAL WRK-GRP-COD-BUSCA
               MOVE 'S'                TO WRK-GRP-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-GRUPO
           END-IF
           .
      *----------------------------------------------------------------*
       3445-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA NO EXTRATO A LINHA DE TOTAIS DE UMA EQUIPE OU REGIAO.   *
      *----------------------------------------------------------------*
       3450-GRAVA-LINHA-GRUPO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-GRP-CODIGO(WRK-IX-GRUPO)
                                       TO LIN-GRP-COD
           MOVE TAB-GRP-NOME(WRK-IX-GRUPO)
                                       TO LIN-GRP-NOME
           MOVE TAB-GRP-QTDE-VEND(WRK-IX-GRUPO)
                                       TO LIN-GRP-VEND
           MOVE TAB-GRP-QTDE-CLI(WRK-IX-GRUPO)
                                       TO LIN-GRP-QTDE
           MOVE TAB-GRP-TOT-VENDAS(WRK-IX-GRUPO)
                                       TO LIN-GRP-VENDAS
           MOVE TAB-GRP-TOT-COMIS(WRK-IX-GRUPO)
                                       TO LIN-GRP-COMIS
      *
           WRITE REG-ARQEXTR           FROM WRK-LIN-GRUPO
      *
           ADD 1                       TO WRK-IX-GRUPO
           .
      *----------------------------------------------------------------*
       3450-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO MANIFESTO GLOBAL O EXTRATO DE COMISSAO GERADO.     *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. EXTRAI-ADHOC.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: EXTRAI-ADHOC                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: EXTRACAO AVULSA DIRIGIDA POR CARTAO DE         *
      *                 PARAMETROS, PARA AS CONSULTAS PONTUAIS SOBRE O *
      *                 CADASTRO E OS HISTORICOS SEM PROGRAMA NOVO A   *
      *                 CADA PEDIDO. O CARTAO NOMEIA O ARQUIVO, OS     *
      *                 CAMPOS DE SAIDA E AS CONDICOES DE FILTRO SOBRE *
      *                 OS CAMPOS DO BOOK; A SAIDA E UM ARQUIVO        *
      *                 SEPARADO POR PONTO-E-VIRGULA COM A LINHA DE    *
      *                 NOMES DE COLUNA, REGISTRADO NO MANIFESTO.      *
      *----------------------------------------------------------------*
      *    PARAMETRO...: NOME DO CARTAO EM <DIR-DADOS> NA LINHA DE     *
      *                 COMANDO (PADRAO = EXTRAI-ADHOC.TXT).           *
      *    ENTRADA.....: CARTAO DE PARAMETROS, UMA INSTRUCAO POR       *
      *                 LINHA, PALAVRAS SEPARADAS POR BRANCOS (LINHA   *
      *                 EM BRANCO OU COM '*' NA 1A POSICAO E           *
      *                 IGNORADA):                                     *
      *                   ARQUIVO <ARQCLI01/ARQVEN01/ARQPED01/ARQHVND/ *
      *                           ARQVIS01>      (OBRIGATORIO, ANTES   *
      *                                           DE CAMPO E FILTRO)   *
      *                   CAMPO   <NOME>         (UM POR LINHA, NA     *
      *                                           ORDEM DA SAIDA; SEM  *
      *                                           CAMPO = TODOS)       *
      *                   FILTRO  <NOME> IGUAL <VALOR>                 *
      *                   FILTRO  <NOME> FAIXA <DE> [<ATE>]            *
      *                   FILTRO  <NOME> BRANCO                        *
      *                   FILTRO  <NOME> NAOBRANCO                     *
      *                 <NOME> E O CAMPO DO BOOK, COM OU SEM O PREFIXO *
      *                 (EXEMPLO-TERRITORIO OU TERRITORIO). OS FILTROS *
      *                 SE SOMAM (TODOS PRECISAM SER ATENDIDOS). VALOR *
      *                 SEM BRANCOS; NUMERO SEM SEPARADOR DE MILHAR E  *
      *                 COM VIRGULA DECIMAL. FAIXA SEM <ATE> NAO TEM   *
      *                 LIMITE SUPERIOR. BRANCO EM CAMPO NUMERICO =    *
      *                 ZEROS OU NAO PREENCHIDO.                       *
      *    SAIDA.......: <DIR-RELAT>EXTRACAO_<ARQUIVO>_<STAMP>.CSV     *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQHVND                         VND-SIST        *
      *                ARQVIS01                        VIS-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA EXTRACAO AVULSA.        *
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
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
           SELECT ARQHVND  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VENDA-CHAVE
               FILE STATUS             IS WRK-FS-ARQHVND.
      *
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
      *
           SELECT ARQCARD  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCARD.
      *
           SELECT ARQCSV   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCSV.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQHVND
            VALUE OF FILE-ID IS NOME-ARQHVND-WS
            COPY "VND-SIST.CPY".
      *
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: CARTAO DE PARAMETROS DA EXTRACAO.                    *
      *----------------------------------------------------------------*
      *
         FD ARQCARD
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQCARD-WS.
      *
       01  REG-ARQCARD                 PIC  X(080).
      *
         FD ARQCSV
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQCSV.
      *
       01  REG-ARQCSV                  PIC  X(1600).
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
           'EXTRAI-ADHOC'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQHVND-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHVND.DAT'.
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQCARD-WS              PIC X(050)      VALUE
                                      'C:\GERENC\EXTRAI-ADHOC.TXT'.
       01 WRK-NOME-ARQCSV              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(040)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQHVND              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHVND-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCARD              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARD-OK                          VALUE ZEROS.
           88  WRK-ARQCARD-FIM                         VALUE '10'.
       01  WRK-FS-ARQCSV               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCSV-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ARQUIVO ESCOLHIDO NO CARTAO, PREFIXO DOS CAMPOS DO BOOK DELE*
      *    E SITUACAO DA LEITURA (STATUS DO ARQUIVO ESCOLHIDO).        *
      *----------------------------------------------------------------*
      *
       01  WRK-ARQ-ESCOLHIDO           PIC X(008)      VALUE SPACES.
           88  WRK-ARQ-CLI                             VALUE 'ARQCLI01'.
           88  WRK-ARQ-VEN                             VALUE 'ARQVEN01'.
           88  WRK-ARQ-PED                             VALUE 'ARQPED01'.
           88  WRK-ARQ-HVND                            VALUE 'ARQHVND '.
           88  WRK-ARQ-VIS                             VALUE 'ARQVIS01'.
       01  WRK-PREFIXO                 PIC X(008)      VALUE SPACES.
       01  WRK-FS-LEITURA              PIC X(002)      VALUE SPACES.
           88  WRK-LEITURA-OK                          VALUE '00' '02'.
           88  WRK-LEITURA-FIM                         VALUE '10'.
      *
      *----------------------------------------------------------------*
      *    INSTRUCAO DO CARTAO SEPARADA EM PALAVRAS.                   *
      *----------------------------------------------------------------*
      *
       01  WRK-CARD-LINHA              PIC X(080)      VALUE SPACES.
       01  WRK-CARD-VERBO              PIC X(010)      VALUE SPACES.
       01  WRK-CARD-CAMPO              PIC X(030)      VALUE SPACES.
       01  WRK-CARD-OPER               PIC X(010)      VALUE SPACES.
       01  WRK-CARD-VAL1               PIC X(040)      VALUE SPACES.
       01  WRK-CARD-VAL2               PIC X(040)      VALUE SPACES.
       01  WRK-NOME-LONGO              PIC X(040)      VALUE SPACES.
       77  WRK-QTDE-LINHAS-CARD        PIC 9(005)      VALUE ZEROS.
       01  WRK-CARTAO-ERRO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-CARTAO-COM-ERRO                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    DICIONARIO DOS CAMPOS DOS BOOKS: ARQUIVO, NOME, POSICAO E   *
      *    TAMANHO NO REGISTRO, TIPO (A = ALFANUMERICO, N = NUMERICO   *
      *    SEM SINAL, S = NUMERICO COM SINAL) E CASAS DECIMAIS. CAMPO  *
      *    NOVO NO BOOK ENTRA AQUI PARA FICAR DISPONIVEL NO CARTAO.    *
      *----------------------------------------------------------------*
      *
       01  TAB-DICIONARIO-VALORES.
      *    CAD-SIST - CLIENTES (ARQCLI01).
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-CODIGO-CLI'.
           05 FILLER                   PIC X(008)      VALUE '001007N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-NR-CNPJ'.
           05 FILLER                   PIC X(008)      VALUE '008014A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-RAZAO-SOCIAL'.
           05 FILLER                   PIC X(008)      VALUE '022040A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-LATITUDE'.
           05 FILLER                   PIC X(008)      VALUE '062011S8'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-LONGITUDE'.
           05 FILLER                   PIC X(008)      VALUE '073011S8'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-CHAVE-DOC'.
           05 FILLER                   PIC X(008)      VALUE '084014A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-EMAIL'.
           05 FILLER                   PIC X(008)      VALUE '098040A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-TELEFONE'.
           05 FILLER                   PIC X(008)      VALUE '138015A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-ENDERECO'.
           05 FILLER                   PIC X(008)      VALUE '153050A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-CEP'.
           05 FILLER                   PIC X(008)      VALUE '203008A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-STATUS'.
           05 FILLER                   PIC X(008)      VALUE '211001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-DATA-CADASTRO'.
           05 FILLER                   PIC X(008)      VALUE '212008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-DATA-EFETIVACAO'.
           05 FILLER                   PIC X(008)      VALUE '220008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-DATA-INATIVACAO'.
           05 FILLER                   PIC X(008)      VALUE '228008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-TERRITORIO'.
           05 FILLER                   PIC X(008)      VALUE '236005A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-PRIORIDADE'.
           05 FILLER                   PIC X(008)      VALUE '241001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQCLI01EXEMPLO-DOC-PENDENTE'.
           05 FILLER                   PIC X(008)      VALUE '242001A0'.
      *    CAD-SIST - VENDEDORES (ARQVEN01).
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-CODIGO-VEND'.
           05 FILLER                   PIC X(008)      VALUE '001003N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-NR-CPF'.
           05 FILLER                   PIC X(008)      VALUE '004011A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-RAZAO-SOCIAL'.
           05 FILLER                   PIC X(008)      VALUE '022040A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-LATITUDE'.
           05 FILLER                   PIC X(008)      VALUE '062011S8'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-LONGITUDE'.
           05 FILLER                   PIC X(008)      VALUE '073011S8'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-CHAVE-DOC'.
           05 FILLER                   PIC X(008)      VALUE '084014A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-EMAIL'.
           05 FILLER                   PIC X(008)      VALUE '098040A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-TELEFONE'.
           05 FILLER                   PIC X(008)      VALUE '138015A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-ENDERECO'.
           05 FILLER                   PIC X(008)      VALUE '153050A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-CEP'.
           05 FILLER                   PIC X(008)      VALUE '203008A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-STATUS'.
           05 FILLER                   PIC X(008)      VALUE '211001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-DATA-CADASTRO'.
           05 FILLER                   PIC X(008)      VALUE '212008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-DATA-EFETIVACAO'.
           05 FILLER                   PIC X(008)      VALUE '220008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-DATA-INATIVACAO'.
           05 FILLER                   PIC X(008)      VALUE '228008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-TERRITORIO'.
           05 FILLER                   PIC X(008)      VALUE '236005A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-PRIORIDADE'.
           05 FILLER                   PIC X(008)      VALUE '241001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVEN01EXEMPLO-DOC-PENDENTE'.
           05 FILLER                   PIC X(008)      VALUE '242001A0'.
      *    PED-SIST - PEDIDOS (ARQPED01).
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-NUMERO'.
           05 FILLER                   PIC X(008)      VALUE '001007N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-COD-CLI'.
           05 FILLER                   PIC X(008)      VALUE '008007N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-COD-VEN'.
           05 FILLER                   PIC X(008)      VALUE '015003N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-DATA-EMISSAO'.
           05 FILLER                   PIC X(008)      VALUE '018008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-VALOR'.
           05 FILLER                   PIC X(008)      VALUE '026013N2'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-STATUS'.
           05 FILLER                   PIC X(008)      VALUE '039001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-AVISO-VEND'.
           05 FILLER                   PIC X(008)      VALUE '040001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQPED01PEDIDO-DATA-STATUS'.
           05 FILLER                   PIC X(008)      VALUE '041008N0'.
      *    VND-SIST - HISTORICO DE VENDAS (ARQHVND).
           05 FILLER                   PIC X(033)      VALUE
              'ARQHVND VENDA-COD-CLI'.
           05 FILLER                   PIC X(008)      VALUE '001007N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQHVND VENDA-PERIODO'.
           05 FILLER                   PIC X(008)      VALUE '008006N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQHVND VENDA-VALOR'.
           05 FILLER                   PIC X(008)      VALUE '014013N2'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQHVND VENDA-DATA-CARGA'.
           05 FILLER                   PIC X(008)      VALUE '027008N0'.
      *    VIS-SIST - HISTORICO DE VISITAS (ARQVIS01).
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-COD-CLI'.
           05 FILLER                   PIC X(008)      VALUE '001007N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-DATA'.
           05 FILLER                   PIC X(008)      VALUE '008008N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-COD-VEN'.
           05 FILLER                   PIC X(008)      VALUE '016003N0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-RESULTADO'.
           05 FILLER                   PIC X(008)      VALUE '019002A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-OBS'.
           05 FILLER                   PIC X(008)      VALUE '021040A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-FORA-CERCA'.
           05 FILLER                   PIC X(008)      VALUE '061001A0'.
           05 FILLER                   PIC X(033)      VALUE
              'ARQVIS01VISITA-HORA'.
           05 FILLER                   PIC X(008)      VALUE '062006N0'.
      *
       01  TAB-DICIONARIO REDEFINES TAB-DICIONARIO-VALORES.
           05 TAB-DIC-ENTRY                          OCCURS 53 TIMES.
              10 TAB-DIC-ARQ           PIC X(008).
              10 TAB-DIC-NOME          PIC X(025).
              10 TAB-DIC-POS           PIC 9(003).
              10 TAB-DIC-TAM           PIC 9(003).
              10 TAB-DIC-TIPO          PIC X(001).
              10 TAB-DIC-DEC           PIC 9(001).
      *
       77  WRK-QTDE-DIC                PIC 9(003) COMP VALUE 53.
       77  WRK-IX-DIC                  PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-ACHADO               PIC 9(003) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CAMPOS DE SAIDA (INDICE NO DICIONARIO, NA ORDEM DO CARTAO)  *
      *    E FILTROS. NOS FILTROS NUMERICOS OS VALORES DO CARTAO JA    *
      *    VEM CONVERTIDOS EM FLT-NUM1/FLT-NUM2.                       *
      *----------------------------------------------------------------*
      *
       77  WRK-MAX-SAIDA               PIC 9(003) COMP VALUE 30.
       77  WRK-QTDE-SAIDA              PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-SAIDA                PIC 9(003) COMP VALUE ZEROS.
       01  TAB-SAIDA.
           05 TAB-SAI-IX-DIC           PIC 9(003) COMP
                                       OCCURS 30 TIMES.
      *
       77  WRK-MAX-FILTRO              PIC 9(003) COMP VALUE 10.
       77  WRK-QTDE-FILTRO             PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-FILTRO               PIC 9(003) COMP VALUE ZEROS.
       01  TAB-FILTRO.
           05 TAB-FLT-ENTRY                          OCCURS 10 TIMES.
              10 TAB-FLT-IX-DIC        PIC 9(003) COMP.
              10 TAB-FLT-OPER          PIC X(001).
                 88 TAB-FLT-IGUAL                    VALUE 'I'.
                 88 TAB-FLT-FAIXA                    VALUE 'F'.
                 88 TAB-FLT-BRANCO                   VALUE 'B'.
                 88 TAB-FLT-NAO-BRANCO               VALUE 'N'.
              10 TAB-FLT-TEM-ATE       PIC X(001).
              10 TAB-FLT-VAL1          PIC X(040).
              10 TAB-FLT-VAL2          PIC X(040).
              10 TAB-FLT-NUM1          PIC S9(013)V9(008).
              10 TAB-FLT-NUM2          PIC S9(013)V9(008).
      *
      *----------------------------------------------------------------*
      *    REGISTRO CORRENTE DO ARQUIVO ESCOLHIDO E CAMPO EXTRAIDO     *
      *    DELE PELA POSICAO/TAMANHO DO DICIONARIO.                    *
      *----------------------------------------------------------------*
      *
       01  WRK-REG-BUFFER              PIC X(242)      VALUE SPACES.
       01  WRK-CPO-TEXTO               PIC X(050)      VALUE SPACES.
       77  WRK-CPO-POS                 PIC 9(003)      VALUE ZEROS.
       77  WRK-CPO-TAM                 PIC 9(003)      VALUE ZEROS.
       77  WRK-CPO-DEC                 PIC 9(001)      VALUE ZEROS.
       01  WRK-CPO-TIPO                PIC X(001)      VALUE SPACES.
           88  WRK-CPO-ALFA                            VALUE 'A'.
           88  WRK-CPO-COM-SINAL                       VALUE 'S'.
       01  WRK-CPO-VAZIO-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CPO-VAZIO                           VALUE 'S'.
       01  WRK-CPO-NUM                 PIC S9(013)V9(008)
                                                       VALUE ZEROS.
      *
      *    CAMPO NUMERICO ALINHADO A DIREITA EM 18 POSICOES; O SINAL
      *    EMBUTIDO NO ULTIMO BYTE VALE TAMBEM NA VISAO COM SINAL.
       01  WRK-NUM-X                   PIC X(018)      VALUE ZEROS.
       01  WRK-NUM-N REDEFINES WRK-NUM-X
                                       PIC 9(018).
       01  WRK-NUM-S REDEFINES WRK-NUM-X
                                       PIC S9(018).
       77  WRK-NUM-INI                 PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-SELECIONA-FLAG          PIC X(001)      VALUE 'S'.
           88  WRK-SELECIONADO                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    MONTAGEM DA LINHA DE SAIDA.                                 *
      *----------------------------------------------------------------*
      *
       01  WRK-SAI-TEXTO               PIC X(050)      VALUE SPACES.
       01  WRK-SAI-INVERSO             PIC X(050)      VALUE SPACES.
       77  WRK-SAI-BRANCOS             PIC 9(003)      VALUE ZEROS.
       77  WRK-SAI-TAM                 PIC 9(003)      VALUE ZEROS.
       77  WRK-PONTEIRO                PIC 9(004)      VALUE 1.
       01  WRK-EDT-DEC2                PIC -(13)9,99.
       01  WRK-EDT-DEC8                PIC -(4)9,9(8).
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-EXTRAIDOS          PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
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
           PERFORM 2000-PROCESSA-REGISTRO THRU 2000-SAIDA
               UNTIL WRK-LEITURA-FIM
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
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
           PERFORM 1100-LER-CARTAO THRU 1100-SAIDA
      *
           IF WRK-QTDE-SAIDA           EQUAL ZEROS
               PERFORM 1300-SAIDA-PADRAO THRU 1300-SAIDA
                   VARYING WRK-IX-DIC FROM 1 BY 1
                   UNTIL WRK-IX-DIC GREATER WRK-QTDE-DIC
           END-IF
      *
           PERFORM 1400-ABRE-ARQUIVO THRU 1400-SAIDA
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'EXTRACAO_' WRK-ARQ-ESCOLHIDO DELIMITED BY SPACE
                  '_' WRK-STAMP '.CSV' DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCSV
           OPEN OUTPUT ARQCSV
           IF NOT WRK-ARQCSV-OK
               DISPLAY 'EXTRAI-ADHOC: FALHA AO CRIAR A EXTRACAO - '
                       'FILE STATUS=' WRK-FS-ARQCSV
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1500-GRAVA-CABECALHO THRU 1500-SAIDA
      *
           PERFORM 7100-LER-ARQUIVO THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O NOME OPCIONAL DO   *
      * CARTAO NA LINHA DE COMANDO.                                    *
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
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF WRK-CMD-LINHA            EQUAL SPACES
               MOVE 'EXTRAI-ADHOC.TXT' TO WRK-CMD-LINHA
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHVND-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVIS01-WS
           MOVE SPACES                 TO NOME-ARQCARD-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS)
                  FUNCTION TRIM(WRK-CMD-LINHA)
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCARD-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O CARTAO INTEIRO, MONTANDO AS TABELAS DE SAIDA E DE FILTRO. *
      * TODAS AS LINHAS INVALIDAS SAO LISTADAS ANTES DE ENCERRAR, PARA *
      * O OPERADOR CORRIGIR O CARTAO DE UMA VEZ.                       *
      *----------------------------------------------------------------*
       1100-LER-CARTAO                 SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARD
           IF NOT WRK-ARQCARD-OK
               DISPLAY 'EXTRAI-ADHOC: CARTAO DE PARAMETROS '
                       FUNCTION TRIM(NOME-ARQCARD-WS)
                       ' AUSENTE - FILE STATUS=' WRK-FS-ARQCARD
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1110-LER-LINHA THRU 1110-SAIDA
               UNTIL WRK-ARQCARD-FIM
           CLOSE ARQCARD
      *
           IF  WRK-ARQ-ESCOLHIDO       EQUAL SPACES
           AND NOT WRK-CARTAO-COM-ERRO
               DISPLAY 'EXTRAI-ADHOC: CARTAO SEM A INSTRUCAO ARQUIVO'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
           END-IF
      *
           IF WRK-CARTAO-COM-ERRO
               DISPLAY 'EXTRAI-ADHOC: CARTAO DE PARAMETROS COM ERRO - '
                       'NADA FOI EXTRAIDO'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE UMA LINHA DO CARTAO E TRATA A INSTRUCAO DELA.               *
      *----------------------------------------------------------------*
       1110-LER-LINHA                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARD NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARD
                   GO TO 1110-SAIDA
           END-READ
           ADD 1                       TO WRK-QTDE-LINHAS-CARD
      *
           IF REG-ARQCARD              EQUAL SPACES
           OR REG-ARQCARD(1:1)         EQUAL '*'
               GO TO 1110-SAIDA
           END-IF
      *
           MOVE FUNCTION TRIM(REG-ARQCARD)
                                       TO WRK-CARD-LINHA
           MOVE SPACES                 TO WRK-CARD-VERBO
                                          WRK-CARD-CAMPO
                                          WRK-CARD-OPER
                                          WRK-CARD-VAL1
                                          WRK-CARD-VAL2
           UNSTRING WRK-CARD-LINHA     DELIMITED BY ALL SPACES
               INTO WRK-CARD-VERBO
                    WRK-CARD-CAMPO
                    WRK-CARD-OPER
                    WRK-CARD-VAL1
                    WRK-CARD-VAL2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WRK-CARD-VERBO)
                                       TO WRK-CARD-VERBO
           MOVE FUNCTION UPPER-CASE(WRK-CARD-CAMPO)
                                       TO WRK-CARD-CAMPO
           MOVE FUNCTION UPPER-CASE(WRK-CARD-OPER)
                                       TO WRK-CARD-OPER
      *
           EVALUATE WRK-CARD-VERBO
               WHEN 'ARQUIVO'
                   PERFORM 1120-TRATA-ARQUIVO THRU 1120-SAIDA
               WHEN 'CAMPO'
                   PERFORM 1130-TRATA-CAMPO THRU 1130-SAIDA
               WHEN 'FILTRO'
                   PERFORM 1140-TRATA-FILTRO THRU 1140-SAIDA
               WHEN OTHER
                   DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                           ' - INSTRUCAO DESCONHECIDA: '
                           WRK-CARD-VERBO
                   MOVE 'S'            TO WRK-CARTAO-ERRO-FLAG
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ARQUIVO A EXTRAIR - SO UM POR CARTAO, ANTES DOS CAMPOS.        *
      *----------------------------------------------------------------*
       1120-TRATA-ARQUIVO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ARQ-ESCOLHIDO        NOT EQUAL SPACES
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - ARQUIVO INFORMADO MAIS DE UMA VEZ'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1120-SAIDA
           END-IF
      *
           MOVE WRK-CARD-CAMPO         TO WRK-ARQ-ESCOLHIDO
           EVALUATE TRUE
               WHEN WRK-ARQ-CLI
               WHEN WRK-ARQ-VEN
                   MOVE 'EXEMPLO-'     TO WRK-PREFIXO
               WHEN WRK-ARQ-PED
                   MOVE 'PEDIDO-'      TO WRK-PREFIXO
               WHEN WRK-ARQ-HVND
                   MOVE 'VENDA-'       TO WRK-PREFIXO
               WHEN WRK-ARQ-VIS
                   MOVE 'VISITA-'      TO WRK-PREFIXO
               WHEN OTHER
                   DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                           ' - ARQUIVO NAO PREVISTO: ' WRK-CARD-CAMPO
                   MOVE 'S'            TO WRK-CARTAO-ERRO-FLAG
                   MOVE SPACES         TO WRK-ARQ-ESCOLHIDO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CAMPO DE SAIDA, NA ORDEM EM QUE APARECE NO CARTAO.             *
      *----------------------------------------------------------------*
       1130-TRATA-CAMPO                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1200-PROCURA-CAMPO THRU 1200-SAIDA
           IF WRK-IX-ACHADO            EQUAL ZEROS
               GO TO 1130-SAIDA
           END-IF
      *
           IF WRK-QTDE-SAIDA           NOT LESS WRK-MAX-SAIDA
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - LIMITE DE ' WRK-MAX-SAIDA
                       ' CAMPOS DE SAIDA'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1130-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-SAIDA
           MOVE WRK-IX-ACHADO          TO TAB-SAI-IX-DIC(WRK-QTDE-SAIDA)
           .
      *----------------------------------------------------------------*
       1130-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONDICAO DE FILTRO. EM CAMPO NUMERICO OS VALORES SAO           *
      * CONVERTIDOS AQUI, UMA VEZ SO.                                  *
      *----------------------------------------------------------------*
       1140-TRATA-FILTRO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1200-PROCURA-CAMPO THRU 1200-SAIDA
           IF WRK-IX-ACHADO            EQUAL ZEROS
               GO TO 1140-SAIDA
           END-IF
      *
           IF WRK-QTDE-FILTRO          NOT LESS WRK-MAX-FILTRO
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - LIMITE DE ' WRK-MAX-FILTRO ' FILTROS'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1140-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-FILTRO
           MOVE WRK-QTDE-FILTRO        TO WRK-IX-FILTRO
           MOVE WRK-IX-ACHADO          TO TAB-FLT-IX-DIC(WRK-IX-FILTRO)
           MOVE WRK-CARD-VAL1          TO TAB-FLT-VAL1(WRK-IX-FILTRO)
           MOVE WRK-CARD-VAL2          TO TAB-FLT-VAL2(WRK-IX-FILTRO)
           MOVE ZEROS                  TO TAB-FLT-NUM1(WRK-IX-FILTRO)
                                          TAB-FLT-NUM2(WRK-IX-FILTRO)
           MOVE 'N'                    TO TAB-FLT-TEM-ATE(WRK-IX-FILTRO)
      *
           EVALUATE WRK-CARD-OPER
               WHEN 'IGUAL'
                   MOVE 'I'            TO TAB-FLT-OPER(WRK-IX-FILTRO)
               WHEN 'FAIXA'
                   MOVE 'F'            TO TAB-FLT-OPER(WRK-IX-FILTRO)
                   IF WRK-CARD-VAL2    NOT EQUAL SPACES
                       MOVE 'S'        TO TAB-FLT-TEM-ATE(WRK-IX-FILTRO)
                   END-IF
               WHEN 'BRANCO'
                   MOVE 'B'            TO TAB-FLT-OPER(WRK-IX-FILTRO)
                   GO TO 1140-SAIDA
               WHEN 'NAOBRANCO'
                   MOVE 'N'            TO TAB-FLT-OPER(WRK-IX-FILTRO)
                   GO TO 1140-SAIDA
               WHEN OTHER
                   DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                           ' - CONDICAO DESCONHECIDA: ' WRK-CARD-OPER
                   MOVE 'S'            TO WRK-CARTAO-ERRO-FLAG
                   GO TO 1140-SAIDA
           END-EVALUATE
      *
           IF WRK-CARD-VAL1            EQUAL SPACES
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - CONDICAO SEM VALOR'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1140-SAIDA
           END-IF
      *
           IF TAB-DIC-TIPO(WRK-IX-ACHADO) EQUAL 'A'
               GO TO 1140-SAIDA
           END-IF
      *
           IF FUNCTION TEST-NUMVAL(WRK-CARD-VAL1) NOT EQUAL ZEROS
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - VALOR NAO NUMERICO: ' WRK-CARD-VAL1
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1140-SAIDA
           END-IF
           COMPUTE TAB-FLT-NUM1(WRK-IX-FILTRO)
                   = FUNCTION NUMVAL(WRK-CARD-VAL1)
      *
           IF TAB-FLT-TEM-ATE(WRK-IX-FILTRO) EQUAL 'S'
               IF FUNCTION TEST-NUMVAL(WRK-CARD-VAL2) NOT EQUAL ZEROS
                   DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                           ' - VALOR NAO NUMERICO: ' WRK-CARD-VAL2
                   MOVE 'S'            TO WRK-CARTAO-ERRO-FLAG
                   GO TO 1140-SAIDA
               END-IF
               COMPUTE TAB-FLT-NUM2(WRK-IX-FILTRO)
                       = FUNCTION NUMVAL(WRK-CARD-VAL2)
           END-IF
           .
      *----------------------------------------------------------------*
       1140-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA WRK-CARD-CAMPO NO DICIONARIO DO ARQUIVO ESCOLHIDO, COM *
      * OU SEM O PREFIXO DO BOOK. DEVOLVE O INDICE EM WRK-IX-ACHADO    *
      * (ZEROS = NAO ACHOU, JA REPORTADO).                             *
      *----------------------------------------------------------------*
       1200-PROCURA-CAMPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IX-ACHADO
      *
           IF WRK-ARQ-ESCOLHIDO        EQUAL SPACES
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - ARQUIVO DEVE VIR ANTES DE CAMPO/FILTRO'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1200-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-NOME-LONGO
           STRING WRK-PREFIXO          DELIMITED BY SPACE
                  WRK-CARD-CAMPO       DELIMITED BY SPACE
                                       INTO WRK-NOME-LONGO
      *
           PERFORM 1210-COMPARA-NOME THRU 1210-SAIDA
               VARYING WRK-IX-DIC FROM 1 BY 1
               UNTIL WRK-IX-DIC GREATER WRK-QTDE-DIC
                  OR WRK-IX-ACHADO GREATER ZEROS
      *
           IF WRK-IX-ACHADO            EQUAL ZEROS
               DISPLAY 'EXTRAI-ADHOC: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - CAMPO ' FUNCTION TRIM(WRK-CARD-CAMPO)
                       ' NAO EXISTE NO ' WRK-ARQ-ESCOLHIDO
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1210-COMPARA-NOME               SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-DIC-ARQ(WRK-IX-DIC) EQUAL WRK-ARQ-ESCOLHIDO
           AND (TAB-DIC-NOME(WRK-IX-DIC) EQUAL WRK-CARD-CAMPO
            OR  TAB-DIC-NOME(WRK-IX-DIC) EQUAL WRK-NOME-LONGO)
               MOVE WRK-IX-DIC         TO WRK-IX-ACHADO
           END-IF
           .
      *----------------------------------------------------------------*
       1210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARTAO SEM CAMPO: SAEM TODOS OS CAMPOS DO ARQUIVO, NA ORDEM DO *
      * BOOK.                                                          *
      *----------------------------------------------------------------*
       1300-SAIDA-PADRAO               SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-DIC-ARQ(WRK-IX-DIC) EQUAL WRK-ARQ-ESCOLHIDO
           AND WRK-QTDE-SAIDA          LESS WRK-MAX-SAIDA
               ADD 1                   TO WRK-QTDE-SAIDA
               MOVE WRK-IX-DIC         TO TAB-SAI-IX-DIC(WRK-QTDE-SAIDA)
           END-IF
           .
      *----------------------------------------------------------------*
       1300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ABRE O ARQUIVO ESCOLHIDO PARA LEITURA NA ORDEM DA CHAVE.       *
      *----------------------------------------------------------------*
       1400-ABRE-ARQUIVO               SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-ARQ-CLI
                   OPEN INPUT ARQCLI01
                   MOVE WRK-FS-ARQCLI01
                                       TO WRK-FS-LEITURA
               WHEN WRK-ARQ-VEN
                   OPEN INPUT ARQVEN01
                   MOVE WRK-FS-ARQVEN01
                                       TO WRK-FS-LEITURA
               WHEN WRK-ARQ-PED
                   OPEN INPUT ARQPED01
                   MOVE WRK-FS-ARQPED01
                                       TO WRK-FS-LEITURA
               WHEN WRK-ARQ-HVND
                   OPEN INPUT ARQHVND
                   MOVE WRK-FS-ARQHVND TO WRK-FS-LEITURA
               WHEN WRK-ARQ-VIS
                   OPEN INPUT ARQVIS01
                   MOVE WRK-FS-ARQVIS01
                                       TO WRK-FS-LEITURA
           END-EVALUATE
      *
           IF  WRK-FS-LEITURA          NOT EQUAL '00'
           AND WRK-FS-LEITURA          NOT EQUAL '05'
               DISPLAY 'EXTRAI-ADHOC: FALHA AO ABRIR O '
                       WRK-ARQ-ESCOLHIDO ' - FILE STATUS='
                       WRK-FS-LEITURA
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       1400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA DE NOMES DE COLUNA (NOMES DO BOOK).                      *
      *----------------------------------------------------------------*
       1500-GRAVA-CABECALHO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQCSV
           MOVE 1                      TO WRK-PONTEIRO
           PERFORM 1510-NOME-COLUNA THRU 1510-SAIDA
               VARYING WRK-IX-SAIDA FROM 1 BY 1
               UNTIL WRK-IX-SAIDA GREATER WRK-QTDE-SAIDA
           WRITE REG-ARQCSV
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-NOME-COLUNA                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IX-SAIDA             GREATER 1
               STRING ';'              DELIMITED BY SIZE
                   INTO REG-ARQCSV WITH POINTER WRK-PONTEIRO
           END-IF
           MOVE TAB-SAI-IX-DIC(WRK-IX-SAIDA)
                                       TO WRK-IX-DIC
           STRING TAB-DIC-NOME(WRK-IX-DIC)
                                       DELIMITED BY SPACE
               INTO REG-ARQCSV WITH POINTER WRK-PONTEIRO
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APLICA OS FILTROS AO REGISTRO CORRENTE E GRAVA A LINHA DELE SE *
      * TODOS FOREM ATENDIDOS.                                         *
      *----------------------------------------------------------------*
       2000-PROCESSA-REGISTRO          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           MOVE 'S'                    TO WRK-SELECIONA-FLAG
           PERFORM 2100-TESTA-FILTRO THRU 2100-SAIDA
               VARYING WRK-IX-FILTRO FROM 1 BY 1
               UNTIL WRK-IX-FILTRO GREATER WRK-QTDE-FILTRO
                  OR NOT WRK-SELECIONADO
      *
           IF WRK-SELECIONADO
               PERFORM 2200-GRAVA-LINHA THRU 2200-SAIDA
           END-IF
      *
           PERFORM 7100-LER-ARQUIVO THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TESTA UM FILTRO. CAMPO NUMERICO COMPARA PELO VALOR, CAMPO      *
      * ALFANUMERICO PELO TEXTO (COMPLETADO COM BRANCOS).              *
      *----------------------------------------------------------------*
       2100-TESTA-FILTRO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-FLT-IX-DIC(WRK-IX-FILTRO)
                                       TO WRK-IX-DIC
           PERFORM 2400-EXTRAI-CAMPO THRU 2400-SAIDA
      *
           EVALUATE TRUE
               WHEN TAB-FLT-BRANCO(WRK-IX-FILTRO)
                   IF NOT WRK-CPO-VAZIO
                       MOVE 'N'        TO WRK-SELECIONA-FLAG
                   END-IF
               WHEN TAB-FLT-NAO-BRANCO(WRK-IX-FILTRO)
                   IF WRK-CPO-VAZIO
                       MOVE 'N'        TO WRK-SELECIONA-FLAG
                   END-IF
               WHEN WRK-CPO-ALFA
                   PERFORM 2110-COMPARA-TEXTO THRU 2110-SAIDA
               WHEN OTHER
                   PERFORM 2120-COMPARA-VALOR THRU 2120-SAIDA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-COMPARA-TEXTO              SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-FLT-IGUAL(WRK-IX-FILTRO)
               IF WRK-CPO-TEXTO        NOT EQUAL
                                       TAB-FLT-VAL1(WRK-IX-FILTRO)
                   MOVE 'N'            TO WRK-SELECIONA-FLAG
               END-IF
               GO TO 2110-SAIDA
           END-IF
      *
           IF WRK-CPO-TEXTO            LESS TAB-FLT-VAL1(WRK-IX-FILTRO)
               MOVE 'N'                TO WRK-SELECIONA-FLAG
           END-IF
           IF  TAB-FLT-TEM-ATE(WRK-IX-FILTRO) EQUAL 'S'
           AND WRK-CPO-TEXTO        GREATER TAB-FLT-VAL2(WRK-IX-FILTRO)
               MOVE 'N'                TO WRK-SELECIONA-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CAMPO NUMERICO NAO PREENCHIDO NAO ATENDE IGUAL NEM FAIXA.      *
      *----------------------------------------------------------------*
       2120-COMPARA-VALOR              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-NUM-S                NOT NUMERIC
               MOVE 'N'                TO WRK-SELECIONA-FLAG
               GO TO 2120-SAIDA
           END-IF
      *
           IF TAB-FLT-IGUAL(WRK-IX-FILTRO)
               IF WRK-CPO-NUM          NOT EQUAL
                                       TAB-FLT-NUM1(WRK-IX-FILTRO)
                   MOVE 'N'            TO WRK-SELECIONA-FLAG
               END-IF
               GO TO 2120-SAIDA
           END-IF
      *
           IF WRK-CPO-NUM              LESS TAB-FLT-NUM1(WRK-IX-FILTRO)
               MOVE 'N'                TO WRK-SELECIONA-FLAG
           END-IF
           IF  TAB-FLT-TEM-ATE(WRK-IX-FILTRO) EQUAL 'S'
           AND WRK-CPO-NUM          GREATER TAB-FLT-NUM2(WRK-IX-FILTRO)
               MOVE 'N'                TO WRK-SELECIONA-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MONTA E GRAVA A LINHA DO REGISTRO SELECIONADO.                 *
      *----------------------------------------------------------------*
       2200-GRAVA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQCSV
           MOVE 1                      TO WRK-PONTEIRO
           PERFORM 2210-GRAVA-COLUNA THRU 2210-SAIDA
               VARYING WRK-IX-SAIDA FROM 1 BY 1
               UNTIL WRK-IX-SAIDA GREATER WRK-QTDE-SAIDA
           WRITE REG-ARQCSV
           IF NOT WRK-ARQCSV-OK
               DISPLAY 'EXTRAI-ADHOC: FALHA NA GRAVACAO DA EXTRACAO - '
                       'FILE STATUS=' WRK-FS-ARQCSV
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           ADD 1                       TO WRK-QTDE-EXTRAIDOS
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FORMATA UMA COLUNA: TEXTO SEM OS BRANCOS DAS PONTAS (';' NO    *
      * TEXTO VIRA ','), CODIGO E DATA COMO ESTAO NO REGISTRO E VALOR  *
      * COM VIRGULA DECIMAL. CAMPO NUMERICO NAO PREENCHIDO SAI VAZIO.  *
      *----------------------------------------------------------------*
       2210-GRAVA-COLUNA               SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IX-SAIDA             GREATER 1
               STRING ';'              DELIMITED BY SIZE
                   INTO REG-ARQCSV WITH POINTER WRK-PONTEIRO
           END-IF
      *
           MOVE TAB-SAI-IX-DIC(WRK-IX-SAIDA)
                                       TO WRK-IX-DIC
           PERFORM 2400-EXTRAI-CAMPO THRU 2400-SAIDA
      *
           MOVE SPACES                 TO WRK-SAI-TEXTO
           EVALUATE TRUE
               WHEN WRK-CPO-ALFA
                   MOVE WRK-CPO-TEXTO  TO WRK-SAI-TEXTO
                   INSPECT WRK-SAI-TEXTO REPLACING ALL ';' BY ','
               WHEN WRK-NUM-S          NOT NUMERIC
                   CONTINUE
               WHEN WRK-CPO-DEC        EQUAL ZEROS
                   MOVE WRK-CPO-TEXTO  TO WRK-SAI-TEXTO
               WHEN WRK-CPO-DEC        EQUAL 2
                   MOVE WRK-CPO-NUM    TO WRK-EDT-DEC2
                   MOVE WRK-EDT-DEC2   TO WRK-SAI-TEXTO
               WHEN OTHER
                   MOVE WRK-CPO-NUM    TO WRK-EDT-DEC8
                   MOVE WRK-EDT-DEC8   TO WRK-SAI-TEXTO
           END-EVALUATE
      *
           MOVE FUNCTION TRIM(WRK-SAI-TEXTO)
                                       TO WRK-SAI-TEXTO
           MOVE FUNCTION REVERSE(WRK-SAI-TEXTO)
                                       TO WRK-SAI-INVERSO
           MOVE ZEROS                  TO WRK-SAI-BRANCOS
           INSPECT WRK-SAI-INVERSO     TALLYING WRK-SAI-BRANCOS
                                       FOR LEADING SPACES
           COMPUTE WRK-SAI-TAM         = 50 - WRK-SAI-BRANCOS
      *
           IF WRK-SAI-TAM              GREATER ZEROS
               STRING WRK-SAI-TEXTO(1:WRK-SAI-TAM)
                                       DELIMITED BY SIZE
                   INTO REG-ARQCSV WITH POINTER WRK-PONTEIRO
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * EXTRAI DO REGISTRO O CAMPO WRK-IX-DIC DO DICIONARIO. CAMPO     *
      * NUMERICO E ALINHADO EM WRK-NUM-X E CONVERTIDO EM WRK-CPO-NUM;  *
      * SE NAO ESTIVER PREENCHIDO (BRANCOS) WRK-NUM-S FICA NAO         *
      * NUMERICO. VAZIO = BRANCOS NO TEXTO OU ZEROS/NAO PREENCHIDO NO  *
      * NUMERICO.                                                      *
      *----------------------------------------------------------------*
       2400-EXTRAI-CAMPO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-DIC-POS(WRK-IX-DIC) TO WRK-CPO-POS
           MOVE TAB-DIC-TAM(WRK-IX-DIC) TO WRK-CPO-TAM
           MOVE TAB-DIC-TIPO(WRK-IX-DIC)
                                       TO WRK-CPO-TIPO
           MOVE TAB-DIC-DEC(WRK-IX-DIC) TO WRK-CPO-DEC
      *
           MOVE SPACES                 TO WRK-CPO-TEXTO
           MOVE WRK-REG-BUFFER(WRK-CPO-POS:WRK-CPO-TAM)
                                       TO WRK-CPO-TEXTO
           MOVE ZEROS                  TO WRK-CPO-NUM
           MOVE 'N'                    TO WRK-CPO-VAZIO-FLAG
      *
           IF WRK-CPO-ALFA
               IF WRK-CPO-TEXTO        EQUAL SPACES
               OR WRK-CPO-TEXTO        EQUAL LOW-VALUES
                   MOVE 'S'            TO WRK-CPO-VAZIO-FLAG
               END-IF
               GO TO 2400-SAIDA
           END-IF
      *
           MOVE ALL '0'                TO WRK-NUM-X
           COMPUTE WRK-NUM-INI         = 19 - WRK-CPO-TAM
           MOVE WRK-CPO-TEXTO(1:WRK-CPO-TAM)
                                       TO WRK-NUM-X(WRK-NUM-INI:
                                                    WRK-CPO-TAM)
      *
      *    CAMPO SEM SINAL COM ZONA DE SINAL NO ULTIMO BYTE NAO E
      *    NUMERO VALIDO.
           IF  NOT WRK-CPO-COM-SINAL
           AND WRK-NUM-N               NOT NUMERIC
               MOVE SPACES             TO WRK-NUM-X
           END-IF
      *
           IF WRK-NUM-S                NOT NUMERIC
               MOVE 'S'                TO WRK-CPO-VAZIO-FLAG
               GO TO 2400-SAIDA
           END-IF
      *
           COMPUTE WRK-CPO-NUM         = WRK-NUM-S / (10 ** WRK-CPO-DEC)
           IF WRK-CPO-NUM              EQUAL ZEROS
               MOVE 'S'                TO WRK-CPO-VAZIO-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA OS ARQUIVOS E REGISTRA A EXTRACAO NO MANIFESTO.          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-ARQ-CLI
                   CLOSE ARQCLI01
               WHEN WRK-ARQ-VEN
                   CLOSE ARQVEN01
               WHEN WRK-ARQ-PED
                   CLOSE ARQPED01
               WHEN WRK-ARQ-HVND
                   CLOSE ARQHVND
               WHEN WRK-ARQ-VIS
                   CLOSE ARQVIS01
           END-EVALUATE
           CLOSE ARQCSV
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'EXTRAI-ADHOC: ' WRK-ARQ-ESCOLHIDO
                   ' LIDOS=' WRK-QTDE-LIDOS
                   ' EXTRAIDOS=' WRK-QTDE-EXTRAIDOS
                   ' ARQUIVO=' FUNCTION TRIM(WRK-NOME-ARQCSV)
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA A EXTRACAO NO MANIFESTO GLOBAL.                       *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-QTDE-EXTRAIDOS     TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQCSV
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
      * LEITURA SEQUENCIAL DO ARQUIVO ESCOLHIDO NA ORDEM DA CHAVE. O   *
      * REGISTRO LIDO VAI PARA WRK-REG-BUFFER, DE ONDE OS CAMPOS SAO   *
      * TIRADOS PELA POSICAO DO DICIONARIO.                            *
      *----------------------------------------------------------------*
       7100-LER-ARQUIVO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-REG-BUFFER
           EVALUATE TRUE
               WHEN WRK-ARQ-CLI
                   READ ARQCLI01 NEXT RECORD
                   MOVE WRK-FS-ARQCLI01
                                       TO WRK-FS-LEITURA
                   MOVE EXEMPLO-REG OF ARQCLI01
                                       TO WRK-REG-BUFFER
               WHEN WRK-ARQ-VEN
                   READ ARQVEN01 NEXT RECORD
                   MOVE WRK-FS-ARQVEN01
                                       TO WRK-FS-LEITURA
                   MOVE EXEMPLO-REG OF ARQVEN01
                                       TO WRK-REG-BUFFER
               WHEN WRK-ARQ-PED
                   READ ARQPED01 NEXT RECORD
                   MOVE WRK-FS-ARQPED01
                                       TO WRK-FS-LEITURA
                   MOVE PEDIDO-REG     TO WRK-REG-BUFFER
               WHEN WRK-ARQ-HVND
                   READ ARQHVND NEXT RECORD
                   MOVE WRK-FS-ARQHVND TO WRK-FS-LEITURA
                   MOVE VENDA-REG      TO WRK-REG-BUFFER
               WHEN WRK-ARQ-VIS
                   READ ARQVIS01 NEXT RECORD
                   MOVE WRK-FS-ARQVIS01
                                       TO WRK-FS-LEITURA
                   MOVE VISITA-REG     TO WRK-REG-BUFFER
           END-EVALUATE
      *
           IF NOT WRK-LEITURA-OK
               MOVE '10'               TO WRK-FS-LEITURA
           END-IF
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM EXTRAI-ADHOC.

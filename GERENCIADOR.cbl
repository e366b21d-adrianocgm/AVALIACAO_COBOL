              ORGANIZATION        IS LINE SEQUENTIAL
              FILE STATUS         IS WRK-FS-ARQAUDIT.
      *
      *    JORNAL DE IMAGENS DO CADASTRO - REGISTRO INTEIRO DAS
      *    INCLUSOES/ALTERACOES DE TELA, CHAVEADO PELA LINHA DA TRILHA
      *    (RECUPERA-CAD)
           SELECT ARQJCAD
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS JCAD-CHAVE
              FILE STATUS         IS WRK-FS-ARQJCAD.
      *
      *    LOG DE SEGURANCA - EVENTOS DE LOGIN/BLOQUEIO, SEPARADO DA
      *    TRILHA DE AUDITORIA DE NEGOCIO (PARA ENTREGAR AOS AUDITORES
      *    SOZINHO)
              RECORD KEY          IS PROPIN-COD-CLI
              FILE STATUS         IS WRK-FS-ARQPROPIN.
      *
      *    PROPOSTAS DE REVISAO DO LIMITE DE CREDITO (SCORE-CREDITO)
           SELECT ARQPROPCR
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PROPCR-COD-CLI
              FILE STATUS         IS WRK-FS-ARQPROPCR.
      *
      *    REEMBOLSOS DE QUILOMETRAGEM A APROVAR (REEMB-KM)
           SELECT ARQREEMB
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS REEMB-CHAVE
              FILE STATUS         IS WRK-FS-ARQREEMB.
      *
      *    ARQUIVO DE PARAMETROS DE DIRETORIO
           SELECT ARQPARM
              ASSIGN TO DISK
              RECORD KEY          IS PRODUTO-CODIGO
              FILE STATUS         IS WRK-FS-ARQPRD01.
      *
      *    CLASSE FISCAL DO PRODUTO (LATERAL AO ARQPRD01 - REGRA DE
      *    ICMS DO ITEM)
           SELECT ARQPRCF
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PRDCF-COD-PROD
              FILE STATUS         IS WRK-FS-ARQPRCF.
      *
      *    FAMILIAS DE PRODUTO (AGRUPAMENTO DO RELATORIO DE MIX)
           SELECT ARQFAM01
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS FAMILIA-CODIGO
              FILE STATUS         IS WRK-FS-ARQFAM01.
      *
      *    CAMPANHAS PROMOCIONAIS (CHAVE = PRODUTO + CAMPANHA)
           SELECT ARQCAMP
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CAMP-CHAVE
              FILE STATUS         IS WRK-FS-ARQCAMP.
      *
      *    CADASTRO DE PROSPECTS (EMPRESAS AINDA SEM COMPRA)
           SELECT ARQPROSP
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PROSP-CODIGO
              FILE STATUS         IS WRK-FS-ARQPROSP.
      *
      *    POLITICA DE CADENCIA DE VISITAS POR FAIXA DE PRIORIDADE
           SELECT ARQCADV
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CADENCIA-PRIORIDADE
              FILE STATUS         IS WRK-FS-ARQCADV.
      *
      *    CHAMADOS DE RECLAMACAO DE CLIENTE (SAC)
           SELECT ARQSAC
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS SAC-NUMERO
              FILE STATUS         IS WRK-FS-ARQSAC.
      *
      *    PRAZOS DO SAC (SLA) POR CATEGORIA X SEVERIDADE
           SELECT ARQSLA
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS SLA-CHAVE
              FILE STATUS         IS WRK-FS-ARQSLA.
      *
      *    CONTROLE DE NUMERACAO DOS CHAMADOS DO SAC (REGISTRO UNICO)
           SELECT ARQNUMS
              ASSIGN TO DISK
              FILE STATUS         IS WRK-FS-ARQNUMS.
      *
      *    CONTRATOS DE FORNECIMENTO POR CLIENTE
           SELECT ARQCTR
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CONTRATO-CHAVE
              FILE STATUS         IS WRK-FS-ARQCTR.
      *
      *    LICENCAS/CERTIFICADOS E CATEGORIA DO CLIENTE
           SELECT ARQLIC
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS LICENCA-CHAVE
              FILE STATUS         IS WRK-FS-ARQLIC.
      *
           SELECT ARQCATC
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CATCLI-COD-CLI
              FILE STATUS         IS WRK-FS-ARQCATC.
      *
      *    ORCAMENTOS (COTACOES) - CABECALHO, ITENS E NUMERACAO
           SELECT ARQORC
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS ORCAMENTO-NUMERO
              FILE STATUS         IS WRK-FS-ARQORC.
      *
           SELECT ARQITO
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS ITEM-ORC-CHAVE
              FILE STATUS         IS WRK-FS-ARQITO.
      *
           SELECT ARQNUMO
              ASSIGN TO DISK
              FILE STATUS         IS WRK-FS-ARQNUMO.
      *
      *    CENTROS DE DISTRIBUICAO E ESTIMATIVA DE FRETE POR PEDIDO
           SELECT ARQCDD
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CDIST-CODIGO
              FILE STATUS         IS WRK-FS-ARQCDD.
      *
           SELECT ARQFRT
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS FRETE-NUM-PEDIDO
              FILE STATUS         IS WRK-FS-ARQFRT.
      *
      *    CONTESTACOES DE COMISSAO (VENDEDOR + PERIODO + SEQUENCIA)
           SELECT ARQCTS
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CONTEST-CHAVE
              FILE STATUS         IS WRK-FS-ARQCTS.
      *
      *    PERFIL FISCAL DO VENDEDOR (RETENCOES NA FONTE DA COMISSAO)
           SELECT ARQFISC
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS FISC-COD-VEN
              FILE STATUS         IS WRK-FS-ARQFISC.
      *
      *    PEDIDOS PROGRAMADOS (RECORRENTES) DO CLIENTE
           SELECT ARQPPRG
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PPROG-CHAVE
              FILE STATUS         IS WRK-FS-ARQPPRG.
      *
      *    RATEIO DE CREDITO DE CLIENTE COMPARTILHADO (CLIENTE X INICIO)
           SELECT ARQSPLT
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS RATEIO-CHAVE
              FILE STATUS         IS WRK-FS-ARQSPLT.
      *
      *    CONDICOES DE PAGAMENTO (CHAVE = CODIGO DA CONDICAO)
           SELECT ARQCPAG
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CONDPAG-CODIGO
              FILE STATUS         IS WRK-FS-ARQCPAG.
      *
      *    CONDICAO DE PAGAMENTO PADRAO DO CLIENTE (CHAVE = CLIENTE)
           SELECT ARQCPCL
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CONDCLI-COD-CLI
              FILE STATUS         IS WRK-FS-ARQCPCL.
      *
      *    REGRAS DE ICMS (CHAVE = UF ORIGEM + UF DESTINO + CLASSE)
           SELECT ARQALIQ
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS ALIQ-CHAVE
              FILE STATUS         IS WRK-FS-ARQALIQ.
      *
      *    ICMS DO PEDIDO (CHAVE = PEDIDO + SEQ. ITEM, 000 = RESUMO)
           SELECT ARQICMS
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS ICMS-CHAVE
              FILE STATUS         IS WRK-FS-ARQICMS.
      *
      *    CONTA BANCARIA DO VENDEDOR (PAGAMENTO DA COMISSAO)
           SELECT ARQCBAN
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CBAN-COD-VEN
              FILE STATUS         IS WRK-FS-ARQCBAN.
      *
      *    ITENS DE PEDIDO DE VENDA (CHAVE = PEDIDO + SEQUENCIA)
           SELECT ARQITP01
              ASSIGN TO DISK
              RECORD KEY          IS ITEM-PED-CHAVE
              FILE STATUS         IS WRK-FS-ARQITP01.
      *
      *    POSICAO DE ESTOQUE POR PRODUTO (CARGA DIARIA DO ARMAZEM)
           SELECT ARQSTQ01
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS ESTOQUE-COD-PROD
              FILE STATUS         IS WRK-FS-ARQSTQ01.
      *
      *    RESERVAS DE ESTOQUE E FILA DE BACKORDER POR ITEM DE PEDIDO
           SELECT ARQRESE
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS RESERVA-CHAVE
              ALTERNATE RECORD KEY IS RESERVA-COD-PROD
                                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS RESERVA-COD-VEN
                                  WITH DUPLICATES
              FILE STATUS         IS WRK-FS-ARQRESE.
      *
      *    CONTROLE DE FAIXA DE NUMERACAO DE PEDIDOS (REGISTRO UNICO)
           SELECT ARQNUMP
              ASSIGN TO DISK
              RECORD KEY          IS PERFIL-COD-VEN
              FILE STATUS         IS WRK-FS-ARQPERFV.
      *
      *    HIERARQUIA COMERCIAL (VENDEDOR X INICIO DE VIGENCIA)
           SELECT ARQHIER
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS HIER-CHAVE
              FILE STATUS         IS WRK-FS-ARQHIER.
      *
      *    PLANOS DE COMISSAO (PLANO X INICIO DE VIGENCIA)
           SELECT ARQPLANO
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PLANO-CHAVE
              FILE STATUS         IS WRK-FS-ARQPLANO.
      *
      *    PLANO DE COMISSAO DO VENDEDOR (VENDEDOR X INICIO)
           SELECT ARQPLVEN
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PLVEN-CHAVE
              FILE STATUS         IS WRK-FS-ARQPLVEN.
      *
      *    MUNICIPIO/UF ESTRUTURADO DO CLIENTE (VALIDADO CONTRA IBGE)
           SELECT ARQCLIMU
              ASSIGN TO DISK
              ORGANIZATION        IS LINE SEQUENTIAL
              FILE STATUS         IS WRK-FS-ARQPEDLOG.
      *
      *    MOTIVOS DE CANCELAMENTO DE PEDIDO (CHAVE = CODIGO)
           SELECT ARQMCAN
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS MOTCAN-CODIGO
              FILE STATUS         IS WRK-FS-ARQMCAN.
      *
      *    CERTIFICACAO DO VENDEDOR POR FAMILIA (CHAVE = VENDEDOR +
      *    FAMILIA) E LINHAS EXIGIDAS DO CLIENTE (CLIENTE + FAMILIA)
           SELECT ARQCERT
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CERTIF-CHAVE
              FILE STATUS         IS WRK-FS-ARQCERT.
      *
      *    LISTA DE DISTRIBUICAO DOS RELATORIOS (CHAVE = TIPO DE
      *    RELATORIO + DESTINATARIO)
           SELECT ARQDIST
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS DIST-CHAVE
              FILE STATUS         IS WRK-FS-ARQDIST.
      *
      *    VINCULO DO OPERADOR DE PERFIL V/S COM O VENDEDOR OU O
      *    SUPERVISOR (CHAVE = OPERADOR)
           SELECT ARQVINC
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS VINC-OPER-ID
              FILE STATUS         IS WRK-FS-ARQVINC.
      *
      *    PIPELINE DE OPORTUNIDADES DE VENDA (CHAVE = NUMERO)
           SELECT ARQPIPE
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS PIPE-NUMERO
              FILE STATUS         IS WRK-FS-ARQPIPE.
      *
      *    LOG DE MUDANCAS DE ESTAGIO DAS OPORTUNIDADES (QUEM, QUANDO,
      *    DE/PARA)
           SELECT ARQPIPLOG
              ASSIGN TO DISK      'PIPELINE-ESTAGIO.LOG'
              ORGANIZATION        IS LINE SEQUENTIAL
              FILE STATUS         IS WRK-FS-ARQPIPLOG.
      *
      *    RAZAO DE AMOSTRAS E MATERIAL PROMOCIONAL POR VENDEDOR
      *    (CHAVE = VENDEDOR + ITEM + DATA + SEQUENCIA)
           SELECT ARQAMOS
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS AMOS-CHAVE
              FILE STATUS         IS WRK-FS-ARQAMOS.
      *
      *    HISTORICO DE VISITAS (LEITURA - A ENTREGA DE AMOSTRA TEM DE
      *    SE REFERIR A UMA VISITA ACEITA)
           SELECT ARQVIS01
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS VISITA-CHAVE
              FILE STATUS         IS WRK-FS-ARQVIS01.
      *
      *    FILA DE SOLICITACOES DE CORRECAO CADASTRAL DO APP DE CAMPO
      *    (CARREGADA PELO PROC-CORRECAO; DECIDIDA NO MENU SUPERVISAO)
           SELECT ARQCORR
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS CORR-CHAVE
              FILE STATUS         IS WRK-FS-ARQCORR.
      *
           SELECT ARQLREQ
              ASSIGN TO DISK
              ORGANIZATION        IS INDEXED
              ACCESS MODE         IS DYNAMIC
              RECORD KEY          IS LINREQ-CHAVE
              FILE STATUS         IS WRK-FS-ARQLREQ.
      *
      *    TABELA DE PRECOS POR PRODUTO COM VIGENCIA
           SELECT ARQTBP01
              ASSIGN TO DISK
         FD ARQPRD01
            VALUE OF FILE-ID IS WRK-NOME-ARQPRD01
            COPY "PRD-SIST.CPY".
      *
         FD ARQPRCF
            VALUE OF FILE-ID IS WRK-NOME-ARQPRCF
            COPY "PCF-SIST.CPY".
      *
         FD ARQFAM01
            VALUE OF FILE-ID IS WRK-NOME-ARQFAM01
            COPY "FAM-SIST.CPY".
      *
         FD ARQCAMP
            VALUE OF FILE-ID IS WRK-NOME-ARQCAMP
            COPY "CMP-SIST.CPY".
      *
         FD ARQPROSP
            VALUE OF FILE-ID IS WRK-NOME-ARQPROSP
            COPY "PRS-SIST.CPY".
      *
         FD ARQCADV
            VALUE OF FILE-ID IS WRK-NOME-ARQCADV
            COPY "CDV-SIST.CPY".
      *
         FD ARQSAC
            VALUE OF FILE-ID IS WRK-NOME-ARQSAC
            COPY "SAC-SIST.CPY".
      *
         FD ARQSLA
            VALUE OF FILE-ID IS WRK-NOME-ARQSLA
            COPY "SLA-SIST.CPY".
      *
         FD ARQNUMS
            VALUE OF FILE-ID IS WRK-NOME-ARQNUMS
            COPY "NSC-SIST.CPY".
      *
         FD ARQCTR
            VALUE OF FILE-ID IS WRK-NOME-ARQCTR
            COPY "CTR-SIST.CPY".
      *
         FD ARQLIC
            VALUE OF FILE-ID IS WRK-NOME-ARQLIC
            COPY "LIC-SIST.CPY".
      *
         FD ARQCATC
            VALUE OF FILE-ID IS WRK-NOME-ARQCATC
            COPY "CCT-SIST.CPY".
      *
         FD ARQORC
            VALUE OF FILE-ID IS WRK-NOME-ARQORC
            COPY "ORC-SIST.CPY".
      *
         FD ARQITO
            VALUE OF FILE-ID IS WRK-NOME-ARQITO
            COPY "ITO-SIST.CPY".
      *
         FD ARQNUMO
            VALUE OF FILE-ID IS WRK-NOME-ARQNUMO
            COPY "NOR-SIST.CPY".
      *
         FD ARQCDD
            VALUE OF FILE-ID IS WRK-NOME-ARQCDD
            COPY "CDD-SIST.CPY".
      *
         FD ARQFRT
            VALUE OF FILE-ID IS WRK-NOME-ARQFRT
            COPY "FRT-SIST.CPY".
      *
         FD ARQCTS
            VALUE OF FILE-ID IS WRK-NOME-ARQCTS
            COPY "CTS-SIST.CPY".
      *
         FD ARQFISC
            VALUE OF FILE-ID IS WRK-NOME-ARQFISC
            COPY "FIS-SIST.CPY".
      *
         FD ARQPPRG
            VALUE OF FILE-ID IS WRK-NOME-ARQPPRG
            COPY "PPG-SIST.CPY".
      *
         FD ARQSPLT
            VALUE OF FILE-ID IS WRK-NOME-ARQSPLT
            COPY "SPL-SIST.CPY".
      *
         FD ARQCPAG
            VALUE OF FILE-ID IS WRK-NOME-ARQCPAG
            COPY "CPG-SIST.CPY".
      *
         FD ARQCPCL
            VALUE OF FILE-ID IS WRK-NOME-ARQCPCL
            COPY "CPC-SIST.CPY".
      *
         FD ARQALIQ
            VALUE OF FILE-ID IS WRK-NOME-ARQALIQ
            COPY "ALQ-SIST.CPY".
      *
         FD ARQICMS
            VALUE OF FILE-ID IS WRK-NOME-ARQICMS
            COPY "ICM-SIST.CPY".
      *
         FD ARQCBAN
            VALUE OF FILE-ID IS WRK-NOME-ARQCBAN
            COPY "CBN-SIST.CPY".
      *
         FD ARQITP01
            VALUE OF FILE-ID IS WRK-NOME-ARQITP01
            COPY "ITP-SIST.CPY".
      *
         FD ARQSTQ01
            VALUE OF FILE-ID IS WRK-NOME-ARQSTQ01
            COPY "STQ-SIST.CPY".
      *
         FD ARQRESE
            VALUE OF FILE-ID IS WRK-NOME-ARQRESE
            COPY "RSE-SIST.CPY".
      *
         FD ARQTBP01
            VALUE OF FILE-ID IS WRK-NOME-ARQTBP01
         FD ARQPEDLOG
            RECORD CONTAINS 120 CHARACTERS.
       01 REG-ARQPEDLOG                PIC  X(120).
      *
         FD ARQMCAN
            VALUE OF FILE-ID IS WRK-NOME-ARQMCAN
            COPY "MCN-SIST.CPY".
      *
         FD ARQCERT
            VALUE OF FILE-ID IS WRK-NOME-ARQCERT
            COPY "CRT-SIST.CPY".
      *
         FD ARQDIST
            VALUE OF FILE-ID IS WRK-NOME-ARQDIST
            COPY "DIS-SIST.CPY".
      *
         FD ARQVINC
            VALUE OF FILE-ID IS WRK-NOME-ARQVINC
            COPY "VNC-SIST.CPY".
      *
         FD ARQPIPE
            VALUE OF FILE-ID IS WRK-NOME-ARQPIPE
            COPY "PIP-SIST.CPY".
      *
         FD ARQPIPLOG
            RECORD CONTAINS 120 CHARACTERS.
       01 REG-ARQPIPLOG                PIC  X(120).
      *
         FD ARQAMOS
            VALUE OF FILE-ID IS WRK-NOME-ARQAMOS
            COPY "AMS-SIST.CPY".
      *
         FD ARQVIS01
            VALUE OF FILE-ID IS WRK-NOME-ARQVIS01
            COPY "VIS-SIST.CPY".
      *
         FD ARQCORR
            VALUE OF FILE-ID IS WRK-NOME-ARQCORR
            COPY "CRC-SIST.CPY".
      *
         FD ARQLREQ
            VALUE OF FILE-ID IS WRK-NOME-ARQLREQ
            COPY "LRQ-SIST.CPY".
      *
         FD ARQCRED
            VALUE OF FILE-ID IS WRK-NOME-ARQCRED
         FD ARQPERFV
            VALUE OF FILE-ID IS WRK-NOME-ARQPERFV
            COPY "PFV-SIST.CPY".
      *
         FD ARQHIER
            VALUE OF FILE-ID IS WRK-NOME-ARQHIER
            COPY "HIE-SIST.CPY".
      *
         FD ARQPLANO
            VALUE OF FILE-ID IS WRK-NOME-ARQPLANO
            COPY "PLC-SIST.CPY".
      *
         FD ARQPLVEN
            VALUE OF FILE-ID IS WRK-NOME-ARQPLVEN
            COPY "PVN-SIST.CPY".
      *
         FD ARQRESV
            VALUE OF FILE-ID IS WRK-NOME-ARQRESV
         FD ARQAUDIT
            RECORD CONTAINS 200 CHARACTERS.
         01 REG-ARQAUDIT                    PIC  X(200).
      *
         FD ARQJCAD
            VALUE OF FILE-ID IS WRK-NOME-ARQJCAD
            COPY "JCA-SIST.CPY".
      *
         FD ARQSEG
            RECORD CONTAINS 120 CHARACTERS.
         FD ARQPROPIN
            VALUE OF FILE-ID IS WRK-NOME-ARQPROPIN
            COPY "PIN-SIST.CPY".
      *
         FD ARQPROPCR
            VALUE OF FILE-ID IS WRK-NOME-ARQPROPCR
            COPY "PCR-SIST.CPY".
      *
         FD ARQREEMB
            VALUE OF FILE-ID IS WRK-NOME-ARQREEMB
            COPY "RMB-SIST.CPY".
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           88  WRK-ARQHIST-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQAUDIT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQAUDIT-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQJCAD              PIC X(002)      VALUE SPACES.
           88  WRK-ARQJCAD-OK                          VALUE '00' '05'.
           88  WRK-ARQJCAD-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQJCAD            PIC X(050)      VALUE
           'C:\GERENC\ARQJCAD.DAT'.
      *    IMAGEM DO REGISTRO INCLUIDO/ALTERADO PARA O JORNAL.
       01  WRK-JCAD-IMAGEM             PIC X(242)      VALUE SPACES.
       01  WRK-JCAD-TIPO               PIC X(001)      VALUE SPACE.
       77  WRK-JCAD-CODIGO             PIC 9(007)      VALUE ZEROS.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-NAO-EXISTE                 VALUE '35'.
           88  WRK-PROD-ACAO-INATIVAR                  VALUE 'E' 'e'.
       77  WRK-PROD-CODIGO             PIC 9(007)      VALUE ZEROS.
       77  WRK-PROD-PRECO              PIC 9(009)V99   VALUE ZEROS.
       01  WS-AUX-PROD-FAM-TELA        PIC X(003)      VALUE SPACES.
       77  WRK-PROD-FAMILIA            PIC 9(003)      VALUE ZEROS.
       01  WS-AUX-PROD-PESO-TELA       PIC X(008)      VALUE SPACES.
       77  WRK-PROD-PESO               PIC 9(003)V99   VALUE ZEROS.
       01  WS-AUX-PROD-CLF             PIC X(002)      VALUE SPACES.
       01  WRK-PROD-CLF-ATUAL          PIC X(002)      VALUE SPACES.
       01  WRK-FS-ARQPRCF              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRCF-OK                          VALUE '00' '05'.
           88  WRK-ARQPRCF-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQPRCF            PIC X(050)      VALUE
           'C:\GERENC\ARQPRCF.DAT'.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE FAMILIAS DE PRODUTO.              *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQFAM01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQFAM01-OK                         VALUE '00' '05'.
           88  WRK-ARQFAM01-NAO-EXISTE                 VALUE '35'.
       01  WRK-NOME-ARQFAM01           PIC X(050)      VALUE
           'C:\GERENC\ARQFAM01.DAT'.
       01  WS-AUX-FAM-COD-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-FAM-DESC             PIC X(030)      VALUE SPACES.
       01  WS-AUX-FAM-CATEG            PIC X(020)      VALUE SPACES.
       01  WS-AUX-FAM-CERT             PIC X(001)      VALUE SPACES.
           88  WRK-FAM-CERT-SIM                        VALUE 'S' 's'.
           88  WRK-FAM-CERT-NAO                        VALUE 'N' 'n'
                                                             SPACE.
       01  WS-AUX-ACAO-FAM             PIC X(001)      VALUE SPACES.
           88  WRK-FAM-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-FAM-ACAO-ALTERAR                    VALUE 'A' 'a'.
           88  WRK-FAM-ACAO-INATIVAR                   VALUE 'E' 'e'.
       77  WRK-FAM-CODIGO              PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CAMPANHAS PROMOCIONAIS DE PRECO: MANUTENCAO DO CADASTRO E   *
      *    APLICACAO NA DIGITACAO DO ITEM (MENOR PRECO ENTRE AS        *
      *    CAMPANHAS EM VIGOR PARA O PRODUTO E O CLIENTE).             *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCAMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAMP-OK                          VALUE '00' '05'.
           88  WRK-ARQCAMP-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCAMP            PIC X(050)      VALUE
           'C:\GERENC\ARQCAMP.DAT'.
       01  WS-AUX-CMP-COD-TELA         PIC X(006)      VALUE SPACES.
       01  WS-AUX-CMP-DESC             PIC X(030)      VALUE SPACES.
       01  WS-AUX-CMP-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-CMP-FIM-TELA         PIC X(008)      VALUE SPACES.
       01  WS-AUX-CMP-PRECO-TELA       PIC X(012)      VALUE SPACES.
       01  WS-AUX-CMP-PCT-TELA         PIC X(006)      VALUE SPACES.
       01  WS-AUX-CMP-TERRIT           PIC X(005)      VALUE SPACES.
       01  WS-AUX-CMP-PRIOR            PIC X(001)      VALUE SPACES.
           88  WRK-CMP-PRIOR-VALIDA                    VALUE ' ' 'A'
                                                             'B' 'C'.
       01  WS-AUX-ACAO-CMP             PIC X(001)      VALUE SPACES.
           88  WRK-CMP-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CMP-ACAO-ALTERAR                    VALUE 'A' 'a'.
           88  WRK-CMP-ACAO-INATIVAR                   VALUE 'E' 'e'.
       77  WRK-CMP-DATA-INICIO         PIC 9(008)      VALUE ZEROS.
       77  WRK-CMP-DATA-FIM            PIC 9(008)      VALUE ZEROS.
       77  WRK-CMP-PRECO               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CMP-PCT                 PIC 9(002)V99   VALUE ZEROS.
       01  WRK-CMP-TIPO                PIC X(001)      VALUE SPACES.
       01  WRK-CMP-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CMP-ABERTO                          VALUE 'S'.
       01  WRK-CMP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CMP-FIM                             VALUE 'S'.
       01  WRK-PED-CLI-TERRIT          PIC X(005)      VALUE SPACES.
       01  WRK-PED-CLI-PRIOR           PIC X(001)      VALUE SPACES.
       77  WRK-CMP-PRECO-CALC          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CMP-MELHOR-PRECO        PIC 9(009)V99   VALUE ZEROS.
       01  WRK-CMP-MELHOR-COD          PIC X(006)      VALUE SPACES.
       01  WRK-ITEM-CAMPANHA           PIC X(006)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    CADASTRO DE PROSPECTS E CONVERSAO EM CLIENTE (A CONVERSAO   *
      *    PASSA PELA INCLUSAO NORMAL DE CLIENTE, QUE DEVOLVE AQUI O   *
      *    CODIGO GRAVADO).                                            *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQPROSP             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPROSP-OK                         VALUE '00' '05'.
           88  WRK-ARQPROSP-NAO-EXISTE                 VALUE '35'.
       01  WRK-NOME-ARQPROSP           PIC X(050)      VALUE
           'C:\GERENC\PROSPECT.DAT'.
       01  WS-AUX-PRS-COD-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-PRS-NOME             PIC X(040)      VALUE SPACES.
       01  WS-AUX-PRS-CNPJ             PIC X(014)      VALUE SPACES.
       01  WS-AUX-PRS-CONTATO          PIC X(030)      VALUE SPACES.
       01  WS-AUX-PRS-TELEFONE         PIC X(015)      VALUE SPACES.
       01  WS-AUX-PRS-EMAIL            PIC X(040)      VALUE SPACES.
       01  WS-AUX-PRS-ENDERECO         PIC X(050)      VALUE SPACES.
       01  WS-AUX-PRS-CEP              PIC X(008)      VALUE SPACES.
       01  WS-AUX-PRS-LAT-TELA         PIC X(011)      VALUE SPACES.
       01  WS-AUX-PRS-LON-TELA         PIC X(011)      VALUE SPACES.
       01  WS-AUX-PRS-ORIGEM           PIC X(003)      VALUE SPACES.
       01  WS-AUX-PRS-ESTAGIO          PIC X(001)      VALUE SPACES.
           88  WRK-PRS-ESTAGIO-VALIDO                  VALUE ' ' 'N'
                                                       'C' 'Q' 'P' 'X'.
       01  WS-AUX-ACAO-PRS             PIC X(001)      VALUE SPACES.
           88  WRK-PRS-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-PRS-ACAO-ALTERAR                    VALUE 'A' 'a'.
           88  WRK-PRS-ACAO-CONSULTAR                  VALUE 'C' 'c'.
           88  WRK-PRS-ACAO-CONVERTER                  VALUE 'V' 'v'.
       77  WRK-PRS-CODIGO              PIC 9(007)      VALUE ZEROS.
       77  WRK-PRS-LATITUDE            PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-PRS-LONGITUDE           PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-PRS-COORD-ED            PIC -ZZ9.999999 VALUE ZEROS.
       77  WRK-PRS-DIST-ED             PIC ZZZZZ9.99   VALUE ZEROS.
       01  WRK-CLI-INCLUIDO-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-CLI-INCLUIDO                        VALUE 'S'.
       77  WRK-CLI-INCLUIDO-COD        PIC 9(007)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA CADENCIA DE VISITAS POR FAIXA DE PRIORIDADE.  *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCADV              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCADV-OK                          VALUE '00' '05'.
           88  WRK-ARQCADV-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCADV            PIC X(050)      VALUE
           'C:\GERENC\ARQCADV.DAT'.
       01  WS-AUX-CDV-PRIORIDADE       PIC X(001)      VALUE SPACES.
       01  WS-AUX-CDV-DIAS-TELA        PIC X(003)      VALUE SPACES.
       77  WRK-CDV-DIAS                PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CHAMADOS DE RECLAMACAO (SAC): ABERTURA COM NUMERO CEDIDO    *
      *    SOB A TRAVA DE EXECUCAO, TRATAMENTO E FECHAMENTO, E A       *
      *    TABELA DE PRAZOS (SLA) POR CATEGORIA X SEVERIDADE.          *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQSAC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQSAC-OK                           VALUE '00' '05'.
           88  WRK-ARQSAC-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQSAC             PIC X(050)      VALUE
           'C:\GERENC\ARQSAC.DAT'.
       01  WRK-FS-ARQSLA               PIC X(002)      VALUE SPACES.
           88  WRK-ARQSLA-OK                           VALUE '00' '05'.
           88  WRK-ARQSLA-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQSLA             PIC X(050)      VALUE
           'C:\GERENC\ARQSLA.DAT'.
       01  WRK-FS-ARQNUMS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQNUMS-OK                          VALUE '00' '05'.
           88  WRK-ARQNUMS-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQNUMS            PIC X(050)      VALUE
           'C:\GERENC\NUMSAC.CTL'.
       01  WRK-NUMSAC-OK-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-NUMSAC-CEDIDO                       VALUE 'S'.
       01  WS-AUX-SAC-NUM-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-SAC-CLI-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-SAC-CATEGORIA        PIC X(003)      VALUE SPACES.
       01  WS-AUX-SAC-SEVERIDADE       PIC X(001)      VALUE SPACES.
           88  WRK-SAC-SEVER-VALIDA                    VALUE ' ' 'A'
                                                       'M' 'B'.
       01  WS-AUX-SAC-CANAL            PIC X(001)      VALUE SPACES.
           88  WRK-SAC-CANAL-VALIDO                    VALUE ' ' 'T'
                                                       'E' 'V' 'O'.
       01  WS-AUX-SAC-DESCRICAO        PIC X(060)      VALUE SPACES.
       01  WS-AUX-SAC-RESOLUCAO        PIC X(060)      VALUE SPACES.
       01  WS-AUX-ACAO-SAC             PIC X(001)      VALUE SPACES.
           88  WRK-SAC-ACAO-ABRIR                      VALUE 'A' 'a'.
           88  WRK-SAC-ACAO-TRATAR                     VALUE 'T' 't'.
           88  WRK-SAC-ACAO-FECHAR                     VALUE 'F' 'f'.
           88  WRK-SAC-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       77  WRK-SAC-NUMERO              PIC 9(007)      VALUE ZEROS.
       77  WRK-SAC-COD-CLI             PIC 9(007)      VALUE ZEROS.
       77  WRK-SAC-PRAZO-DIAS          PIC 9(003)      VALUE ZEROS.
       01  WS-AUX-SLA-CATEGORIA        PIC X(003)      VALUE SPACES.
       01  WS-AUX-SLA-SEVERIDADE       PIC X(001)      VALUE SPACES.
       01  WS-AUX-SLA-DESCRICAO        PIC X(030)      VALUE SPACES.
       01  WS-AUX-SLA-DIAS-TELA        PIC X(003)      VALUE SPACES.
       77  WRK-SLA-DIAS                PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CONTRATOS DE FORNECIMENTO DO CLIENTE, MANTIDOS A PARTIR DA  *
      *    CONSULTA DE CLIENTE (OPCAO C). NA ALTERACAO, CAMPO DEIXADO  *
      *    EM BRANCO MANTEM O VALOR GRAVADO.                           *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCTR               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCTR-OK                           VALUE '00' '05'.
           88  WRK-ARQCTR-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQCTR             PIC X(050)      VALUE
           'C:\GERENC\ARQCTR.DAT'.
       01  WRK-CTR-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CTR-FIM                             VALUE 'S'.
       77  WRK-CTR-QTDE-LIDOS          PIC 9(005)      VALUE ZEROS.
       01  WS-AUX-CTR-NUMERO           PIC X(012)      VALUE SPACES.
       01  WS-AUX-CTR-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-CTR-FIM-TELA         PIC X(008)      VALUE SPACES.
       01  WS-AUX-CTR-VOLUME-TELA      PIC X(015)      VALUE SPACES.
       01  WS-AUX-CTR-DESC-TELA        PIC X(006)      VALUE SPACES.
       01  WS-AUX-CTR-STATUS           PIC X(001)      VALUE SPACES.
           88  WRK-CTR-STATUS-VALIDO                   VALUE ' ' 'A'
                                                       'R' 'E' 'C'.
       01  WS-AUX-CTR-OBSERVACAO       PIC X(030)      VALUE SPACES.
       01  WS-AUX-ACAO-CTR             PIC X(001)      VALUE SPACES.
           88  WRK-CTR-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CTR-ACAO-ALTERAR                    VALUE 'A' 'a'.
       77  WRK-CTR-DATA-INICIO         PIC 9(008)      VALUE ZEROS.
       77  WRK-CTR-DATA-FIM            PIC 9(008)      VALUE ZEROS.
       77  WRK-CTR-VOLUME              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CTR-DESCONTO            PIC 9(002)V99   VALUE ZEROS.
       01  WRK-CTR-VOLUME-ED           PIC Z(10)9.99.
       01  WRK-CTR-DESCONTO-ED         PIC Z9.99.
      *----------------------------------------------------------------*
      *    LICENCAS E CERTIFICADOS DO CLIENTE E SUA CATEGORIA,         *
      *    MANTIDOS A PARTIR DA CONSULTA DE CLIENTE (OPCAO L). A       *
      *    CATEGORIA DEFINE AS LICENCAS EXIGIDAS NO PEDIDO             *
      *    (VALIDA-LICENCA).                                           *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQLIC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQLIC-OK                           VALUE '00' '05'.
           88  WRK-ARQLIC-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQLIC             PIC X(050)      VALUE
           'C:\GERENC\ARQLIC.DAT'.
       01  WRK-FS-ARQCATC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCATC-OK                          VALUE '00' '05'.
           88  WRK-ARQCATC-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCATC            PIC X(050)      VALUE
           'C:\GERENC\ARQCATC.DAT'.
       01  WRK-LIC-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-LIC-FIM                             VALUE 'S'.
       77  WRK-LIC-QTDE-LIDOS          PIC 9(005)      VALUE ZEROS.
       01  WS-AUX-LIC-TIPO             PIC X(003)      VALUE SPACES.
       01  WS-AUX-LIC-NUMERO           PIC X(020)      VALUE SPACES.
       01  WS-AUX-LIC-ORGAO            PIC X(020)      VALUE SPACES.
       01  WS-AUX-LIC-VALID-TELA       PIC X(008)      VALUE SPACES.
       01  WS-AUX-LIC-CATEGORIA        PIC X(004)      VALUE SPACES.
       01  WS-AUX-ACAO-LIC             PIC X(001)      VALUE SPACES.
           88  WRK-LIC-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-LIC-ACAO-ALTERAR                    VALUE 'A' 'a'.
       77  WRK-LIC-VALIDADE            PIC 9(008)      VALUE ZEROS.
       01  WRK-LIC-SITUACAO            PIC X(007)      VALUE SPACES.
       01  WRK-LICENCA-OK-FLAG         PIC X(001)      VALUE 'S'.
           88  WRK-LICENCA-LIBERADA                    VALUE 'S'.
      *----------------------------------------------------------------*
      *    ORCAMENTOS (COTACOES): MESMA CAPTURA DE ITENS DO PEDIDO,    *
      *    NUMERACAO PROPRIA (NUMORC.CTL) E CONVERSAO EM PEDIDO COM O  *
      *    NUMERO CEDIDO PELO ARQNUMP.                                 *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQORC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQORC-OK                           VALUE '00' '05'.
           88  WRK-ARQORC-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQORC             PIC X(050)      VALUE
           'C:\GERENC\ARQORC.DAT'.
       01  WRK-FS-ARQITO               PIC X(002)      VALUE SPACES.
           88  WRK-ARQITO-OK                           VALUE '00' '05'.
           88  WRK-ARQITO-NAO-EXISTE                   VALUE '35'.
           88  WRK-ARQITO-FIM                          VALUE '10'.
       01  WRK-NOME-ARQITO             PIC X(050)      VALUE
           'C:\GERENC\ARQITO.DAT'.
       01  WRK-FS-ARQNUMO              PIC X(002)      VALUE SPACES.
           88  WRK-ARQNUMO-OK                          VALUE '00' '05'.
           88  WRK-ARQNUMO-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQNUMO            PIC X(050)      VALUE
           'C:\GERENC\NUMORC.CTL'.
       01  WRK-NUMORC-OK-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-NUMORC-CEDIDO                       VALUE 'S'.
       01  WS-AUX-ORC-NUM-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-ORC-VALID-TELA       PIC X(003)      VALUE SPACES.
       01  WS-AUX-ORC-MOTIVO           PIC X(030)      VALUE SPACES.
       01  WS-AUX-ACAO-ORC             PIC X(001)      VALUE SPACES.
           88  WRK-ORC-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-ORC-ACAO-CONVERTER                  VALUE 'V' 'v'.
           88  WRK-ORC-ACAO-PERDIDO                    VALUE 'P' 'p'.
           88  WRK-ORC-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       77  WRK-ORC-NUMERO              PIC 9(007)      VALUE ZEROS.
       77  WRK-ORC-VALIDADE-DIAS       PIC 9(003)      VALUE ZEROS.
       77  WRK-ORC-VALIDADE-PADRAO     PIC 9(003)      VALUE 015.
       77  WRK-ORC-VALIDADE-MAXIMA     PIC 9(003)      VALUE 180.
       01  WRK-ORC-VALOR-ED            PIC Z(10)9.99.
      *----------------------------------------------------------------*
      *    CENTROS DE DISTRIBUICAO (CD) E ESTIMATIVA DE FRETE DO       *
      *    PEDIDO (CALC-FRETE), MOSTRADA ANTES DO CREDITO PARA O       *
      *    VENDEDOR VER O CUSTO DE ENTREGA JUNTO COM O DESCONTO DADO.  *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCDD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCDD-OK                           VALUE '00' '05'.
           88  WRK-ARQCDD-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQCDD             PIC X(050)      VALUE
           'C:\GERENC\ARQCDD.DAT'.
       01  WRK-FS-ARQFRT               PIC X(002)      VALUE SPACES.
           88  WRK-ARQFRT-OK                           VALUE '00' '05'.
           88  WRK-ARQFRT-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQFRT             PIC X(050)      VALUE
           'C:\GERENC\ARQFRT.DAT'.
       01  WS-AUX-CDD-CODIGO           PIC X(003)      VALUE SPACES.
       01  WS-AUX-CDD-NOME             PIC X(030)      VALUE SPACES.
       01  WS-AUX-CDD-LAT-TELA         PIC X(011)      VALUE SPACES.
       01  WS-AUX-CDD-LON-TELA         PIC X(011)      VALUE SPACES.
       01  WS-AUX-CDD-KM-TELA          PIC X(008)      VALUE SPACES.
       01  WS-AUX-CDD-KG-TELA          PIC X(009)      VALUE SPACES.
       01  WS-AUX-CDD-UF               PIC X(002)      VALUE SPACES.
       01  WS-AUX-CDD-FAIXAS-TELA.
           05 WS-AUX-CDD-INI-01        PIC X(008).
           05 WS-AUX-CDD-FIM-01        PIC X(008).
           05 WS-AUX-CDD-INI-02        PIC X(008).
           05 WS-AUX-CDD-FIM-02        PIC X(008).
           05 WS-AUX-CDD-INI-03        PIC X(008).
           05 WS-AUX-CDD-FIM-03        PIC X(008).
           05 WS-AUX-CDD-INI-04        PIC X(008).
           05 WS-AUX-CDD-FIM-04        PIC X(008).
           05 WS-AUX-CDD-INI-05        PIC X(008).
           05 WS-AUX-CDD-FIM-05        PIC X(008).
       01  FILLER REDEFINES WS-AUX-CDD-FAIXAS-TELA.
           05 WS-AUX-CDD-FAIXA-TELA                  OCCURS 5 TIMES.
              10 WS-AUX-CDD-INI-TELA   PIC X(008).
              10 WS-AUX-CDD-FIM-TELA   PIC X(008).
       01  WS-AUX-ACAO-CDD             PIC X(001)      VALUE SPACES.
           88  WRK-CDD-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CDD-ACAO-ALTERAR                    VALUE 'A' 'a'.
           88  WRK-CDD-ACAO-INATIVAR                   VALUE 'E' 'e'.
       77  WRK-CDD-LATITUDE            PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-CDD-LONGITUDE           PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-CDD-FRETE-KM            PIC 9(003)V99   VALUE ZEROS.
       77  WRK-CDD-FRETE-KG            PIC 9(003)V9(004) VALUE ZEROS.
       77  WRK-CDD-IX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-CDD-QTDE-FAIXAS         PIC 9(002)      VALUE ZEROS.
      *    MESMO FORMATO DE CDIST-FAIXAS-CEP (CDD-SIST).
       01  WRK-CDD-FAIXAS.
           05 WRK-CDD-FAIXA                          OCCURS 5 TIMES.
              10 WRK-CDD-CEP-INICIO    PIC 9(008).
              10 WRK-CDD-CEP-FIM       PIC 9(008).
       01  WRK-FRETE-CALC-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-FRETE-CALCULADO                     VALUE 'S'.
       01  WRK-FRETE-CONF-FLAG         PIC X(001)      VALUE 'S'.
           88  WRK-FRETE-CONFIRMADO                    VALUE 'S'.
       01  WRK-FRETE-ORIGEM            PIC X(001)      VALUE SPACES.
       01  WRK-FRETE-CD                PIC X(003)      VALUE SPACES.
       01  WRK-FRETE-CRITERIO          PIC X(001)      VALUE SPACES.
       01  WRK-FRETE-CRIT-DESC         PIC X(014)      VALUE SPACES.
       77  WRK-FRETE-PESO              PIC 9(007)V99   VALUE ZEROS.
       77  WRK-FRETE-DISTANCIA         PIC 9(005)V99   VALUE ZEROS.
       77  WRK-FRETE-VALOR             PIC 9(009)V99   VALUE ZEROS.
       77  WRK-FRETE-PCT               PIC 9(005)V99   VALUE ZEROS.
       01  WRK-FRETE-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01  WRK-FRETE-PEDIDO-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01  WRK-FRETE-DIST-ED           PIC ZZ,ZZ9.99.
       01  WRK-FRETE-PESO-ED           PIC Z,ZZZ,ZZ9.99.
       01  WRK-FRETE-PCT-ED            PIC ZZ,ZZ9.99.
      *----------------------------------------------------------------*
      *    CAPTURA DOS ITENS DO PEDIDO - OS ITENS FICAM NA TABELA ATE  *
      *    A CONFIRMACAO E SO ENTAO SAO GRAVADOS COM O CABECALHO, COM  *
       01  WRK-STPED-ACEITA-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-STPED-ACEITA                        VALUE 'S'.
      *----------------------------------------------------------------*
      *    MOTIVO DE CANCELAMENTO: OBRIGATORIO NO CANCELAMENTO PELA    *
      *    TELA DE STATUS E GRAVADO NO LOG DE STATUS. OS BLOQUEIOS     *
      *    AUTOMATICOS DA DIGITACAO (CREDITO, CNPJ, LICENCA) GRAVAM    *
      *    NO MESMO LOG UMA VENDA PERDIDA SEM NUMERO DE PEDIDO, COM O  *
      *    CLIENTE, O VENDEDOR E O VALOR CONHECIDOS NO BLOQUEIO.       *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQMCAN              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMCAN-OK                          VALUE '00' '05'.
           88  WRK-ARQMCAN-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQMCAN            PIC X(050)      VALUE
           'C:\GERENC\ARQMCAN.DAT'.
       01  WS-AUX-STPED-MOTIVO         PIC X(003)      VALUE SPACES.
       01  WRK-STPED-MOTIVO            PIC X(003)      VALUE SPACES.
       01  WRK-STPED-MOTIVO-OK-FLAG    PIC X(001)      VALUE 'N'.
           88  WRK-STPED-MOTIVO-OK                     VALUE 'S'.
       01  WS-AUX-MCN-CODIGO-TELA      PIC X(003)      VALUE SPACES.
       01  WS-AUX-MCN-DESCR-TELA       PIC X(030)      VALUE SPACES.
       01  WS-AUX-MCN-SITUACAO-TELA    PIC X(001)      VALUE SPACES.
       01  WS-AUX-ACAO-MCN             PIC X(001)      VALUE SPACES.
           88  WRK-MCN-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-MCN-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       01  WRK-PERDA-MOTIVO            PIC X(003)      VALUE SPACES.
       01  WRK-PERDA-VEN               PIC 9(003)      VALUE ZEROS.
       01  WRK-PERDA-VALOR             PIC 9(011)V99   VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CERTIFICACAO DO VENDEDOR POR FAMILIA DE PRODUTO (COM        *
      *    VALIDADE) E LINHAS DE PRODUTO EXIGIDAS POR CLIENTE - A      *
      *    DISTRIBUICAO DE CARTEIRA SO DA AO CLIENTE VENDEDOR          *
      *    CERTIFICADO EM TODAS AS LINHAS EXIGIDAS DELE.               *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCERT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCERT-OK                          VALUE '00' '05'.
           88  WRK-ARQCERT-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCERT            PIC X(050)      VALUE
           'C:\GERENC\ARQCERT.DAT'.
       01  WRK-FS-ARQLREQ              PIC X(002)      VALUE SPACES.
           88  WRK-ARQLREQ-OK                          VALUE '00' '05'.
           88  WRK-ARQLREQ-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQLREQ            PIC X(050)      VALUE
           'C:\GERENC\ARQLREQ.DAT'.
       01  WS-AUX-CRT-FAM-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-CRT-VALID-TELA       PIC X(008)      VALUE SPACES.
       01  WS-AUX-CRT-SITUACAO         PIC X(007)      VALUE SPACES.
       01  WS-AUX-ACAO-CRT             PIC X(001)      VALUE SPACES.
           88  WRK-CRT-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CRT-ACAO-EXCLUIR                    VALUE 'E' 'e'.
           88  WRK-CRT-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       77  WRK-CRT-FAMILIA             PIC 9(003)      VALUE ZEROS.
       77  WRK-CRT-VALIDADE            PIC 9(008)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    LISTA DE DISTRIBUICAO DOS RELATORIOS POR DESTINATARIO       *
      *    (QUEM RECEBE QUAL PARTE DE CADA RELATORIO E EM QUE PASTA),  *
      *    LIDA PELO DISTRIBUI-RELAT NO FIM DO CICLO.                  *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQDIST              PIC X(002)      VALUE SPACES.
           88  WRK-ARQDIST-OK                          VALUE '00' '05'.
           88  WRK-ARQDIST-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQDIST            PIC X(050)      VALUE
           'C:\GERENC\ARQDIST.DAT'.
       01  WS-AUX-DST-TIPO-TELA        PIC X(008)      VALUE SPACES.
       01  WS-AUX-DST-DESTINO-TELA     PIC X(010)      VALUE SPACES.
       01  WS-AUX-DST-NOME-TELA        PIC X(030)      VALUE SPACES.
       01  WS-AUX-DST-ESCOPO-TELA      PIC X(001)      VALUE SPACES.
       01  WS-AUX-DST-COD-TELA         PIC X(005)      VALUE SPACES.
       01  WS-AUX-DST-PASTA-TELA       PIC X(040)      VALUE SPACES.
       01  WS-AUX-DST-SITUACAO-TELA    PIC X(001)      VALUE SPACES.
       01  WS-AUX-ACAO-DST             PIC X(001)      VALUE SPACES.
           88  WRK-DST-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-DST-ACAO-EXCLUIR                    VALUE 'E' 'e'.
           88  WRK-DST-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       77  WRK-DST-COD-NUM             PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ESCOPO DO OPERADOR DA FORCA DE VENDAS (PERFIL V/S): O       *
      *    VINCULO COM O VENDEDOR OU SUPERVISOR E A LISTA DOS          *
      *    VENDEDORES E DOS CLIENTES QUE ELE ALCANCA, MONTADAS UMA     *
      *    UNICA VEZ NO LOGIN A PARTIR DA HIERARQUIA VIGENTE E DA      *
      *    ULTIMA CARTEIRA OFICIAL.                                    *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQVINC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQVINC-OK                          VALUE '00' '05'.
           88  WRK-ARQVINC-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQVINC-FIM                         VALUE '10'.
       01  WRK-NOME-ARQVINC            PIC X(050)      VALUE
           'C:\GERENC\ARQVINC.DAT'.
       01  WS-AUX-OPER-VINC-TELA       PIC X(003)      VALUE SPACES.
       77  WRK-VINC-COD-NUM            PIC 9(003)      VALUE ZEROS.
       77  WRK-VINC-COD-ANTES          PIC 9(003)      VALUE ZEROS.
       77  WRK-ESC-COD-VINC            PIC 9(003)      VALUE ZEROS.
       77  WRK-ESC-CLI-BUSCA           PIC 9(007)      VALUE ZEROS.
       77  WRK-ESC-VEN-BUSCA           PIC 9(003)      VALUE ZEROS.
       77  WRK-QTDE-ESC-VEN            PIC 9(003) COMP-3 VALUE ZEROS.
       77  WRK-QTDE-ESC-CLI            PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-ESC                  PIC 9(005) COMP-3 VALUE ZEROS.
       01  WRK-ESC-SEM-VINC-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-ESC-SEM-VINCULO                     VALUE 'S'.
       01  WRK-ESC-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-ESC-ACHOU                           VALUE 'S'.
       01  WRK-ESC-NEGADO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-ESC-NEGADO                          VALUE 'S'.
       01  TAB-ESC-VENDEDORES.
           05 TAB-ESC-VEN              PIC 9(003) OCCURS 200 TIMES.
       01  TAB-ESC-CLIENTES.
           05 TAB-ESC-CLI              PIC 9(007) OCCURS 9999 TIMES.
       01  WRK-LRQ-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-LRQ-FIM                             VALUE 'S'.
       77  WRK-LRQ-QTDE-LIDOS          PIC 9(005)      VALUE ZEROS.
       01  WS-AUX-LRQ-FAM-TELA         PIC X(003)      VALUE SPACES.
       77  WRK-LRQ-FAMILIA             PIC 9(003)      VALUE ZEROS.
       01  WRK-LRQ-ORIGEM-DESC         PIC X(010)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    PIPELINE DE OPORTUNIDADES DE VENDA POR CLIENTE OU PROSPECT, *
      *    COM LOG DE MUDANCA DE ESTAGIO EM PIPELINE-ESTAGIO.LOG E A   *
      *    PROBABILIDADE PADRAO DE CADA ESTAGIO (1 A 6).               *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQPIPE              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPIPE-OK                          VALUE '00' '05'.
           88  WRK-ARQPIPE-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQPIPE            PIC X(050)      VALUE
           'C:\GERENC\ARQPIPE.DAT'.
       01  WRK-FS-ARQPIPLOG            PIC X(002)      VALUE SPACES.
           88  WRK-ARQPIPLOG-OK                        VALUE '00' '05'.
       01  WS-AUX-PIP-NUM-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-PIP-CLI-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-PIP-PRS-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-PIP-DESC-TELA        PIC X(040)      VALUE SPACES.
       01  WS-AUX-PIP-VALOR-TELA       PIC X(015)      VALUE SPACES.
       01  WS-AUX-PIP-ESTAGIO-TELA     PIC X(001)      VALUE SPACES.
       01  WS-AUX-PIP-PROB-TELA        PIC X(003)      VALUE SPACES.
       01  WS-AUX-PIP-PREV-TELA        PIC X(008)      VALUE SPACES.
       01  WS-AUX-PIP-VEN-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-ACAO-PIP             PIC X(001)      VALUE SPACES.
           88  WRK-PIP-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-PIP-ACAO-ALTERAR                    VALUE 'A' 'a'.
           88  WRK-PIP-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       77  WRK-PIP-NUMERO              PIC 9(007)      VALUE ZEROS.
       77  WRK-PIP-COD-CLI             PIC 9(007)      VALUE ZEROS.
       77  WRK-PIP-COD-PROSP           PIC 9(007)      VALUE ZEROS.
       77  WRK-PIP-VALOR               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PIP-NUM-AUX             PIC S9(011)V99  VALUE ZEROS.
       77  WRK-PIP-PROBAB              PIC 9(003)      VALUE ZEROS.
       77  WRK-PIP-PREV                PIC 9(008)      VALUE ZEROS.
       77  WRK-PIP-COD-VEN             PIC 9(003)      VALUE ZEROS.
       77  WRK-PIP-ESTAGIO-ANT         PIC 9(001)      VALUE ZEROS.
       77  WRK-PIP-VALOR-ED            PIC Z(10)9.99   VALUE ZEROS.
       01  WRK-PIP-ESTAGIO             PIC 9(001)      VALUE ZEROS.
           88  WRK-PIP-ESTAGIO-VALIDO                  VALUE 1 THRU 6.
       01  WRK-PIP-MUDOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-PIP-MUDOU-ESTAGIO                   VALUE 'S'.
       01  WRK-PIP-RECUSA-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-PIP-RECUSADA                        VALUE 'S'.
       01  TAB-PIP-PROB-PADRAO.
           05 FILLER                   PIC X(018)      VALUE
              '010025050075100000'.
       01  TAB-PIP-PROB-R REDEFINES TAB-PIP-PROB-PADRAO.
           05 TAB-PIP-PROB-EST         PIC 9(003) OCCURS 6 TIMES.
      *----------------------------------------------------------------*
      *    RAZAO DE AMOSTRAS E MATERIAL PROMOCIONAL POR VENDEDOR:      *
      *    REMESSA DO ALMOXARIFADO, ENTREGA DIGITADA AO CLIENTE NUMA   *
      *    VISITA DO HISTORICO (ARQVIS01) E CONSULTA DE SALDO.         *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQAMOS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQAMOS-OK                          VALUE '00' '05'.
           88  WRK-ARQAMOS-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQAMOS            PIC X(050)      VALUE
           'C:\GERENC\ARQAMOS.DAT'.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
       01  WRK-NOME-ARQVIS01           PIC X(050)      VALUE
           'C:\GERENC\ARQVIS01.DAT'.
       01  WS-AUX-AMS-VEN-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-AMS-TIPO-TELA        PIC X(001)      VALUE SPACES.
       01  WS-AUX-AMS-ITEM-TELA        PIC X(007)      VALUE SPACES.
       01  WS-AUX-AMS-QTDE-TELA        PIC X(005)      VALUE SPACES.
       01  WS-AUX-AMS-CLI-TELA         PIC X(007)      VALUE SPACES.
       01  WS-AUX-AMS-DATA-TELA        PIC X(008)      VALUE SPACES.
       01  WS-AUX-AMS-DESC-TELA        PIC X(030)      VALUE SPACES.
       01  WS-AUX-ACAO-AMS             PIC X(001)      VALUE SPACES.
           88  WRK-AMS-ACAO-REMESSA                    VALUE 'R' 'r'.
           88  WRK-AMS-ACAO-ENTREGA                    VALUE 'E' 'e'.
           88  WRK-AMS-ACAO-SALDO                      VALUE 'S' 's'.
       77  WRK-AMS-COD-VEN             PIC 9(003)      VALUE ZEROS.
       77  WRK-AMS-COD-CLI             PIC 9(007)      VALUE ZEROS.
       77  WRK-AMS-COD-PROD            PIC 9(007)      VALUE ZEROS.
       77  WRK-AMS-QTDE                PIC 9(005)      VALUE ZEROS.
       77  WRK-AMS-DATA                PIC 9(008)      VALUE ZEROS.
       77  WRK-AMS-SALDO               PIC S9(007)     VALUE ZEROS.
       77  WRK-AMS-PROX-SEQ            PIC 9(004)      VALUE ZEROS.
       77  WRK-AMS-SALDO-ED            PIC -(006)9     VALUE ZEROS.
       01  WRK-AMS-ITEM.
           05 WRK-AMS-TIPO-ITEM        PIC X(001)      VALUE SPACES.
              88 WRK-AMS-ITEM-PRODUTO                  VALUE 'P'.
              88 WRK-AMS-TIPO-ITEM-VALIDO              VALUE 'P' 'K'.
           05 WRK-AMS-COD-ITEM         PIC X(007)      VALUE SPACES.
       01  WRK-AMS-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-AMS-FIM                             VALUE 'S'.
       01  WRK-AMS-RECUSA-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-AMS-RECUSADA                        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CORRECOES CADASTRAIS PROPOSTAS PELO APP DE CAMPO: REVISAO   *
      *    UMA A UMA (APROVA E APLICA NO CLIENTE OU REJEITA COM        *
      *    MOTIVO). A DEVOLUCAO AO APP FICA COM O PROC-CORRECAO.       *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCORR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCORR-OK                          VALUE '00' '05'.
       01  WRK-NOME-ARQCORR            PIC X(050)      VALUE
           'C:\GERENC\ARQCORR.DAT'.
       01  WS-AUX-CORR-MOTIVO          PIC X(035)      VALUE SPACES.
       77  WRK-CORR-QTDE-PEND          PIC 9(007)      VALUE ZEROS.
       01  WRK-CORR-SAIR-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CORR-SAIR                           VALUE 'S'.
       01  WRK-CORR-VALIDA-FLAG        PIC X(001)      VALUE 'S'.
           88  WRK-CORR-VALIDA                         VALUE 'S'.
       01  WRK-CORR-ERRO               PIC X(040)      VALUE SPACES.
       01  WRK-CORR-VALOR-ATUAL        PIC X(050)      VALUE SPACES.
       77  WRK-CORR-COORD              PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-CORR-COORD-ED           PIC -ZZ9.99999999  VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CRITICA DE FORMATO DE E-MAIL E TELEFONE (TELA DE CLIENTES E *
      *    CORRECOES DO APP). CAMPO EM BRANCO E ACEITO.                *
      *----------------------------------------------------------------*
       01  WRK-CTT-EMAIL               PIC X(040)      VALUE SPACES.
       01  WRK-CTT-TELEFONE            PIC X(015)      VALUE SPACES.
       01  WRK-CTT-VALIDO-FLAG         PIC X(001)      VALUE 'S'.
           88  WRK-CTT-VALIDO                          VALUE 'S'.
       01  WRK-CTT-ERRO                PIC X(040)      VALUE SPACES.
       01  WRK-CTT-AUX                 PIC X(040)      VALUE SPACES.
       01  WRK-CTT-USUARIO             PIC X(040)      VALUE SPACES.
       01  WRK-CTT-DOMINIO             PIC X(040)      VALUE SPACES.
       77  WRK-TALLY-ARROBA            PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-PONTO             PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-BRANCO            PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-DIGITOS           PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    RESERVA DE ESTOQUE NA APROVACAO DO PEDIDO E LIBERACAO NO    *
      *    CANCELAMENTO OU NA ENTREGA; ITEM SEM COBERTURA VAI PARA A   *
      *    FILA DE BACKORDER.                                          *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQSTQ01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQSTQ01-OK                         VALUE '00' '05'.
       01  WRK-NOME-ARQSTQ01           PIC X(050)      VALUE
           'C:\GERENC\ARQSTQ01.DAT'.
       01  WRK-FS-ARQRESE              PIC X(002)      VALUE SPACES.
           88  WRK-ARQRESE-OK                          VALUE '00' '05'.
           88  WRK-ARQRESE-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQRESE            PIC X(050)      VALUE
           'C:\GERENC\RESERVA_ESTOQUE.DAT'.
       01  WRK-RESE-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-RESE-FIM                            VALUE 'S'.
       01  WRK-STQ-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-STQ-ABERTO                          VALUE 'S'.
       77  WRK-STQ-QTDE-RESERV         PIC 9(003)      VALUE ZEROS.
       77  WRK-STQ-QTDE-BKO            PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    LIMITE DE CREDITO E EXPOSICAO DO CLIENTE NA DIGITACAO DE    *
      *    PEDIDOS: PEDIDOS NAO CANCELADOS MENOS O JA FATURADO.        *
      *----------------------------------------------------------------*
       01  WRK-AJC-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-AJC-FIM                             VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTESTACOES DE COMISSAO: REGISTRO COM CONFERENCIA NO       *
      *    HISTORICO DE CARTEIRAS E FILA DE DECISAO DO SUPERVISOR.     *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCTS               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCTS-OK                           VALUE '00' '05'.
           88  WRK-ARQCTS-NAO-EXISTE                   VALUE '35'.
       01  WRK-NOME-ARQCTS             PIC X(050)      VALUE
           'C:\GERENC\ARQCTS.DAT'.
       01  WS-AUX-CTS-PER-TELA         PIC X(006)      VALUE SPACES.
       01  WS-AUX-CTS-VAL-TELA         PIC X(013)      VALUE SPACES.
       01  WS-AUX-CTS-MOTIVO           PIC X(040)      VALUE SPACES.
       77  WRK-CTS-PERIODO             PIC 9(006)      VALUE ZEROS.
       77  WRK-CTS-VALOR               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CTS-PROX-SEQ            PIC 9(003)      VALUE ZEROS.
       77  WRK-CTS-MES                 PIC 9(002)      VALUE ZEROS.
       77  WRK-CTS-DATA-INI            PIC 9(008)      VALUE ZEROS.
       77  WRK-CTS-DATA-FIM            PIC 9(008)      VALUE ZEROS.
       77  WRK-CTS-VEN-INICIO          PIC 9(003)      VALUE ZEROS.
       77  WRK-CTS-VEN-VIGENTE         PIC 9(003)      VALUE ZEROS.
       77  WRK-QTDE-CTS-DECID          PIC 9(005)      VALUE ZEROS.
       01  WRK-CTS-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CTS-FIM                             VALUE 'S'.
       01  WRK-CTS-HIST-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-CTS-TEM-HIST                        VALUE 'S'.
       01  WRK-CTS-CONFERE             PIC X(001)      VALUE SPACES.
       01  WRK-CTS-VALOR-ED            PIC Z(10)9.99.
      *----------------------------------------------------------------*
      *    PERFIL FISCAL DO VENDEDOR (PF/PJ, DOCUMENTO, REGIME E       *
      *    ALIQUOTAS DE IRRF E ISS RETIDOS NA COMISSAO).               *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQFISC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQFISC-OK                          VALUE '00' '05'.
           88  WRK-ARQFISC-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQFISC            PIC X(050)      VALUE
           'C:\GERENC\ARQFISC.DAT'.
       01  WS-AUX-FIS-TIPO             PIC X(001)      VALUE SPACES.
           88  WRK-FIS-TIPO-FISICA                     VALUE 'F' 'f'.
           88  WRK-FIS-TIPO-JURIDICA                   VALUE 'J' 'j'.
       01  WS-AUX-FIS-DOC-TELA         PIC X(014)      VALUE SPACES.
       01  WS-AUX-FIS-REGIME           PIC X(001)      VALUE SPACES.
           88  WRK-FIS-REGIME-VALIDO                   VALUE 'R' 'r'
                                                             'S' 's'
                                                             'I' 'i'.
       01  WS-AUX-FIS-IRRF-TELA        PIC X(005)      VALUE SPACES.
       01  WS-AUX-FIS-ISS-TELA         PIC X(005)      VALUE SPACES.
       01  WS-AUX-ACAO-FIS             PIC X(001)      VALUE SPACES.
           88  WRK-FIS-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-FIS-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-FIS-PCT-IRRF            PIC 9(002)V99   VALUE ZEROS.
       77  WRK-FIS-PCT-ISS             PIC 9(002)V99   VALUE ZEROS.
      *----------------------------------------------------------------*
      *    PEDIDOS PROGRAMADOS (RECORRENTES) DO CLIENTE - GERADOS NO   *
      *    VENCIMENTO PELO GERA-PROGRAMADOS DO JOB DIARIO.             *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQPPRG              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPPRG-OK                          VALUE '00' '05'.
           88  WRK-ARQPPRG-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQPPRG            PIC X(050)      VALUE
           'C:\GERENC\ARQPPRG.DAT'.
       01  WS-AUX-PPG-SEQ-TELA         PIC X(002)      VALUE SPACES.
       01  WS-AUX-PPG-FREQ             PIC X(001)      VALUE SPACES.
           88  WRK-PPG-FREQ-VALIDA                     VALUE 'S' 's'
                                                             'Q' 'q'
                                                             'M' 'm'.
       01  WS-AUX-PPG-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-PPG-FIM-TELA         PIC X(008)      VALUE SPACES.
       01  WS-AUX-ACAO-PPG             PIC X(001)      VALUE SPACES.
           88  WRK-PPG-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-PPG-ACAO-SUSPENDER                  VALUE 'S' 's'.
           88  WRK-PPG-ACAO-ENCERRAR                   VALUE 'E' 'e'.
           88  WRK-PPG-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       01  WRK-PPG-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-PPG-FIM                             VALUE 'S'.
       77  WRK-PPG-SEQ                 PIC 9(003)      VALUE ZEROS.
       77  WRK-PPG-IX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-PPG-DATA-INICIO         PIC 9(008)      VALUE ZEROS.
       77  WRK-PPG-DATA-FIM            PIC 9(008)      VALUE ZEROS.
       01  WRK-PPG-QTDE-ED             PIC Z(6)9.99.
       01  WRK-PPG-PRECO-ED            PIC Z(8)9.99.
      *----------------------------------------------------------------*
      *    RATEIO DE CREDITO DE CLIENTE COMPARTILHADO ENTRE VENDEDORES *
      *    (LIDO POR CALC-COMISSAO, RELAT-RANKING E RELAT-META).       *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQSPLT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQSPLT-OK                          VALUE '00' '05'.
           88  WRK-ARQSPLT-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQSPLT            PIC X(050)      VALUE
           'C:\GERENC\ARQSPLT.DAT'.
       01  WS-AUX-SPL-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-SPL-FIM-TELA         PIC X(008)      VALUE SPACES.
       01  WS-AUX-SPL-PARTES-TELA.
           05 WS-AUX-SPL-VEN-01        PIC X(003).
           05 WS-AUX-SPL-PCT-01        PIC X(006).
           05 WS-AUX-SPL-VEN-02        PIC X(003).
           05 WS-AUX-SPL-PCT-02        PIC X(006).
           05 WS-AUX-SPL-VEN-03        PIC X(003).
           05 WS-AUX-SPL-PCT-03        PIC X(006).
           05 WS-AUX-SPL-VEN-04        PIC X(003).
           05 WS-AUX-SPL-PCT-04        PIC X(006).
       01  FILLER REDEFINES WS-AUX-SPL-PARTES-TELA.
           05 WS-AUX-SPL-PARTE-TELA                  OCCURS 4 TIMES.
              10 WS-AUX-SPL-VEN-TELA   PIC X(003).
              10 WS-AUX-SPL-PCT-TELA   PIC X(006).
       01  WS-AUX-ACAO-SPL             PIC X(001)      VALUE SPACES.
           88  WRK-SPL-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-SPL-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-SPL-INICIO              PIC 9(008)      VALUE ZEROS.
       77  WRK-SPL-FIM                 PIC 9(008)      VALUE ZEROS.
       77  WRK-SPL-QTDE-VEND           PIC 9(001)      VALUE ZEROS.
       77  WRK-SPL-IX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-SPL-IX2                 PIC 9(002)      VALUE ZEROS.
       77  WRK-SPL-SOMA-PCT            PIC 9(005)V99   VALUE ZEROS.
       01  WRK-SPL-SOMA-ED             PIC ZZZZ9.99.
       01  WRK-SPL-FIM-PARTES-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-SPL-FIM-PARTES                      VALUE 'S'.
      *    MESMO FORMATO DE RATEIO-PARTE (SPL-SIST).
       01  WRK-SPL-PARTES.
           05 WRK-SPL-PARTE                          OCCURS 4 TIMES.
              10 WRK-SPL-COD-VEN       PIC 9(003).
              10 WRK-SPL-PCT           PIC 9(003)V99.
      *----------------------------------------------------------------*
      *    CONDICOES DE PAGAMENTO (CADASTRO E PADRAO DO CLIENTE) E     *
      *    ESCOLHA DA CONDICAO NA DIGITACAO DO PEDIDO. AS PARCELAS DO  *
      *    PEDIDO SAO GERADAS POR GERA-PARCELAS.                       *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCPAG              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCPAG-OK                          VALUE '00' '05'.
           88  WRK-ARQCPAG-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCPAG            PIC X(050)      VALUE
           'C:\GERENC\ARQCPAG.DAT'.
       01  WRK-FS-ARQCPCL              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCPCL-OK                          VALUE '00' '05'.
           88  WRK-ARQCPCL-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCPCL            PIC X(050)      VALUE
           'C:\GERENC\ARQCPCL.DAT'.
       01  WS-AUX-CPG-CODIGO-TELA      PIC X(003)      VALUE SPACES.
       01  WS-AUX-CPG-DESCR-TELA       PIC X(030)      VALUE SPACES.
       01  WS-AUX-CPG-SITUACAO-TELA    PIC X(001)      VALUE SPACES.
       01  WS-AUX-CPG-PARCS-TELA.
           05 WS-AUX-CPG-DIAS-01       PIC X(003).
           05 WS-AUX-CPG-PCT-01        PIC X(006).
           05 WS-AUX-CPG-DIAS-02       PIC X(003).
           05 WS-AUX-CPG-PCT-02        PIC X(006).
           05 WS-AUX-CPG-DIAS-03       PIC X(003).
           05 WS-AUX-CPG-PCT-03        PIC X(006).
           05 WS-AUX-CPG-DIAS-04       PIC X(003).
           05 WS-AUX-CPG-PCT-04        PIC X(006).
           05 WS-AUX-CPG-DIAS-05       PIC X(003).
           05 WS-AUX-CPG-PCT-05        PIC X(006).
           05 WS-AUX-CPG-DIAS-06       PIC X(003).
           05 WS-AUX-CPG-PCT-06        PIC X(006).
           05 WS-AUX-CPG-DIAS-07       PIC X(003).
           05 WS-AUX-CPG-PCT-07        PIC X(006).
           05 WS-AUX-CPG-DIAS-08       PIC X(003).
           05 WS-AUX-CPG-PCT-08        PIC X(006).
           05 WS-AUX-CPG-DIAS-09       PIC X(003).
           05 WS-AUX-CPG-PCT-09        PIC X(006).
           05 WS-AUX-CPG-DIAS-10       PIC X(003).
           05 WS-AUX-CPG-PCT-10        PIC X(006).
           05 WS-AUX-CPG-DIAS-11       PIC X(003).
           05 WS-AUX-CPG-PCT-11        PIC X(006).
           05 WS-AUX-CPG-DIAS-12       PIC X(003).
           05 WS-AUX-CPG-PCT-12        PIC X(006).
       01  FILLER REDEFINES WS-AUX-CPG-PARCS-TELA.
           05 WS-AUX-CPG-PARC-TELA                   OCCURS 12 TIMES.
              10 WS-AUX-CPG-DIAS-TELA  PIC X(003).
              10 WS-AUX-CPG-PCT-TELA   PIC X(006).
       01  WS-AUX-ACAO-CPG             PIC X(001)      VALUE SPACES.
           88  WRK-CPG-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CPG-ACAO-CONSULTAR                  VALUE 'C' 'c'.
       01  WS-AUX-ACAO-CPC             PIC X(001)      VALUE SPACES.
           88  WRK-CPC-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CPC-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-CPG-QTDE-PARC           PIC 9(002)      VALUE ZEROS.
       77  WRK-CPG-QTDE-PCT            PIC 9(002)      VALUE ZEROS.
       77  WRK-CPG-IX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-CPG-DIAS-ANT            PIC 9(003)      VALUE ZEROS.
       77  WRK-CPG-SOMA-PCT            PIC 9(005)V99   VALUE ZEROS.
       01  WRK-CPG-SOMA-ED             PIC ZZZZ9.99.
       01  WRK-CPG-PCT-ED              PIC ZZ9.99.
       01  WRK-CPG-FIM-PARCS-FLAG      PIC X(001)      VALUE 'N'.
           88  WRK-CPG-FIM-PARCS                       VALUE 'S'.
      *    MESMO FORMATO DE CONDPAG-PARCELA (CPG-SIST).
       01  WRK-CPG-PARCELAS.
           05 WRK-CPG-PARCELA                        OCCURS 12 TIMES.
              10 WRK-CPG-DIAS          PIC 9(003).
              10 WRK-CPG-PCT           PIC 9(003)V99.
      *    CONDICAO ESCOLHIDA NO PEDIDO EM DIGITACAO (BRANCOS = SEM
      *    CADASTRO DE CONDICOES - O PEDIDO SEGUE SEM CONDICAO).
       01  WRK-PAG-CONF-FLAG           PIC X(001)      VALUE 'S'.
           88  WRK-PAG-CONFIRMADA                      VALUE 'S'.
       01  WRK-PAG-COND                PIC X(003)      VALUE SPACES.
       01  WRK-PAG-MOSTRADA            PIC X(003)      VALUE SPACES.
       01  WS-AUX-PAG-COND-TELA        PIC X(003)      VALUE SPACES.
       01  WRK-PAG-DESCRICAO           PIC X(030)      VALUE SPACES.
       01  WRK-PAG-QTDE-ED             PIC Z9.
       01  WRK-PAG-VENCTO-ED           PIC 9999/99/99.
       01  WRK-PAG-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
      *----------------------------------------------------------------*
      *    REGRAS DE ICMS (CADASTRO) E ICMS DO PEDIDO EM DIGITACAO     *
      *    (CALC-ICMS): ORIGEM = UF DO CD QUE ATENDE O CLIENTE,        *
      *    DESTINO = UF DO MUNICIPIO ESTRUTURADO DO CLIENTE.           *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQALIQ              PIC X(002)      VALUE SPACES.
           88  WRK-ARQALIQ-OK                          VALUE '00' '05'.
           88  WRK-ARQALIQ-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQALIQ            PIC X(050)      VALUE
           'C:\GERENC\ARQALIQ.DAT'.
       01  WRK-FS-ARQICMS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQICMS-OK                          VALUE '00' '05'.
           88  WRK-ARQICMS-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQICMS            PIC X(050)      VALUE
           'C:\GERENC\ARQICMS.DAT'.
       01  WS-AUX-ALQ-ORIGEM           PIC X(002)      VALUE SPACES.
       01  WS-AUX-ALQ-DESTINO          PIC X(002)      VALUE SPACES.
       01  WS-AUX-ALQ-CLASSE           PIC X(002)      VALUE SPACES.
       01  WS-AUX-ALQ-PCT-TELA         PIC X(006)      VALUE SPACES.
       01  WS-AUX-ALQ-SUBST            PIC X(001)      VALUE SPACES.
           88  WRK-ALQ-SUBST-VALIDO                    VALUE 'S' 'N'.
       01  WS-AUX-ACAO-ALQ             PIC X(001)      VALUE SPACES.
           88  WRK-ALQ-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-ALQ-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-ALQ-PCT                 PIC 9(002)V99   VALUE ZEROS.
      *    UF A CONFERIR (ORIGEM/DESTINO DA REGRA, UF DO CD).
       01  WRK-UF-TESTE                PIC X(002)      VALUE SPACES.
           88  WRK-UF-VALIDA           VALUE 'AC' 'AL' 'AM' 'AP' 'BA'
                                             'CE' 'DF' 'ES' 'GO' 'MA'
                                             'MG' 'MS' 'MT' 'PA' 'PB'
                                             'PE' 'PI' 'PR' 'RJ' 'RN'
                                             'RO' 'RR' 'RS' 'SC' 'SE'
                                             'SP' 'TO'.
       01  WRK-ICMS-CONF-FLAG          PIC X(001)      VALUE 'S'.
           88  WRK-ICMS-CONFIRMADO                     VALUE 'S'.
       01  WRK-ICMS-CALC-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-ICMS-CALCULADO                      VALUE 'S'.
       01  WRK-ICMS-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-ICMS-ABERTO                         VALUE 'S'.
       01  WRK-ICMS-UF-ORIGEM          PIC X(002)      VALUE SPACES.
       01  WRK-ICMS-UF-DESTINO         PIC X(002)      VALUE SPACES.
       77  WRK-ICMS-SEM-REGRA          PIC 9(003)      VALUE ZEROS.
       77  WRK-ICMS-COM-ST             PIC 9(003)      VALUE ZEROS.
       77  WRK-PED-VALOR-ICMS          PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PED-VALOR-BRUTO         PIC 9(011)V99   VALUE ZEROS.
       01  WRK-ICMS-LIQ-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01  WRK-ICMS-VALOR-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WRK-ICMS-BRUTO-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WRK-ICMS-SEM-REGRA-ED       PIC ZZ9.
       01  WRK-ICMS-COM-ST-ED          PIC ZZ9.
      *----------------------------------------------------------------*
      *    CONTA BANCARIA DO VENDEDOR: MANUTENCAO (COMERCIAL) E        *
      *    CONFIRMACAO POR OUTRO OPERADOR (SUPERVISAO).                *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCBAN              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCBAN-OK                          VALUE '00' '05'.
           88  WRK-ARQCBAN-NAO-EXISTE                  VALUE '35'.
       01  WRK-NOME-ARQCBAN            PIC X(050)      VALUE
           'C:\GERENC\ARQCBAN.DAT'.
       01  WS-AUX-CBN-BANCO-TELA       PIC X(003)      VALUE SPACES.
       01  WS-AUX-CBN-AGENCIA-TELA     PIC X(004)      VALUE SPACES.
       01  WS-AUX-CBN-AGENCIA-DV       PIC X(001)      VALUE SPACES.
       01  WS-AUX-CBN-CONTA-TELA       PIC X(012)      VALUE SPACES.
       01  WS-AUX-CBN-CONTA-DV         PIC X(001)      VALUE SPACES.
       01  WS-AUX-ACAO-CBN             PIC X(001)      VALUE SPACES.
           88  WRK-CBN-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-CBN-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       01  WRK-CBN-MSG                 PIC X(050)      VALUE SPACES.
       01  WRK-CBN-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CBN-FIM                             VALUE 'S'.
       77  WRK-CBN-BANCO               PIC 9(003)      VALUE ZEROS.
       77  WRK-CBN-AGENCIA             PIC 9(004)      VALUE ZEROS.
       77  WRK-CBN-CONTA               PIC 9(012)      VALUE ZEROS.
       77  WRK-QTDE-CBN-PEND           PIC 9(005)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    SITUACAO CADASTRAL DO CNPJ NA RECEITA (ARQUIVO LATERAL DE   *
      *    IMPORTA-SITCAD) - BLOQUEIA O PEDIDO DE CNPJ NAO ATIVO.      *
      *----------------------------------------------------------------*
       77  WRK-PRF-CAPACIDADE          PIC 9(005)      VALUE ZEROS.
       77  WRK-PRF-VISITAS             PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA HIERARQUIA COMERCIAL (EQUIPES DE VENDA).      *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQHIER              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHIER-OK                          VALUE '00' '05'.
           88  WRK-ARQHIER-NAO-EXISTE                  VALUE '35'.
           88  WRK-ARQHIER-FIM                         VALUE '10'.
       01  WRK-NOME-ARQHIER            PIC X(050)      VALUE
           'C:\GERENC\ARQHIER.DAT'.
       01  WS-AUX-HIE-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-HIE-FIM-TELA         PIC X(008)      VALUE SPACES.
       01  WS-AUX-HIE-SUP-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-HIE-SUP-NOME         PIC X(025)      VALUE SPACES.
       01  WS-AUX-HIE-GER-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-HIE-GER-NOME         PIC X(025)      VALUE SPACES.
       01  WS-AUX-ACAO-HIE             PIC X(001)      VALUE SPACES.
           88  WRK-HIE-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-HIE-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-HIE-INICIO              PIC 9(008)      VALUE ZEROS.
       77  WRK-HIE-FIM                 PIC 9(008)      VALUE ZEROS.
       77  WRK-HIE-SUPERV              PIC 9(003)      VALUE ZEROS.
       77  WRK-HIE-GERENTE             PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MANUTENCAO DOS PLANOS DE COMISSAO E DO PLANO DO VENDEDOR.   *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQPLANO             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPLANO-OK                         VALUE '00' '05'.
           88  WRK-ARQPLANO-NAO-EXISTE                 VALUE '35'.
       01  WRK-NOME-ARQPLANO           PIC X(050)      VALUE
           'C:\GERENC\ARQPLANO.DAT'.
       01  WRK-FS-ARQPLVEN             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPLVEN-OK                         VALUE '00' '05'.
           88  WRK-ARQPLVEN-NAO-EXISTE                 VALUE '35'.
       01  WRK-NOME-ARQPLVEN           PIC X(050)      VALUE
           'C:\GERENC\ARQPLVEN.DAT'.
       01  WS-AUX-PLA-COD-TELA         PIC X(003)      VALUE SPACES.
       01  WS-AUX-PLA-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-PLA-DESCRICAO        PIC X(030)      VALUE SPACES.
       01  WS-AUX-PLA-MINIMO-TELA      PIC X(013)      VALUE SPACES.
       01  WS-AUX-PLA-TETO-TELA        PIC X(013)      VALUE SPACES.
       01  WS-AUX-PLA-FAIXAS-TELA.
           05 WS-AUX-PLA-LIM-01        PIC X(013).
           05 WS-AUX-PLA-PCT-01        PIC X(005).
           05 WS-AUX-PLA-LIM-02        PIC X(013).
           05 WS-AUX-PLA-PCT-02        PIC X(005).
           05 WS-AUX-PLA-LIM-03        PIC X(013).
           05 WS-AUX-PLA-PCT-03        PIC X(005).
           05 WS-AUX-PLA-LIM-04        PIC X(013).
           05 WS-AUX-PLA-PCT-04        PIC X(005).
           05 WS-AUX-PLA-LIM-05        PIC X(013).
           05 WS-AUX-PLA-PCT-05        PIC X(005).
           05 WS-AUX-PLA-LIM-06        PIC X(013).
           05 WS-AUX-PLA-PCT-06        PIC X(005).
           05 WS-AUX-PLA-LIM-07        PIC X(013).
           05 WS-AUX-PLA-PCT-07        PIC X(005).
           05 WS-AUX-PLA-LIM-08        PIC X(013).
           05 WS-AUX-PLA-PCT-08        PIC X(005).
           05 WS-AUX-PLA-LIM-09        PIC X(013).
           05 WS-AUX-PLA-PCT-09        PIC X(005).
           05 WS-AUX-PLA-LIM-10        PIC X(013).
           05 WS-AUX-PLA-PCT-10        PIC X(005).
       01  FILLER REDEFINES WS-AUX-PLA-FAIXAS-TELA.
           05 WS-AUX-PLA-FAIXA-TELA                  OCCURS 10 TIMES.
              10 WS-AUX-PLA-LIM-TELA   PIC X(013).
              10 WS-AUX-PLA-PCT-TELA   PIC X(005).
       01  WS-AUX-ACAO-PLA             PIC X(001)      VALUE SPACES.
           88  WRK-PLA-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-PLA-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-PLA-CODIGO              PIC 9(003)      VALUE ZEROS.
       77  WRK-PLA-INICIO              PIC 9(008)      VALUE ZEROS.
       77  WRK-PLA-MINIMO              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PLA-TETO                PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PLA-QTDE-FAIXAS         PIC 9(002)      VALUE ZEROS.
       77  WRK-PLA-IX                  PIC 9(002)      VALUE ZEROS.
       77  WRK-PLA-LIMITE-ANT          PIC 9(011)V99   VALUE ZEROS.
       01  WRK-PLA-FIM-FAIXAS-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-PLA-FIM-FAIXAS                      VALUE 'S'.
      *    MESMO FORMATO DE PLANO-FAIXAS (PLC-SIST).
       01  WRK-PLA-FAIXAS.
           05 WRK-PLA-FAIXA                          OCCURS 10 TIMES.
              10 WRK-PLA-FAIXA-LIMITE  PIC 9(011)V99.
              10 WRK-PLA-FAIXA-PCT     PIC 9(002)V99.
       01  WS-AUX-PLV-INICIO-TELA      PIC X(008)      VALUE SPACES.
       01  WS-AUX-PLV-PLANO-TELA       PIC X(003)      VALUE SPACES.
       01  WS-AUX-ACAO-PLV             PIC X(001)      VALUE SPACES.
           88  WRK-PLV-ACAO-INCLUIR                    VALUE 'I' 'i'.
           88  WRK-PLV-ACAO-EXCLUIR                    VALUE 'E' 'e'.
       77  WRK-PLV-INICIO              PIC 9(008)      VALUE ZEROS.
       77  WRK-PLV-PLANO               PIC 9(003)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MESTRE DE CODIGOS DE RESULTADO DE VISITA.     *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQRESV              PIC X(002)      VALUE SPACES.
           88  WRK-SALTO-INATIV                        VALUE 'I' 'i'.
           88  WRK-SALTO-APROVA                        VALUE 'A' 'a'.
           88  WRK-SALTO-RESSUB                        VALUE 'R' 'r'.
           88  WRK-SALTO-CONTEST                       VALUE 'C' 'c'.
           88  WRK-SALTO-CONTA-BANCO                   VALUE 'B' 'b'.
           88  WRK-SALTO-CORRECAO                      VALUE 'K' 'k'.
      *----------------------------------------------------------------*
      *    FAIXA DE ALERTAS DO CICLO NA TELA INICIAL.                  *
      *----------------------------------------------------------------*
              10 TAB-ITEM-QTDE         PIC 9(007)V99.
              10 TAB-ITEM-PRECO        PIC 9(009)V99.
              10 TAB-ITEM-VALOR        PIC 9(011)V99.
              10 TAB-ITEM-CAMPANHA     PIC X(006).
       01  WS-AUX-TIPO-DIA             PIC X(001)      VALUE SPACES.
           88  WRK-TIPO-DIA-VALIDO                     VALUE 'U' 'F'
                                                             'S'.
       01 WRK-OPER-ID                  PIC  X(010)     VALUE SPACES.
       01 WRK-OPER-PERFIL              PIC  X(001)     VALUE SPACES.
          88 WRK-OPER-EH-ADMIN                          VALUE 'A'.
          88 WRK-OPER-EH-VENDEDOR                       VALUE 'V'.
          88 WRK-OPER-EH-SUPERVISOR                     VALUE 'S'.
          88 WRK-OPER-COM-ESCOPO                        VALUE 'V' 'S'.
       01 WRK-LOGIN-OK-FLAG            PIC  X(001)     VALUE 'N'.
          88 WRK-LOGIN-OK                               VALUE 'S'.
      *----------------------------------------------------------------*
       01 WS-AUX-OPER-SENHA            PIC X(010)      VALUE SPACES.
       01 WS-AUX-OPER-NOME             PIC X(030)      VALUE SPACES.
       01 WS-AUX-OPER-PERFIL           PIC X(001)      VALUE SPACES.
          88 WRK-PERFIL-VALIDO                          VALUE 'A' 'O'
                                                              'V' 'S'.
          88 WRK-PERFIL-COM-VINCULO                     VALUE 'V' 'S'.
       01 WS-AUX-ACAO-OPER             PIC X(001)      VALUE SPACES.
          88 WRK-OPER-ACAO-INCLUIR                      VALUE 'I' 'i'.
          88 WRK-OPER-ACAO-ALTERAR                      VALUE 'A' 'a'.
       01 WS-AUX-PRM-FILA              PIC X(003)      VALUE SPACES.
       01 WS-AUX-PRM-HORIZ             PIC X(003)      VALUE SPACES.
       01 WS-AUX-PRM-TIMEOUT           PIC X(003)      VALUE SPACES.
       01 WS-AUX-PRM-ESTORNO           PIC X(003)      VALUE SPACES.
       01 WS-AUX-PRM-MIX               PIC X(003)      VALUE SPACES.
       01 WS-AUX-PRM-KM                PIC X(004)      VALUE SPACES.
       01 WS-AUX-PRM-FAT               PIC X(003)      VALUE SPACES.
       01 WS-AUX-PRM-PIPE              PIC X(003)      VALUE SPACES.
       77 WRK-PRM-KM-NUM               PIC 9(001)V99   VALUE ZEROS.
       77 WRK-PRM-RAIO-NUM             PIC 9(005)V99   VALUE ZEROS.
      *    O RAIO E EXIBIDO PELO CAMPO EDITADO PARA PRESERVAR AS DUAS
      *    CASAS DECIMAIS NA IDA E NA VOLTA DA TELA (NUMVAL).
       77 WRK-PRM-RAIO-ED              PIC ZZZZ9.99    VALUE ZEROS.
       77 WRK-PRM-DESC-ED              PIC 99.99       VALUE ZEROS.
       77 WRK-PRM-GEOF-ED              PIC 999.99      VALUE ZEROS.
       77 WRK-PRM-KM-ED                PIC 9.99        VALUE ZEROS.
       01 WRK-DIR-PROVA                PIC X(010)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    CONSULTA FILTRADA DA TRILHA DE AUDITORIA (+ EXPORTACAO CSV).*
       77 WRK-PROPIN-CLI               PIC 9(007)      VALUE ZEROS.
       77 WRK-PROPIN-ULT               PIC 9(008)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    REVISAO DAS PROPOSTAS DE LIMITE DE CREDITO.                 *
      *----------------------------------------------------------------*
       01 WRK-FS-ARQPROPCR             PIC X(002)      VALUE SPACES.
          88 WRK-ARQPROPCR-OK                           VALUE '00' '05'.
          88 WRK-ARQPROPCR-NAO-EXISTE                   VALUE '35'.
       01 WRK-NOME-ARQPROPCR           PIC X(050)      VALUE
          'C:\GERENC\PROPOSTA_CREDITO.DAT'.
       01 WRK-PROPCR-FIM-FLAG          PIC X(001)      VALUE 'N'.
          88 WRK-PROPCR-FIM                             VALUE 'S'.
       77 WRK-QTDE-LIM-ALTERADOS       PIC 9(005)      VALUE ZEROS.
       77 WRK-PROPCR-LIM-ANTES         PIC 9(011)V99   VALUE ZEROS.
      *----------------------------------------------------------------*
      *    APROVACAO DOS REEMBOLSOS DE QUILOMETRAGEM.                  *
      *----------------------------------------------------------------*
       01 WRK-FS-ARQREEMB              PIC X(002)      VALUE SPACES.
          88 WRK-ARQREEMB-OK                            VALUE '00' '05'.
       01 WRK-NOME-ARQREEMB            PIC X(050)      VALUE
          'C:\GERENC\ARQREEMB.DAT'.
       01 WRK-REEMB-FIM-FLAG           PIC X(001)      VALUE 'N'.
          88 WRK-REEMB-FIM                              VALUE 'S'.
       77 WRK-QTDE-REEMB-DECID         PIC 9(005)      VALUE ZEROS.
       01 WRK-PROPCR-ACAO-DESC         PIC X(007)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    BLOQUEIO POR TENTATIVAS E LOG DE SEGURANCA.                  *
      *----------------------------------------------------------------*
       01 WRK-FS-ARQSEG                PIC X(002)      VALUE SPACES.
       01 WRK-SEG-EVENTO               PIC X(012)      VALUE SPACES.
       01 WRK-SEG-OPER                 PIC X(010)      VALUE SPACES.
       01 WRK-TERMINAL                 PIC X(015)      VALUE SPACES.
       01 WRK-SEG-ALVO                 PIC X(030)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    MODO BATCH - IMPORTACAO DE CADASTRO DISPARADA POR JOB, SEM  *
      *    OPERADOR NO TERMINAL. LINHA DE COMANDO ESPERADA:            *
         05 WRK-TOT-INCLUIDOS          PIC 9(007) COMP-3 VALUE ZEROS.
         05 WRK-TOT-ATUALIZADOS        PIC 9(007) COMP-3 VALUE ZEROS.
         05 WRK-TOT-REJEITADOS         PIC 9(007) COMP-3 VALUE ZEROS.
         05 WRK-IMP-LIDOS-ED           PIC 9(007)        VALUE ZEROS.
         05 WRK-IMP-REJ-ED             PIC 9(007)        VALUE ZEROS.
         05 WRK-IMP-POS-NOME           PIC 9(003)        VALUE ZEROS.
      *
       01 WRK-DATA-HORA-GER.
         05 WRK-DHG-ANO                PIC 9(004).
           88 WRK-OPS-FILAS                          VALUE "3".
           88 WRK-OPS-RECONHECE-ALR                  VALUE "4".
           88 WRK-OPS-APROVA-CAD                     VALUE "5".
           88 WRK-OPS-REVISA-CREDITO                 VALUE "6".
           88 WRK-OPS-APROVA-REEMB                   VALUE "7".
           88 WRK-OPS-CONTESTACAO                    VALUE "8".
           88 WRK-OPS-CONFIRMA-CONTA                 VALUE "9".
           88 WRK-OPS-CORRECAO-APP                   VALUE "C" "c".
      *
      *    OPCOES DO MENU COMERCIAL (MENU-TELA-04).
           88 WRK-OPC-PRODUTOS                       VALUE "1".
           88 WRK-OPC-AJUSTE-COMIS                   VALUE "7".
           88 WRK-OPC-PERFIL-VEND                    VALUE "8".
           88 WRK-OPC-RESULT-VISITA                  VALUE "9".
           88 WRK-OPC-EQUIPES                        VALUE "E" "e".
           88 WRK-OPC-PLANOS                         VALUE "P" "p".
           88 WRK-OPC-PLANO-VEND                     VALUE "V" "v".
           88 WRK-OPC-FAMILIAS                       VALUE "F" "f".
           88 WRK-OPC-CAMPANHAS                      VALUE "C" "c".
           88 WRK-OPC-PROSPECTS                      VALUE "R" "r".
           88 WRK-OPC-CADENCIA                       VALUE "D" "d".
           88 WRK-OPC-SAC                            VALUE "S" "s".
           88 WRK-OPC-PRAZOS-SAC                     VALUE "L" "l".
           88 WRK-OPC-ORCAMENTOS                     VALUE "O" "o".
           88 WRK-OPC-CENTROS-DIST                   VALUE "T" "t".
           88 WRK-OPC-CONTESTACAO                    VALUE "M" "m".
           88 WRK-OPC-PERFIL-FISCAL                  VALUE "I" "i".
           88 WRK-OPC-PROGRAMADO                     VALUE "G" "g".
           88 WRK-OPC-RATEIO                         VALUE "A" "a".
           88 WRK-OPC-COND-PAGTO                     VALUE "N" "n".
           88 WRK-OPC-COND-CLIENTE                   VALUE "K" "k".
           88 WRK-OPC-ALIQUOTAS                      VALUE "B" "b".
           88 WRK-OPC-CONTA-BANCO                    VALUE "H" "h".
           88 WRK-OPC-MOTIVO-CANC                    VALUE "Q" "q".
           88 WRK-OPC-CERTIFICACAO                   VALUE "U" "u".
           88 WRK-OPC-DISTRIBUICAO                   VALUE "J" "j".
           88 WRK-OPC-PIPELINE                       VALUE "W" "w".
           88 WRK-OPC-AMOSTRAS                       VALUE "Y" "y".
      *
           88 WRK-OP-RELAT-CLI                       VALUE "1".
           88 WRK-OP-RELAT-VEN                       VALUE "2".
           05 LINE 9  COLUMN 24 HIGHLIGHT 'FILAS PENDENTES........: 3'.
           05 LINE 10 COLUMN 24 HIGHLIGHT 'RECONHECE ALERTAS......: 4'.
           05 LINE 11 COLUMN 24 HIGHLIGHT 'APROVA CADASTRO........: 5'.
           05 LINE 12 COLUMN 24 HIGHLIGHT 'REVISAO LIMITE CREDITO.: 6'.
           05 LINE 13 COLUMN 24 HIGHLIGHT 'APROVA REEMBOLSO KM....: 7'.
           05 LINE 14 COLUMN 24 HIGHLIGHT 'CONTESTACAO COMISSAO...: 8'.
           05 LINE 15 COLUMN 24 HIGHLIGHT 'CONFIRMA CONTA BANCARIA: 9'.
           05 LINE 16 COLUMN 24 HIGHLIGHT 'CORRECOES DO APP.......: C'.
           05 LINE 20 COLUMN 22 HIGHLIGHT 'VOLTAR.................: X'.
           05 LINE 21 COLUMN 22 HIGHLIGHT 'OPCAO....: '.
           05 OPCAO-TELA REVERSE-VIDEO PIC X(01)
           05 LINE 13 COLUMN 24 HIGHLIGHT 'AJUSTE DE COMISSAO.....: 7'.
           05 LINE 14 COLUMN 24 HIGHLIGHT 'PERFIL DO VENDEDOR.....: 8'.
           05 LINE 15 COLUMN 24 HIGHLIGHT 'COD RESULT VISITA......: 9'.
           05 LINE 16 COLUMN 24 HIGHLIGHT 'EQUIPES DE VENDA.......: E'.
           05 LINE 17 COLUMN 24 HIGHLIGHT 'PLANOS DE COMISSAO.....: P'.
           05 LINE 18 COLUMN 24 HIGHLIGHT 'PLANO DO VENDEDOR......: V'.
           05 LINE 19 COLUMN 24 HIGHLIGHT 'FAMILIAS DE PRODUTO....: F'.
           05 LINE 20 COLUMN 24 HIGHLIGHT 'CAMPANHAS PROMOCIONAIS.: C'.
           05 LINE 7  COLUMN 52 HIGHLIGHT 'PROSPECTS............: R'.
           05 LINE 8  COLUMN 52 HIGHLIGHT 'CADENCIA DE VISITAS..: D'.
           05 LINE 9  COLUMN 52 HIGHLIGHT 'RECLAMACOES (SAC)....: S'.
           05 LINE 10 COLUMN 52 HIGHLIGHT 'PRAZOS DO SAC (SLA)..: L'.
           05 LINE 11 COLUMN 52 HIGHLIGHT 'ORCAMENTOS...........: O'.
           05 LINE 12 COLUMN 52 HIGHLIGHT 'CENTROS DISTRIBUICAO.: T'.
           05 LINE 13 COLUMN 52 HIGHLIGHT 'CONTESTA COMISSAO....: M'.
           05 LINE 14 COLUMN 52 HIGHLIGHT 'PERFIL FISCAL VEND...: I'.
           05 LINE 15 COLUMN 52 HIGHLIGHT 'PEDIDO PROGRAMADO....: G'.
           05 LINE 16 COLUMN 52 HIGHLIGHT 'RATEIO DE CREDITO....: A'.
           05 LINE 17 COLUMN 52 HIGHLIGHT 'CONDICAO PAGAMENTO...: N'.
           05 LINE 18 COLUMN 52 HIGHLIGHT 'COND PAGTO CLIENTE...: K'.
           05 LINE 19 COLUMN 52 HIGHLIGHT 'ALIQUOTAS DE ICMS....: B'.
           05 LINE 20 COLUMN 52 HIGHLIGHT 'CONTA BANCARIA VEND..: H'.
           05 LINE 21 COLUMN 52 HIGHLIGHT 'MOTIVO CANCELAMENTO..: Q'.
           05 LINE 22 COLUMN 52 HIGHLIGHT 'CERTIFICACAO VEND....: U'.
           05 LINE 23 COLUMN 52 HIGHLIGHT 'LISTAS DISTRIBUICAO..: J'.
           05 LINE 24 COLUMN 52 HIGHLIGHT 'PIPELINE NEGOCIOS....: W'.
           05 LINE 23 COLUMN 24 HIGHLIGHT 'AMOSTRAS E BRINDES.....: Y'.
           05 LINE 21 COLUMN 22 HIGHLIGHT 'VOLTAR.................: X'.
           05 LINE 22 COLUMN 22 HIGHLIGHT 'OPCAO....: '.
           05 OPCAO-TELA REVERSE-VIDEO PIC X(01)
           USING WS-OPCAO-TELA.

           05 LINE 10 COLUMN 36 PIC X(05) FROM EXEMPLO-TERRITORIO
                                            OF ARQCLI01.
           05 LINE 12 COLUMN 22 HIGHLIGHT
               'CONFIRMA (S/N O=OCORR C=CONTR L=LICENC R=LINHAS): '.
           05 CONFIRM-CLI-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.
                                       PIC X(12)
           USING WS-AUX-PROD-PRECO-TELA.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT '     FAMILIA: '.
           05 FAM-PROD-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PROD-FAM-TELA.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT '  PESO UN KG: '.
           05 PESO-PROD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PROD-PESO-TELA.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT 'CLASSE ICMS.: '.
           05 CLF-PROD-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-PROD-CLF.
      *
           05 LINE 14 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA E=INATIVA): '.
           05 ACAO-PROD-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-PROD.

       01 TELA-FAM-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'FAMILIAS DE PRODUTO'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '      CODIGO: '.
           05 COD-FAM-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-FAM-COD-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '   DESCRICAO: '.
           05 DESC-FAM-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-FAM-DESC.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '   CATEGORIA: '.
           05 CATEG-FAM-TELA REVERSE-VIDEO
                                       PIC X(20)
           USING WS-AUX-FAM-CATEG.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'EXIGE CERTIF.(S/N): '.
           05 CERT-FAM-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-FAM-CERT.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA E=INATIVA): '.
           05 ACAO-FAM-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-FAM.

       01 TELA-CAMP-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'CAMPANHAS PROMOCIONAIS'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '         CAMPANHA: '.
           05 COD-CMP-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CMP-COD-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '          PRODUTO: '.
           05 PROD-CMP-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PROD-COD-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '        DESCRICAO: '.
           05 DESC-CMP-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-CMP-DESC.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT '  INICIO AAAAMMDD: '.
           05 INI-CMP-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CMP-INICIO-TELA.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT '     FIM AAAAMMDD: '.
           05 FIM-CMP-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CMP-FIM-TELA.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT 'PRECO PROMOCIONAL: '.
           05 PRECO-CMP-TELA REVERSE-VIDEO
                                       PIC X(12)
           USING WS-AUX-CMP-PRECO-TELA.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT '  OU DESCONTO (%): '.
           05 PCT-CMP-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CMP-PCT-TELA.
      *
           05 LINE 14 COLUMN 22 HIGHLIGHT
               'TERRITORIO (BRANCO = TODOS): '.
           05 TERR-CMP-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-CMP-TERRIT.
      *
           05 LINE 15 COLUMN 22 HIGHLIGHT
               'PRIORIDADE A/B/C (BRANCO = TODAS): '.
           05 PRIOR-CMP-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-CMP-PRIOR.
      *
           05 LINE 17 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA E=INATIVA): '.
           05 ACAO-CMP-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CMP.

       01 TELA-CADV-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'CADENCIA DE VISITAS'.
           05 LINE 7 COLUMN 22 HIGHLIGHT ' FAIXA (A/B/C): '.
           05 PRIOR-CDV-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-CDV-PRIORIDADE.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT ' DIAS ENTRE VISITAS: '.
           05 DIAS-CDV-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CDV-DIAS-TELA.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT
               'PADRAO A=15 B=30 C=60 - ZERO TIRA A FAIXA DA COBRANCA'.

       01 TELA-SAC-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'RECLAMACOES DE CLIENTE (SAC)'.
           05 LINE 5 COLUMN 22 HIGHLIGHT '    CHAMADO.: '.
           05 NUM-SAC-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-SAC-NUM-TELA.
           05 LINE 5 COLUMN 45 'EM BRANCO NA ABERTURA'.
      *
           05 LINE 6 COLUMN 22 HIGHLIGHT '    CLIENTE.: '.
           05 CLI-SAC-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-SAC-CLI-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT '  CATEGORIA.: '.
           05 CAT-SAC-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SAC-CATEGORIA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT
               'SEVERIDADE (A=ALTA M=MEDIA B=BAIXA): '.
           05 SEV-SAC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-SAC-SEVERIDADE.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'CANAL (T=FONE E=E-MAIL V=VISITA O=OUTRO): '.
           05 CAN-SAC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-SAC-CANAL.
      *
           05 LINE 11 COLUMN 10 HIGHLIGHT 'DESCRICAO DA RECLAMACAO:'.
           05 DESC-SAC-TELA LINE 12 COLUMN 10 REVERSE-VIDEO
                                       PIC X(60)
           USING WS-AUX-SAC-DESCRICAO.
      *
           05 LINE 14 COLUMN 10 HIGHLIGHT 'TRATAMENTO / SOLUCAO:'.
           05 RESOL-SAC-TELA LINE 15 COLUMN 10 REVERSE-VIDEO
                                       PIC X(60)
           USING WS-AUX-SAC-RESOLUCAO.
      *
           05 LINE 17 COLUMN 22 HIGHLIGHT
               'ACAO (A=ABRE T=TRATA F=FECHA C=CONSULTA): '.
           05 ACAO-SAC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-SAC.
           05 LINE 18 COLUMN 22
               'NO TRATAMENTO, CAMPO EM BRANCO MANTEM O VALOR GRAVADO'.

       01 TELA-SLA-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'PRAZOS DO SAC (SLA)'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '   CATEGORIA: '.
           05 CAT-SLA-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SLA-CATEGORIA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT ' SEVERIDADE (A/M/B): '.
           05 SEV-SLA-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-SLA-SEVERIDADE.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '   DESCRICAO: '.
           05 DESC-SLA-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-SLA-DESCRICAO.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT ' DIAS PARA SOLUCAO: '.
           05 DIAS-SLA-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SLA-DIAS-TELA.
      *
           05 LINE 12 COLUMN 22
               'DIAS CORRIDOS A PARTIR DA ABERTURA DO CHAMADO'.

       01 TELA-PROSP-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'PROSPECTS'.
           05 LINE 5 COLUMN 22 HIGHLIGHT '     CODIGO.: '.
           05 COD-PRS-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PRS-COD-TELA.
      *
           05 LINE 6 COLUMN 22 HIGHLIGHT '        NOME: '.
           05 NOME-PRS-TELA REVERSE-VIDEO
                                       PIC X(40)
           USING WS-AUX-PRS-NOME.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT '        CNPJ: '.
           05 CNPJ-PRS-TELA REVERSE-VIDEO
                                       PIC X(14)
           USING WS-AUX-PRS-CNPJ.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '     CONTATO: '.
           05 CONT-PRS-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-PRS-CONTATO.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '    TELEFONE: '.
           05 FONE-PRS-TELA REVERSE-VIDEO
                                       PIC X(15)
           USING WS-AUX-PRS-TELEFONE.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT '       EMAIL: '.
           05 EMAIL-PRS-TELA REVERSE-VIDEO
                                       PIC X(40)
           USING WS-AUX-PRS-EMAIL.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT '    ENDERECO: '.
           05 END-PRS-TELA REVERSE-VIDEO
                                       PIC X(50)
           USING WS-AUX-PRS-ENDERECO.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT '         CEP: '.
           05 CEP-PRS-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PRS-CEP.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT '    LATITUDE: '.
           05 LAT-PRS-TELA REVERSE-VIDEO
                                       PIC X(011)
           USING WS-AUX-PRS-LAT-TELA.
      *
           05 LINE 14 COLUMN 22 HIGHLIGHT '   LONGITUDE: '.
           05 LON-PRS-TELA REVERSE-VIDEO
                                       PIC X(011)
           USING WS-AUX-PRS-LON-TELA.
      *
           05 LINE 15 COLUMN 22 HIGHLIGHT '      ORIGEM: '.
           05 ORIG-PRS-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRS-ORIGEM.
      *
           05 LINE 16 COLUMN 22 HIGHLIGHT
               'ESTAGIO (N/C/Q/P; X=PERDIDO): '.
           05 EST-PRS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-PRS-ESTAGIO.
      *
           05 LINE 18 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA C=CONSULTA V=CONVERTE): '.
           05 ACAO-PRS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-PRS.
           05 LINE 19 COLUMN 22
               'NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR GRAVADO'.

       01 TELA-ITEM-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'ITEM DO PEDIDO'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '     PRODUTO: '.
           05 PROD-ITEM-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PROD-COD-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '  QUANTIDADE: '.
           05 QTDE-ITEM-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-ITEM-QTDE-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'PRECO UNIT (BRANCO = LISTA): '.
           05 PRECO-ITEM-TELA REVERSE-VIDEO
                                       PIC X(12)
           USING WS-AUX-ITEM-PRECO-TELA.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT 'MAIS ITENS (S/N): '.
           05 CONT-ITEM-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ITEM-CONTINUA.

       01 TELA-TBP-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'TABELA DE PRECOS'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '        PRODUTO: '.
           05 PROD-TBP-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PROD-COD-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'INICIO AAAAMMDD: '.
                                       PIC X(01)
           USING WS-AUX-ACAO-PRF.

       01 TELA-HIER-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'EQUIPES DE VENDA'.
           05 LINE 6 COLUMN 22 HIGHLIGHT '         VENDEDOR: '.
           05 VEN-HIE-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'INICIO (AAAAMMDD): '.
           05 INI-HIE-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-HIE-INICIO-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'FIM (0=EM ABERTO): '.
           05 FIM-HIE-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-HIE-FIM-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '       SUPERVISOR: '.
           05 SUP-HIE-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-HIE-SUP-TELA.
           05 SUP-NOME-HIE-TELA LINE 9 COLUMN 46 REVERSE-VIDEO
                                       PIC X(25)
           USING WS-AUX-HIE-SUP-NOME.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT ' GERENTE REGIONAL: '.
           05 GER-HIE-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-HIE-GER-TELA.
           05 GER-NOME-HIE-TELA LINE 10 COLUMN 46 REVERSE-VIDEO
                                       PIC X(25)
           USING WS-AUX-HIE-GER-NOME.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-HIE-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-HIE.

       01 TELA-PLANO-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 22 HIGHLIGHT 'PLANOS DE COMISSAO'.
           05 LINE 5 COLUMN 22 HIGHLIGHT '            PLANO: '.
           05 COD-PLA-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PLA-COD-TELA.
      *
           05 LINE 6 COLUMN 22 HIGHLIGHT 'INICIO (AAAAMMDD): '.
           05 INI-PLA-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PLA-INICIO-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT '        DESCRICAO: '.
           05 DES-PLA-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-PLA-DESCRICAO.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'PISO VENDAS 0=NAO: '.
           05 MIN-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-MINIMO-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT 'TETO COMIS. 0=NAO: '.
           05 TETO-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-TETO-TELA.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT
               'ULTIMA FAIXA: LIMITE EM BRANCO = SEM LIMITE'.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT '   FAIXA 01 - ATE: '.
           05 LIM-01-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-01.
           05 LINE 11 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-01-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-01.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT '   FAIXA 02 - ATE: '.
           05 LIM-02-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-02.
           05 LINE 12 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-02-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-02.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT '   FAIXA 03 - ATE: '.
           05 LIM-03-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-03.
           05 LINE 13 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-03-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-03.
      *
           05 LINE 14 COLUMN 22 HIGHLIGHT '   FAIXA 04 - ATE: '.
           05 LIM-04-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-04.
           05 LINE 14 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-04-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-04.
      *
           05 LINE 15 COLUMN 22 HIGHLIGHT '   FAIXA 05 - ATE: '.
           05 LIM-05-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-05.
           05 LINE 15 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-05-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-05.
      *
           05 LINE 16 COLUMN 22 HIGHLIGHT '   FAIXA 06 - ATE: '.
           05 LIM-06-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-06.
           05 LINE 16 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-06-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-06.
      *
           05 LINE 17 COLUMN 22 HIGHLIGHT '   FAIXA 07 - ATE: '.
           05 LIM-07-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-07.
           05 LINE 17 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-07-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-07.
      *
           05 LINE 18 COLUMN 22 HIGHLIGHT '   FAIXA 08 - ATE: '.
           05 LIM-08-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-08.
           05 LINE 18 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-08-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-08.
      *
           05 LINE 19 COLUMN 22 HIGHLIGHT '   FAIXA 09 - ATE: '.
           05 LIM-09-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-09.
           05 LINE 19 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-09-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-09.
      *
           05 LINE 20 COLUMN 22 HIGHLIGHT '   FAIXA 10 - ATE: '.
           05 LIM-10-PLA-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-PLA-LIM-10.
           05 LINE 20 COLUMN 55 HIGHLIGHT 'PCT: '.
           05 PCT-10-PLA-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PLA-PCT-10.
      *
           05 LINE 22 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-PLA-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-PLA.

       01 TELA-PLVEN-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT
               'PLANO DE COMISSAO DO VENDEDOR'.
           05 LINE 6 COLUMN 22 HIGHLIGHT '         VENDEDOR: '.
           05 VEN-PLV-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'INICIO (AAAAMMDD): '.
           05 INI-PLV-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PLV-INICIO-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '            PLANO: '.
           05 PLA-PLV-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PLV-PLANO-TELA.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-PLV-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-PLV.

       01 TELA-CONSENT-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT
                                       PIC X(60)
           USING WS-AUX-OCOR-TEXTO.
      *
       01 TELA-CTR-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'CONTRATO DE FORNECIMENTO DO CLIENTE'.
           05 LINE 5 COLUMN 48 PIC 9(07) FROM WS-AUX-CODIGO-CLI.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'NUMERO DO CONTRATO.....: '.
           05 NUM-CTR-TELA REVERSE-VIDEO
                                       PIC X(12)
           USING WS-AUX-CTR-NUMERO.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'INICIO AAAAMMDD........: '.
           05 INI-CTR-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CTR-INICIO-TELA.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'FIM AAAAMMDD...........: '.
           05 FIM-CTR-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CTR-FIM-TELA.
           05 LINE 10 COLUMN 12 HIGHLIGHT 'VOLUME MENSAL (VALOR)..: '.
           05 VOL-CTR-TELA REVERSE-VIDEO
                                       PIC X(15)
           USING WS-AUX-CTR-VOLUME-TELA.
           05 LINE 11 COLUMN 12 HIGHLIGHT 'DESCONTO ESPECIAL (%)..: '.
           05 DESC-CTR-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CTR-DESC-TELA.
           05 LINE 12 COLUMN 12 HIGHLIGHT
               'SITUACAO A=ATIVO R=RENOV. E=ENCERR. C=CANCEL.: '.
           05 STAT-CTR-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-CTR-STATUS.
           05 LINE 13 COLUMN 12 HIGHLIGHT 'OBSERVACAO.............: '.
           05 OBS-CTR-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-CTR-OBSERVACAO.
           05 LINE 15 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA - BRANCO MANTEM O GRAVADO): '.
           05 ACAO-CTR-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CTR.
      *
       01 TELA-LIC-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'LICENCA / CERTIFICADO DO CLIENTE'.
           05 LINE 5 COLUMN 48 PIC 9(07) FROM WS-AUX-CODIGO-CLI.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'TIPO (3 LETRAS)........: '.
           05 TIPO-LIC-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-LIC-TIPO.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'NUMERO.................: '.
           05 NUM-LIC-TELA REVERSE-VIDEO
                                       PIC X(20)
           USING WS-AUX-LIC-NUMERO.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'ORGAO EMISSOR..........: '.
           05 ORG-LIC-TELA REVERSE-VIDEO
                                       PIC X(20)
           USING WS-AUX-LIC-ORGAO.
           05 LINE 10 COLUMN 12 HIGHLIGHT 'VALIDA ATE AAAAMMDD....: '.
           05 VAL-LIC-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-LIC-VALID-TELA.
           05 LINE 12 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA - BRANCO MANTEM O GRAVADO): '.
           05 ACAO-LIC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-LIC.
      *
       01 TELA-ORC-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'ORCAMENTOS (COTACOES)'.
           05 LINE 6 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI V=CONVERTE P=PERDIDO C=CONSULTA): '.
           05 ACAO-ORC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-ORC.
           05 LINE 7 COLUMN 22 HIGHLIGHT '  ORCAMENTO: '.
           05 NUM-ORC-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-ORC-NUM-TELA.
           05 LINE 7 COLUMN 45 'EM BRANCO NA INCLUSAO'.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '    CLIENTE: '.
           05 CLI-ORC-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'VALIDADE EM DIAS (BRANCO = 15): '.
           05 VAL-ORC-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-ORC-VALID-TELA.
      *
           05 LINE 11 COLUMN 10 HIGHLIGHT
               'MOTIVO DA PERDA (OBRIGATORIO NA ACAO P):'.
           05 MOT-ORC-TELA LINE 12 COLUMN 10 REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-ORC-MOTIVO.
           05 LINE 14 COLUMN 10
               'OS ITENS SAO DIGITADOS COMO NO PEDIDO, APOS O VENDEDOR'.
      *
       01 TELA-CDD-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'CENTROS DE DISTRIBUICAO'.
           05 LINE 6 COLUMN 22 HIGHLIGHT '      CODIGO: '.
           05 COD-CDD-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CDD-CODIGO.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT '        NOME: '.
           05 NOME-CDD-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-CDD-NOME.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '    LATITUDE: '.
           05 LAT-CDD-TELA REVERSE-VIDEO
                                       PIC X(11)
           USING WS-AUX-CDD-LAT-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '   LONGITUDE: '.
           05 LON-CDD-TELA REVERSE-VIDEO
                                       PIC X(11)
           USING WS-AUX-CDD-LON-TELA.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT
               'FAIXAS DE CEP ATENDIDAS (BRANCO = NAO USADA):'.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT '   FAIXA 1 - DE: '.
           05 INI-01-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-INI-01.
           05 LINE 11 COLUMN 50 HIGHLIGHT 'ATE: '.
           05 FIM-01-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-FIM-01.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT '   FAIXA 2 - DE: '.
           05 INI-02-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-INI-02.
           05 LINE 12 COLUMN 50 HIGHLIGHT 'ATE: '.
           05 FIM-02-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-FIM-02.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT '   FAIXA 3 - DE: '.
           05 INI-03-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-INI-03.
           05 LINE 13 COLUMN 50 HIGHLIGHT 'ATE: '.
           05 FIM-03-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-FIM-03.
      *
           05 LINE 14 COLUMN 22 HIGHLIGHT '   FAIXA 4 - DE: '.
           05 INI-04-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-INI-04.
           05 LINE 14 COLUMN 50 HIGHLIGHT 'ATE: '.
           05 FIM-04-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-FIM-04.
      *
           05 LINE 15 COLUMN 22 HIGHLIGHT '   FAIXA 5 - DE: '.
           05 INI-05-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-INI-05.
           05 LINE 15 COLUMN 50 HIGHLIGHT 'ATE: '.
           05 FIM-05-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-FIM-05.
      *
           05 LINE 16 COLUMN 22 HIGHLIGHT 'FRETE R$ POR KM: '.
           05 KM-CDD-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CDD-KM-TELA.
      *
           05 LINE 17 COLUMN 22 HIGHLIGHT 'FRETE R$ POR KG: '.
           05 KG-CDD-TELA REVERSE-VIDEO
                                       PIC X(09)
           USING WS-AUX-CDD-KG-TELA.
      *
           05 LINE 18 COLUMN 22 HIGHLIGHT 'UF DO CD (ICMS).: '.
           05 UF-CDD-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-CDD-UF.
      *
           05 LINE 19 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA E=INATIVA): '.
           05 ACAO-CDD-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CDD.

       01 TELA-FRETE-CONFIRMA AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'FRETE ESTIMADO DO PEDIDO'.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'CD QUE ATENDE..: '.
           05 LINE 7 COLUMN 30 PIC X(03) FROM WRK-FRETE-CD.
           05 LINE 7 COLUMN 35 PIC X(14) FROM WRK-FRETE-CRIT-DESC.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'DISTANCIA KM...: '.
           05 LINE 8 COLUMN 30 PIC X(09) FROM WRK-FRETE-DIST-ED.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'PESO TOTAL KG..: '.
           05 LINE 9 COLUMN 30 PIC X(12) FROM WRK-FRETE-PESO-ED.
           05 LINE 10 COLUMN 12 HIGHLIGHT 'FRETE ESTIMADO.: '.
           05 LINE 10 COLUMN 30 PIC X(14) FROM WRK-FRETE-VALOR-ED.
           05 LINE 11 COLUMN 12 HIGHLIGHT 'VALOR DO PEDIDO: '.
           05 LINE 11 COLUMN 30 PIC X(14) FROM WRK-FRETE-PEDIDO-ED.
           05 LINE 12 COLUMN 12 HIGHLIGHT 'FRETE % PEDIDO.: '.
           05 LINE 12 COLUMN 30 PIC X(09) FROM WRK-FRETE-PCT-ED.
           05 LINE 14 COLUMN 12 HIGHLIGHT
               'CONFIRMA O PEDIDO COM ESTE FRETE (S/N): '.
           05 CONFIRM-FRETE-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.
      *
       01 TELA-ICMS-PEDIDO AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'ICMS DO PEDIDO'.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'UF ORIGEM......: '.
           05 LINE 7 COLUMN 30 PIC X(02) FROM WRK-ICMS-UF-ORIGEM.
           05 LINE 7 COLUMN 35 HIGHLIGHT 'DESTINO: '.
           05 LINE 7 COLUMN 44 PIC X(02) FROM WRK-ICMS-UF-DESTINO.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'VALOR LIQUIDO..: '.
           05 LINE 8 COLUMN 30 PIC X(14) FROM WRK-ICMS-LIQ-ED.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'ICMS...........: '.
           05 LINE 9 COLUMN 30 PIC X(14) FROM WRK-ICMS-VALOR-ED.
           05 LINE 10 COLUMN 12 HIGHLIGHT 'VALOR BRUTO....: '.
           05 LINE 10 COLUMN 30 PIC X(14) FROM WRK-ICMS-BRUTO-ED.
           05 LINE 11 COLUMN 12 HIGHLIGHT 'ITENS COM ST...: '.
           05 LINE 11 COLUMN 30 PIC X(03) FROM WRK-ICMS-COM-ST-ED.
           05 LINE 12 COLUMN 12 HIGHLIGHT 'ITENS SEM REGRA: '.
           05 LINE 12 COLUMN 30 PIC X(03) FROM WRK-ICMS-SEM-REGRA-ED.
           05 LINE 14 COLUMN 12 HIGHLIGHT
               'CONFIRMA O PEDIDO COM ESTE ICMS (S/N).: '.
           05 CONFIRM-ICMS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.
      *
       01 TELA-MUNIC-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT
               'MUNICIPIO/UF ESTRUTURADO DO CLIENTE'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '     CLIENTE: '.
           05 CLI-MUN-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'CODIGO IBGE.: '.
           05 IBGE-MUN-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-MUN-IBGE-TELA.

       01 TELA-END-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'ENDERECOS DE ENTREGA/VISITA'.
           05 LINE 6 COLUMN 22 HIGHLIGHT '     CLIENTE: '.
           05 CLI-END-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT '   SEQUENCIA: '.
           05 SEQ-END-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-END-SEQ-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT '   DESCRICAO: '.
           05 DESC-END-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-END-DESC.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '    ENDERECO: '.
           05 ENDER-END-TELA REVERSE-VIDEO
                                       PIC X(50)
           USING WS-AUX-END-ENDERECO.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT '         CEP: '.
           05 CEP-END-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-END-CEP.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT '    LATITUDE: '.
           05 LAT-END-TELA REVERSE-VIDEO
                                       PIC X(11)
           USING WS-AUX-LATITUDE-TELA.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT '   LONGITUDE: '.
           05 LON-END-TELA REVERSE-VIDEO
                                       PIC X(11)
           USING WS-AUX-LONGITUDE-TELA.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT 'PREFERIDO (S/N): '.
           05 PREF-END-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-END-PREF.
      *
           05 LINE 15 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-END-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-END.
                                       PIC X(03)
           USING WS-AUX-AJC-MOTIVO.

       01 TELA-CTS-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'CONTESTACAO DE COMISSAO'.
           05 LINE 7 COLUMN 22 HIGHLIGHT '      VENDEDOR: '.
           05 VEN-CTS-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'PERIODO AAAAMM: '.
           05 PER-CTS-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CTS-PER-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '       CLIENTE: '.
           05 CLI-CTS-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'VALOR PLEITO..: '.
           05 VAL-CTS-TELA REVERSE-VIDEO
                                       PIC X(13)
           USING WS-AUX-CTS-VAL-TELA.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT 'MOTIVO........: '.
           05 MOT-CTS-TELA REVERSE-VIDEO
                                       PIC X(40)
           USING WS-AUX-CTS-MOTIVO.

       01 TELA-FIS-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'PERFIL FISCAL DO VENDEDOR'.
           05 LINE 6 COLUMN 22 HIGHLIGHT '          VENDEDOR: '.
           05 VEN-FIS-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'PESSOA (F/J)......: '.
           05 TIPO-FIS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-FIS-TIPO.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'CPF (F) / CNPJ (J): '.
           05 DOC-FIS-TELA REVERSE-VIDEO
                                       PIC X(14)
           USING WS-AUX-FIS-DOC-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'REGIME IRRF (R=RETEM S=SIMPLES I=ISENTO): '.
           05 REG-FIS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-FIS-REGIME.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'ALIQUOTA IRRF (%).: '.
           05 IRRF-FIS-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-FIS-IRRF-TELA.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT 'ALIQUOTA ISS (%)..: '.
           05 ISS-FIS-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-FIS-ISS-TELA.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-FIS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-FIS.

       01 TELA-PPG-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT
               'PEDIDO PROGRAMADO (RECORRENTE)'.
           05 LINE 6 COLUMN 22 HIGHLIGHT 'CLIENTE...........: '.
           05 CLI-PPG-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT
               'SEQUENCIA (NAO NA INCLUSAO): '.
           05 SEQ-PPG-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-PPG-SEQ-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT
               'FREQUENCIA (S=SEMANAL Q=QUINZENAL M=MENSAL): '.
           05 FREQ-PPG-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-PPG-FREQ.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'PRIMEIRO VENCIMENTO (AAAAMMDD)...: '.
           05 INI-PPG-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PPG-INICIO-TELA.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT
               'TERMINO (AAAAMMDD, BRANCO = SEM): '.
           05 FIM-PPG-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PPG-FIM-TELA.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI S=SUSPENDE/REATIVA'.
           05 LINE 13 COLUMN 22 HIGHLIGHT
               '      E=ENCERRA C=CONSULTA): '.
           05 ACAO-PPG-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-PPG.

       01 TELA-SPL-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT
               'RATEIO DE CREDITO - CLIENTE COMPARTILHADO'.
           05 LINE 6 COLUMN 22 HIGHLIGHT 'CLIENTE...........: '.
           05 CLI-SPL-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'INICIO (AAAAMMDD).: '.
           05 INI-SPL-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-SPL-INICIO-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'FIM (0=EM ABERTO).: '.
           05 FIM-SPL-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-SPL-FIM-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'DE 2 A 4 VENDEDORES - PERCENTUAIS SOMANDO 100'.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'VENDEDOR 1........: '.
           05 VEN-01-SPL-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SPL-VEN-01.
           05 LINE 10 COLUMN 47 HIGHLIGHT 'PCT: '.
           05 PCT-01-SPL-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-SPL-PCT-01.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT 'VENDEDOR 2........: '.
           05 VEN-02-SPL-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SPL-VEN-02.
           05 LINE 11 COLUMN 47 HIGHLIGHT 'PCT: '.
           05 PCT-02-SPL-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-SPL-PCT-02.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT 'VENDEDOR 3........: '.
           05 VEN-03-SPL-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SPL-VEN-03.
           05 LINE 12 COLUMN 47 HIGHLIGHT 'PCT: '.
           05 PCT-03-SPL-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-SPL-PCT-03.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT 'VENDEDOR 4........: '.
           05 VEN-04-SPL-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-SPL-VEN-04.
           05 LINE 13 COLUMN 47 HIGHLIGHT 'PCT: '.
           05 PCT-04-SPL-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-SPL-PCT-04.
      *
           05 LINE 15 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-SPL-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-SPL.

       01 TELA-CPG-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 12 HIGHLIGHT
               'CONDICAO DE PAGAMENTO (PRAZO EM DIAS DA EMISSAO)'.
           05 LINE 5 COLUMN 12 HIGHLIGHT 'CODIGO............: '.
           05 COD-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-CODIGO-TELA.
      *
           05 LINE 6 COLUMN 12 HIGHLIGHT 'DESCRICAO.........: '.
           05 DESC-CPG-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-CPG-DESCR-TELA.
      *
           05 LINE 7 COLUMN 12 HIGHLIGHT 'SITUACAO (A/I)....: '.
           05 SIT-CPG-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-CPG-SITUACAO-TELA.
      *
           05 LINE 8 COLUMN 12 HIGHLIGHT
               'PARCELAS EM SEQUENCIA - PCT EM BRANCO = PARTES IGUAIS'.
      *
           05 LINE 9 COLUMN 12 HIGHLIGHT 'PARC 01 DIAS: '.
           05 DIAS-01-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-01.
           05 LINE 9 COLUMN 29 HIGHLIGHT 'PCT: '.
           05 PCT-01-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-01.
      *
           05 LINE 10 COLUMN 12 HIGHLIGHT 'PARC 02 DIAS: '.
           05 DIAS-02-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-02.
           05 LINE 10 COLUMN 29 HIGHLIGHT 'PCT: '.
           05 PCT-02-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-02.
      *
           05 LINE 11 COLUMN 12 HIGHLIGHT 'PARC 03 DIAS: '.
           05 DIAS-03-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-03.
           05 LINE 11 COLUMN 29 HIGHLIGHT 'PCT: '.
           05 PCT-03-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-03.
      *
           05 LINE 12 COLUMN 12 HIGHLIGHT 'PARC 04 DIAS: '.
           05 DIAS-04-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-04.
           05 LINE 12 COLUMN 29 HIGHLIGHT 'PCT: '.
           05 PCT-04-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-04.
      *
           05 LINE 13 COLUMN 12 HIGHLIGHT 'PARC 05 DIAS: '.
           05 DIAS-05-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-05.
           05 LINE 13 COLUMN 29 HIGHLIGHT 'PCT: '.
           05 PCT-05-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-05.
      *
           05 LINE 14 COLUMN 12 HIGHLIGHT 'PARC 06 DIAS: '.
           05 DIAS-06-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-06.
           05 LINE 14 COLUMN 29 HIGHLIGHT 'PCT: '.
           05 PCT-06-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-06.
      *
           05 LINE 9 COLUMN 42 HIGHLIGHT 'PARC 07 DIAS: '.
           05 DIAS-07-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-07.
           05 LINE 9 COLUMN 59 HIGHLIGHT 'PCT: '.
           05 PCT-07-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-07.
      *
           05 LINE 10 COLUMN 42 HIGHLIGHT 'PARC 08 DIAS: '.
           05 DIAS-08-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-08.
           05 LINE 10 COLUMN 59 HIGHLIGHT 'PCT: '.
           05 PCT-08-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-08.
      *
           05 LINE 11 COLUMN 42 HIGHLIGHT 'PARC 09 DIAS: '.
           05 DIAS-09-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-09.
           05 LINE 11 COLUMN 59 HIGHLIGHT 'PCT: '.
           05 PCT-09-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-09.
      *
           05 LINE 12 COLUMN 42 HIGHLIGHT 'PARC 10 DIAS: '.
           05 DIAS-10-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-10.
           05 LINE 12 COLUMN 59 HIGHLIGHT 'PCT: '.
           05 PCT-10-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-10.
      *
           05 LINE 13 COLUMN 42 HIGHLIGHT 'PARC 11 DIAS: '.
           05 DIAS-11-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-11.
           05 LINE 13 COLUMN 59 HIGHLIGHT 'PCT: '.
           05 PCT-11-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-11.
      *
           05 LINE 14 COLUMN 42 HIGHLIGHT 'PARC 12 DIAS: '.
           05 DIAS-12-CPG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-DIAS-12.
           05 LINE 14 COLUMN 59 HIGHLIGHT 'PCT: '.
           05 PCT-12-CPG-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-CPG-PCT-12.
      *
           05 LINE 16 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI/ALTERA C=CONSULTA): '.
           05 ACAO-CPG-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CPG.

       01 TELA-MCN-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 12 HIGHLIGHT
               'MOTIVO DE CANCELAMENTO DE PEDIDO'.
           05 LINE 5 COLUMN 12 HIGHLIGHT 'CODIGO............: '.
           05 COD-MCN-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-MCN-CODIGO-TELA.
      *
           05 LINE 6 COLUMN 12 HIGHLIGHT 'DESCRICAO.........: '.
           05 DESC-MCN-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-MCN-DESCR-TELA.
      *
           05 LINE 7 COLUMN 12 HIGHLIGHT 'SITUACAO (A/I)....: '.
           05 SIT-MCN-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-MCN-SITUACAO-TELA.
      *
           05 LINE 9 COLUMN 12 HIGHLIGHT
               'CRD/CNP/LIC SAO DOS BLOQUEIOS AUTOMATICOS DA DIGITACAO'.
      *
           05 LINE 11 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI/ALTERA C=CONSULTA): '.
           05 ACAO-MCN-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-MCN.

       01 TELA-CRT-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 12 HIGHLIGHT
               'CERTIFICACAO DO VENDEDOR POR FAMILIA DE PRODUTO'.
           05 LINE 5 COLUMN 12 HIGHLIGHT 'VENDEDOR..........: '.
           05 VEN-CRT-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 6 COLUMN 12 HIGHLIGHT 'FAMILIA...........: '.
           05 FAM-CRT-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CRT-FAM-TELA.
      *
           05 LINE 7 COLUMN 12 HIGHLIGHT 'VALIDA ATE (AAAAMMDD): '.
           05 VAL-CRT-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-CRT-VALID-TELA.
           05 LINE 7 COLUMN 45 PIC X(07) FROM WS-AUX-CRT-SITUACAO.
      *
           05 LINE 9 COLUMN 12 HIGHLIGHT
               'VENCIDA A DATA, O VENDEDOR SAI DAS LINHAS NA CARTEIRA'.
      *
           05 LINE 11 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI/RENOVA E=EXCLUI C=CONSULTA): '.
           05 ACAO-CRT-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CRT.

       01 TELA-DST-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 12 HIGHLIGHT
               'LISTA DE DISTRIBUICAO DOS RELATORIOS'.
           05 LINE 5 COLUMN 12 HIGHLIGHT 'RELATORIO.........: '.
           05 TIPO-DST-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-DST-TIPO-TELA.
           05 LINE 5 COLUMN 42 HIGHLIGHT
               '(LIVRO EXTRATO CADENCIA AGING)'.
      *
           05 LINE 6 COLUMN 12 HIGHLIGHT 'DESTINATARIO......: '.
           05 DEST-DST-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-DST-DESTINO-TELA.
      *
           05 LINE 7 COLUMN 12 HIGHLIGHT 'NOME..............: '.
           05 NOME-DST-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-DST-NOME-TELA.
      *
           05 LINE 8 COLUMN 12 HIGHLIGHT 'ESCOPO (V/S/T/G)..: '.
           05 ESC-DST-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-DST-ESCOPO-TELA.
           05 LINE 8 COLUMN 36 HIGHLIGHT 'CODIGO: '.
           05 COD-DST-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-DST-COD-TELA.
      *
           05 LINE 9 COLUMN 12 HIGHLIGHT 'PASTA DE SAIDA....: '.
           05 PASTA-DST-TELA REVERSE-VIDEO
                                       PIC X(40)
           USING WS-AUX-DST-PASTA-TELA.
      *
           05 LINE 10 COLUMN 12 HIGHLIGHT 'SITUACAO (A/I)....: '.
           05 SIT-DST-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-DST-SITUACAO-TELA.
      *
           05 LINE 12 COLUMN 12 HIGHLIGHT
               'V=VENDEDOR S=EQUIPE DO SUPERVISOR T=TERRITORIO G=TUDO'.
           05 LINE 13 COLUMN 12 HIGHLIGHT
               'PASTA EM BRANCO = DIRETORIO DE RELATORIOS'.
      *
           05 LINE 15 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI/ALTERA E=EXCLUI C=CONSULTA): '.
           05 ACAO-DST-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-DST.

       01 TELA-PIPE-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 12 HIGHLIGHT
               'PIPELINE DE OPORTUNIDADES DE VENDA'.
           05 LINE 5 COLUMN 12 HIGHLIGHT 'NUMERO............: '.
           05 NUM-PIP-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PIP-NUM-TELA.
      *
           05 LINE 6 COLUMN 12 HIGHLIGHT 'CLIENTE...........: '.
           05 CLI-PIP-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PIP-CLI-TELA.
           05 LINE 6 COLUMN 42 HIGHLIGHT 'OU PROSPECT: '.
           05 PRS-PIP-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-PIP-PRS-TELA.
      *
           05 LINE 7 COLUMN 12 HIGHLIGHT 'DESCRICAO.........: '.
           05 DESC-PIP-TELA REVERSE-VIDEO
                                       PIC X(40)
           USING WS-AUX-PIP-DESC-TELA.
      *
           05 LINE 8 COLUMN 12 HIGHLIGHT 'VALOR ESTIMADO....: '.
           05 VLR-PIP-TELA REVERSE-VIDEO
                                       PIC X(15)
           USING WS-AUX-PIP-VALOR-TELA.
      *
           05 LINE 9 COLUMN 12 HIGHLIGHT 'ESTAGIO (1 A 6)...: '.
           05 EST-PIP-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-PIP-ESTAGIO-TELA.
      *
           05 LINE 10 COLUMN 12 HIGHLIGHT 'PROBABILIDADE %...: '.
           05 PROB-PIP-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PIP-PROB-TELA.
      *
           05 LINE 11 COLUMN 12 HIGHLIGHT 'PREVISAO AAAAMMDD.: '.
           05 PREV-PIP-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PIP-PREV-TELA.
      *
           05 LINE 12 COLUMN 12 HIGHLIGHT 'VENDEDOR DONO.....: '.
           05 VEN-PIP-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PIP-VEN-TELA.
      *
           05 LINE 14 COLUMN 12 HIGHLIGHT
               '1=CONTATO 2=VISITA TECNICA 3=PROPOSTA 4=NEGOCIACAO'.
           05 LINE 15 COLUMN 12 HIGHLIGHT
               '5=GANHA 6=PERDIDA - PROB. EM BRANCO = A DO ESTAGIO'.
           05 LINE 16 COLUMN 12
               'NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR GRAVADO'.
      *
           05 LINE 18 COLUMN 12 HIGHLIGHT
               'ACAO (I=INCLUI A=ALTERA C=CONSULTA): '.
           05 ACAO-PIP-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-PIP.

       01 TELA-AMOS-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 3 COLUMN 12 HIGHLIGHT
               'AMOSTRAS E MATERIAL PROMOCIONAL POR VENDEDOR'.
           05 LINE 5 COLUMN 12 HIGHLIGHT 'VENDEDOR..........: '.
           05 VEN-AMS-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-AMS-VEN-TELA.
      *
           05 LINE 6 COLUMN 12 HIGHLIGHT 'TIPO ITEM (P/K)...: '.
           05 TIPO-AMS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-AMS-TIPO-TELA.
      *
           05 LINE 7 COLUMN 12 HIGHLIGHT 'CODIGO DO ITEM....: '.
           05 ITEM-AMS-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-AMS-ITEM-TELA.
      *
           05 LINE 8 COLUMN 12 HIGHLIGHT 'QUANTIDADE........: '.
           05 QTDE-AMS-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-AMS-QTDE-TELA.
      *
           05 LINE 9 COLUMN 12 HIGHLIGHT 'CLIENTE...........: '.
           05 CLI-AMS-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-AMS-CLI-TELA.
      *
           05 LINE 10 COLUMN 12 HIGHLIGHT 'DATA VISITA.......: '.
           05 DATA-AMS-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-AMS-DATA-TELA.
      *
           05 LINE 11 COLUMN 12 HIGHLIGHT 'DESCRICAO/OBS.....: '.
           05 DESC-AMS-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-AMS-DESC-TELA.
      *
           05 LINE 13 COLUMN 12 HIGHLIGHT
               'P=PRODUTO DO CADASTRO K=KIT PROMOCIONAL'.
           05 LINE 14 COLUMN 12 HIGHLIGHT
               'R=REMESSA DO ALMOXARIFADO PARA O VENDEDOR'.
           05 LINE 15 COLUMN 12 HIGHLIGHT
               'E=ENTREGA AO CLIENTE (CLIENTE E DATA DA VISITA)'.
           05 LINE 16 COLUMN 12
               'S=SALDO DO VENDEDOR NO ITEM'.
      *
           05 LINE 18 COLUMN 12 HIGHLIGHT
               'MOVIMENTO (R/E/S): '.
           05 ACAO-AMS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-AMS.

       01 TELA-CPC-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT
               'CONDICAO DE PAGAMENTO PADRAO DO CLIENTE'.
           05 LINE 6 COLUMN 22 HIGHLIGHT 'CLIENTE...........: '.
           05 CLI-CPC-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-COD-CLI-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'CONDICAO..........: '.
           05 COND-CPC-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CPG-CODIGO-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-CPC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CPC.

       01 TELA-ALIQ-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'REGRAS DE ALIQUOTA DE ICMS'.
           05 LINE 5 COLUMN 22 HIGHLIGHT
               '(UF ORIGEM/CLASSE EM BRANCO = QUALQUER)'.
           05 LINE 7 COLUMN 22 HIGHLIGHT 'UF ORIGEM.........: '.
           05 ORIG-ALQ-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-ALQ-ORIGEM.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'UF DESTINO........: '.
           05 DEST-ALQ-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-ALQ-DESTINO.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT 'CLASSE FISCAL.....: '.
           05 CLF-ALQ-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-ALQ-CLASSE.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'ALIQUOTA %........: '.
           05 PCT-ALQ-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-ALQ-PCT-TELA.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT 'SUBST. TRIB. (S/N): '.
           05 ST-ALQ-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ALQ-SUBST.
      *
           05 LINE 13 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-ALQ-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-ALQ.

       01 TELA-CBAN-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 22 HIGHLIGHT 'CONTA BANCARIA DO VENDEDOR'.
           05 LINE 5 COLUMN 22 HIGHLIGHT
               '(TODA ALTERACAO RETEM O PAGAMENTO ATE A CONFIRMACAO)'.
           05 LINE 7 COLUMN 22 HIGHLIGHT 'VENDEDOR..........: '.
           05 VEN-CBN-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'BANCO.............: '.
           05 BCO-CBN-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-CBN-BANCO-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT 'AGENCIA / DIGITO..: '.
           05 AGE-CBN-TELA REVERSE-VIDEO
                                       PIC X(04)
           USING WS-AUX-CBN-AGENCIA-TELA.
           05 LINE 9 COLUMN 47 HIGHLIGHT '-'.
           05 AGDV-CBN-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-CBN-AGENCIA-DV.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'CONTA / DIGITO....: '.
           05 CTA-CBN-TELA REVERSE-VIDEO
                                       PIC X(12)
           USING WS-AUX-CBN-CONTA-TELA.
           05 LINE 10 COLUMN 55 HIGHLIGHT '-'.
           05 CTDV-CBN-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-CBN-CONTA-DV.
      *
           05 LINE 12 COLUMN 22 HIGHLIGHT
               'ACAO (I=INCLUI/ALTERA E=EXCLUI): '.
           05 ACAO-CBN-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CBN.
      *
           05 LINE 14 COLUMN 22 PIC X(50) FROM WRK-CBN-MSG.

       01 TELA-PAG-PEDIDO AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'CONDICAO DE PAGAMENTO DO PEDIDO'.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'VALOR DO PEDIDO: '.
           05 LINE 7 COLUMN 30 PIC X(14) FROM WRK-PAG-VALOR-ED.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'CONDICAO.......: '.
           05 COND-PAG-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PAG-COND-TELA.
           05 LINE 8 COLUMN 35 PIC X(30) FROM WRK-PAG-DESCRICAO.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'PARCELAS.......: '.
           05 LINE 9 COLUMN 30 PIC X(02) FROM WRK-PAG-QTDE-ED.
           05 LINE 10 COLUMN 12 HIGHLIGHT '1O VENCIMENTO..: '.
           05 LINE 10 COLUMN 30 PIC X(10) FROM WRK-PAG-VENCTO-ED.
           05 LINE 12 COLUMN 12 HIGHLIGHT
               'CONFIRMA O PEDIDO NESTA CONDICAO (S/N): '.
           05 CONFIRM-PAG-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.

       01 TELA-STPED-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'MUDANCA DE STATUS DE PEDIDO'.
           05 LINE 7 COLUMN 22 HIGHLIGHT 'NUM. PEDIDO.: '.
           05 NUM-STPED-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-STPED-NUM-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT
               'NOVO STATUS (P=APROVA F=FATURA E=ENTREGA C=CANCELA): '.
           05 NOVO-STPED-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-STPED-NOVO.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT
               'MOTIVO DO CANCELAMENTO (SO PARA C).......: '.
           05 MOTIVO-STPED-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-STPED-MOTIVO.

       01 TELA-DESC-APROVA AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'PRECO ABAIXO DO DESCONTO MAXIMO PERMITIDO'.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'PRECO DIGITADO: '.
           05 LINE 7 COLUMN 30 PIC X(14) FROM WRK-PRECO-DIG-ED.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'PRECO MINIMO..: '.
           05 LINE 8 COLUMN 30 PIC X(14) FROM WRK-PRECO-MIN-ED.
           05 LINE 10 COLUMN 12 HIGHLIGHT
               'APROVA O DESCONTO (S/N): '.
           05 CONFIRM-DESC-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.

       01 TELA-PROXIMO AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'QUEM ATENDERIA? (PREVIA - NAO E ATRIBUICAO OFICIAL)'.
           05 LINE 7 COLUMN 12 HIGHLIGHT
               'CLIENTE (BRANCO = USAR LAT/LON): '.
           05 Q-CLI-TELA REVERSE-VIDEO PIC X(07)
           USING WS-AUX-Q-COD-CLI.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'LATITUDE ..: '.
           05 Q-LAT-TELA REVERSE-VIDEO PIC X(11)
           USING WS-AUX-Q-LAT.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'LONGITUDE..: '.
           05 Q-LON-TELA REVERSE-VIDEO PIC X(11)
           USING WS-AUX-Q-LON.

       01 TELA-BUSCA-NOME AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 22 HIGHLIGHT 'TIPO (C=CLI V=VEND): '.
           05 BUSCA-TIPO-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-BUSCA-TIPO.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'TRECHO DA RAZAO....: '.
           05 BUSCA-NOME-TELA REVERSE-VIDEO
                                       PIC X(20)
           USING WS-AUX-BUSCA-NOME.

       01 TELA-AUDIT-FILTRO AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 12 HIGHLIGHT
               'CONSULTA DA TRILHA DE AUDITORIA (BRANCO = TODOS)'.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'CODIGO REGISTRO: '.
           05 FIL-CODIGO-TELA REVERSE-VIDEO
                                       PIC X(07)
           USING WS-AUX-FIL-CODIGO.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'OPERADOR.......: '.
           05 FIL-OPER-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-FIL-OPER.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'ACAO...........: '.
           05 FIL-ACAO-TELA REVERSE-VIDEO
                                       PIC X(12)
           USING WS-AUX-FIL-ACAO.
           05 LINE 10 COLUMN 12 HIGHLIGHT 'DATA DE AAAAMMDD: '.
           05 FIL-DTINI-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-FIL-DATA-INI.
           05 LINE 11 COLUMN 12 HIGHLIGHT 'DATA ATE AAAAMMDD: '.
           05 FIL-DTFIM-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-FIL-DATA-FIM.
           05 LINE 13 COLUMN 12 HIGHLIGHT 'EXPORTA CSV (S/N): '.
           05 FIL-CSV-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-FIL-CSV.

       01 TELA-PARM-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 4 COLUMN 12 HIGHLIGHT 'PARAMETROS DO SISTEMA'.
           05 LINE 6 COLUMN 12 HIGHLIGHT 'DIR DADOS.......: '.
           05 PRM-DIR-DADOS-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-PRM-DIR-DADOS.
           05 LINE 7 COLUMN 12 HIGHLIGHT 'DIR RELATORIOS..: '.
           05 PRM-DIR-RELAT-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-PRM-DIR-RELAT.
           05 LINE 8 COLUMN 12 HIGHLIGHT 'MODO CART (D/C/T/I): '.
           05 PRM-MODO-CART-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-PRM-MODO-CART.
           05 LINE 9 COLUMN 12 HIGHLIGHT 'UNIDADE (K/M)...: '.
           05 PRM-MODO-UNID-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-PRM-MODO-UNID.
           05 LINE 10 COLUMN 12 HIGHLIGHT 'RAIO MAXIMO KM..: '.
           05 PRM-RAIO-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-PRM-RAIO.
           05 LINE 11 COLUMN 12 HIGHLIGHT 'VISITAS POR DIA.: '.
           05 PRM-VISITAS-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-VISITAS.
           05 LINE 12 COLUMN 12 HIGHLIGHT 'RETENCAO LOG DIAS: '.
           05 PRM-RET-LOG-TELA REVERSE-VIDEO
                                       PIC X(04)
           USING WS-AUX-PRM-RET-LOG.
           05 LINE 13 COLUMN 12 HIGHLIGHT 'RETENCAO REL DIAS: '.
           05 PRM-RET-RELAT-TELA REVERSE-VIDEO
                                       PIC X(04)
           USING WS-AUX-PRM-RET-RELAT.
           05 LINE 14 COLUMN 12 HIGHLIGHT 'LGPD ANOS.......: '.
           05 PRM-LGPD-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-PRM-LGPD.
           05 LINE 15 COLUMN 12 HIGHLIGHT 'VALIDADE SENHA..: '.
           05 PRM-SENHA-VAL-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-SENHA-VAL.
           05 LINE 16 COLUMN 12 HIGHLIGHT 'MAX TENTATIVAS..: '.
           05 PRM-MAX-TENT-TELA REVERSE-VIDEO
                                       PIC X(02)
           USING WS-AUX-PRM-MAX-TENT.
           05 LINE 17 COLUMN 12 HIGHLIGHT 'INATIV MESES....: '.
           05 PRM-INATIV-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-INATIV.
           05 LINE 18 COLUMN 12 HIGHLIGHT 'DESC MAXIMO PCT.: '.
           05 PRM-DESC-MAX-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-PRM-DESC-MAX.
           05 LINE 19 COLUMN 12 HIGHLIGHT 'COBERTURA DIAS..: '.
           05 PRM-COBERT-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-COBERT.
           05 LINE 20 COLUMN 12 HIGHLIGHT 'GEOFENCE KM.....: '.
           05 PRM-GEOF-TELA REVERSE-VIDEO
                                       PIC X(06)
           USING WS-AUX-PRM-GEOF.
           05 LINE 21 COLUMN 12 HIGHLIGHT 'FILA ALERTA DIAS: '.
           05 PRM-FILA-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-FILA.
           05 LINE 22 COLUMN 12 HIGHLIGHT 'HORIZ HIST MESES: '.
           05 PRM-HORIZ-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-HORIZ.
           05 LINE 22 COLUMN 45 HIGHLIGHT 'TIMEOUT SESSAO MIN: '.
           05 PRM-TIMEOUT-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-TIMEOUT.
           05 LINE 21 COLUMN 45 HIGHLIGHT 'ESTORNO COMIS DIAS: '.
           05 PRM-ESTORNO-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-ESTORNO.
           05 LINE 20 COLUMN 45 HIGHLIGHT 'PROD SEM VENDA MES: '.
           05 PRM-MIX-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-MIX.
           05 LINE 19 COLUMN 45 HIGHLIGHT 'REEMB VALOR POR KM: '.
           05 PRM-KM-TELA REVERSE-VIDEO
                                       PIC X(04)
           USING WS-AUX-PRM-KM.
           05 LINE 18 COLUMN 45 HIGHLIGHT 'FATURA ATRASO DIAS: '.
           05 PRM-FAT-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-FAT.
           05 LINE 17 COLUMN 45 HIGHLIGHT 'OPORT PARADA DIAS.: '.
           05 PRM-PIPE-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-PRM-PIPE.

       01 TELA-OPER-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 5 COLUMN 22 HIGHLIGHT 'ADMINISTRACAO DE OPERADORES'.
           05 LINE 7 COLUMN 22 HIGHLIGHT 'OPERADOR....: '.
           05 OPER-ID-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-OPER-ID.
           05 LINE 8 COLUMN 22 HIGHLIGHT 'SENHA.......: '.
           05 OPER-SENHA-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-OPER-SENHA.
           05 LINE 9 COLUMN 22 HIGHLIGHT 'NOME........: '.
           05 OPER-NOME-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-OPER-NOME.
           05 LINE 10 COLUMN 22 HIGHLIGHT 'PERFIL......: '.
           05 OPER-PERFIL-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPER-PERFIL.
           05 LINE 10 COLUMN 40 HIGHLIGHT
               'A=ADMIN O=OPER V=VENDEDOR S=SUPERV'.
           05 LINE 11 COLUMN 22 HIGHLIGHT 'VEND/SUPERV.: '.
           05 OPER-VINC-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-OPER-VINC-TELA.
           05 LINE 12 COLUMN 22 HIGHLIGHT
               'ACAO I=INC A=ALT X=INA V=REA R=RES F=FOR D=DES L=SES:'.
           05 OPER-ACAO-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-OPER.

       01 TELA-TROCA-SENHA AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 22 HIGHLIGHT
               'TROCA DE SENHA OBRIGATORIA'.
           05 LINE 8 COLUMN 22 HIGHLIGHT 'NOVA SENHA..: '.
           05 SENHA-NOVA1-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-SENHA-NOVA1.
           05 LINE 9 COLUMN 22 HIGHLIGHT 'REPITA......: '.
           05 SENHA-NOVA2-TELA REVERSE-VIDEO
                                       PIC X(10)
           USING WS-AUX-SENHA-NOVA2.

       01 TELA-CAL-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 22 HIGHLIGHT 'DATA AAAAMMDD: '.
           05 DATA-CAL-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-DATA-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT
               'TIPO (U=UTIL F=FERIADO S=FDS): '.
           05 TIPO-CAL-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-TIPO-DIA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'NOME FERIADO.: '.
           05 NOME-CAL-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-NOME-FERIADO.
      *
           05 LINE 10 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-CAL-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-CAL.

       01 TELA-SIMUL-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 22 HIGHLIGHT
               'SIMULACAO DE CARTEIRA (0 = MANTEM VIGENTE)'.
           05 LINE 8 COLUMN 22 HIGHLIGHT 'RAIO MAXIMO KM: '.
           05 RAIO-SIM-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-RAIO-SIM-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT 'CAPACIDADE MAX: '.
           05 CAPAC-SIM-TELA REVERSE-VIDEO
                                       PIC X(05)
           USING WS-AUX-CAPAC-SIM-TELA.

       01 TELA-ABS-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 22 HIGHLIGHT '     VENDEDOR: '.
           05 VEN-ABS-TELA REVERSE-VIDEO
                                       PIC X(03)
           USING WS-AUX-COD-VEN-TELA.
      *
           05 LINE 7 COLUMN 22 HIGHLIGHT 'INICIO AAAAMMDD: '.
           05 INI-ABS-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-DATA-TELA.
      *
           05 LINE 8 COLUMN 22 HIGHLIGHT 'FIM    AAAAMMDD: '.
           05 FIM-ABS-TELA REVERSE-VIDEO
                                       PIC X(08)
           USING WS-AUX-DATA2-TELA.
      *
           05 LINE 9 COLUMN 22 HIGHLIGHT '       MOTIVO: '.
           05 MOT-ABS-TELA REVERSE-VIDEO
                                       PIC X(30)
           USING WS-AUX-MOTIVO-ABS.
      *
           05 LINE 11 COLUMN 22 HIGHLIGHT 'ACAO (I=INCLUI E=EXCLUI): '.
           05 ACAO-ABS-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-ACAO-ABS.

       01 TELA-IMPORT-CAD AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 2 HIGHLIGHT 'CAMINHO.: '.
           05 CODIGO-TELA REVERSE-VIDEO
                                       PIC X(80)
           USING WS-NOME-ARQ-IMPORT.

       01 TELA-RESTAURA-CLI AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 2 HIGHLIGHT
               'RESTAURAR O ULTIMO BACKUP DE CLIENTES ?'.
           05 LINE 8 COLUMN 22 HIGHLIGHT 'CONFIRMA (S/N)...: '.
           05 CONFIRM-BKCLI-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.

       01 TELA-RESTAURA-VEN AUTO.
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 2 HIGHLIGHT
               'RESTAURAR O ULTIMO BACKUP DE VENDEDORES ?'.
           05 LINE 8 COLUMN 22 HIGHLIGHT 'CONFIRMA (S/N)...: '.
           05 CONFIRM-BKVEN-TELA REVERSE-VIDEO
                                       PIC X(01)
           USING WS-AUX-OPCAO-CONFIRM.

       01 TELA-ERRO AUTO.
      *
           05 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05 LINE 6 COLUMN 2 HIGHLIGHT 'SAIDA: ' .
           05 ERRO-MSG       REVERSE-VIDEO
                                       PIC X(080)
           USING MENSAGEM-FS.
      *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-00-INICIALIZAR.
      *----------------------------------------------------------------*
           INITIALIZE VARIAVEIS-WS
                      WS-AUX-REG
                      WRK-FS-ARQCLI01
                      WRK-FS-ARQVEN01.
      *
           PERFORM 00-02-LER-PARAMETROS THRU 00-02-SAIDA
      *
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
      *
           IF WRK-CMD-LINHA            NOT EQUAL SPACES
               PERFORM 00-01-MODO-BATCH THRU 00-01-SAIDA
      *        MODO BATCH NAO PASSA PELO MENU - ENCERRA E DEVOLVE O
      *        RETURN-CODE DA IMPORTACAO PARA QUEM CHAMOU O PROGRAMA.
               GOBACK
           ELSE
               PERFORM 00-04-LOGIN-OPERADOR THRU 00-04-SAIDA
      *
               PERFORM 00-05-TELA-INICIAL
           END-IF
           .
      *----------------------------------------------------------------*
       00-00-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DISPARA A IMPORTACAO DE CLIENTE/VENDEDOR SEM PASSAR PELA TELA,  *
      * PARA USO EM JOB NOTURNO. A SESSAO E ATRIBUIDA AO OPERADOR       *
      * 'BATCH' NO HISTORICO/AUDITORIA, COM PERFIL ADMIN.               *
      *----------------------------------------------------------------*
       00-01-MODO-BATCH                SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MODO-BATCH          TO TRUE
           MOVE 'BATCH'                TO WRK-OPER-ID
           SET WRK-OPER-EH-ADMIN       TO TRUE
      *
           UNSTRING WRK-CMD-LINHA DELIMITED BY ALL SPACES
               INTO WRK-BATCH-TOK1 WRK-BATCH-TOK2 WRK-BATCH-TOK3
           END-UNSTRING
      *
           IF WRK-BATCH-TOK1          EQUAL 'FULL'
               MOVE WRK-BATCH-TOK2     TO WRK-BATCH-TOK1
               MOVE WRK-BATCH-TOK3     TO WRK-BATCH-TOK2
               MOVE SPACES             TO WRK-BATCH-TOK3
           END-IF
           IF WRK-BATCH-TOK2          EQUAL 'FULL'
               MOVE WRK-BATCH-TOK3     TO WRK-BATCH-TOK2
               MOVE SPACES             TO WRK-BATCH-TOK3
           END-IF
           MOVE WRK-BATCH-TOK1         TO WRK-BATCH-MODO
           MOVE WRK-BATCH-TOK2         TO WS-NOME-ARQ-IMPORT
      *
           EVALUATE TRUE
               WHEN WRK-BATCH-MODO EQUAL SPACES
                   DISPLAY 'GERENCIADOR: NENHUM MODO DE IMPORTACAO '
                           'NA LINHA DE COMANDO - NADA A FAZER'
               WHEN WRK-BATCH-IMPORT-CLI-CSV
                   PERFORM 20-46-EXECUTA-IMPORT-CSV THRU 20-46-SAIDA
               WHEN WRK-BATCH-IMPORT-VEN-CSV
                   PERFORM 20-46-EXECUTA-IMPORT-CSV THRU 20-46-SAIDA
               WHEN WRK-BATCH-IMPORT-CLI
                   PERFORM 20-42-EXECUTA-IMPORT-CLI THRU 20-42-SAIDA
               WHEN WRK-BATCH-IMPORT-VEN
                   PERFORM 20-82-EXECUTA-IMPORT-VEN THRU 20-82-SAIDA
               WHEN OTHER
                   DISPLAY 'GERENCIADOR: PARAMETRO DE BATCH INVALIDO - '
                           WRK-CMD-LINHA
                   MOVE 16                 TO RETURN-CODE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       00-01-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO. SE NAO EXISTIR,       *
      * MANTEM OS DIRETORIOS PADRAO JA ASSUMIDOS NO WORKING-STORAGE.   *
      *----------------------------------------------------------------*
       00-02-LER-PARAMETROS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPARM
      *
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
                   IF PARM-SENHA-VALIDADE-DIAS NUMERIC
                       MOVE PARM-SENHA-VALIDADE-DIAS
                                       TO WRK-SENHA-VALIDADE
                   END-IF
                   IF PARM-MAX-TENTATIVAS NUMERIC
                   AND PARM-MAX-TENTATIVAS GREATER ZEROS
                       MOVE PARM-MAX-TENTATIVAS
                                       TO WRK-MAX-TENTATIVAS
                   END-IF
                   IF PARM-RAIO-MAXIMO-KM NUMERIC
                   AND PARM-RAIO-MAXIMO-KM GREATER ZEROS
                       MOVE PARM-RAIO-MAXIMO-KM
                                       TO WRK-Q-RAIO-KM
                   END-IF
                   IF PARM-MODO-UNIDADE EQUAL 'K' OR 'M'
                       MOVE PARM-MODO-UNIDADE
                                       TO WRK-Q-UNIDADE
                   END-IF
                   IF PARM-DESC-MAX-PCT NUMERIC
                       MOVE PARM-DESC-MAX-PCT
                                       TO WRK-DESC-MAX-PCT
                   END-IF
                   IF  PARM-FILA-ALERTA-DIAS NUMERIC
                   AND PARM-FILA-ALERTA-DIAS GREATER ZEROS
                       MOVE PARM-FILA-ALERTA-DIAS
                                       TO WRK-FILA-ALERTA-DIAS
                   END-IF
                   IF PARM-SESSAO-TIMEOUT-MIN NUMERIC
                       MOVE PARM-SESSAO-TIMEOUT-MIN
                                       TO WRK-TIMEOUT-MIN
                   END-IF
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           MOVE WRK-DIR-DADOS          TO WID-DIR-CLI
                                          WID-DIR-VEN
                                          WID-DIR-PED
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01_BKP.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-BKCLI-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01_BKP.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-BKVEN-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCART.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQHCART
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQABS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQABS01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'CARTEIRA_PEND.CTL'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPCTL
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'JOB-JORNAL.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQJORN
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'PROPOSTA_INATIV.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPROPIN
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'PROPOSTA_CREDITO.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPROPCR
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQREEMB.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREEMB
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAL01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCAL01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'IMPORT_CONTADORES.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQIMPCT
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTERR.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQTERR
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'CEP-FAIXAS.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCEPX
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQGEOQ.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQGEOQ
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPRD01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRCF.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPRCF
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQJCAD.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQJCAD
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFAM01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQFAM01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAMP.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCAMP
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'PROSPECT.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPROSP
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCADV.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCADV
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSAC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSAC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSLA.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSLA
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'NUMSAC.CTL'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQNUMS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCTR.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCTR
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQLIC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQLIC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCATC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCATC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQORC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQORC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITO.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQITO
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'NUMORC.CTL'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQNUMO
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCDD.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCDD
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFRT.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQFRT
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCTS.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCTS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFISC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQFISC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPPRG.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPPRG
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSPLT.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSPLT
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCPAG.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCPAG
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMCAN.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQMCAN
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCERT.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCERT
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQDIST.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQDIST
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVINC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQVINC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPIPE.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPIPE
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQAMOS.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQAMOS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQVIS01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCORR.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCORR
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQLREQ.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQLREQ
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCPCL.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCPCL
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQALIQ.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQALIQ
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQICMS.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQICMS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCBAN.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCBAN
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQITP01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTBP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQTBP01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSTQ01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSTQ01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RESERVA_ESTOQUE.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQRESE
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'NUMPED.CTL'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQNUMP
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCRED.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCRED
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHVND.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQHVND
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMETA.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQMETA
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCOM.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQHCOM
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQAJC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQAJC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSITR.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSITR
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQEND01.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQEND01
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLIMU.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCLIMU
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMUNIC.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQMUNIC
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPERFV.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPERFV
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHIER.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQHIER
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPLANO.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPLANO
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPLVEN.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPLVEN
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQRESV.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQRESV
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFECH.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQFECH
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'DELTA_CONTROLE.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQDCTL
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQOCOR.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQOCOR
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCONS.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCONS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'MKCHECK.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQMKCK
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'SESSAO.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSESS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQALR.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQALR
      *
      *    CARREGA AS FAIXAS DE CEP X TERRITORIO (ARQUIVO OPCIONAL).
           OPEN INPUT ARQCEPX
           IF WRK-ARQCEPX-OK
               PERFORM 00-03-LER-FAIXA-CEP THRU 00-03-SAIDA
                   UNTIL WRK-ARQCEPX-FIM
               CLOSE ARQCEPX
           END-IF
           .
      *----------------------------------------------------------------*
       00-02-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-03-LER-FAIXA-CEP             SECTION.
      *----------------------------------------------------------------*
      *    CARREGA UMA FAIXA DE CEP X TERRITORIO NA TABELA.
      *
           READ ARQCEPX NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCEPX
               NOT AT END
                   IF  CEPX-INICIO NUMERIC
                   AND CEPX-FIM    NUMERIC
                   AND WRK-QTDE-CEPX LESS 200
                       ADD 1           TO WRK-QTDE-CEPX
                       MOVE CEPX-INICIO-9
                                       TO TAB-CEPX-INICIO
                                          (WRK-QTDE-CEPX)
                       MOVE CEPX-FIM-9 TO TAB-CEPX-FIM(WRK-QTDE-CEPX)
                       MOVE CEPX-TERRITORIO
                                       TO TAB-CEPX-TERR(WRK-QTDE-CEPX)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       00-03-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PEDE USUARIO/SENHA ANTES DE LIBERAR O MENU INICIAL, PARA QUE    *
      * TODA INCLUSAO/ALTERACAO/EXCLUSAO FIQUE ASSOCIADA A UM OPERADOR  *
      * NA TRILHA DE AUDITORIA E NO HISTORICO. SE O CADASTRO DE         *
      * OPERADORES AINDA NAO EXISTE, ENTRA COMO ADMIN PADRAO (MESMO     *
      * CRITERIO DE FALLBACK DO ARQUIVO DE PARAMETROS).                 *
      *----------------------------------------------------------------*
       00-04-LOGIN-OPERADOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-LOGIN-OK-FLAG
      *
           PERFORM 00-04-TENTA-LOGIN THRU 00-04-TENTA-LOGIN-SAIDA
               UNTIL WRK-LOGIN-OK
           .
      *----------------------------------------------------------------*
       00-04-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-04-TENTA-LOGIN               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-OPER-ID-TELA
                                          WRK-OPER-SENHA-TELA
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-LOGIN
           ACCEPT TELA-LOGIN
      *
           OPEN I-O ARQOPER
      *
           IF WRK-ARQOPER-NAO-EXISTE
               MOVE FUNCTION TRIM(WRK-OPER-ID-TELA) TO WRK-OPER-ID
               IF WRK-OPER-ID EQUAL SPACES
                   MOVE 'ADMIN'        TO WRK-OPER-ID
               END-IF
               SET WRK-OPER-EH-ADMIN   TO TRUE
               SET WRK-LOGIN-OK        TO TRUE
           ELSE
               MOVE WRK-OPER-ID-TELA   TO OPER-ID
               READ ARQOPER
      *        A SENHA SO EXISTE COMO HASH COM SAL - CALCULA O HASH
      *        DO QUE FOI DIGITADO PARA COMPARAR. HASH ZERO NO
      *        CADASTRO = SENHA INVALIDADA PELA MIGRACAO.
               MOVE ZEROS              TO WRK-HASH-DIGITADO
               IF WRK-ARQOPER-OK
                   MOVE WRK-OPER-SENHA-TELA
                                       TO COMUNIC-HASH-SENHA
                   MOVE OPER-SAL       TO COMUNIC-HASH-SAL
                   CALL 'HASH-SENHA'   USING COMUNIC-BLOCO
                   CANCEL 'HASH-SENHA'
                   MOVE COMUNIC-HASH-RESULT
                                       TO WRK-HASH-DIGITADO
               END-IF
               IF WRK-ARQOPER-OK
               AND OPER-CONTA-BLOQUEADA
      *            CONTA BLOQUEADA POR TENTATIVAS - SO O ADMIN SOLTA.
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'CONTA BLOQUEADA - PROCURE O ADMINISTRADOR'
                   MOVE OPER-ID        TO WRK-SEG-OPER
                   MOVE 'TENT-BLOQ'    TO WRK-SEG-EVENTO
                   PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
               ELSE
               IF WRK-ARQOPER-OK
               AND OPER-SENHA-HASH     GREATER ZEROS
               AND OPER-SENHA-HASH     EQUAL WRK-HASH-DIGITADO
               AND OPER-STATUS-ATIVO
                   MOVE OPER-ID        TO WRK-OPER-ID
                   MOVE OPER-PERFIL    TO WRK-OPER-PERFIL
      *            PERFIL DA FORCA DE VENDAS (V/S) SO ENTRA COM O
      *            VINCULO CADASTRADO; O ESCOPO E MONTADO AQUI.
                   MOVE 'N'            TO WRK-ESC-SEM-VINC-FLAG
                   IF WRK-OPER-COM-ESCOPO
                       PERFORM 62-00-CARREGA-ESCOPO THRU 62-00-SAIDA
                   END-IF
      *            UM LOGIN SIMULTANEO POR OPERADOR: A SEGUNDA SESSAO
      *            DO MESMO OPER-ID E RECUSADA (SESSAO PRESA DE QUEDA
      *            E LIMPA PELO ADMIN NA TELA DE OPERADORES, ACAO L).
                   IF NOT WRK-ESC-SEM-VINCULO
                       PERFORM 61-10-REGISTRA-SESSAO THRU 61-10-SAIDA
                   END-IF
                   IF WRK-SESS-RECUSADA
                   OR WRK-ESC-SEM-VINCULO
                       CONTINUE
                   ELSE
                   SET WRK-LOGIN-OK    TO TRUE
      *            LOGIN BOM ZERA O CONTADOR DE TENTATIVAS.
                   IF OPER-TENTATIVAS  NOT EQUAL ZEROS
                       MOVE ZEROS      TO OPER-TENTATIVAS
                       REWRITE REG-ARQOPER
                       END-REWRITE
                   END-IF
                   MOVE OPER-ID        TO WRK-SEG-OPER
                   MOVE 'SUCESSO'      TO WRK-SEG-EVENTO
                   PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
      *            TROCA OBRIGATORIA: MARCADA PELO ADMIN OU SENHA
      *            MAIS ANTIGA QUE A VALIDADE PARAMETRIZADA.
                   PERFORM 00-06-TESTA-VALIDADE-SENHA
                                       THRU 00-06-SAIDA
                   IF OPER-DEVE-TROCAR-SENHA
                       PERFORM 00-07-TROCA-SENHA THRU 00-07-SAIDA
                   END-IF
                   PERFORM 61-40-MARCA-ATIVIDADE THRU 61-40-SAIDA
                   END-IF
               ELSE
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'USUARIO OU SENHA INVALIDOS'
                   MOVE WRK-OPER-ID-TELA
                                       TO WRK-SEG-OPER
                   MOVE 'FALHA'        TO WRK-SEG-EVENTO
                   PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
      *            SENHA ERRADA EM CONTA EXISTENTE CONTA TENTATIVA;
      *            NO LIMITE, A CONTA E BLOQUEADA.
                   IF  WRK-ARQOPER-OK
                   AND OPER-SENHA-HASH NOT EQUAL WRK-HASH-DIGITADO
                       IF OPER-TENTATIVAS NUMERIC
                           ADD 1       TO OPER-TENTATIVAS
                       ELSE
                           MOVE 1      TO OPER-TENTATIVAS
                       END-IF
                       IF OPER-TENTATIVAS NOT LESS WRK-MAX-TENTATIVAS
                           MOVE 'S'    TO OPER-BLOQUEADO
                           MOVE OPER-ID TO WRK-SEG-OPER
                           MOVE 'BLOQUEIO'
                                       TO WRK-SEG-EVENTO
                           PERFORM 60-30-GRAVA-SEGURANCA
                                       THRU 60-30-SAIDA
                       END-IF
                       REWRITE REG-ARQOPER
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
               CLOSE ARQOPER
           END-IF
           .
      *----------------------------------------------------------------*
       00-04-TENTA-LOGIN-SAIDA.        EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SENHA MAIS ANTIGA QUE A VALIDADE PARAMETRIZADA TAMBEM FORCA A  *
      * TROCA NO LOGIN (MARCA O REGISTRO EM MEMORIA; A TROCA LIMPA).   *
      *----------------------------------------------------------------*
       00-06-TESTA-VALIDADE-SENHA      SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SENHA-VALIDADE       EQUAL ZEROS
               GO TO 00-06-SAIDA
           END-IF
           IF OPER-DATA-SENHA          NOT NUMERIC
               GO TO 00-06-SAIDA
           END-IF
           IF OPER-DATA-SENHA          EQUAL ZEROS
               GO TO 00-06-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           COMPUTE WRK-DATA-SENHA-LIMITE
                   = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WRK-DHG-DATA8)
                     - WRK-SENHA-VALIDADE)
      *
           IF OPER-DATA-SENHA LESS WRK-DATA-SENHA-LIMITE
               MOVE 'S'                TO OPER-FORCA-TROCA
           END-IF
           .
      *----------------------------------------------------------------*
       00-06-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TROCA OBRIGATORIA DE SENHA NO LOGIN: PEDE A SENHA NOVA DUAS    *
      * VEZES E REGRAVA O OPERADOR COM A MARCA LIMPA.                  *
      *----------------------------------------------------------------*
       00-07-TROCA-SENHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-AUX-SENHA-NOVA1
                                          WS-AUX-SENHA-NOVA2
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-TROCA-SENHA
           ACCEPT  TELA-TROCA-SENHA
      *
           IF WS-AUX-SENHA-NOVA1 EQUAL SPACES
           OR WS-AUX-SENHA-NOVA1 NOT EQUAL WS-AUX-SENHA-NOVA2
               DISPLAY 'SENHAS NAO CONFEREM - TENTE DE NOVO'
               GO TO 00-07-TROCA-SENHA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *    GERA SAL NOVO E GUARDA SO O HASH - NUNCA A SENHA EM CLARO.
           MOVE WRK-DATA-HORA-GER(7:8) TO OPER-SAL
           INITIALIZE COMUNIC-BLOCO
           MOVE WS-AUX-SENHA-NOVA1     TO COMUNIC-HASH-SENHA
           MOVE OPER-SAL               TO COMUNIC-HASH-SAL
           CALL 'HASH-SENHA'           USING COMUNIC-BLOCO
           CANCEL 'HASH-SENHA'
           MOVE COMUNIC-HASH-RESULT    TO OPER-SENHA-HASH
           MOVE SPACES                 TO OPER-SENHA
           MOVE SPACE                  TO OPER-FORCA-TROCA
           MOVE WRK-DHG-DATA8          TO OPER-DATA-SENHA
           REWRITE REG-ARQOPER
           END-REWRITE
      *
           MOVE 'TROCA-SENHA'          TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING OPER-ID ' TROCOU A PROPRIA SENHA'
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           MOVE OPER-ID                TO WRK-OPER-ID
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       00-07-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-05-TELA-INICIAL              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WS-OPCAO-TELA
           DISPLAY CLEAR-SCREEN
      *    FAIXA DE ALERTAS DO CICLO NOTURNO AINDA NAO RECONHECIDOS.
           PERFORM 00-08-TESTA-ALERTAS THRU 00-08-SAIDA
           IF WRK-QTDE-ALR-PEND GREATER ZEROS
               DISPLAY '*** ATENCAO: ' WRK-QTDE-ALR-PEND
                       ' ALERTA(S) DO CICLO NOTURNO SEM '
                       'RECONHECIMENTO (SUPERVISAO OPCAO 4) ***'
           END-IF
           DISPLAY MENU-TELA-01
           ACCEPT MENU-TELA-01
      *    SESSAO PARADA ALEM DO TIMEOUT VOLTA PARA A TELA DE LOGIN
      *    ANTES DE QUALQUER ACAO SER DESPACHADA.
           PERFORM 61-30-TESTA-INATIVIDADE THRU 61-30-SAIDA
           IF WRK-SESS-EXPIROU
               INITIALIZE WS-OPCAO-TELA
           END-IF
           PERFORM 61-40-MARCA-ATIVIDADE THRU 61-40-SAIDA
               EVALUATE TRUE
                   WHEN WRK-OP-INCLUIR
                       PERFORM 00-10-TELA-CADASTRO THRU 00-10-SAIDA
                   WHEN WRK-OP-RELATORIO
                       PERFORM 00-20-TELA-RELATORIO THRU 00-20-SAIDA
                   WHEN WRK-OP-EXECUTAR
                       PERFORM 00-30-TELA-DISTRIBUICAO THRU 00-30-SAIDA
                   WHEN WRK-OP-SIMULACAO
                       PERFORM 00-31-TELA-SIMULACAO THRU 00-31-SAIDA
                   WHEN WRK-OP-APROVACAO
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 21-30-APROVA-CARTEIRA
                                       THRU 21-30-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-OPERADORES
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 22-20-ADMIN-OPERADORES
                                       THRU 22-20-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-COMERCIAL
                       PERFORM 00-40-TELA-COMERCIAL THRU 00-40-SAIDA
                   WHEN WRK-OP-SUPERVISAO
                       PERFORM 00-50-TELA-SUPERVISAO THRU 00-50-SAIDA
               END-EVALUATE
           IF WRK-OP-ENCERRAR
               PERFORM 99-99-FINALIZA
           ELSE
               PERFORM 00-05-TELA-INICIAL
           END-IF
           .
      *
      *----------------------------------------------------------------*
       00-05-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-10-TELA-CADASTRO.
      *----------------------------------------------------------------*
           INITIALIZE WS-OPCAO-TELA
           DISPLAY CLEAR-SCREEN.
           DISPLAY MENU-TELA-02
           ACCEPT MENU-TELA-02
               EVALUATE TRUE
                   WHEN WRK-OP-INCLUIR-CLI 
                       PERFORM 20-10-CAD-CLIENTE THRU 20-10-SAIDA
                   WHEN WRK-OP-ALTERAR-CLI
                       PERFORM 20-30-ATUALIZA-CLI THRU 20-30-SAIDA
                   WHEN WRK-OP-IMPORTAR-CLI
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 20-40-IMPORT-ARQUIVO-CLI
                                       THRU 20-40-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-INCLUIR-VEN
                       PERFORM 20-50-CAD-VENDEDOR THRU 20-50-SAIDA
                   WHEN WRK-OP-ALTERAR-VEN
                       PERFORM 20-70-ATUALIZA-VEND THRU 20-70-SAIDA
                   WHEN WRK-OP-IMPORTAR-VEN
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 20-80-IMPORT-ARQUIVO-VEN
                                       THRU 20-80-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-EXCLUIR
                       IF WRK-OPER-EH-ADMIN
                           IF WRK-OP-EXCLUIR-VEN
                               PERFORM 20-60-EXCLLUI-VEND
                                       THRU 20-60-SAIDA
                           ELSE
                               PERFORM 20-20-EXCLUI-CLI THRU 20-20-SAIDA
                           END-IF
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-LISTAR-CLI
                       PERFORM 20-16-LISTAR-CLIENTES THRU 20-16-SAIDA
                   WHEN WRK-OP-LISTAR-VEN
                       PERFORM 20-17-LISTAR-VENDEDORES THRU 20-17-SAIDA
                   WHEN WRK-OP-CONSULTAR-DOC
                       PERFORM 20-18-CONSULTA-POR-DOC THRU 20-18-SAIDA
                   WHEN WRK-OP-INCLUIR-PED
                       PERFORM 20-90-CAD-PEDIDO THRU 20-90-SAIDA
                   WHEN WRK-OP-GRUPO-ECON
                       PERFORM 25-10-CONSULTA-GRUPO THRU 25-10-SAIDA
                   WHEN WRK-OP-END-ENTREGA
                       PERFORM 25-20-CAD-ENDERECO THRU 25-20-SAIDA
                   WHEN WRK-OP-MUNICIPIO
                       PERFORM 25-30-CAD-MUNICIPIO THRU 25-30-SAIDA
                   WHEN WRK-OP-CONSENT
                       PERFORM 25-60-CAD-CONSENT THRU 25-60-SAIDA
                   WHEN WRK-OP-HIST-CART
                       PERFORM 21-10-CONSULTA-HIST-CART
                                       THRU 21-10-SAIDA
                   WHEN WRK-OP-AUSENCIA
                       PERFORM 21-20-CAD-AUSENCIA THRU 21-20-SAIDA
                   WHEN WRK-OP-TERRITORIO
                       PERFORM 21-41-CAD-TERRITORIO THRU 21-41-SAIDA
                   WHEN WRK-OP-FUSAO
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 21-70-FUSAO-CLIENTES
                                       THRU 21-70-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-LIMPA-TRAVA
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 21-82-LIMPA-TRAVA THRU 21-82-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-ULT-CICLO
                       PERFORM 21-90-MOSTRA-ULT-CICLO
                                       THRU 21-90-SAIDA
                   WHEN WRK-OP-CALENDARIO
                       PERFORM 22-10-CAD-CALENDARIO THRU 22-10-SAIDA
                   WHEN WRK-OP-PARAMETROS
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 22-30-MANUTENCAO-PARM
                                       THRU 22-30-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-AUDITORIA
                       PERFORM 22-40-CONSULTA-AUDITORIA
                                       THRU 22-40-SAIDA
                   WHEN WRK-OP-BUSCA-NOME
                       PERFORM 22-50-BUSCA-POR-NOME THRU 22-50-SAIDA
                   WHEN WRK-OP-PROXIMO-VEND
                       PERFORM 22-60-PROXIMO-VENDEDOR
                                       THRU 22-60-SAIDA
                   WHEN WRK-OP-REVISA-INATIV
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 22-70-REVISA-INATIVIDADE
                                       THRU 22-70-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-RESTAURAR-CLI
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 20-07-RESTAURA-BKP-CLI
                                       THRU 20-07-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
                   WHEN WRK-OP-RESTAURAR-VEN
                       IF WRK-OPER-EH-ADMIN
                           PERFORM 20-08-RESTAURA-BKP-VEN
                                       THRU 20-08-SAIDA
                       ELSE
                           PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                       END-IF
               END-EVALUATE
           
           .
      *----------------------------------------------------------------*
       00-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-20-TELA-RELATORIO.
      *----------------------------------------------------------------*
           
           INITIALIZE WS-OPCAO-TELA
           DISPLAY CLEAR-SCREEN.
           DISPLAY MENU-TELA-03
           ACCEPT MENU-TELA-03
           EVALUATE TRUE
               WHEN WRK-OP-RELAT-CLI
                   PERFORM 30-10-RELAT-CLIENTE THRU 30-10-SAIDA
               WHEN WRK-OP-RELAT-VEN
                   PERFORM 30-20-RELAT-VENDEDOR THRU 30-20-SAIDA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       00-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-40-TELA-COMERCIAL.
      *----------------------------------------------------------------*
      *
           INITIALIZE WS-OPCAO-TELA
           DISPLAY CLEAR-SCREEN
           DISPLAY MENU-TELA-04
           ACCEPT MENU-TELA-04
           EVALUATE TRUE
               WHEN WRK-OPC-PRODUTOS
                   PERFORM 23-10-CAD-PRODUTO THRU 23-10-SAIDA
               WHEN WRK-OPC-TABELA-PRECO
                   PERFORM 23-20-CAD-PRECO THRU 23-20-SAIDA
               WHEN WRK-OPC-STATUS-PED
                   PERFORM 24-20-MUDA-STATUS-PED THRU 24-20-SAIDA
               WHEN WRK-OPC-CREDITO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 24-35-CAD-CREDITO THRU 24-35-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-METAS
                   PERFORM 24-40-CAD-META THRU 24-40-SAIDA
               WHEN WRK-OPC-CONS-COMIS
                   PERFORM 24-50-CONSULTA-COMISSAO THRU 24-50-SAIDA
               WHEN WRK-OPC-AJUSTE-COMIS
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 24-60-LANCA-AJUSTE THRU 24-60-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-PERFIL-VEND
                   PERFORM 25-40-CAD-PERFIL THRU 25-40-SAIDA
               WHEN WRK-OPC-RESULT-VISITA
                   PERFORM 25-50-CAD-RESULT-VIS THRU 25-50-SAIDA
               WHEN WRK-OPC-EQUIPES
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 25-45-CAD-HIERARQUIA THRU 25-45-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-PLANOS
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 25-47-CAD-PLANO THRU 25-47-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-PLANO-VEND
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 25-55-CAD-PLANO-VEND THRU 25-55-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-FAMILIAS
                   PERFORM 23-15-CAD-FAMILIA THRU 23-15-SAIDA
               WHEN WRK-OPC-CAMPANHAS
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 23-30-CAD-CAMPANHA THRU 23-30-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-PROSPECTS
                   PERFORM 25-80-CAD-PROSPECT THRU 25-80-SAIDA
               WHEN WRK-OPC-CADENCIA
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 25-86-CAD-CADENCIA THRU 25-86-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-SAC
                   PERFORM 25-90-CAD-SAC THRU 25-90-SAIDA
               WHEN WRK-OPC-PRAZOS-SAC
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 25-96-CAD-SLA THRU 25-96-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-ORCAMENTOS
                   PERFORM 28-10-CAD-ORCAMENTO THRU 28-10-SAIDA
               WHEN WRK-OPC-CENTROS-DIST
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 28-50-CAD-CENTRO-DIST
                                       THRU 28-50-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-CONTESTACAO
                   PERFORM 28-60-REGISTRA-CONTEST THRU 28-60-SAIDA
               WHEN WRK-OPC-PERFIL-FISCAL
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 28-80-CAD-PERFIL-FISCAL
                                       THRU 28-80-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-PROGRAMADO
                   PERFORM 28-90-CAD-PROGRAMADO THRU 28-90-SAIDA
               WHEN WRK-OPC-RATEIO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-10-CAD-RATEIO THRU 29-10-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-COND-PAGTO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-20-CAD-CONDPAG THRU 29-20-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-COND-CLIENTE
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-27-CAD-CONDPAG-CLI
                                       THRU 29-27-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-ALIQUOTAS
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-30-CAD-ALIQUOTA THRU 29-30-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-CONTA-BANCO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-40-CAD-CONTA-BANCO THRU 29-40-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-MOTIVO-CANC
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-60-CAD-MOTIVO-CANC THRU 29-60-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-CERTIFICACAO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-70-CAD-CERTIFICACAO THRU 29-70-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-DISTRIBUICAO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-80-CAD-DISTRIBUICAO THRU 29-80-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPC-PIPELINE
                   PERFORM 29-90-CAD-PIPELINE THRU 29-90-SAIDA
               WHEN WRK-OPC-AMOSTRAS
                   PERFORM 27-70-CAD-AMOSTRA THRU 27-70-SAIDA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       00-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-50-TELA-SUPERVISAO.
      *----------------------------------------------------------------*
      *
           INITIALIZE WS-OPCAO-TELA
           DISPLAY CLEAR-SCREEN
           DISPLAY MENU-TELA-05
           ACCEPT MENU-TELA-05
           EVALUATE TRUE
               WHEN WRK-OPS-REABRE-PERIODO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 26-10-REABRE-PERIODO THRU 26-10-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPS-MONITOR-ITF
                   PERFORM 26-20-MONITOR-INTERFACES THRU 26-20-SAIDA
               WHEN WRK-OPS-FILAS
                   PERFORM 26-30-PAINEL-FILAS THRU 26-30-SAIDA
               WHEN WRK-OPS-RECONHECE-ALR
                   PERFORM 26-40-RECONHECE-ALERTAS THRU 26-40-SAIDA
               WHEN WRK-OPS-APROVA-CAD
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 27-00-APROVA-CADASTRO THRU 27-00-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPS-REVISA-CREDITO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 24-37-REVISA-CREDITO THRU 24-37-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPS-APROVA-REEMB
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 26-50-APROVA-REEMBOLSO THRU 26-50-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPS-CONTESTACAO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 28-70-DECIDE-CONTEST THRU 28-70-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPS-CONFIRMA-CONTA
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-45-CONFIRMA-CONTAS THRU 29-45-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-OPS-CORRECAO-APP
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 27-80-APROVA-CORRECAO THRU 27-80-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       00-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTA OS ALERTAS DO CICLO AINDA NAO RECONHECIDOS (FAIXA DA     *
      * TELA INICIAL).                                                 *
      *----------------------------------------------------------------*
       00-08-TESTA-ALERTAS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-ALR-PEND
           MOVE 'N'                    TO WRK-ALR-FIM-FLAG
      *
           OPEN INPUT ARQALR
           IF NOT WRK-ARQALR-OK
               GO TO 00-08-SAIDA
           END-IF
      *
           PERFORM 00-09-LE-ALERTA
               UNTIL WRK-ALR-FIM
           CLOSE ARQALR
           .
      *
       00-09-LE-ALERTA.
      *
           READ ARQALR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ALR-FIM-FLAG
               NOT AT END
                   IF NOT ALERTA-RECONHECIDO
                       ADD 1           TO WRK-QTDE-ALR-PEND
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       00-08-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-30-TELA-DISTRIBUICAO.
      *----------------------------------------------------------------*
      *    A DISTRIBUICAO RODA INTEIRA (TERRITORIO EM BRANCO) OU
      *    PARTICIONADA: COM UM TERRITORIO INFORMADO, SO OS CLIENTES
      *    DELE SAO DISTRIBUIDOS (SAIDA E CHECKPOINT PROPRIOS DA
      *    PARTICAO) E, AO FINAL, O OPERADOR PODE REUNIR AS PARTICOES
      *    JA GERADAS COM O CONSOLIDA-CART.
      *
           MOVE SPACES                 TO WS-AUX-PART-TERR
           DISPLAY CLEAR-SCREEN
           DISPLAY 'TERRITORIO DA PARTICAO '
                   '(BRANCO = CARTEIRA INTEIRA):'
           ACCEPT WS-AUX-PART-TERR
      *
           INITIALIZE COMUNIC-BLOCO
           MOVE FUNCTION UPPER-CASE(WS-AUX-PART-TERR)
                                       TO COMUNIC-PART-TERRITORIO
      *
           CALL 'GERENC-CARTEIRA'      USING COMUNIC-BLOCO
           CANCEL 'GERENC-CARTEIRA'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               MOVE COMUNIC-COD-RETORNO
                                       TO STATUS-CODE-02
               MOVE 'GERCART'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'DISTRIBUICAO CONCLUIDA. CLIENTES ATRIBUIDOS: '
                      COMUNIC-QTDE-ATRIBUIDOS
                      DELIMITED BY SIZE INTO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               IF WS-AUX-PART-TERR NOT EQUAL SPACES
                   PERFORM 00-33-CONSOLIDA-PART THRU 00-33-SAIDA
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       00-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DEPOIS DE UMA PARTICAO, OFERECE REUNIR AS PARTICOES JA         *
      * GERADAS NA CARTEIRA UNICA (CONSOLIDA-CART). O OPERADOR PULA    *
      * ENQUANTO AINDA FALTAM TERRITORIOS POR RODAR.                   *
      *----------------------------------------------------------------*
       00-33-CONSOLIDA-PART            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'CONSOLIDAR AS PARTICOES JA GERADAS AGORA (S/N)?'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           IF NOT WRK-CONFIRMA-SIM
               GO TO 00-33-SAIDA
           END-IF
      *
           CALL 'CONSOLIDA-CART'
           CANCEL 'CONSOLIDA-CART'
      *
           DISPLAY 'CONSOLIDACAO DISPARADA - VEJA O RESUMO ACIMA. '
                   'TECLE ENTER'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       00-33-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-31-TELA-SIMULACAO.
      *----------------------------------------------------------------*
      *    DISPARA A DISTRIBUICAO EM MODO SIMULACAO, COM RAIO E
      *    CAPACIDADE DE ENSAIO INFORMADOS NA TELA (ZERO MANTEM O
      *    PARAMETRO VIGENTE). A SIMULACAO GRAVA EM SAIDA PROPRIA E
      *    NAO MEXE EM CHECKPOINT/MANIFESTO/HISTORICO.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 00-32-CAPTURA-SIMULACAO THRU 00-32-SAIDA
               UNTIL WRK-NUM-VALID
      *
           INITIALIZE COMUNIC-BLOCO
           SET COMUNIC-SIMULACAO       TO TRUE
           MOVE WRK-SIM-RAIO           TO COMUNIC-SIM-RAIO-KM
           MOVE WRK-SIM-CAPACIDADE     TO COMUNIC-SIM-CAPACIDADE
      *
           CALL 'GERENC-CARTEIRA'      USING COMUNIC-BLOCO
           CANCEL 'GERENC-CARTEIRA'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               MOVE COMUNIC-COD-RETORNO
                                       TO STATUS-CODE-02
               MOVE 'GERCART'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'SIMULACAO CONCLUIDA. CLIENTES ATRIBUIDOS: '
                      COMUNIC-QTDE-ATRIBUIDOS
                      DELIMITED BY SIZE INTO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       00-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       00-32-CAPTURA-SIMULACAO         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA OS PARAMETROS DE ENSAIO E RE-EXIBE ATE SEREM
      *    NUMEROS VALIDOS (ZERO E ACEITO E MANTEM O VIGENTE).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-SIMUL-CAD
           ACCEPT  TELA-SIMUL-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-RAIO-SIM-TELA     EQUAL SPACES
               MOVE ZEROS              TO WRK-SIM-RAIO
           ELSE
               MOVE WS-AUX-RAIO-SIM-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-SIM-RAIO
               END-IF
           END-IF
      *
           IF WS-AUX-CAPAC-SIM-TELA    EQUAL SPACES
               MOVE ZEROS              TO WRK-SIM-CAPACIDADE
           ELSE
               MOVE WS-AUX-CAPAC-SIM-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-SIM-CAPACIDADE
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       00-32-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      * 
      *----------------------------------------------------------------*
       20-10-CAD-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FILE-STATUS-AREA.
           MOVE 'N'                    TO WRK-CLI-INCLUIDO-FLAG
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-11-CAPTURA-TELA-CLI THRU 20-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
      *    REJEITA CNPJ JA CADASTRADO ANTES DE GRAVAR (CHAVE ALTERNATIVA).
           MOVE WS-AUX-NR-CNPJ         TO EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           READ ARQCLI01 KEY IS EXEMPLO-CHAVE-DOC OF ARQCLI01
               INVALID KEY
                   MOVE 'N'            TO WRK-CHV-INVALID-FLAG
               NOT INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '22'             TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               MOVE 'CL'               TO COMUNIC-TPO-PESSOA
               MOVE WS-AUX-NR-CNPJ     TO COMUNIC-NR-CNPJ
               CALL 'VALIDA-CPF-CNPJ'   USING COMUNIC-BLOCO
               CANCEL 'VALIDA-CPF-CNPJ'
      *
               IF COMUNIC-COD-RETORNO  EQUAL ZEROS
                   PERFORM 20-12-MONTA-REG-CLI THRU 20-12-SAIDA
                   MOVE EXEMPLO-REG OF ARQCLI01
                                       TO WRK-JCAD-IMAGEM
                   PERFORM 50-00-GRAVAR-ARQCLI01
                   IF WRK-FS-ARQCLI01  EQUAL ZEROS
                       SET WRK-CLI-INCLUIDO TO TRUE
                       MOVE WS-AUX-CODIGO-CLI
                                       TO WRK-CLI-INCLUIDO-COD
                   END-IF
      *            CLIENTE SEM COORDENADAS UTILIZAVEIS ENTRA NA FILA
      *            DE GEOCODIFICACAO E FICA FORA DA CARTEIRA.
                   IF  WS-AUX-LATITUDE  EQUAL ZEROS
                   AND WS-AUX-LONGITUDE EQUAL ZEROS
                       MOVE WS-AUX-CODIGO-CLI
                                       TO WRK-GEOQ-CLI
                       PERFORM 21-60-FILA-GEOCODE THRU 21-60-SAIDA
                   END-IF
                   MOVE 'INCLUSAO'     TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING WS-AUX-CODIGO-CLI WS-AUX-NR-CNPJ
                          WS-AUX-RAZAO-SOCIAL
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   IF WRK-CLI-INCLUIDO
                       MOVE 'C'        TO WRK-JCAD-TIPO
                       MOVE WRK-CLI-INCLUIDO-COD
                                       TO WRK-JCAD-CODIGO
                       PERFORM 60-12-GRAVA-JORNAL-CAD
                          THRU 60-12-SAIDA
                   END-IF
               ELSE
                   MOVE COMUNIC-COD-RETORNO
                                       TO STATUS-CODE-02
                   PERFORM 50-90-DISPLAY-FS
               END-IF
           END-IF
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       20-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-11-CAPTURA-TELA-CLI          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE CADASTRO E RE-EXIBE ATE OS DADOS NUMERICOS
      *    ESTAREM VALIDOS (CODIGO/LATITUDE/LONGITUDE).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CLI-CAD
           ACCEPT  TELA-CLI-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           MOVE WS-AUX-LATITUDE-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-LATITUDE
           END-IF
      *
           MOVE WS-AUX-LONGITUDE-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-LONGITUDE
           END-IF
      *
           IF WRK-NUM-VALID
               IF WS-AUX-LATITUDE  < -90  OR WS-AUX-LATITUDE  > 90
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               IF WS-AUX-LONGITUDE < -180 OR WS-AUX-LONGITUDE > 180
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-NUM-VALID
               PERFORM 21-40-VALIDA-TERRITORIO THRU 21-40-SAIDA
               IF NOT WRK-TERR-VALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-NUM-VALID
               MOVE WS-AUX-EMAIL       TO WRK-CTT-EMAIL
               MOVE WS-AUX-TELEFONE    TO WRK-CTT-TELEFONE
               PERFORM 21-52-VALIDA-CONTATO THRU 21-52-SAIDA
               IF NOT WRK-CTT-VALIDO
                   DISPLAY WRK-CTT-ERRO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       20-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-12-MONTA-REG-CLI             SECTION.
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO COMPLETO DO CLIENTE PARA GRAVACAO INICIAL.
      *    O TERRITORIO E DERIVADO AUTOMATICAMENTE DO CEP QUANDO A
      *    FAIXA CONSTA NO CRUZAMENTO CEP X TERRITORIO.
           PERFORM 21-50-DERIVA-TERRITORIO THRU 21-50-SAIDA
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-CODIGO-CLI      TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           MOVE WS-AUX-NR-CNPJ         TO EXEMPLO-NR-CNPJ
                                       OF ARQCLI01
           MOVE WS-AUX-NR-CNPJ         TO EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01
           MOVE WS-AUX-RAZAO-SOCIAL    TO EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
           MOVE WS-AUX-LATITUDE        TO EXEMPLO-LATITUDE
                                       OF ARQCLI01
           MOVE WS-AUX-LONGITUDE       TO EXEMPLO-LONGITUDE
                                       OF ARQCLI01
           MOVE WS-AUX-EMAIL           TO EXEMPLO-EMAIL
                                       OF ARQCLI01
           MOVE WS-AUX-TELEFONE        TO EXEMPLO-TELEFONE
                                       OF ARQCLI01
           MOVE WS-AUX-ENDERECO        TO EXEMPLO-ENDERECO
                                       OF ARQCLI01
           MOVE WS-AUX-TERRITORIO      TO EXEMPLO-TERRITORIO
                                       OF ARQCLI01
           IF WS-AUX-PRIORIDADE EQUAL 'A' OR 'B' OR 'C'
               MOVE WS-AUX-PRIORIDADE  TO EXEMPLO-PRIORIDADE
                                       OF ARQCLI01
           ELSE
               MOVE 'C'                TO EXEMPLO-PRIORIDADE
                                       OF ARQCLI01
           END-IF
           MOVE WS-AUX-CEP             TO EXEMPLO-CEP
                                       OF ARQCLI01
           SET EXEMPLO-STATUS-ATIVO    OF ARQCLI01 TO TRUE
           MOVE WRK-DHG-DATA8          TO EXEMPLO-DATA-CADASTRO
                                       OF ARQCLI01
           MOVE WRK-DHG-DATA8          TO EXEMPLO-DATA-EFETIVACAO
                                       OF ARQCLI01
           MOVE ZEROS                  TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQCLI01
           .
      *----------------------------------------------------------------*
       20-12-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-13-CAPTURA-COD-CLI           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O CODIGO DO CLIENTE NA TELA DE EXCLUSAO/ALTERACAO E
      *    RE-EXIBE ATE O DADO NUMERICO ESTAR VALIDO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CLI-DEL
           ACCEPT  TELA-CLI-DEL
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       20-13-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-14-CONSULTA-CLI              SECTION.
      *----------------------------------------------------------------*
      *    EXIBE O CLIENTE ANTES DE ALTERAR/EXCLUIR E PEDE CONFIRMACAO.
      *    WRK-CHV-INVALID-FLAG = 'S' SE O CODIGO NAO FOR ENCONTRADO;
      *    WS-AUX-OPCAO-CONFIRM  = 'N' SE O OPERADOR CANCELAR.
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'             TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               MOVE 'N'                TO WS-AUX-OPCAO-CONFIRM
           ELSE
      *        OPERADOR DE PERFIL V/S SO ABRE CLIENTE DA SUA CARTEIRA;
      *        FORA DELA O CLIENTE E TRATADO COMO NAO ENCONTRADO.
               PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
               IF WRK-ESC-NEGADO
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
                   MOVE 'N'            TO WS-AUX-OPCAO-CONFIRM
                   GO TO 20-14-SAIDA
               END-IF
               MOVE EXEMPLO-NR-CNPJ    OF ARQCLI01 TO WS-AUX-NR-CNPJ
               MOVE EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
                                       TO WS-AUX-RAZAO-SOCIAL
               DISPLAY CLEAR-SCREEN
               DISPLAY TELA-CLI-CONS
               ACCEPT  TELA-CLI-CONS
      *        'O' ABRE O DIARIO DE OCORRENCIAS DO CLIENTE, 'C' OS
      *        CONTRATOS DE FORNECIMENTO, 'L' AS LICENCAS E 'R' AS
      *        LINHAS DE PRODUTO EXIGIDAS; TODOS VOLTAM PARA A
      *        CONFIRMACAO.
               PERFORM 20-15-DESVIA-OCORR THRU 20-15-SAIDA
                   UNTIL WS-AUX-OPCAO-CONFIRM NOT EQUAL 'O' AND 'o'
                                              AND 'C' AND 'c'
                                              AND 'L' AND 'l'
                                              AND 'R' AND 'r'
           END-IF
           .
      *----------------------------------------------------------------*
       20-14-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-15-DESVIA-OCORR              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WS-AUX-OPCAO-CONFIRM
               WHEN 'C'
               WHEN 'c'
                   PERFORM 25-74-CONTRATOS THRU 25-74-SAIDA
               WHEN 'L'
               WHEN 'l'
                   PERFORM 29-50-LICENCAS THRU 29-50-SAIDA
               WHEN 'R'
               WHEN 'r'
                   PERFORM 29-75-LINHAS-EXIGIDAS THRU 29-75-SAIDA
               WHEN OTHER
                   PERFORM 25-70-OCORRENCIAS THRU 25-70-SAIDA
           END-EVALUATE
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CLI-CONS
           ACCEPT  TELA-CLI-CONS
           .
      *----------------------------------------------------------------*
       20-15-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-16-LISTAR-CLIENTES           SECTION.
      *----------------------------------------------------------------*
      *    LISTAGEM SEQUENCIAL DOS CLIENTES CADASTRADOS, EM PAGINAS DE
      *    10 REGISTROS, COM OPCAO DE INTERROMPER A QUALQUER MOMENTO.
      *
           MOVE 'N'                    TO WRK-LISTA-EOF-FLAG
           MOVE 'N'                    TO WRK-LISTA-QUIT-FLAG
           MOVE ZEROS                  TO WRK-LISTA-IND
      *
           PERFORM 50-20-ABRIR-ARQCLI
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL EXEMPLO-DADOS
                    OF ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'LISTAGEM DE CLIENTES (A CADA 10, ENTER=CONTINUA'
                   ' X=SAIR)'
           PERFORM 20-16-EXIBE-CLI THRU 20-16-EXIBE-CLI-SAIDA
               UNTIL WRK-LISTA-EOF OR WRK-LISTA-QUIT
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       20-16-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-16-EXIBE-CLI                 SECTION.
      *----------------------------------------------------------------*
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
               NOT AT END
      *            PERFIL V/S SO VE NA LISTA OS CLIENTES DA CARTEIRA.
                   MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-ESC-CLI-BUSCA
                   PERFORM 62-06-PROCURA-CLI THRU 62-06-SAIDA
                   IF NOT WRK-ESC-ACHOU
                       GO TO 20-16-EXIBE-CLI-SAIDA
                   END-IF
                   DISPLAY EXEMPLO-CODIGO-CLI    OF ARQCLI01 ' '
                           EXEMPLO-NR-CNPJ       OF ARQCLI01 ' '
                           EXEMPLO-RAZAO-SOCIAL  OF ARQCLI01 ' '
                           EXEMPLO-STATUS        OF ARQCLI01
                   ADD 1               TO WRK-LISTA-IND
                   IF FUNCTION MOD(WRK-LISTA-IND, 10) = 0
                       DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
                       ACCEPT WS-AUX-OPCAO-CONFIRM
                       IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                           MOVE 'S'    TO WRK-LISTA-QUIT-FLAG
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       20-16-EXIBE-CLI-SAIDA.          EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-17-LISTAR-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *    LISTAGEM SEQUENCIAL DOS VENDEDORES CADASTRADOS, MESMO
      *    ESQUEMA DE PAGINACAO DA LISTAGEM DE CLIENTES.
      *
           MOVE 'N'                    TO WRK-LISTA-EOF-FLAG
           MOVE 'N'                    TO WRK-LISTA-QUIT-FLAG
           MOVE ZEROS                  TO WRK-LISTA-IND
      *
           PERFORM 50-30-ABRIR-ARQVEN
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL EXEMPLO-DADOS
                    OF ARQVEN01
               INVALID KEY
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'LISTAGEM DE VENDEDORES (A CADA 10, ENTER=CONTINUA'
                   ' X=SAIR)'
           PERFORM 20-17-EXIBE-VEND THRU 20-17-EXIBE-VEND-SAIDA
               UNTIL WRK-LISTA-EOF OR WRK-LISTA-QUIT
      *
           PERFORM 50-50-FECHAR-ARQVEN
           .
      *----------------------------------------------------------------*
       20-17-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-17-EXIBE-VEND                SECTION.
      *----------------------------------------------------------------*
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
               NOT AT END
                   DISPLAY EXEMPLO-CODIGO-VEND   OF ARQVEN01 ' '
                           EXEMPLO-NR-CPF        OF ARQVEN01 ' '
                           EXEMPLO-RAZAO-SOCIAL  OF ARQVEN01 ' '
                           EXEMPLO-STATUS        OF ARQVEN01
                   ADD 1               TO WRK-LISTA-IND
                   IF FUNCTION MOD(WRK-LISTA-IND, 10) = 0
                       DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
                       ACCEPT WS-AUX-OPCAO-CONFIRM
                       IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                           MOVE 'S'    TO WRK-LISTA-QUIT-FLAG
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       20-17-EXIBE-VEND-SAIDA.         EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-18-CONSULTA-POR-DOC          SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA UM CLIENTE PELO CNPJ, SEM PRECISAR DO CODIGO,
      *    USANDO A CHAVE ALTERNATIVA EXEMPLO-CHAVE-DOC.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-DOC-BUSCA
           ACCEPT  TELA-DOC-BUSCA
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE WS-AUX-NR-CNPJ         TO EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           READ ARQCLI01 KEY IS EXEMPLO-CHAVE-DOC OF ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'             TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WS-AUX-CODIGO-CLI
               PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
               IF NOT WRK-ESC-NEGADO
                   MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WS-AUX-COD-CLI-TELA
                   MOVE EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
                                       TO WS-AUX-RAZAO-SOCIAL
                   DISPLAY CLEAR-SCREEN
                   DISPLAY TELA-CLI-CONS
                   ACCEPT  TELA-CLI-CONS
               END-IF
           END-IF
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       20-18-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-06-ACESSO-NEGADO             SECTION.
      *----------------------------------------------------------------*
      *    BLOQUEIA OPCOES DESTRUTIVAS (IMPORTACAO, EXCLUSAO E          *
      *    RESTAURACAO DE BACKUP) PARA OPERADORES SEM PERFIL ADMIN.     *
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'OPERADOR SEM PERFIL PARA ESTA OPCAO'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       20-06-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-07-RESTAURA-BKP-CLI          SECTION.
      *----------------------------------------------------------------*
      *    RESTAURA ARQCLI01 A PARTIR DO ULTIMO BACKUP GERADO POR       *
      *    50-55-BACKUP-ARQCLI, MEDIANTE CONFIRMACAO DO OPERADOR.       *
      *
           MOVE 'N'                    TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-RESTAURA-CLI
           ACCEPT  TELA-RESTAURA-CLI
      *
           IF WRK-CONFIRMA-SIM
               CALL "CBL_CHECK_FILE_EXIST" USING WRK-NOME-BKCLI-WS
                                          WRK-DETALHES-ARQ
                            RETURNING STATUS-ARQ-WS
               IF STATUS-ARQ-WS        NOT EQUAL ZEROS
                   MOVE 'NAO HA BACKUP DE CLIENTES DISPONIVEL'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               ELSE
                   CALL "CBL_COPY_FILE" USING WRK-NOME-BKCLI-WS
                                              WID-ARQ-CLIENTE
                                        RETURNING STATUS-ARQ-WS
                   IF STATUS-ARQ-WS    NOT EQUAL ZEROS
                       MOVE STATUS-ARQ-WS  TO STATUS-CODE-02
                       MOVE 'ARQCLI01'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   ELSE
                       MOVE 'BACKUP DE CLIENTES RESTAURADO COM SUCESSO'
                                       TO ERRO-MSG
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       20-07-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-08-RESTAURA-BKP-VEN          SECTION.
      *----------------------------------------------------------------*
      *    RESTAURA ARQVEN01 A PARTIR DO ULTIMO BACKUP GERADO POR       *
      *    50-56-BACKUP-ARQVEN, MEDIANTE CONFIRMACAO DO OPERADOR.       *
      *
           MOVE 'N'                    TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-RESTAURA-VEN
           ACCEPT  TELA-RESTAURA-VEN
      *
           IF WRK-CONFIRMA-SIM
               CALL "CBL_CHECK_FILE_EXIST" USING WRK-NOME-BKVEN-WS
                                          WRK-DETALHES-ARQ
                            RETURNING STATUS-ARQ-WS
               IF STATUS-ARQ-WS        NOT EQUAL ZEROS
                   MOVE 'NAO HA BACKUP DE VENDEDORES DISPONIVEL'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               ELSE
                   CALL "CBL_COPY_FILE" USING WRK-NOME-BKVEN-WS
                                              WID-ARQ-VENDEDOR
                                        RETURNING STATUS-ARQ-WS
                   IF STATUS-ARQ-WS    NOT EQUAL ZEROS
                       MOVE STATUS-ARQ-WS  TO STATUS-CODE-02
                       MOVE 'ARQVEN01'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   ELSE
                       MOVE
                        'BACKUP DE VENDEDORES RESTAURADO COM SUCESSO'
                                       TO ERRO-MSG
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       20-08-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-20-EXCLUI-CLI                SECTION.
      *----------------------------------------------------------------*
      *    EXCLUSAO/REATIVACAO LOGICA DE CLIENTE SOB APROVACAO DUPLA:
      *    A CONFIRMACAO DO OPERADOR SO ENFILEIRA A SOLICITACAO EM
      *    ARQMKCK; UM ADMIN DIFERENTE REVISA E LIBERA (SUPERVISAO
      *    OPCAO 5), QUANDO ENTAO 27-50 ALTERNA O STATUS DE FATO.
      *
           INITIALIZE FILE-STATUS-AREA.
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-13-CAPTURA-COD-CLI THRU 20-13-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-20-ABRIR-ARQCLI
           PERFORM 20-14-CONSULTA-CLI THRU 20-14-SAIDA
      *
           IF NOT WRK-CHV-INVALID AND WRK-CONFIRMA-SIM
               MOVE 'EXCL-CLI'         TO WRK-MKCK-ST-TIPO
               MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-MKCK-ST-ALVO
               MOVE ZEROS              TO WRK-MKCK-ST-DEST
               MOVE SPACES             TO WRK-MKCK-ST-ESCOLHAS
               MOVE SPACES             TO WRK-MKCK-ST-DETALHE
               STRING WS-AUX-RAZAO-SOCIAL(1:30) ' ST='
                      EXEMPLO-STATUS   OF ARQCLI01
                      DELIMITED BY SIZE INTO WRK-MKCK-ST-DETALHE
               END-STRING
               PERFORM 27-10-ENFILEIRA-MKCK THRU 27-10-SAIDA
           END-IF
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *
      *----------------------------------------------------------------*
       20-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-30-ATUALIZA-CLI              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FILE-STATUS-AREA.
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-13-CAPTURA-COD-CLI THRU 20-13-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-20-ABRIR-ARQCLI
           PERFORM 20-14-CONSULTA-CLI THRU 20-14-SAIDA
      *
           IF NOT WRK-CHV-INVALID AND WRK-CONFIRMA-SIM
      *        REGISTRO MARCADO PELA REVALIDACAO EM LOTE: COBRA A
      *        CORRECAO DO DOCUMENTO NO TOQUE E, SE O DOCUMENTO JA
      *        VOLTOU A VALIDAR, LIMPA A MARCA NA REGRAVACAO ABAIXO.
               IF EXEMPLO-DOC-INVALIDO OF ARQCLI01
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'ATENCAO: CNPJ REPROVADO NA REVALIDACAO - '
                          'PROVIDENCIAR CORRECAO DO DOCUMENTO'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               END-IF
      *
               MOVE SPACES             TO WRK-AUDIT-ANTES
               STRING WS-AUX-CODIGO-CLI WS-AUX-NR-CNPJ
                      WS-AUX-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
      *
               MOVE 'N'                TO WRK-NUM-INVALID-FLAG
               PERFORM 20-11-CAPTURA-TELA-CLI THRU 20-11-SAIDA
                   UNTIL WRK-NUM-VALID
      *
               IF EXEMPLO-DOC-INVALIDO OF ARQCLI01
                   MOVE 'CL'           TO COMUNIC-TPO-PESSOA
                   MOVE EXEMPLO-NR-CNPJ OF ARQCLI01
                                       TO COMUNIC-NR-CNPJ
                   CALL 'VALIDA-CPF-CNPJ' USING COMUNIC-BLOCO
                   CANCEL 'VALIDA-CPF-CNPJ'
                   IF COMUNIC-COD-RETORNO EQUAL ZEROS
                       MOVE SPACE      TO EXEMPLO-DOC-PENDENTE
                                       OF ARQCLI01
                   END-IF
               END-IF
      *
               PERFORM 21-50-DERIVA-TERRITORIO THRU 21-50-SAIDA
               MOVE WS-AUX-CEP         TO EXEMPLO-CEP
                                       OF ARQCLI01
      *
               MOVE WS-AUX-RAZAO-SOCIAL TO EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
               MOVE WS-AUX-LATITUDE    TO EXEMPLO-LATITUDE
                                       OF ARQCLI01
               MOVE WS-AUX-LONGITUDE   TO EXEMPLO-LONGITUDE
                                       OF ARQCLI01
               MOVE WS-AUX-EMAIL       TO EXEMPLO-EMAIL
                                       OF ARQCLI01
               MOVE WS-AUX-TELEFONE    TO EXEMPLO-TELEFONE
                                       OF ARQCLI01
               MOVE WS-AUX-ENDERECO    TO EXEMPLO-ENDERECO
                                       OF ARQCLI01
               MOVE WS-AUX-TERRITORIO  TO EXEMPLO-TERRITORIO
                                       OF ARQCLI01
               IF WS-AUX-PRIORIDADE EQUAL 'A' OR 'B' OR 'C'
                   MOVE WS-AUX-PRIORIDADE
                                       TO EXEMPLO-PRIORIDADE
                                       OF ARQCLI01
               ELSE
                   MOVE 'C'            TO EXEMPLO-PRIORIDADE
                                       OF ARQCLI01
               END-IF
      *
               REWRITE EXEMPLO-REG OF ARQCLI01
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-REWRITE
      *
               MOVE EXEMPLO-REG OF ARQCLI01
                                       TO WRK-JCAD-IMAGEM
      *
               MOVE 'ALTERACAO'        TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING WS-AUX-CODIGO-CLI WS-AUX-NR-CNPJ
                      WS-AUX-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               IF NOT WRK-CHV-INVALID
                   MOVE 'C'            TO WRK-JCAD-TIPO
                   MOVE WS-AUX-CODIGO-CLI
                                       TO WRK-JCAD-CODIGO
                   PERFORM 60-12-GRAVA-JORNAL-CAD THRU 60-12-SAIDA
               END-IF
           END-IF
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *
      *----------------------------------------------------------------*
       20-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-40-IMPORT-ARQUIVO-CLI        SECTION.
      *----------------------------------------------------------------*
      *    IMPORTA O ARQUIVO INFORMADO COMO CARGA (MESCLA COM O QUE JA
      *    ESTIVER CADASTRADO - REGISTROS EXISTENTES SAO ATUALIZADOS,
      *    NOVOS SAO INCLUIDOS). VIA TELA (INTERATIVO) - VER 20-42 PARA
      *    A MESMA ROTINA DISPARADA EM MODO BATCH.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-IMPORT-CAD
           ACCEPT  TELA-IMPORT-CAD
      *
           PERFORM 20-42-EXECUTA-IMPORT-CLI THRU 20-42-SAIDA
           .
      *
      *----------------------------------------------------------------*
       20-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NUCLEO DA IMPORTACAO DE CLIENTES, INDEPENDENTE DE TELA. ESPERA  *
      * WS-NOME-ARQ-IMPORT JA PREENCHIDO PELO CHAMADOR (TELA OU MODO    *
      * BATCH).                                                        *
      *----------------------------------------------------------------*
       20-42-EXECUTA-IMPORT-CLI        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 21-80-OBTEM-TRAVA THRU 21-80-SAIDA
           IF NOT WRK-TRAVA-OBTIDA
               GO TO 20-42-SAIDA
           END-IF
      *
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-ARQ-IMPORT
                                      WRK-DETALHES-ARQ
                        RETURNING STATUS-ARQ-WS

           IF STATUS-ARQ-WS            NOT EQUAL ZEROS
               MOVE STATUS-ARQ-WS      TO STATUS-CODE-02
               MOVE 'ARQUIVO'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               INITIALIZE WRK-TOT-LIDOS      WRK-TOT-INCLUIDOS
                          WRK-TOT-ATUALIZADOS WRK-TOT-REJEITADOS
               PERFORM 50-55-BACKUP-ARQCLI THRU 50-55-SAIDA
      *
      *        PASSO 1 - PRE-EDICAO: CRITICA O ARQUIVO INTEIRO ANTES
      *        DE QUALQUER MESCLA. AS CHAVES REPROVADAS SAO ANOTADAS
      *        E SO AS APROVADAS ENTRAM NO PASSO DE MESCLA.
               MOVE ZEROS              TO WRK-QTDE-VISTAS
                                          WRK-QTDE-REJ-KEYS
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE SPACES             TO WRK-NOME-ARQIMREJ
               STRING FUNCTION TRIM(WRK-DIR-RELAT)
                      'IMPORT_REJEITADOS_'
                      WRK-DHG-ANO WRK-DHG-MES WRK-DHG-DIA
                      WRK-DHG-HORA WRK-DHG-MIN WRK-DHG-SEG
                      '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQIMREJ
               OPEN OUTPUT ARQIMREJ
               OPEN INPUT ARQIMP01
               PERFORM 20-43-PRE-EDITA-IMPORT THRU 20-43-SAIDA
                   UNTIL WRK-ARQIMP01-FIM
               CLOSE ARQIMP01
                     ARQIMREJ
      *
      *        PASSO 2 - MESCLA, PULANDO AS CHAVES REPROVADAS.
               OPEN INPUT ARQIMP01
               PERFORM 50-20-ABRIR-ARQCLI
      *
               PERFORM 20-41-MESCLA-REG-CLI THRU 20-41-SAIDA
                   UNTIL WRK-ARQIMP01-FIM
      *
               CLOSE ARQIMP01
               PERFORM 50-40-FECHAR-ARQCLI
               PERFORM 20-45-RECONCILIA-IMPORT THRU 20-45-SAIDA
           END-IF
      *
           PERFORM 21-81-LIBERA-TRAVA THRU 21-81-SAIDA
           .
      *----------------------------------------------------------------*
       20-42-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-41-MESCLA-REG-CLI            SECTION.
      *----------------------------------------------------------------*
           READ ARQIMP01 NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1               TO WRK-TOT-LIDOS
                   MOVE EXEMPLO-DADOS  OF ARQIMP01
                                       TO WRK-CHAVE-BUSCA
                   PERFORM 20-44-PROCURA-REJEITADA THRU 20-44-SAIDA
                   MOVE EXEMPLO-REG    OF ARQIMP01
                                    TO EXEMPLO-REG OF ARQCLI01
                   IF WRK-PREE-ACHOU
      *                REPROVADA NA PRE-EDICAO - JA CONTADA E RELATADA.
                       CONTINUE
                   ELSE
                       WRITE EXEMPLO-REG OF ARQCLI01
                           INVALID KEY
                               REWRITE EXEMPLO-REG OF ARQCLI01
                                   INVALID KEY
                                       ADD 1 TO WRK-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WRK-TOT-ATUALIZADOS
                               END-REWRITE
                           NOT INVALID KEY
                               ADD 1       TO WRK-TOT-INCLUIDOS
                       END-WRITE
      *                REGISTRO IMPORTADO SEM COORDENADAS UTILIZAVEIS
      *                VAI PARA A FILA DE GEOCODIFICACAO.
                       IF  EXEMPLO-LATITUDE  OF ARQCLI01 EQUAL ZEROS
                       AND EXEMPLO-LONGITUDE OF ARQCLI01 EQUAL ZEROS
                           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-GEOQ-CLI
                           PERFORM 21-60-FILA-GEOCODE THRU 21-60-SAIDA
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       20-41-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-43-PRE-EDITA-IMPORT          SECTION.
      *----------------------------------------------------------------*
      *    CRITICA UM REGISTRO DO ARQUIVO DE IMPORTACAO: DIGITOS
      *    VERIFICADORES, CAMPOS NUMERICOS, FAIXA DE COORDENADAS E
      *    CHAVE DUPLICADA DENTRO DO PROPRIO ARQUIVO. REPROVADOS VAO
      *    PARA O ARQUIVO DE REJEITADOS COM A IMAGEM E OS MOTIVOS.
      *
           READ ARQIMP01 NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 20-43-CRITICA THRU 20-43-CRITICA-SAIDA
           END-READ
           .
      *----------------------------------------------------------------*
       20-43-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-43-CRITICA                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PREE-MOTIVOS
           MOVE 1                      TO WRK-PREE-PONTEIRO
      *
           IF EXEMPLO-CODIGO-CLI OF ARQIMP01 NOT NUMERIC
               STRING 'COD-NAO-NUM '   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           END-IF
      *
           MOVE 'CL'                   TO COMUNIC-TPO-PESSOA
           MOVE EXEMPLO-NR-CNPJ OF ARQIMP01
                                       TO COMUNIC-NR-CNPJ
           CALL 'VALIDA-CPF-CNPJ'      USING COMUNIC-BLOCO
           CANCEL 'VALIDA-CPF-CNPJ'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               STRING 'DOC-INVALIDO-' COMUNIC-COD-RETORNO ' '
                   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           END-IF
      *
           IF EXEMPLO-LATITUDE  OF ARQIMP01 LESS -90
           OR EXEMPLO-LATITUDE  OF ARQIMP01 GREATER 90
           OR EXEMPLO-LONGITUDE OF ARQIMP01 LESS -180
           OR EXEMPLO-LONGITUDE OF ARQIMP01 GREATER 180
               STRING 'COORD-FORA-FAIXA '
                   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           END-IF
      *
      *    CHAVE REPETIDA DENTRO DO PROPRIO ARQUIVO DE CARGA.
           MOVE EXEMPLO-DADOS OF ARQIMP01
                                       TO WRK-CHAVE-BUSCA
           PERFORM 20-44-PROCURA-VISTA THRU 20-44-VISTA-SAIDA
           IF WRK-PREE-ACHOU
               STRING 'CHAVE-DUPLICADA-NO-ARQUIVO '
                   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           ELSE
               IF WRK-QTDE-VISTAS LESS 9999
                   ADD 1               TO WRK-QTDE-VISTAS
                   MOVE WRK-CHAVE-BUSCA
                                       TO TAB-VISTA-CHAVE
                                          (WRK-QTDE-VISTAS)
               END-IF
           END-IF
      *
           IF WRK-PREE-MOTIVOS         NOT EQUAL SPACES
               ADD 1                   TO WRK-TOT-REJEITADOS
               IF WRK-QTDE-REJ-KEYS LESS 9999
                   ADD 1               TO WRK-QTDE-REJ-KEYS
                   MOVE WRK-CHAVE-BUSCA
                                       TO TAB-REJ-CHAVE
                                          (WRK-QTDE-REJ-KEYS)
               END-IF
               MOVE SPACES             TO REG-ARQIMREJ
               STRING EXEMPLO-REG OF ARQIMP01
                      ' MOTIVOS=' WRK-PREE-MOTIVOS
                      DELIMITED BY SIZE INTO REG-ARQIMREJ
               END-STRING
               WRITE REG-ARQIMREJ
           END-IF
           .
      *----------------------------------------------------------------*
       20-43-CRITICA-SAIDA.            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-44-PROCURA-REJEITADA         SECTION.
      *----------------------------------------------------------------*
      *    PROCURA A CHAVE CORRENTE NA TABELA DE REPROVADAS DA
      *    PRE-EDICAO.
      *
           MOVE 'N'                    TO WRK-PREE-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-PREE
      *
           PERFORM 20-44-TESTA-REJ THRU 20-44-TESTA-REJ-SAIDA
               UNTIL WRK-IX-PREE GREATER WRK-QTDE-REJ-KEYS
                  OR WRK-PREE-ACHOU
           .
      *----------------------------------------------------------------*
       20-44-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-44-TESTA-REJ                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-REJ-CHAVE(WRK-IX-PREE) EQUAL WRK-CHAVE-BUSCA
               MOVE 'S'                TO WRK-PREE-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-PREE
           END-IF
           .
      *----------------------------------------------------------------*
       20-44-TESTA-REJ-SAIDA.          EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-44-PROCURA-VISTA             SECTION.
      *----------------------------------------------------------------*
      *    PROCURA A CHAVE CORRENTE NA TABELA DE CHAVES JA VISTAS
      *    NESTE ARQUIVO (DETECCAO DE DUPLICIDADE INTERNA).
      *
           MOVE 'N'                    TO WRK-PREE-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-PREE
      *
           PERFORM 20-44-TESTA-VISTA THRU 20-44-TESTA-VISTA-SAIDA
               UNTIL WRK-IX-PREE GREATER WRK-QTDE-VISTAS
                  OR WRK-PREE-ACHOU
           .
      *----------------------------------------------------------------*
       20-44-VISTA-SAIDA.              EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-44-TESTA-VISTA               SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-VISTA-CHAVE(WRK-IX-PREE) EQUAL WRK-CHAVE-BUSCA
               MOVE 'S'                TO WRK-PREE-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-PREE
           END-IF
           .
      *----------------------------------------------------------------*
       20-44-TESTA-VISTA-SAIDA.        EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-45-RECONCILIA-IMPORT         SECTION.
      *----------------------------------------------------------------*
      *    RELATORIO DE CARGA - CONFERE O QUE FOI LIDO NO ARQUIVO CONTRA
      *    O QUE FOI EFETIVAMENTE GRAVADO NO CADASTRO. EM MODO BATCH
      *    NAO HA OPERADOR NO TERMINAL PARA CONFIRMAR A TELA.
           IF NOT WRK-MODO-BATCH
               DISPLAY CLEAR-SCREEN
           END-IF
           DISPLAY 'RELATORIO DE CARGA - IMPORTACAO DE CADASTRO'
           DISPLAY 'REGISTROS LIDOS.......: ' WRK-TOT-LIDOS
           DISPLAY 'REGISTROS INCLUIDOS...: ' WRK-TOT-INCLUIDOS
           DISPLAY 'REGISTROS ATUALIZADOS.: ' WRK-TOT-ATUALIZADOS
           DISPLAY 'REGISTROS REJEITADOS..: ' WRK-TOT-REJEITADOS
      *
      *    A CARGA FICA NA TRILHA COM O OPERADOR, OS CONTADORES E O
      *    ARQUIVO DE REJEITADOS, PARA OS REJEITADOS SEREM RASTREADOS
      *    ATE QUEM DISPAROU A IMPORTACAO.
           MOVE WRK-TOT-LIDOS          TO WRK-IMP-LIDOS-ED
           MOVE WRK-TOT-REJEITADOS     TO WRK-IMP-REJ-ED
           MOVE 'IMPORTACAO'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'LIDOS=' WRK-IMP-LIDOS-ED
                  ' ARQ=' WS-NOME-ARQ-IMPORT
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           IF WRK-NOME-ARQIMREJ        EQUAL SPACES
               STRING 'REJEITADOS=' WRK-IMP-REJ-ED
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
           ELSE
               COMPUTE WRK-IMP-POS-NOME
                       = FUNCTION LENGTH(FUNCTION TRIM(WRK-DIR-RELAT))
                       + 1
               STRING 'REJEITADOS=' WRK-IMP-REJ-ED ' '
                      WRK-NOME-ARQIMREJ(WRK-IMP-POS-NOME:)
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
           END-IF
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           IF WRK-MODO-BATCH
      *        DEIXA OS CONTADORES DA CARGA PARA O PASSO DE KPI DO
      *        JOB NOTURNO CONSOLIDAR NO HISTORICO DIARIO.
               OPEN OUTPUT ARQIMPCT
               IF WRK-ARQIMPCT-OK
                   MOVE WRK-TOT-LIDOS  TO ICT-LIDOS
                   MOVE WRK-TOT-INCLUIDOS
                                       TO ICT-INCLUIDOS
                   MOVE WRK-TOT-ATUALIZADOS
                                       TO ICT-ATUALIZADOS
                   MOVE WRK-TOT-REJEITADOS
                                       TO ICT-REJEITADOS
                   WRITE REG-ARQIMPCT
                   CLOSE ARQIMPCT
               END-IF
           ELSE
               DISPLAY 'TECLE ENTER PARA CONTINUAR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
           END-IF
           .
      *----------------------------------------------------------------*
       20-45-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-50-CAD-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FILE-STATUS-AREA.
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-51-CAPTURA-TELA-VEND THRU 20-51-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-30-ABRIR-ARQVEN
      *
      *    REJEITA CPF JA CADASTRADO ANTES DE GRAVAR (CHAVE ALTERNATIVA).
           MOVE WS-AUX-NR-CPF          TO EXEMPLO-CHAVE-DOC
                                       OF ARQVEN01
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           READ ARQVEN01 KEY IS EXEMPLO-CHAVE-DOC OF ARQVEN01
               INVALID KEY
                   MOVE 'N'            TO WRK-CHV-INVALID-FLAG
               NOT INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '22'             TO STATUS-CODE-02
               MOVE 'ARQVEN01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               MOVE 'VD'               TO COMUNIC-TPO-PESSOA
               MOVE WS-AUX-NR-CPF      TO COMUNIC-NR-CPF
               CALL   'VALIDA-CPF-CNPJ' USING COMUNIC-BLOCO
               CANCEL 'VALIDA-CPF-CNPJ'
               IF COMUNIC-COD-RETORNO  NOT EQUAL ZEROS
                   MOVE COMUNIC-COD-RETORNO
                                       TO STATUS-CODE-02
                   PERFORM 50-90-DISPLAY-FS
               ELSE
                   PERFORM 20-52-MONTA-REG-VEND THRU 20-52-SAIDA
                   MOVE EXEMPLO-REG OF ARQVEN01
                                       TO WRK-JCAD-IMAGEM
                   MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-JCAD-CODIGO
                   PERFORM 50-10-GRAVAR-ARQVEN01
                   MOVE 'INCLUSAO'     TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING WS-AUX-CODIGO-VEND WS-AUX-NR-CPF
                          WS-AUX-RAZAO-SOCIAL
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   IF WRK-FS-ARQVEN01  EQUAL ZEROS
                       MOVE 'V'        TO WRK-JCAD-TIPO
                       PERFORM 60-12-GRAVA-JORNAL-CAD
                          THRU 60-12-SAIDA
                   END-IF
               END-IF
           END-IF
      *
           PERFORM 50-50-FECHAR-ARQVEN
           .
      *----------------------------------------------------------------*
       20-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-51-CAPTURA-TELA-VEND         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE CADASTRO DE VENDEDOR E RE-EXIBE ATE OS
      *    DADOS NUMERICOS ESTAREM VALIDOS.
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-VENDR-CAD
           ACCEPT  TELA-VENDR-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           MOVE WS-AUX-LATITUDE-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-LATITUDE
           END-IF
      *
           MOVE WS-AUX-LONGITUDE-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-LONGITUDE
           END-IF
      *
           IF WRK-NUM-VALID
               IF WS-AUX-LATITUDE  < -90  OR WS-AUX-LATITUDE  > 90
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               IF WS-AUX-LONGITUDE < -180 OR WS-AUX-LONGITUDE > 180
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-NUM-VALID
               PERFORM 21-40-VALIDA-TERRITORIO THRU 21-40-SAIDA
               IF NOT WRK-TERR-VALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       20-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-52-MONTA-REG-VEND            SECTION.
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO COMPLETO DO VENDEDOR PARA GRAVACAO INICIAL.
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-CODIGO-VEND     TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           MOVE WS-AUX-NR-CPF          TO EXEMPLO-NR-CPF
                                       OF ARQVEN01
           MOVE WS-AUX-NR-CPF          TO EXEMPLO-CHAVE-DOC
                                       OF ARQVEN01
           MOVE WS-AUX-RAZAO-SOCIAL    TO EXEMPLO-RAZAO-SOCIAL
                                       OF ARQVEN01
           MOVE WS-AUX-LATITUDE        TO EXEMPLO-LATITUDE
                                       OF ARQVEN01
           MOVE WS-AUX-LONGITUDE       TO EXEMPLO-LONGITUDE
                                       OF ARQVEN01
           MOVE WS-AUX-EMAIL           TO EXEMPLO-EMAIL
                                       OF ARQVEN01
           MOVE WS-AUX-TELEFONE        TO EXEMPLO-TELEFONE
                                       OF ARQVEN01
           MOVE WS-AUX-ENDERECO        TO EXEMPLO-ENDERECO
                                       OF ARQVEN01
           MOVE WS-AUX-TERRITORIO      TO EXEMPLO-TERRITORIO
                                       OF ARQVEN01
           SET EXEMPLO-STATUS-ATIVO    OF ARQVEN01 TO TRUE
           MOVE WRK-DHG-DATA8          TO EXEMPLO-DATA-CADASTRO
                                       OF ARQVEN01
           MOVE WRK-DHG-DATA8          TO EXEMPLO-DATA-EFETIVACAO
                                       OF ARQVEN01
           MOVE ZEROS                  TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQVEN01
           .
      *----------------------------------------------------------------*
       20-52-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-53-CAPTURA-COD-VEND          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O CODIGO DO VENDEDOR NA TELA DE EXCLUSAO/ALTERACAO E
      *    RE-EXIBE ATE O DADO NUMERICO ESTAR VALIDO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-VENDR-CAD
           ACCEPT  TELA-VENDR-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
           .
      *----------------------------------------------------------------*
       20-53-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-54-CONSULTA-VEND             SECTION.
      *----------------------------------------------------------------*
      *    EXIBE O VENDEDOR ANTES DE ALTERAR/EXCLUIR E PEDE CONFIRMACAO.
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-VEND     TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'             TO STATUS-CODE-02
               MOVE 'ARQVEN01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               MOVE 'N'                TO WS-AUX-OPCAO-CONFIRM
           ELSE
               MOVE EXEMPLO-NR-CPF     OF ARQVEN01 TO WS-AUX-NR-CPF
               MOVE EXEMPLO-RAZAO-SOCIAL
                                       OF ARQVEN01
                                       TO WS-AUX-RAZAO-SOCIAL
               DISPLAY CLEAR-SCREEN
               DISPLAY TELA-VEND-CONS
               ACCEPT  TELA-VEND-CONS
           END-IF
           .
      *----------------------------------------------------------------*
       20-54-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-60-EXCLLUI-VEND              SECTION.
      *----------------------------------------------------------------*
      *    EXCLUSAO/REATIVACAO LOGICA DE VENDEDOR SOB APROVACAO DUPLA:
      *    A CONFIRMACAO SO ENFILEIRA A SOLICITACAO EM ARQMKCK; UM
      *    ADMIN DIFERENTE REVISA E LIBERA (SUPERVISAO OPCAO 5),
      *    QUANDO ENTAO 27-55 ALTERNA O STATUS DE FATO.
      *
           INITIALIZE FILE-STATUS-AREA.
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-53-CAPTURA-COD-VEND THRU 20-53-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-30-ABRIR-ARQVEN
           PERFORM 20-54-CONSULTA-VEND THRU 20-54-SAIDA
      *
           IF NOT WRK-CHV-INVALID AND WRK-CONFIRMA-SIM
               MOVE 'EXCL-VEN'         TO WRK-MKCK-ST-TIPO
               MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-MKCK-ST-ALVO
               MOVE ZEROS              TO WRK-MKCK-ST-DEST
               MOVE SPACES             TO WRK-MKCK-ST-ESCOLHAS
               MOVE SPACES             TO WRK-MKCK-ST-DETALHE
               STRING WS-AUX-RAZAO-SOCIAL(1:30) ' ST='
                      EXEMPLO-STATUS   OF ARQVEN01
                      DELIMITED BY SIZE INTO WRK-MKCK-ST-DETALHE
               END-STRING
               PERFORM 27-10-ENFILEIRA-MKCK THRU 27-10-SAIDA
           END-IF
      *
           PERFORM 50-50-FECHAR-ARQVEN
           .
      *----------------------------------------------------------------*
       20-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-70-ATUALIZA-VEND             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FILE-STATUS-AREA.
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-53-CAPTURA-COD-VEND THRU 20-53-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-30-ABRIR-ARQVEN
           PERFORM 20-54-CONSULTA-VEND THRU 20-54-SAIDA
      *
           IF NOT WRK-CHV-INVALID AND WRK-CONFIRMA-SIM
               MOVE SPACES             TO WRK-AUDIT-ANTES
               STRING WS-AUX-CODIGO-VEND WS-AUX-NR-CPF
                      WS-AUX-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
      *
               MOVE 'N'                TO WRK-NUM-INVALID-FLAG
               PERFORM 20-51-CAPTURA-TELA-VEND THRU 20-51-SAIDA
                   UNTIL WRK-NUM-VALID
      *
               MOVE WS-AUX-RAZAO-SOCIAL TO EXEMPLO-RAZAO-SOCIAL
                                       OF ARQVEN01
               MOVE WS-AUX-LATITUDE    TO EXEMPLO-LATITUDE
                                       OF ARQVEN01
               MOVE WS-AUX-LONGITUDE   TO EXEMPLO-LONGITUDE
                                       OF ARQVEN01
               MOVE WS-AUX-EMAIL       TO EXEMPLO-EMAIL
                                       OF ARQVEN01
               MOVE WS-AUX-TELEFONE    TO EXEMPLO-TELEFONE
                                       OF ARQVEN01
               MOVE WS-AUX-ENDERECO    TO EXEMPLO-ENDERECO
                                       OF ARQVEN01
               MOVE WS-AUX-TERRITORIO  TO EXEMPLO-TERRITORIO
                                       OF ARQVEN01
      *
               REWRITE EXEMPLO-REG OF ARQVEN01
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-REWRITE
      *
               MOVE EXEMPLO-REG OF ARQVEN01
                                       TO WRK-JCAD-IMAGEM
      *
               MOVE 'ALTERACAO'        TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING WS-AUX-CODIGO-VEND WS-AUX-NR-CPF
                      WS-AUX-RAZAO-SOCIAL
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               IF NOT WRK-CHV-INVALID
                   MOVE 'V'            TO WRK-JCAD-TIPO
                   MOVE WS-AUX-CODIGO-VEND
                                       TO WRK-JCAD-CODIGO
                   PERFORM 60-12-GRAVA-JORNAL-CAD THRU 60-12-SAIDA
               END-IF
           END-IF
      *
           PERFORM 50-50-FECHAR-ARQVEN
           .
      *
      *----------------------------------------------------------------*
       20-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-80-IMPORT-ARQUIVO-VEN        SECTION.
      *----------------------------------------------------------------*
      *    IMPORTA O ARQUIVO INFORMADO COMO CARGA DE VENDEDORES (MESCLA
      *    COM O QUE JA ESTIVER CADASTRADO). VIA TELA (INTERATIVO) -
      *    VER 20-82 PARA O MODO BATCH.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-IMPORT-CAD
           ACCEPT  TELA-IMPORT-CAD
      *
           PERFORM 20-82-EXECUTA-IMPORT-VEN THRU 20-82-SAIDA
           .
      *
      *----------------------------------------------------------------*
       20-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NUCLEO DA IMPORTACAO DE VENDEDORES, INDEPENDENTE DE TELA.       *
      * ESPERA WS-NOME-ARQ-IMPORT JA PREENCHIDO PELO CHAMADOR.          *
      *----------------------------------------------------------------*
       20-82-EXECUTA-IMPORT-VEN        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 21-80-OBTEM-TRAVA THRU 21-80-SAIDA
           IF NOT WRK-TRAVA-OBTIDA
               GO TO 20-82-SAIDA
           END-IF
      *
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-ARQ-IMPORT
                                      WRK-DETALHES-ARQ
                        RETURNING STATUS-ARQ-WS

           IF STATUS-ARQ-WS            NOT EQUAL ZEROS
               MOVE STATUS-ARQ-WS      TO STATUS-CODE-02
               MOVE 'ARQUIVO'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               INITIALIZE WRK-TOT-LIDOS      WRK-TOT-INCLUIDOS
                          WRK-TOT-ATUALIZADOS WRK-TOT-REJEITADOS
               PERFORM 50-56-BACKUP-ARQVEN THRU 50-56-SAIDA
      *
      *        PASSO 1 - PRE-EDICAO: MESMA DISCIPLINA DA CARGA DE
      *        CLIENTES - O ARQUIVO INTEIRO E CRITICADO ANTES DE
      *        QUALQUER MESCLA E OS REPROVADOS VAO PARA O ARQUIVO
      *        DATADO DE REJEITADOS COM A IMAGEM E OS MOTIVOS.
               MOVE ZEROS              TO WRK-QTDE-VISTAS
                                          WRK-QTDE-REJ-KEYS
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE SPACES             TO WRK-NOME-ARQIMREJ
               STRING FUNCTION TRIM(WRK-DIR-RELAT)
                      'IMPORT_REJEITADOS_'
                      WRK-DHG-ANO WRK-DHG-MES WRK-DHG-DIA
                      WRK-DHG-HORA WRK-DHG-MIN WRK-DHG-SEG
                      '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQIMREJ
               OPEN OUTPUT ARQIMREJ
               OPEN INPUT ARQIMP01
               PERFORM 20-83-PRE-EDITA-IMPORT-VEN THRU 20-83-SAIDA
                   UNTIL WRK-ARQIMP01-FIM
               CLOSE ARQIMP01
                     ARQIMREJ
      *
      *        PASSO 2 - MESCLA, PULANDO AS CHAVES REPROVADAS.
               OPEN INPUT ARQIMP01
               PERFORM 50-30-ABRIR-ARQVEN
      *
               PERFORM 20-81-MESCLA-REG-VEND THRU 20-81-SAIDA
                   UNTIL WRK-ARQIMP01-FIM
      *
               CLOSE ARQIMP01
               PERFORM 50-50-FECHAR-ARQVEN
               PERFORM 20-45-RECONCILIA-IMPORT THRU 20-45-SAIDA
           END-IF
      *
           PERFORM 21-81-LIBERA-TRAVA THRU 21-81-SAIDA
           .
      *----------------------------------------------------------------*
       20-82-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-81-MESCLA-REG-VEND           SECTION.
      *----------------------------------------------------------------*
      *    AS CRITICAS (CPF, CODIGO, COORDENADAS, DUPLICIDADE) JA
      *    FORAM FEITAS NA PRE-EDICAO - AQUI SO SE PULA O QUE FOI
      *    REPROVADO E SE MESCLA O RESTO.
           READ ARQIMP01 NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1               TO WRK-TOT-LIDOS
                   MOVE EXEMPLO-DADOS  OF ARQIMP01
                                       TO WRK-CHAVE-BUSCA
                   PERFORM 20-44-PROCURA-REJEITADA THRU 20-44-SAIDA
                   MOVE EXEMPLO-REG    OF ARQIMP01
                                    TO EXEMPLO-REG OF ARQVEN01
                   IF WRK-PREE-ACHOU
      *                REPROVADA NA PRE-EDICAO - JA CONTADA E RELATADA.
                       CONTINUE
                   ELSE
                       WRITE EXEMPLO-REG OF ARQVEN01
                           INVALID KEY
                               REWRITE EXEMPLO-REG OF ARQVEN01
                                   INVALID KEY
                                       ADD 1 TO WRK-TOT-REJEITADOS
                                   NOT INVALID KEY
                                       ADD 1 TO WRK-TOT-ATUALIZADOS
                               END-REWRITE
                           NOT INVALID KEY
                               ADD 1       TO WRK-TOT-INCLUIDOS
                       END-WRITE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       20-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-83-PRE-EDITA-IMPORT-VEN      SECTION.
      *----------------------------------------------------------------*
      *    CRITICA UM REGISTRO DA CARGA DE VENDEDORES: CODIGO E CPF
      *    VALIDOS, FAIXA DE COORDENADAS E CHAVE DUPLICADA DENTRO DO
      *    PROPRIO ARQUIVO. REPROVADOS VAO PARA O ARQUIVO DE
      *    REJEITADOS COM A IMAGEM E OS MOTIVOS.
      *
           READ ARQIMP01 NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 20-83-CRITICA-VEN THRU 20-83-CRITICA-SAIDA
           END-READ
           .
      *----------------------------------------------------------------*
       20-83-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-83-CRITICA-VEN               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PREE-MOTIVOS
           MOVE 1                      TO WRK-PREE-PONTEIRO
      *
           IF EXEMPLO-CODIGO-VEND OF ARQIMP01 NOT NUMERIC
               STRING 'COD-NAO-NUM '   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           END-IF
      *
           MOVE 'VD'                   TO COMUNIC-TPO-PESSOA
           MOVE EXEMPLO-NR-CPF OF ARQIMP01
                                       TO COMUNIC-NR-CPF
           CALL 'VALIDA-CPF-CNPJ'      USING COMUNIC-BLOCO
           CANCEL 'VALIDA-CPF-CNPJ'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               STRING 'DOC-INVALIDO-' COMUNIC-COD-RETORNO ' '
                   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           END-IF
      *
           IF EXEMPLO-LATITUDE  OF ARQIMP01 LESS -90
           OR EXEMPLO-LATITUDE  OF ARQIMP01 GREATER 90
           OR EXEMPLO-LONGITUDE OF ARQIMP01 LESS -180
           OR EXEMPLO-LONGITUDE OF ARQIMP01 GREATER 180
               STRING 'COORD-FORA-FAIXA '
                   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           END-IF
      *
      *    CHAVE REPETIDA DENTRO DO PROPRIO ARQUIVO DE CARGA.
           MOVE EXEMPLO-DADOS OF ARQIMP01
                                       TO WRK-CHAVE-BUSCA
           PERFORM 20-44-PROCURA-VISTA THRU 20-44-VISTA-SAIDA
           IF WRK-PREE-ACHOU
               STRING 'CHAVE-DUPLICADA-NO-ARQUIVO '
                   DELIMITED BY SIZE
                   INTO WRK-PREE-MOTIVOS
                   WITH POINTER WRK-PREE-PONTEIRO
           ELSE
               IF WRK-QTDE-VISTAS LESS 9999
                   ADD 1               TO WRK-QTDE-VISTAS
                   MOVE WRK-CHAVE-BUSCA
                                       TO TAB-VISTA-CHAVE
                                          (WRK-QTDE-VISTAS)
               END-IF
           END-IF
      *
           IF WRK-PREE-MOTIVOS         NOT EQUAL SPACES
               ADD 1                   TO WRK-TOT-REJEITADOS
               IF WRK-QTDE-REJ-KEYS LESS 9999
                   ADD 1               TO WRK-QTDE-REJ-KEYS
                   MOVE WRK-CHAVE-BUSCA
                                       TO TAB-REJ-CHAVE
                                          (WRK-QTDE-REJ-KEYS)
               END-IF
               MOVE SPACES             TO REG-ARQIMREJ
               STRING EXEMPLO-REG OF ARQIMP01
                      ' MOTIVOS=' WRK-PREE-MOTIVOS
                      DELIMITED BY SIZE INTO REG-ARQIMREJ
               END-STRING
               WRITE REG-ARQIMREJ
           END-IF
           .
      *----------------------------------------------------------------*
       20-83-CRITICA-SAIDA.            EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-90-CAD-PEDIDO                SECTION.
      *----------------------------------------------------------------*
      *    DIGITACAO DE PEDIDO DE VENDA. O VENDEDOR RESPONSAVEL E
      *    PRE-PREENCHIDO COM O TITULAR DO CLIENTE NA ULTIMA CARTEIRA
      *    GERADA (LOCALIZADA PELO MANIFESTO); UM PEDIDO DIGITADO PARA
      *    OUTRO VENDEDOR GERA AVISO AO OPERADOR E E GRAVADO MARCADO.
      *
           INITIALIZE FILE-STATUS-AREA
                      VARIAVEIS-PED-WS.
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-91-CAPTURA-TELA-PED THRU 20-91-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           ELSE
               IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
                   DISPLAY CLEAR-SCREEN
                   MOVE 'CLIENTE NAO ESTA ATIVO - PEDIDO NAO GRAVADO'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               ELSE
      *            PERFIL V/S SO DIGITA PEDIDO DE CLIENTE DA CARTEIRA.
                   PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
                   IF WRK-ESC-NEGADO
                       GO TO 20-90-FECHA-CLI
                   END-IF
                   MOVE EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
                                       TO WS-AUX-RAZAO-SOCIAL
      *            TERRITORIO E PRIORIDADE FILTRAM AS CAMPANHAS
      *            PROMOCIONAIS DOS ITENS (PRIORIDADE EM BRANCO = C).
                   MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-PED-CLI-TERRIT
                   MOVE EXEMPLO-PRIORIDADE OF ARQCLI01
                                       TO WRK-PED-CLI-PRIOR
                   IF WRK-PED-CLI-PRIOR EQUAL SPACE
                       MOVE 'C'        TO WRK-PED-CLI-PRIOR
                   END-IF
      *            CNPJ COM SITUACAO NAO ATIVA NA RECEITA BLOQUEIA A
      *            DIGITACAO DO PEDIDO.
                   PERFORM 24-70-TESTA-SITCAD THRU 24-70-SAIDA
                   IF NOT WRK-SITCAD-LIBERADO
                       MOVE 'CNP'      TO WRK-PERDA-MOTIVO
                       MOVE ZEROS      TO WRK-PERDA-VEN
                                          WRK-PERDA-VALOR
                       PERFORM 24-23-GRAVA-PERDA-BLOQ
                                       THRU 24-23-SAIDA
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *            LICENCA EXIGIDA PELA CATEGORIA DO CLIENTE VENCIDA
      *            OU AUSENTE TAMBEM BLOQUEIA.
                   PERFORM 24-71-TESTA-LICENCA THRU 24-71-SAIDA
                   IF NOT WRK-LICENCA-LIBERADA
                       MOVE 'LIC'      TO WRK-PERDA-MOTIVO
                       MOVE ZEROS      TO WRK-PERDA-VEN
                                          WRK-PERDA-VALOR
                       PERFORM 24-23-GRAVA-PERDA-BLOQ
                                       THRU 24-23-SAIDA
                       GO TO 20-90-FECHA-CLI
                   END-IF
                   PERFORM 20-94-BUSCA-VEND-CARTEIRA THRU 20-94-SAIDA
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
                   PERFORM 20-97-CAPTURA-VEND-PED THRU 20-97-SAIDA
                       UNTIL WRK-NUM-VALID
      *            E SO PARA UM VENDEDOR DO SEU ESCOPO.
                   PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
                   IF WRK-ESC-NEGADO
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
      *            AVISA O OPERADOR QUANDO O VENDEDOR DIGITADO NAO E O
      *            TITULAR NEM O BACKUP DO CLIENTE NA ULTIMA CARTEIRA.
                   MOVE 'N'            TO WRK-PED-VEND-OK-FLAG
                   IF WS-AUX-CODIGO-VEND EQUAL WRK-CART-VEN-PRIM
                   OR (WRK-CART-VEN-BKP GREATER ZEROS
                       AND WS-AUX-CODIGO-VEND EQUAL WRK-CART-VEN-BKP)
                       SET WRK-PED-VEND-NA-CARTEIRA TO TRUE
                   ELSE
                       DISPLAY CLEAR-SCREEN
                       MOVE SPACES     TO ERRO-MSG
                       STRING 'AVISO: VENDEDOR NAO E TITULAR NEM '
                              'BACKUP DO CLIENTE NA CARTEIRA'
                              DELIMITED BY SIZE INTO ERRO-MSG
                       END-STRING
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                   END-IF
      *
      *            OS ITENS SAO CAPTURADOS ANTES DO CABECALHO - O
      *            VALOR DO PEDIDO E A SOMA DAS LINHAS, NAO DIGITADO.
                   PERFORM 20-98-CAPTURA-ITENS-PED THRU 20-98-SAIDA
                   IF WRK-QTDE-ITENS-PED EQUAL ZEROS
                       DISPLAY CLEAR-SCREEN
                       MOVE 'PEDIDO SEM ITENS - NADA GRAVADO'
                                       TO ERRO-MSG
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
      *            FRETE ESTIMADO A PARTIR DO CD QUE ATENDE O CLIENTE:
      *            O VENDEDOR VE O CUSTO DE ENTREGA ANTES DE FECHAR.
                   PERFORM 24-80-ESTIMA-FRETE THRU 24-80-SAIDA
                   IF NOT WRK-FRETE-CONFIRMADO
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
      *            ICMS POR ITEM (UF DO CD X UF DO CLIENTE X CLASSE
      *            FISCAL): O BRUTO SEGUE PARA AS PARCELAS E O CREDITO.
                   PERFORM 24-90-CALCULA-ICMS THRU 24-90-SAIDA
                   IF NOT WRK-ICMS-CONFIRMADO
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
      *            CONDICAO DE PAGAMENTO: SUGERE A PADRAO DO CLIENTE E
      *            MOSTRA AS PARCELAS E O PRIMEIRO VENCIMENTO.
                   PERFORM 24-85-ESCOLHE-COND-PAG THRU 24-85-SAIDA
                   IF NOT WRK-PAG-CONFIRMADA
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
      *            CONTROLE DE CREDITO: A EXPOSICAO DO CLIENTE MAIS O
      *            PEDIDO NOVO NAO PODE ULTRAPASSAR O LIMITE (ADMIN
      *            PODE LIBERAR NA HORA, COM REGISTRO NA AUDITORIA).
                   PERFORM 24-30-VERIFICA-CREDITO THRU 24-30-SAIDA
                   IF NOT WRK-CRED-LIBEROU
                       MOVE 'CRD'      TO WRK-PERDA-MOTIVO
                       MOVE WS-AUX-CODIGO-VEND
                                       TO WRK-PERDA-VEN
                       MOVE WRK-PED-VALOR-BRUTO
                                       TO WRK-PERDA-VALOR
                       PERFORM 24-23-GRAVA-PERDA-BLOQ
                                       THRU 24-23-SAIDA
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
      *            O NUMERO DO PEDIDO E CEDIDO AQUI, SOB A TRAVA DE
      *            EXECUCAO, PELO CONTROLE DE FAIXA DE NUMERACAO.
                   PERFORM 24-10-PROXIMO-NUM-PED THRU 24-10-SAIDA
                   IF NOT WRK-NUMPED-CEDIDO
                       GO TO 20-90-FECHA-CLI
                   END-IF
      *
                   PERFORM 50-21-ABRIR-ARQPED
                   PERFORM 20-92-MONTA-REG-PED THRU 20-92-SAIDA
                   WRITE PEDIDO-REG
                       INVALID KEY
                           MOVE '22'   TO STATUS-CODE-02
                           MOVE 'ARQPED01'
                                       TO MENSAGEM-CALLER
                           PERFORM 50-90-DISPLAY-FS
                       NOT INVALID KEY
                           PERFORM 20-99-GRAVA-ITENS-PED
                                       THRU 20-99-SAIDA
                           MOVE 'T'    TO WRK-FRETE-ORIGEM
                           PERFORM 24-81-GRAVA-FRETE
                                       THRU 24-81-SAIDA
                           PERFORM 24-93-GRAVA-ICMS
                                       THRU 24-93-SAIDA
                           PERFORM 24-86-GRAVA-PARCELAS
                                       THRU 24-86-SAIDA
                           MOVE 'INCL-PEDIDO'
                                       TO WRK-AUDIT-ACAO
                           MOVE SPACES TO WRK-AUDIT-ANTES
                           MOVE SPACES TO WRK-AUDIT-DEPOIS
                           STRING WS-AUX-NUM-PEDIDO
                                  ' CLI=' WS-AUX-CODIGO-CLI
                                  ' VEN=' WS-AUX-CODIGO-VEND
                                  ' ITENS=' WRK-QTDE-ITENS-PED
                                  ' VALOR=' WRK-PED-VALOR-CALC
                                  ' AVISO=' PEDIDO-AVISO-VEND
                                  DELIMITED BY SIZE
                                  INTO WRK-AUDIT-DEPOIS
                           END-STRING
                           PERFORM 60-10-GRAVA-AUDITORIA
                                       THRU 60-10-SAIDA
                   END-WRITE
                   PERFORM 50-41-FECHAR-ARQPED
               END-IF
           END-IF
           .
      *
       20-90-FECHA-CLI.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       20-90-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-91-CAPTURA-TELA-PED          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE PEDIDO E RE-EXIBE ATE O CLIENTE SER UM
      *    NUMERO VALIDO (O NUMERO DO PEDIDO E CEDIDO PELO CONTROLE
      *    DE FAIXA NA CONFIRMACAO, NAO E MAIS DIGITADO).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PED-CAD
           ACCEPT  TELA-PED-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       20-91-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-92-MONTA-REG-PED             SECTION.
      *----------------------------------------------------------------*
      *    MONTA O REGISTRO COMPLETO DO PEDIDO PARA GRAVACAO.
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-NUM-PEDIDO      TO PEDIDO-NUMERO
           MOVE WS-AUX-CODIGO-CLI      TO PEDIDO-COD-CLI
           MOVE WS-AUX-CODIGO-VEND     TO PEDIDO-COD-VEN
           MOVE WRK-DHG-DATA8          TO PEDIDO-DATA-EMISSAO
           MOVE WRK-PED-VALOR-CALC     TO PEDIDO-VALOR
           SET PEDIDO-STATUS-ATIVO     TO TRUE
           MOVE WRK-DHG-DATA8          TO PEDIDO-DATA-STATUS
           MOVE WRK-PAG-COND           TO PEDIDO-COND-PAG
           IF WRK-PED-VEND-NA-CARTEIRA
               MOVE 'N'                TO PEDIDO-AVISO-VEND
           ELSE
               MOVE 'S'                TO PEDIDO-AVISO-VEND
           END-IF
           .
      *----------------------------------------------------------------*
       20-92-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-93-LER-LINHA-MANIF           SECTION.
      *----------------------------------------------------------------*
      *    GUARDA O NOME DO ARQUIVO DA ULTIMA LINHA DE GERENC-CARTEIRA
      *    DO MANIFESTO (O ARQUIVO SO CRESCE, ENTAO A ULTIMA LINHA
      *    ENCONTRADA E A CARTEIRA MAIS RECENTE).
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
       20-93-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-94-BUSCA-VEND-CARTEIRA       SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NA ULTIMA CARTEIRA GERADA O VENDEDOR TITULAR E O
      *    BACKUP DO CLIENTE CORRENTE (WS-AUX-CODIGO-CLI).
      *
           MOVE ZEROS                  TO WRK-CART-VEN-PRIM
                                          WRK-CART-VEN-BKP
           MOVE 'N'                    TO WRK-CART-CLI-FLAG
           MOVE 'N'                    TO WRK-CART-ULT-FLAG
      *
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 20-93-LER-LINHA-MANIF THRU 20-93-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
      *
           IF WRK-TEM-CARTEIRA
               OPEN INPUT ARQCARTU
               IF WRK-ARQCARTU-OK
                   PERFORM 20-96-PROCURA-CLI-CART THRU 20-96-SAIDA
                       UNTIL WRK-ARQCARTU-FIM
                   CLOSE ARQCARTU
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       20-94-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-96-PROCURA-CLI-CART          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARTU NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTU
               NOT AT END
                   IF REG-CART-TIPO-DETALHE
                   AND REG-CART-COD-CLI EQUAL WS-AUX-CODIGO-CLI
                   AND NOT REG-CART-NAO-ASSOCIADO
                       IF REG-CART-TIPO-BACKUP
                           MOVE REG-CART-VEN-1
                                       TO WRK-CART-VEN-BKP
                       ELSE
                           MOVE REG-CART-VEN-1
                                       TO WRK-CART-VEN-PRIM
                           IF REG-CART-VEN-2 NUMERIC
                           AND REG-CART-VEN-2 GREATER ZEROS
                               MOVE REG-CART-VEN-2
                                       TO WRK-CART-VEN-BKP
                           END-IF
                       END-IF
                       SET WRK-CART-CLI-ACHADO TO TRUE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       20-96-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-97-CAPTURA-VEND-PED          SECTION.
      *----------------------------------------------------------------*
      *    EXIBE O VENDEDOR SUGERIDO PELA CARTEIRA E RE-EXIBE ATE O
      *    CODIGO DIGITADO SER UM NUMERO VALIDO.
      *
           IF WRK-CART-VEN-PRIM        GREATER ZEROS
               MOVE WRK-CART-VEN-PRIM  TO WS-AUX-COD-VEN-TELA
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PED-VEND
           ACCEPT  TELA-PED-VEND
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
           .
      *----------------------------------------------------------------*
       20-97-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-98-CAPTURA-ITENS-PED         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA AS LINHAS DO PEDIDO (PRODUTO X QUANTIDADE X PRECO)
      *    PARA A TABELA EM MEMORIA, ACUMULANDO O VALOR TOTAL QUE VAI
      *    PARA O CABECALHO. SO GRAVA EM ARQUIVO NA CONFIRMACAO DO
      *    PEDIDO (20-99-GRAVA-ITENS-PED).
      *
           MOVE ZEROS                  TO WRK-QTDE-ITENS-PED
                                          WRK-PED-VALOR-CALC
      *
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-NAO-EXISTE
               DISPLAY CLEAR-SCREEN
               MOVE 'CADASTRO DE PRODUTOS VAZIO - INCLUA PRODUTOS '
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 20-98-SAIDA
           END-IF
           IF NOT WRK-ARQPRD01-OK
               MOVE WRK-FS-ARQPRD01    TO STATUS-CODE-02
               MOVE 'ARQPRD01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 20-98-SAIDA
           END-IF
      *
      *    A TABELA DE PRECOS E OPCIONAL - SEM ELA VALE O PRECO DE
      *    LISTA DO CADASTRO DE PRODUTOS.
           MOVE 'N'                    TO WRK-TBP-ABERTO-FLAG
           OPEN INPUT ARQTBP01
           IF WRK-ARQTBP01-OK
               SET WRK-TBP-ABERTO      TO TRUE
           END-IF
      *
      *    O CADASTRO DE CAMPANHAS TAMBEM E OPCIONAL.
           MOVE 'N'                    TO WRK-CMP-ABERTO-FLAG
           OPEN INPUT ARQCAMP
           IF WRK-ARQCAMP-OK
               SET WRK-CMP-ABERTO      TO TRUE
           END-IF
      *
           MOVE 'S'                    TO WS-AUX-ITEM-CONTINUA
           PERFORM 20-95-CAPTURA-UM-ITEM THRU 20-95-SAIDA
               UNTIL NOT WRK-ITEM-CONTINUA
                  OR WRK-QTDE-ITENS-PED NOT LESS 50
      *
           CLOSE ARQPRD01
           IF WRK-TBP-ABERTO
               CLOSE ARQTBP01
           END-IF
           IF WRK-CMP-ABERTO
               CLOSE ARQCAMP
           END-IF
           .
      *----------------------------------------------------------------*
       20-98-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-95-CAPTURA-UM-ITEM           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA UMA LINHA DO PEDIDO: PRODUTO EXISTENTE E ATIVO,
      *    QUANTIDADE POSITIVA E PRECO UNITARIO (BRANCO ASSUME O PRECO
      *    DE LISTA DO PRODUTO). LINHA INVALIDA NAO ENTRA NA TABELA E
      *    A TELA E REAPRESENTADA.
      *
           MOVE SPACES                 TO WS-AUX-PROD-COD-TELA
                                          WS-AUX-ITEM-QTDE-TELA
                                          WS-AUX-ITEM-PRECO-TELA
                                          ERRO-MSG
           MOVE 'N'                    TO WS-AUX-ITEM-CONTINUA
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ITEM-CAD
           ACCEPT  TELA-ITEM-CAD
      *
           MOVE 'S'                    TO WRK-ITEM-ACEITO-FLAG
      *
           MOVE WS-AUX-PROD-COD-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'N'                TO WRK-ITEM-ACEITO-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PROD-CODIGO
           END-IF
      *
           IF WRK-ITEM-ACEITO
               MOVE WRK-PROD-CODIGO    TO PRODUTO-CODIGO
               READ ARQPRD01
                   INVALID KEY
                       MOVE 'N'        TO WRK-ITEM-ACEITO-FLAG
                   NOT INVALID KEY
                       IF NOT PRODUTO-STATUS-ATIVO
                           MOVE 'N'    TO WRK-ITEM-ACEITO-FLAG
                       END-IF
               END-READ
           END-IF
      *
           MOVE WS-AUX-ITEM-QTDE-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'N'                TO WRK-ITEM-ACEITO-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-ITEM-QTDE
               IF WRK-ITEM-QTDE        NOT GREATER ZEROS
                   MOVE 'N'            TO WRK-ITEM-ACEITO-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-ITEM-PRECO-TELA   EQUAL SPACES
               MOVE PRODUTO-PRECO-LISTA
                                       TO WRK-ITEM-PRECO
           ELSE
               MOVE WS-AUX-ITEM-PRECO-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'N'            TO WRK-ITEM-ACEITO-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-ITEM-PRECO
                   IF WRK-ITEM-PRECO   NOT GREATER ZEROS
                       MOVE 'N'        TO WRK-ITEM-ACEITO-FLAG
                   END-IF
               END-IF
           END-IF
      *
      *    CAMPANHA PROMOCIONAL EM VIGOR: O ITEM FICA COM O MENOR
      *    ENTRE O PRECO INFORMADO E O DA CAMPANHA, E LEVA O CODIGO
      *    DELA.
           MOVE SPACES                 TO WRK-ITEM-CAMPANHA
           IF WRK-ITEM-ACEITO
               PERFORM 23-35-APLICA-CAMPANHA THRU 23-35-SAIDA
           END-IF
      *
      *    CRITICA DE DESCONTO SOBRE O PRECO VIGENTE DO PRODUTO -
      *    ABAIXO DO PISO SO COM APROVACAO DE ADMIN NA HORA. O PRECO
      *    DE CAMPANHA JA E AUTORIZADO E NAO PASSA PELA CRITICA.
           IF  WRK-ITEM-ACEITO
           AND WRK-ITEM-CAMPANHA       EQUAL SPACES
               PERFORM 23-25-VALIDA-DESCONTO THRU 23-25-SAIDA
           END-IF
      *
           IF WRK-ITEM-ACEITO
               ADD 1                   TO WRK-QTDE-ITENS-PED
               MOVE WRK-QTDE-ITENS-PED TO WRK-IX-ITEM
               MOVE WRK-PROD-CODIGO    TO TAB-ITEM-COD-PROD(WRK-IX-ITEM)
               MOVE WRK-ITEM-QTDE      TO TAB-ITEM-QTDE(WRK-IX-ITEM)
               MOVE WRK-ITEM-PRECO     TO TAB-ITEM-PRECO(WRK-IX-ITEM)
               MOVE WRK-ITEM-CAMPANHA  TO TAB-ITEM-CAMPANHA
                                          (WRK-IX-ITEM)
               COMPUTE TAB-ITEM-VALOR(WRK-IX-ITEM) ROUNDED
                       = WRK-ITEM-QTDE * WRK-ITEM-PRECO
               ADD TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO WRK-PED-VALOR-CALC
           ELSE
               DISPLAY CLEAR-SCREEN
               IF ERRO-MSG             EQUAL SPACES
                   MOVE 'ITEM INVALIDO (PRODUTO/QTDE/PRECO) - REPITA'
                                       TO ERRO-MSG
               END-IF
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               MOVE 'S'                TO WS-AUX-ITEM-CONTINUA
           END-IF
           .
      *----------------------------------------------------------------*
       20-95-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-99-GRAVA-ITENS-PED           SECTION.
      *----------------------------------------------------------------*
      *    GRAVA AS LINHAS DA TABELA DE ITENS NO ARQUIVO DE ITENS DE
      *    PEDIDO, NA SEQUENCIA DE DIGITACAO, APOS O CABECALHO TER
      *    SIDO ACEITO EM ARQPED01.
      *
           OPEN I-O ARQITP01
           IF WRK-ARQITP01-NAO-EXISTE
               OPEN OUTPUT ARQITP01
           END-IF
           IF NOT WRK-ARQITP01-OK
               MOVE WRK-FS-ARQITP01    TO STATUS-CODE-02
               MOVE 'ARQITP01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 20-99-SAIDA
           END-IF
      *
           MOVE 1                      TO WRK-IX-ITEM
           PERFORM 20-99-GRAVA-UM-ITEM
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS-PED
      *
           CLOSE ARQITP01
           .
      *
       20-99-GRAVA-UM-ITEM.
      *
           MOVE WS-AUX-NUM-PEDIDO      TO ITEM-PED-NUMERO
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
               INVALID KEY
                   REWRITE ITEM-PED-REG
                   END-REWRITE
           END-WRITE
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
       20-99-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-10-CONSULTA-HIST-CART        SECTION.
      *----------------------------------------------------------------*
      *    CONSULTA RETROATIVA: DADO UM CLIENTE E UMA DATA, MOSTRA O
      *    VENDEDOR QUE O ATENDIA SEGUNDO O HISTORICO DE CARTEIRAS
      *    (MAIOR DATA DE EXECUCAO NAO POSTERIOR A DATA PERGUNTADA).
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 21-11-CAPTURA-HIST THRU 21-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
           MOVE 'N'                    TO WRK-HC-ACHOU-FLAG
           MOVE 'N'                    TO WRK-HC-FIM-FLAG
           MOVE ZEROS                  TO WRK-HC-VEN-ACHADO
                                          WRK-HC-DATA-ACHADA
      *
           OPEN INPUT ARQHCART
           IF WRK-ARQHCART-NAO-EXISTE
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA HISTORICO DE CARTEIRAS GRAVADO AINDA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 21-10-SAIDA
           END-IF
           IF NOT WRK-ARQHCART-OK
               MOVE WRK-FS-ARQHCART    TO STATUS-CODE-02
               MOVE 'ARQHCART'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-10-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO HCART-COD-CLI
           MOVE ZEROS                  TO HCART-DATA-EXEC
           START ARQHCART KEY IS GREATER THAN OR EQUAL HCART-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-HC-FIM-FLAG
           END-START
      *
           PERFORM 21-12-LE-HIST THRU 21-12-SAIDA
               UNTIL WRK-HC-FIM
      *
           CLOSE ARQHCART
      *
           DISPLAY CLEAR-SCREEN
           MOVE SPACES                 TO ERRO-MSG
           IF NOT WRK-HC-ACHOU
               STRING 'SEM HISTORICO PARA O CLIENTE ATE A DATA '
                      WS-AUX-DATA-TELA
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
           ELSE
               IF WRK-HC-SEMV EQUAL 'S'
                   STRING 'EM ' WS-AUX-DATA-TELA
                          ' O CLIENTE ESTAVA SEM VENDEDOR (CARTEIRA '
                          'DE ' WRK-HC-DATA-ACHADA ')'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
               ELSE
                   STRING 'EM ' WS-AUX-DATA-TELA
                          ' O CLIENTE ERA ATENDIDO PELO VENDEDOR '
                          WRK-HC-VEN-ACHADO
                          ' (CARTEIRA DE ' WRK-HC-DATA-ACHADA ')'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
               END-IF
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       21-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-11-CAPTURA-HIST              SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA CLIENTE E DATA DA CONSULTA E RE-EXIBE ATE OS DADOS
      *    ESTAREM VALIDOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-HIST-BUSCA
           ACCEPT  TELA-HIST-BUSCA
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           IF WS-AUX-DATA-TELA         NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-DATA-TELA)
                                       TO WRK-HC-DATA-BUSCA
           END-IF
           .
      *----------------------------------------------------------------*
       21-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-12-LE-HIST                   SECTION.
      *----------------------------------------------------------------*
      *    AVANCA PELO HISTORICO DO CLIENTE GUARDANDO A ASSOCIACAO DE
      *    MAIOR DATA NAO POSTERIOR A DATA PERGUNTADA.
      *
           READ ARQHCART NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-HC-FIM-FLAG
               NOT AT END
                   IF HCART-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
                   OR HCART-DATA-EXEC GREATER WRK-HC-DATA-BUSCA
                       MOVE 'S'        TO WRK-HC-FIM-FLAG
                   ELSE
                       MOVE 'S'        TO WRK-HC-ACHOU-FLAG
                       MOVE HCART-COD-VEN
                                       TO WRK-HC-VEN-ACHADO
                       MOVE HCART-DATA-EXEC
                                       TO WRK-HC-DATA-ACHADA
                       MOVE HCART-SEM-VENDEDOR
                                       TO WRK-HC-SEMV
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       21-12-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-20-CAD-AUSENCIA              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CALENDARIO DE AUSENCIAS: INCLUI OU EXCLUI UM
      *    PERIODO DE AUSENCIA DO VENDEDOR (FERIAS/LICENCA). O PERIODO
      *    E HONRADO POR GERENC-CARTEIRA NA PROXIMA DISTRIBUICAO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 21-21-CAPTURA-TELA-ABS THRU 21-21-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-30-ABRIR-ARQVEN
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-VEND     TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           PERFORM 50-50-FECHAR-ARQVEN
      *
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQVEN01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-20-SAIDA
           END-IF
      *
           OPEN I-O ARQABS01
           IF WRK-ARQABS01-NAO-EXISTE
               IF WRK-ABS-ACAO-EXCLUIR
      *            NAO HA CALENDARIO AINDA - NADA A EXCLUIR.
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQABS01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 21-20-SAIDA
               END-IF
               OPEN OUTPUT ARQABS01
           END-IF
           IF NOT WRK-ARQABS01-OK
               MOVE WRK-FS-ARQABS01    TO STATUS-CODE-02
               MOVE 'ARQABS01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-20-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO AUSENCIA-COD-VEN
           MOVE WRK-ABS-DATA-INI       TO AUSENCIA-DATA-INI
      *
           IF WRK-ABS-ACAO-EXCLUIR
               DELETE ARQABS01
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQABS01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-AUSENC'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING WS-AUX-CODIGO-VEND ' '
                              WRK-ABS-DATA-INI
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           ELSE
               MOVE WRK-ABS-DATA-FIM   TO AUSENCIA-DATA-FIM
               MOVE WS-AUX-MOTIVO-ABS  TO AUSENCIA-MOTIVO
               WRITE AUSENCIA-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQABS01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-AUSENC'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING WS-AUX-CODIGO-VEND ' '
                              WRK-ABS-DATA-INI '-' WRK-ABS-DATA-FIM
                              ' ' WS-AUX-MOTIVO-ABS
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           END-IF
      *
           CLOSE ARQABS01
           .
      *----------------------------------------------------------------*
       21-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-21-CAPTURA-TELA-ABS          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE AUSENCIA E RE-EXIBE ATE OS DADOS ESTAREM
      *    VALIDOS (VENDEDOR NUMERICO, DATAS VALIDAS, FIM >= INICIO,
      *    ACAO I OU E).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ABS-CAD
           ACCEPT  TELA-ABS-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           IF WS-AUX-DATA-TELA         NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-DATA-TELA)
                                       TO WRK-ABS-DATA-INI
           END-IF
      *
           IF WS-AUX-DATA2-TELA        NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-DATA2-TELA)
                                       TO WRK-ABS-DATA-FIM
           END-IF
      *
           IF WRK-NUM-VALID
               IF WRK-ABS-DATA-FIM     LESS WRK-ABS-DATA-INI
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               IF NOT WRK-ABS-ACAO-INCLUIR
               AND NOT WRK-ABS-ACAO-EXCLUIR
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       21-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-30-APROVA-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
      *    REVISAO DA CARTEIRA PENDENTE (PERFIL ADMIN): MOSTRA OS
      *    TOTAIS DA DISTRIBUICAO E AS MAIORES MUDANCAS DE CARGA POR
      *    VENDEDOR CONTRA A ULTIMA OFICIAL. A APROVACAO COPIA O
      *    ARQUIVO PARA CARTEIRA_ASSOC_<STAMP>.TXT E O REGISTRA NO
      *    MANIFESTO (LIBERANDO-O PARA OS CONSUMIDORES); A REJEICAO
      *    DESCARTA O PENDENTE E MANTEM A OFICIAL ANTERIOR EM VIGOR.
      *
           OPEN INPUT ARQPCTL
           IF WRK-ARQPCTL-NAO-EXISTE
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA CARTEIRA PENDENTE DE APROVACAO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 21-30-SAIDA
           END-IF
           IF NOT WRK-ARQPCTL-OK
               MOVE WRK-FS-ARQPCTL     TO STATUS-CODE-02
               MOVE 'ARQPCTL'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-30-SAIDA
           END-IF
           READ ARQPCTL
           MOVE PCTL-ARQUIVO           TO WRK-PCTL-ARQUIVO
           MOVE PCTL-STAMP             TO WRK-PCTL-STAMP
           MOVE PCTL-QTDE-REG          TO WRK-PCTL-QTDE-REG
           MOVE PCTL-QTDE-CLI          TO WRK-PCTL-QTDE-CLI
           MOVE PCTL-QTDE-ASSOC        TO WRK-PCTL-QTDE-ASSOC
           MOVE PCTL-QTDE-SEMV         TO WRK-PCTL-QTDE-SEMV
           CLOSE ARQPCTL
      *
           MOVE WRK-PCTL-ARQUIVO       TO WRK-NOME-ARQCARTP
      *
           PERFORM 21-31-CARREGA-CONTAGENS THRU 21-31-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'REVISAO DA CARTEIRA PENDENTE'
           DISPLAY 'ARQUIVO............: ' WRK-PCTL-ARQUIVO
           DISPLAY 'CLIENTES PROCESSADOS: ' WRK-PCTL-QTDE-CLI
           DISPLAY 'CLIENTES ATRIBUIDOS.: ' WRK-PCTL-QTDE-ASSOC
           DISPLAY 'CLIENTES SEM VEND...: ' WRK-PCTL-QTDE-SEMV
           IF WRK-APR-VEN-GANHO GREATER ZEROS
               DISPLAY 'MAIOR GANHO DE CARGA: VEN=' WRK-APR-VEN-GANHO
                       ' DELTA=' WRK-APR-MAIOR-GANHO
           END-IF
           IF WRK-APR-VEN-PERDA GREATER ZEROS
               DISPLAY 'MAIOR PERDA DE CARGA: VEN=' WRK-APR-VEN-PERDA
                       ' DELTA=' WRK-APR-MAIOR-PERDA
           END-IF
           DISPLAY 'APROVA (S)  REJEITA (N)  DEIXA PENDENTE (X)'
           ACCEPT WS-AUX-OPCAO-CONFIRM
      *
           EVALUATE TRUE
               WHEN WRK-CONFIRMA-SIM
                   PERFORM 21-35-LIBERA-CARTEIRA THRU 21-35-SAIDA
               WHEN WS-AUX-OPCAO-CONFIRM EQUAL 'N' OR 'n'
                   PERFORM 21-36-REJEITA-CARTEIRA THRU 21-36-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       21-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-31-CARREGA-CONTAGENS         SECTION.
      *----------------------------------------------------------------*
      *    CONTA CLIENTES POR VENDEDOR NA ULTIMA CARTEIRA OFICIAL E NA
      *    PENDENTE, E GUARDA O MAIOR GANHO E A MAIOR PERDA DE CARGA.
      *
           INITIALIZE TAB-APROVACAO
           MOVE ZEROS                  TO WRK-QTDE-VEND-APR
                                          WRK-APR-MAIOR-GANHO
                                          WRK-APR-VEN-GANHO
                                          WRK-APR-MAIOR-PERDA
                                          WRK-APR-VEN-PERDA
      *
      *    CONTAGEM DA OFICIAL (LOCALIZADA PELO MANIFESTO).
           MOVE 'O'                    TO WRK-APR-FASE
           MOVE 'N'                    TO WRK-CART-ULT-FLAG
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 20-93-LER-LINHA-MANIF THRU 20-93-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
           IF WRK-TEM-CARTEIRA
               OPEN INPUT ARQCARTU
               IF WRK-ARQCARTU-OK
                   PERFORM 21-32-CONTA-OFICIAL THRU 21-32-SAIDA
                       UNTIL WRK-ARQCARTU-FIM
                   CLOSE ARQCARTU
               END-IF
           END-IF
      *
      *    CONTAGEM DA PENDENTE.
           MOVE 'P'                    TO WRK-APR-FASE
           OPEN INPUT ARQCARTP
           IF WRK-ARQCARTP-OK
               PERFORM 21-33-CONTA-PENDENTE THRU 21-33-SAIDA
                   UNTIL WRK-ARQCARTP-FIM
               CLOSE ARQCARTP
           END-IF
      *
           MOVE 1                      TO WRK-IX-APR
           PERFORM 21-34-AVALIA-DELTA THRU 21-34-SAIDA
               UNTIL WRK-IX-APR GREATER WRK-QTDE-VEND-APR
           .
      *----------------------------------------------------------------*
       21-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-32-CONTA-OFICIAL             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARTU NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTU
               NOT AT END
                   IF  REG-CART-TIPO-DETALHE
                   AND NOT REG-CART-TIPO-BACKUP
                   AND NOT REG-CART-NAO-ASSOCIADO
                       MOVE REG-CART-VEN-1
                                       TO WRK-VEN-BUSCA-APR
                       PERFORM 21-37-LOCALIZA-VEND-APR
                                       THRU 21-37-SAIDA
                       ADD 1           TO TAB-APR-QTDE-OFIC
                                          (WRK-IX-APR)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       21-32-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-33-CONTA-PENDENTE            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARTP NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTP
               NOT AT END
                   IF  PEND-TIPO-DETALHE
                   AND NOT PEND-TIPO-BACKUP
                   AND NOT PEND-NAO-ASSOCIADO
                       MOVE PEND-VEN-1 TO WRK-VEN-BUSCA-APR
                       PERFORM 21-37-LOCALIZA-VEND-APR
                                       THRU 21-37-SAIDA
                       ADD 1           TO TAB-APR-QTDE-PEND
                                          (WRK-IX-APR)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       21-33-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-34-AVALIA-DELTA              SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-APR-DELTA = TAB-APR-QTDE-PEND(WRK-IX-APR)
                                 - TAB-APR-QTDE-OFIC(WRK-IX-APR)
      *
           IF WRK-APR-DELTA GREATER WRK-APR-MAIOR-GANHO
               MOVE WRK-APR-DELTA      TO WRK-APR-MAIOR-GANHO
               MOVE TAB-APR-COD-VEN(WRK-IX-APR)
                                       TO WRK-APR-VEN-GANHO
           END-IF
           IF WRK-APR-DELTA LESS WRK-APR-MAIOR-PERDA
               MOVE WRK-APR-DELTA      TO WRK-APR-MAIOR-PERDA
               MOVE TAB-APR-COD-VEN(WRK-IX-APR)
                                       TO WRK-APR-VEN-PERDA
           END-IF
      *
           ADD 1                       TO WRK-IX-APR
           .
      *----------------------------------------------------------------*
       21-34-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-35-LIBERA-CARTEIRA           SECTION.
      *----------------------------------------------------------------*
      *    APROVACAO: COPIA O PENDENTE PARA O NOME OFICIAL, REGISTRA
      *    NO MANIFESTO E REMOVE O PENDENTE E O CONTROLE.
      *
           MOVE SPACES                 TO WRK-NOME-CART-OFIC
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CARTEIRA_ASSOC_' WRK-PCTL-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-CART-OFIC
      *
           CALL "CBL_COPY_FILE"        USING WRK-NOME-ARQCARTP
                                             WRK-NOME-CART-OFIC
                                       RETURNING STATUS-ARQ-WS
           IF STATUS-ARQ-WS            NOT EQUAL ZEROS
               MOVE STATUS-ARQ-WS      TO STATUS-CODE-02
               MOVE 'ARQCARTP'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-35-SAIDA
           END-IF
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE SPACES                 TO REG-ARQMANIF
           STRING WRK-DATA-HORA-GER(1:14)
                  ' PROGRAMA=GERENC-CARTEIRA'
                  ' ARQUIVO='  WRK-NOME-CART-OFIC
                  ' REGISTROS=' WRK-PCTL-QTDE-REG
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
      *
           CALL "CBL_DELETE_FILE"      USING WRK-NOME-ARQCARTP
                                       RETURNING WRK-STATUS-DEL-WS
           CALL "CBL_DELETE_FILE"      USING WRK-NOME-ARQPCTL
                                       RETURNING WRK-STATUS-DEL-WS
      *
           MOVE 'APROV-CART'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           MOVE WRK-NOME-CART-OFIC     TO WRK-AUDIT-DEPOIS
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'CARTEIRA APROVADA E LIBERADA PARA O MANIFESTO'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       21-35-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-36-REJEITA-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      *    REJEICAO: ESTORNA DO HISTORICO DE CARTEIRA OS LANCAMENTOS
      *    DA EXECUCAO PENDENTE (A CONSULTA 'QUEM ATENDIA EM...' NAO
      *    PODE RESPONDER COM UMA CARTEIRA QUE NUNCA VIGOROU),
      *    DESCARTA O PENDENTE E O CONTROLE; A ULTIMA CARTEIRA
      *    OFICIAL CONTINUA EM VIGOR.
      *
           PERFORM 21-39-ESTORNA-HISTORICO THRU 21-39-SAIDA
      *
           CALL "CBL_DELETE_FILE"      USING WRK-NOME-ARQCARTP
                                       RETURNING WRK-STATUS-DEL-WS
           CALL "CBL_DELETE_FILE"      USING WRK-NOME-ARQPCTL
                                       RETURNING WRK-STATUS-DEL-WS
      *
           MOVE 'REJEI-CART'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE WRK-NOME-ARQCARTP      TO WRK-AUDIT-ANTES
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'CARTEIRA PENDENTE REJEITADA - OFICIAL ANTERIOR '
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       21-36-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-37-LOCALIZA-VEND-APR         SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA (OU CRIA) A ENTRADA DO VENDEDOR NA TABELA DE
      *    APROVACAO, DEIXANDO WRK-IX-APR POSICIONADO NELA. MESMO
      *    LIMITE DE 500 VENDEDORES DAS DEMAIS TABELAS DO SISTEMA.
      *
           MOVE 'N'                    TO WRK-APR-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-APR
      *
           PERFORM 21-38-TESTA-VEND-APR THRU 21-38-SAIDA
               UNTIL WRK-IX-APR GREATER WRK-QTDE-VEND-APR
                  OR WRK-APR-ACHOU
      *
           IF NOT WRK-APR-ACHOU
               IF WRK-QTDE-VEND-APR    LESS 500
                   ADD 1               TO WRK-QTDE-VEND-APR
               END-IF
               MOVE WRK-QTDE-VEND-APR  TO WRK-IX-APR
               MOVE WRK-VEN-BUSCA-APR  TO TAB-APR-COD-VEN(WRK-IX-APR)
           END-IF
           .
      *----------------------------------------------------------------*
       21-37-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-38-TESTA-VEND-APR            SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-APR-COD-VEN(WRK-IX-APR) EQUAL WRK-VEN-BUSCA-APR
               MOVE 'S'                TO WRK-APR-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-APR
           END-IF
           .
      *----------------------------------------------------------------*
       21-38-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-39-ESTORNA-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *    REMOVE DO HISTORICO DE CARTEIRA (ARQHCART) OS REGISTROS
      *    GRAVADOS PELA EXECUCAO PENDENTE QUE ESTA SENDO REJEITADA:
      *    A DATA DE EXECUCAO VEM DO CABECALHO DO PROPRIO ARQUIVO
      *    PENDENTE E CADA CLIENTE DO DETALHE TEM A SUA ENTRADA
      *    (CLIENTE + DATA) EXCLUIDA. SEM ARQUIVO PENDENTE OU SEM
      *    HISTORICO NAO HA NADA A ESTORNAR.
      *
           MOVE ZEROS                  TO WRK-PEND-DATA-EXEC
           OPEN INPUT ARQCARTP
           IF NOT WRK-ARQCARTP-OK
               GO TO 21-39-SAIDA
           END-IF
           OPEN I-O ARQHCART
           IF NOT WRK-ARQHCART-OK
               CLOSE ARQCARTP
               GO TO 21-39-SAIDA
           END-IF
           .
       21-39-LE-PENDENTE.
           READ ARQCARTP NEXT RECORD
               AT END
                   GO TO 21-39-ENCERRA
           END-READ
           IF PEND-TIPO-HEADER
               MOVE PEND-HDR-DATA-EXEC TO WRK-PEND-DATA-EXEC
           END-IF
           IF  PEND-TIPO-DETALHE
           AND NOT PEND-TIPO-BACKUP
           AND WRK-PEND-DATA-EXEC GREATER ZEROS
      *        UMA EXECUCAO RETOMADA DE CHECKPOINT PODE TER POSTADO
      *        O HISTORICO EM MAIS DE UMA DATA (O CABECALHO GUARDA A
      *        DATA DO PRIMEIRO DIA) - TODO LANCAMENTO DO CLIENTE DA
      *        DATA DO CABECALHO EM DIANTE E DESTA EXECUCAO E SAI.
               MOVE PEND-COD-CLI       TO WRK-ESTORNO-CLI
               MOVE PEND-COD-CLI       TO HCART-COD-CLI
               MOVE WRK-PEND-DATA-EXEC TO HCART-DATA-EXEC
               MOVE 'N'                TO WRK-ESTORNO-FIM-FLAG
               START ARQHCART KEY NOT LESS HCART-CHAVE
                   INVALID KEY
                       MOVE 'S'        TO WRK-ESTORNO-FIM-FLAG
               END-START
               PERFORM 21-39-APAGA-HIST THRU 21-39-APAGA-SAIDA
                   UNTIL WRK-ESTORNO-FIM
           END-IF
           GO TO 21-39-LE-PENDENTE.
       21-39-APAGA-HIST.
           READ ARQHCART NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ESTORNO-FIM-FLAG
               NOT AT END
                   IF HCART-COD-CLI EQUAL WRK-ESTORNO-CLI
                       DELETE ARQHCART RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       MOVE 'S'        TO WRK-ESTORNO-FIM-FLAG
                   END-IF
           END-READ
           .
       21-39-APAGA-SAIDA.
           EXIT.
       21-39-ENCERRA.
           CLOSE ARQCARTP
           CLOSE ARQHCART
           .
      *----------------------------------------------------------------*
       21-39-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-40-VALIDA-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
      *    VALIDA O TERRITORIO DIGITADO (WS-AUX-TERRITORIO) CONTRA O
      *    CADASTRO MESTRE: PRECISA EXISTIR E ESTAR ATIVO. ENQUANTO O
      *    MESTRE NAO EXISTE NA INSTALACAO, QUALQUER CODIGO E ACEITO
      *    (MESMO CRITERIO DE FALLBACK DO ARQUIVO DE PARAMETROS).
      *
           MOVE 'S'                    TO WRK-TERR-VALIDO-FLAG
      *
           OPEN INPUT ARQTERR
           IF WRK-ARQTERR-NAO-EXISTE
               GO TO 21-40-SAIDA
           END-IF
           IF NOT WRK-ARQTERR-OK
               GO TO 21-40-SAIDA
           END-IF
      *
           MOVE WS-AUX-TERRITORIO      TO TERRIT-CODIGO
           READ ARQTERR
               INVALID KEY
                   MOVE 'N'            TO WRK-TERR-VALIDO-FLAG
               NOT INVALID KEY
                   IF NOT TERRIT-STATUS-ATIVO
                       MOVE 'N'        TO WRK-TERR-VALIDO-FLAG
                   END-IF
           END-READ
      *
           CLOSE ARQTERR
      *
           IF NOT WRK-TERR-VALIDO
               DISPLAY 'TERRITORIO NAO CADASTRADO OU INATIVO: '
                       WS-AUX-TERRITORIO
           END-IF
           .
      *----------------------------------------------------------------*
       21-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-41-CAD-TERRITORIO            SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO MESTRE DE TERRITORIOS: INCLUI,
      *    ALTERA A DESCRICAO (REATIVANDO SE INATIVO) OU INATIVA.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 21-42-CAPTURA-TELA-TERR THRU 21-42-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQTERR
           IF WRK-ARQTERR-NAO-EXISTE
               IF NOT WRK-TERR-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQTERR'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 21-41-SAIDA
               END-IF
               OPEN OUTPUT ARQTERR
           END-IF
           IF NOT WRK-ARQTERR-OK
               MOVE WRK-FS-ARQTERR     TO STATUS-CODE-02
               MOVE 'ARQTERR'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-41-SAIDA
           END-IF
      *
           MOVE WS-AUX-TERR-COD        TO TERRIT-CODIGO
      *
           IF WRK-TERR-ACAO-INCLUIR
               MOVE WS-AUX-TERR-DESC   TO TERRIT-DESCRICAO
               SET TERRIT-STATUS-ATIVO TO TRUE
               WRITE TERRIT-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQTERR'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-TERRIT'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING WS-AUX-TERR-COD ' ' WS-AUX-TERR-DESC
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           ELSE
               READ ARQTERR
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQTERR'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING TERRIT-CODIGO ' ' TERRIT-DESCRICAO
                              ' ' TERRIT-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       IF WRK-TERR-ACAO-INATIVAR
                           SET TERRIT-STATUS-INATIVO TO TRUE
                           MOVE 'INAT-TERRIT'
                                       TO WRK-AUDIT-ACAO
                       ELSE
                           MOVE WS-AUX-TERR-DESC
                                       TO TERRIT-DESCRICAO
                           SET TERRIT-STATUS-ATIVO TO TRUE
                           MOVE 'ALTE-TERRIT'
                                       TO WRK-AUDIT-ACAO
                       END-IF
                       REWRITE TERRIT-REG
                       END-REWRITE
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING TERRIT-CODIGO ' ' TERRIT-DESCRICAO
                              ' ' TERRIT-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-READ
           END-IF
      *
           CLOSE ARQTERR
           .
      *----------------------------------------------------------------*
       21-41-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-42-CAPTURA-TELA-TERR         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO TERRITORIO E RE-EXIBE ATE OS DADOS
      *    ESTAREM VALIDOS (CODIGO PREENCHIDO E ACAO I/A/E).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-TERR-CAD
           ACCEPT  TELA-TERR-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-TERR-COD          EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-TERR-ACAO-INCLUIR
           AND NOT WRK-TERR-ACAO-ALTERAR
           AND NOT WRK-TERR-ACAO-INATIVAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       21-42-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-50-DERIVA-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
      *    DERIVA O TERRITORIO DO CLIENTE A PARTIR DO CEP DIGITADO,
      *    QUANDO O CEP CAI EM UMA FAIXA DO CRUZAMENTO. SEM FAIXA (OU
      *    SEM CEP), O TERRITORIO DIGITADO NA TELA E MANTIDO.
      *
           IF WS-AUX-CEP               NOT NUMERIC
               GO TO 21-50-SAIDA
           END-IF
           MOVE FUNCTION NUMVAL(WS-AUX-CEP)
                                       TO WRK-CEP-BUSCA
      *
           MOVE 'N'                    TO WRK-CEPX-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CEPX
      *
           PERFORM 21-51-TESTA-FAIXA-CEP THRU 21-51-SAIDA
               UNTIL WRK-IX-CEPX GREATER WRK-QTDE-CEPX
                  OR WRK-CEPX-ACHOU
      *
           IF WRK-CEPX-ACHOU
               MOVE TAB-CEPX-TERR(WRK-IX-CEPX)
                                       TO WS-AUX-TERRITORIO
           END-IF
           .
      *----------------------------------------------------------------*
       21-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-51-TESTA-FAIXA-CEP           SECTION.
      *----------------------------------------------------------------*
      *
           IF  WRK-CEP-BUSCA NOT LESS TAB-CEPX-INICIO(WRK-IX-CEPX)
           AND WRK-CEP-BUSCA NOT GREATER TAB-CEPX-FIM(WRK-IX-CEPX)
               MOVE 'S'                TO WRK-CEPX-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CEPX
           END-IF
           .
      *----------------------------------------------------------------*
       21-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-52-VALIDA-CONTATO            SECTION.
      *----------------------------------------------------------------*
      *    CRITICA DE FORMATO DO CONTATO (WRK-CTT-EMAIL/TELEFONE):
      *    E-MAIL COM UM SO '@', SEM BRANCOS NO MEIO, USUARIO E DOMINIO
      *    PREENCHIDOS E DOMINIO COM PONTO; TELEFONE COM PELO MENOS 10
      *    DIGITOS (DDD + NUMERO). CAMPO EM BRANCO NAO E CRITICADO.
      *
           MOVE 'S'                    TO WRK-CTT-VALIDO-FLAG
           MOVE SPACES                 TO WRK-CTT-ERRO
      *
           IF WRK-CTT-TELEFONE         NOT EQUAL SPACES
               MOVE ZEROS              TO WRK-TALLY-DIGITOS
               INSPECT WRK-CTT-TELEFONE TALLYING WRK-TALLY-DIGITOS
                   FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                       ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
               IF WRK-TALLY-DIGITOS    LESS 10
                   MOVE 'N'            TO WRK-CTT-VALIDO-FLAG
                   MOVE 'TELEFONE COM MENOS DE 10 DIGITOS'
                                       TO WRK-CTT-ERRO
                   GO TO 21-52-SAIDA
               END-IF
           END-IF
      *
           IF WRK-CTT-EMAIL            EQUAL SPACES
               GO TO 21-52-SAIDA
           END-IF
      *
           MOVE FUNCTION TRIM(WRK-CTT-EMAIL)
                                       TO WRK-CTT-AUX
           MOVE ZEROS                  TO WRK-TALLY-ARROBA
                                          WRK-TALLY-PONTO
                                          WRK-TALLY-BRANCO
           INSPECT WRK-CTT-AUX         TALLYING WRK-TALLY-ARROBA
                                       FOR ALL '@'
           INSPECT WRK-CTT-AUX         TALLYING WRK-TALLY-BRANCO
                                       FOR CHARACTERS
                                       AFTER INITIAL SPACE
           IF WRK-TALLY-ARROBA         NOT EQUAL 1
               MOVE 'N'                TO WRK-CTT-VALIDO-FLAG
               GO TO 21-52-ERRO-EMAIL
           END-IF
           IF WRK-TALLY-BRANCO         GREATER ZEROS
              AND WRK-CTT-AUX(40 - WRK-TALLY-BRANCO + 1:
                              WRK-TALLY-BRANCO)
                                       NOT EQUAL SPACES
               MOVE 'N'                TO WRK-CTT-VALIDO-FLAG
               GO TO 21-52-ERRO-EMAIL
           END-IF
      *
           MOVE SPACES                 TO WRK-CTT-USUARIO
                                          WRK-CTT-DOMINIO
           UNSTRING WRK-CTT-AUX        DELIMITED BY '@'
               INTO WRK-CTT-USUARIO
                    WRK-CTT-DOMINIO
           END-UNSTRING
           INSPECT WRK-CTT-DOMINIO     TALLYING WRK-TALLY-PONTO
                                       FOR ALL '.'
           IF WRK-CTT-USUARIO          EQUAL SPACES
           OR WRK-CTT-DOMINIO          EQUAL SPACES
           OR WRK-CTT-DOMINIO(1:1)     EQUAL '.'
           OR WRK-TALLY-PONTO          EQUAL ZEROS
               MOVE 'N'                TO WRK-CTT-VALIDO-FLAG
           END-IF
           .
      *
       21-52-ERRO-EMAIL.
           IF NOT WRK-CTT-VALIDO
               MOVE 'E-MAIL EM FORMATO INVALIDO'
                                       TO WRK-CTT-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       21-52-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-60-FILA-GEOCODE              SECTION.
      *----------------------------------------------------------------*
      *    POE O CLIENTE (WRK-GEOQ-CLI) NA FILA DE GEOCODIFICACAO
      *    PENDENTE. CLIENTE JA ENFILEIRADO E IGNORADO.
      *
           OPEN I-O ARQGEOQ
           IF WRK-ARQGEOQ-NAO-EXISTE
               OPEN OUTPUT ARQGEOQ
           END-IF
           IF NOT WRK-ARQGEOQ-OK
               GO TO 21-60-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-GEOQ-CLI           TO GEOQ-COD-CLI
           MOVE WRK-DHG-DATA8          TO GEOQ-DATA-ENTRADA
           WRITE GEOQ-REG
               INVALID KEY
                   CONTINUE
           END-WRITE
      *
           CLOSE ARQGEOQ
           .
      *----------------------------------------------------------------*
       21-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-70-FUSAO-CLIENTES            SECTION.
      *----------------------------------------------------------------*
      *    FUSAO GUIADA DE CLIENTES DUPLICADOS (MESMO CNPJ DENUNCIADO
      *    POR VERIFICA-DUP): O OPERADOR ESCOLHE O SOBREVIVENTE E, POR
      *    CAMPO, DE QUAL REGISTRO FICA O VALOR. O PERDEDOR E EXCLUIDO
      *    LOGICAMENTE E A FUSAO VAI PARA A AUDITORIA COM OS DOIS
      *    CODIGOS, PARA RASTREAR CONSULTAS FUTURAS AO CODIGO MORTO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 21-71-CAPTURA-FUSAO THRU 21-71-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
      *    LE E GUARDA O PERDEDOR.
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WRK-COD-PERDEDOR       TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-70-FECHA
           END-IF
           MOVE EXEMPLO-REG OF ARQCLI01
                                       TO WRK-REG-PERDEDOR
      *
      *    LE O SOBREVIVENTE.
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WRK-COD-SOBREVIVENTE   TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 21-70-FECHA
           END-IF
      *
      *    ESCOLHAS DE SOBREVIVENCIA CAMPO A CAMPO.
           MOVE 'S'                    TO WS-AUX-ESC-EMAIL
                                          WS-AUX-ESC-FONE
                                          WS-AUX-ESC-ENDER
                                          WS-AUX-ESC-TERR
                                          WS-AUX-ESC-COORD
           MOVE 'N'                    TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-MERGE-CAMPOS
           ACCEPT  TELA-MERGE-CAMPOS
      *
           IF NOT WRK-CONFIRMA-SIM
               GO TO 21-70-FECHA
           END-IF
      *
      *    A FUSAO E DESTRUTIVA: A CONFIRMACAO SO ENFILEIRA A
      *    SOLICITACAO COM AS ESCOLHAS CAMPO A CAMPO; UM ADMIN
      *    DIFERENTE REVISA E LIBERA (SUPERVISAO OPCAO 5), QUANDO
      *    ENTAO 27-60 EXECUTA A MESCLA E EXCLUI O PERDEDOR.
           MOVE 'FUSAO'                TO WRK-MKCK-ST-TIPO
           MOVE WRK-COD-PERDEDOR       TO WRK-MKCK-ST-ALVO
           MOVE WRK-COD-SOBREVIVENTE   TO WRK-MKCK-ST-DEST
           MOVE WS-AUX-ESCOLHAS-MERGE  TO WRK-MKCK-ST-ESCOLHAS
           MOVE SPACES                 TO WRK-MKCK-ST-DETALHE
           STRING 'FUSAO ' WRK-COD-PERDEDOR ' -> '
                  WRK-COD-SOBREVIVENTE
                  DELIMITED BY SIZE INTO WRK-MKCK-ST-DETALHE
           END-STRING
           PERFORM 27-10-ENFILEIRA-MKCK THRU 27-10-SAIDA
           .
      *
       21-70-FECHA.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       21-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-71-CAPTURA-FUSAO             SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA OS DOIS CODIGOS DA FUSAO E RE-EXIBE ATE SEREM
      *    NUMEROS VALIDOS E DIFERENTES ENTRE SI.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-MERGE-CAD
           ACCEPT  TELA-MERGE-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-SOBREV-TELA TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-COD-SOBREVIVENTE
           END-IF
      *
           MOVE WS-AUX-COD-PERDE-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-COD-PERDEDOR
           END-IF
      *
           IF WRK-NUM-VALID
               IF WRK-COD-SOBREVIVENTE EQUAL WRK-COD-PERDEDOR
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       21-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * NUCLEO DA IMPORTACAO EM FORMATO DELIMITADO (CLIENTE OU         *
      * VENDEDOR, CONFORME O MODO DE BATCH), COM AS MESMAS SEMANTICAS  *
      * DE MESCLA E OS MESMOS CONTADORES DA IMPORTACAO DE LAYOUT FIXO. *
      *----------------------------------------------------------------*
       20-46-EXECUTA-IMPORT-CSV        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 21-80-OBTEM-TRAVA THRU 21-80-SAIDA
           IF NOT WRK-TRAVA-OBTIDA
               GO TO 20-46-SAIDA
           END-IF
      *
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-ARQ-IMPORT
                                      WRK-DETALHES-ARQ
                        RETURNING STATUS-ARQ-WS
           IF STATUS-ARQ-WS            NOT EQUAL ZEROS
               MOVE STATUS-ARQ-WS      TO STATUS-CODE-02
               MOVE 'ARQUIVO'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 20-46-SAIDA
           END-IF
      *
           INITIALIZE WRK-TOT-LIDOS      WRK-TOT-INCLUIDOS
                      WRK-TOT-ATUALIZADOS WRK-TOT-REJEITADOS
           MOVE 'S'                    TO WRK-CSV-PRIMEIRA-FLAG
      *
           IF WRK-BATCH-IMPORT-CLI-CSV
               PERFORM 50-55-BACKUP-ARQCLI THRU 50-55-SAIDA
               PERFORM 50-20-ABRIR-ARQCLI
           ELSE
               PERFORM 50-56-BACKUP-ARQVEN THRU 50-56-SAIDA
               PERFORM 50-30-ABRIR-ARQVEN
           END-IF
      *
           OPEN INPUT ARQCSV
      *
           PERFORM 20-47-MESCLA-LINHA-CSV THRU 20-47-SAIDA
               UNTIL WRK-ARQCSV-FIM
      *
           CLOSE ARQCSV
           IF WRK-BATCH-IMPORT-CLI-CSV
               PERFORM 50-40-FECHAR-ARQCLI
           ELSE
               PERFORM 50-50-FECHAR-ARQVEN
           END-IF
      *
           PERFORM 20-45-RECONCILIA-IMPORT THRU 20-45-SAIDA
      *
           PERFORM 21-81-LIBERA-TRAVA THRU 21-81-SAIDA
           .
      *----------------------------------------------------------------*
       20-46-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-47-MESCLA-LINHA-CSV          SECTION.
      *----------------------------------------------------------------*
      *    DESMEMBRA A LINHA DELIMITADA (A PRIMEIRA LINHA E O
      *    CABECALHO E E APENAS PULADA), VALIDA E APLICA A MESCLA.
      *
           READ ARQCSV NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCSV
                   GO TO 20-47-SAIDA
           END-READ
      *
           IF WRK-CSV-PRIMEIRA
               MOVE 'N'                TO WRK-CSV-PRIMEIRA-FLAG
               GO TO 20-47-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-TOT-LIDOS
      *
           MOVE SPACES                 TO WRK-CSV-CAMPOS
           UNSTRING REG-ARQCSV DELIMITED BY ';'
               INTO CSV-CODIGO
                    CSV-DOCUMENTO
                    CSV-RAZAO
                    CSV-LATITUDE
                    CSV-LONGITUDE
                    CSV-EMAIL
                    CSV-TELEFONE
                    CSV-ENDERECO
                    CSV-TERRITORIO
                    CSV-CEP
                    CSV-PRIORIDADE
           END-UNSTRING
      *
           IF CSV-CODIGO               NOT NUMERIC
               ADD 1                   TO WRK-TOT-REJEITADOS
               GO TO 20-47-SAIDA
           END-IF
           IF FUNCTION TEST-NUMVAL(CSV-LATITUDE)  NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(CSV-LONGITUDE) NOT EQUAL ZEROS
               ADD 1                   TO WRK-TOT-REJEITADOS
               GO TO 20-47-SAIDA
           END-IF
      *
           IF WRK-BATCH-IMPORT-CLI-CSV
               PERFORM 20-48-MONTA-MESCLA-CLI THRU 20-48-SAIDA
           ELSE
               PERFORM 20-49-MONTA-MESCLA-VEN THRU 20-49-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       20-47-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-48-MONTA-MESCLA-CLI          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CL'                   TO COMUNIC-TPO-PESSOA
           MOVE CSV-DOCUMENTO          TO COMUNIC-NR-CNPJ
           CALL 'VALIDA-CPF-CNPJ'      USING COMUNIC-BLOCO
           CANCEL 'VALIDA-CPF-CNPJ'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               ADD 1                   TO WRK-TOT-REJEITADOS
               GO TO 20-48-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *    LOCALIZA O REGISTRO EXISTENTE ANTES DE MONTAR: NUMA
      *    RECARGA DE ROTINA O STATUS, AS DATAS DE VIGENCIA E A
      *    MARCA DE DOCUMENTO PENDENTE SAO DO CADASTRO, NAO DO CSV -
      *    SO OS CAMPOS QUE O CSV TRAZ SAO SOBREPOSTOS.
           MOVE 'N'                    TO WRK-CSV-ACHOU-FLAG
           INITIALIZE EXEMPLO-REG OF ARQCLI01
           COMPUTE EXEMPLO-CODIGO-CLI OF ARQCLI01
                   = FUNCTION NUMVAL(CSV-CODIGO)
           MOVE CSV-DOCUMENTO          TO EXEMPLO-NR-CNPJ OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'            TO WRK-CSV-ACHOU-FLAG
           END-READ
           IF NOT WRK-CSV-ACHOU
               INITIALIZE EXEMPLO-REG OF ARQCLI01
               COMPUTE EXEMPLO-CODIGO-CLI OF ARQCLI01
                       = FUNCTION NUMVAL(CSV-CODIGO)
               SET EXEMPLO-STATUS-ATIVO OF ARQCLI01 TO TRUE
               MOVE WRK-DHG-DATA8      TO EXEMPLO-DATA-CADASTRO
                                       OF ARQCLI01
               MOVE WRK-DHG-DATA8      TO EXEMPLO-DATA-EFETIVACAO
                                       OF ARQCLI01
               MOVE ZEROS              TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQCLI01
           END-IF
           MOVE CSV-DOCUMENTO          TO EXEMPLO-NR-CNPJ OF ARQCLI01
                                          EXEMPLO-CHAVE-DOC
                                          OF ARQCLI01
           MOVE CSV-RAZAO              TO EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
           COMPUTE EXEMPLO-LATITUDE OF ARQCLI01
                   = FUNCTION NUMVAL(CSV-LATITUDE)
           COMPUTE EXEMPLO-LONGITUDE OF ARQCLI01
                   = FUNCTION NUMVAL(CSV-LONGITUDE)
           MOVE CSV-EMAIL              TO EXEMPLO-EMAIL OF ARQCLI01
           MOVE CSV-TELEFONE           TO EXEMPLO-TELEFONE OF ARQCLI01
           MOVE CSV-ENDERECO           TO EXEMPLO-ENDERECO OF ARQCLI01
           MOVE CSV-TERRITORIO         TO EXEMPLO-TERRITORIO
                                       OF ARQCLI01
           MOVE CSV-CEP                TO EXEMPLO-CEP OF ARQCLI01
           IF CSV-PRIORIDADE EQUAL 'A' OR 'B' OR 'C'
               MOVE CSV-PRIORIDADE     TO EXEMPLO-PRIORIDADE
                                       OF ARQCLI01
           ELSE
               MOVE 'C'                TO EXEMPLO-PRIORIDADE
                                       OF ARQCLI01
           END-IF
      *
           IF WRK-CSV-ACHOU
               REWRITE EXEMPLO-REG OF ARQCLI01
                   INVALID KEY
                       ADD 1           TO WRK-TOT-REJEITADOS
                   NOT INVALID KEY
                       ADD 1           TO WRK-TOT-ATUALIZADOS
               END-REWRITE
           ELSE
               WRITE EXEMPLO-REG OF ARQCLI01
                   INVALID KEY
                       ADD 1           TO WRK-TOT-REJEITADOS
                   NOT INVALID KEY
                       ADD 1           TO WRK-TOT-INCLUIDOS
               END-WRITE
           END-IF
      *
           IF  EXEMPLO-LATITUDE  OF ARQCLI01 EQUAL ZEROS
           AND EXEMPLO-LONGITUDE OF ARQCLI01 EQUAL ZEROS
               MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-GEOQ-CLI
               PERFORM 21-60-FILA-GEOCODE THRU 21-60-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       20-48-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       20-49-MONTA-MESCLA-VEN          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'VD'                   TO COMUNIC-TPO-PESSOA
           MOVE CSV-DOCUMENTO(1:11)    TO COMUNIC-NR-CPF
           CALL 'VALIDA-CPF-CNPJ'      USING COMUNIC-BLOCO
           CANCEL 'VALIDA-CPF-CNPJ'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               ADD 1                   TO WRK-TOT-REJEITADOS
               GO TO 20-49-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *    MESMA DISCIPLINA DA CARGA DE CLIENTES: O REGISTRO
      *    EXISTENTE E LIDO ANTES E SO OS CAMPOS DO CSV SAO
      *    SOBREPOSTOS - STATUS E DATAS DE VIGENCIA FICAM COMO ESTAO.
           MOVE 'N'                    TO WRK-CSV-ACHOU-FLAG
           INITIALIZE EXEMPLO-REG OF ARQVEN01
           COMPUTE EXEMPLO-CODIGO-VEND OF ARQVEN01
                   = FUNCTION NUMVAL(CSV-CODIGO)
           MOVE CSV-DOCUMENTO(1:11)    TO EXEMPLO-NR-CPF OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'            TO WRK-CSV-ACHOU-FLAG
           END-READ
           IF NOT WRK-CSV-ACHOU
               INITIALIZE EXEMPLO-REG OF ARQVEN01
               COMPUTE EXEMPLO-CODIGO-VEND OF ARQVEN01
                       = FUNCTION NUMVAL(CSV-CODIGO)
               SET EXEMPLO-STATUS-ATIVO OF ARQVEN01 TO TRUE
               MOVE WRK-DHG-DATA8      TO EXEMPLO-DATA-CADASTRO
                                       OF ARQVEN01
               MOVE WRK-DHG-DATA8      TO EXEMPLO-DATA-EFETIVACAO
                                       OF ARQVEN01
               MOVE ZEROS              TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQVEN01
           END-IF
           MOVE CSV-DOCUMENTO(1:11)    TO EXEMPLO-NR-CPF OF ARQVEN01
           MOVE CSV-DOCUMENTO(1:11)    TO EXEMPLO-CHAVE-DOC
                                       OF ARQVEN01
           MOVE CSV-RAZAO              TO EXEMPLO-RAZAO-SOCIAL
                                       OF ARQVEN01
           COMPUTE EXEMPLO-LATITUDE OF ARQVEN01
                   = FUNCTION NUMVAL(CSV-LATITUDE)
           COMPUTE EXEMPLO-LONGITUDE OF ARQVEN01
                   = FUNCTION NUMVAL(CSV-LONGITUDE)
           MOVE CSV-EMAIL              TO EXEMPLO-EMAIL OF ARQVEN01
           MOVE CSV-TELEFONE           TO EXEMPLO-TELEFONE OF ARQVEN01
           MOVE CSV-ENDERECO           TO EXEMPLO-ENDERECO OF ARQVEN01
           MOVE CSV-TERRITORIO         TO EXEMPLO-TERRITORIO
                                       OF ARQVEN01
           MOVE CSV-CEP                TO EXEMPLO-CEP OF ARQVEN01
      *
           IF WRK-CSV-ACHOU
               REWRITE EXEMPLO-REG OF ARQVEN01
                   INVALID KEY
                       ADD 1           TO WRK-TOT-REJEITADOS
                   NOT INVALID KEY
                       ADD 1           TO WRK-TOT-ATUALIZADOS
               END-REWRITE
           ELSE
               WRITE EXEMPLO-REG OF ARQVEN01
                   INVALID KEY
                       ADD 1           TO WRK-TOT-REJEITADOS
                   NOT INVALID KEY
                       ADD 1           TO WRK-TOT-INCLUIDOS
               END-WRITE
           END-IF
           .
      *----------------------------------------------------------------*
       20-49-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-80-OBTEM-TRAVA               SECTION.
      *----------------------------------------------------------------*
      *    REGISTRA A IMPORTACAO NA TRAVA UNICA DO SISTEMA; SE A
      *    CARTEIRA NOTURNA (OU OUTRO PROCESSO) ESTIVER RODANDO, A
      *    IMPORTACAO E RECUSADA COM O NOME DE QUEM SEGURA A TRAVA.
      *
           MOVE 'N'                    TO WRK-TRAVA-FLAG
           SET COMUNIC-TRAVA-OBTER     TO TRUE
           MOVE 'IMPORTACAO'           TO COMUNIC-TRAVA-PROCESSO
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
      *
           IF COMUNIC-COD-RETORNO      EQUAL ZEROS
               SET WRK-TRAVA-OBTIDA    TO TRUE
           ELSE
               IF WRK-MODO-BATCH
                   DISPLAY 'GERENCIADOR: ' COMUNIC-MSG
                   MOVE 16             TO RETURN-CODE
               ELSE
                   DISPLAY CLEAR-SCREEN
                   MOVE COMUNIC-MSG    TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               END-IF
           END-IF
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
           .
      *----------------------------------------------------------------*
       21-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-81-LIBERA-TRAVA              SECTION.
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
       21-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-82-LIMPA-TRAVA               SECTION.
      *----------------------------------------------------------------*
      *    REMOCAO ADMINISTRATIVA DE UMA TRAVA ORFA DEIXADA POR UMA
      *    QUEDA DE PROCESSO.
      *
           SET COMUNIC-TRAVA-LIMPAR    TO TRUE
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
      *
           MOVE 'LIMP-TRAVA'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE 'TRAVA DE EXECUCAO REMOVIDA PELO ADMIN'
                                       TO WRK-AUDIT-DEPOIS
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'TRAVA DE EXECUCAO LIMPA'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       21-82-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-90-MOSTRA-ULT-CICLO          SECTION.
      *----------------------------------------------------------------*
      *    MOSTRA PASSO A PASSO O ULTIMO CICLO DO JOB NOTURNO A PARTIR
      *    DO JORNAL DE EXECUCAO: PRIMEIRO ACHA A DATA DO ULTIMO
      *    REGISTRO, DEPOIS RELE O JORNAL EXIBINDO OS PASSOS DO DIA.
      *
           OPEN INPUT ARQJORN
           IF NOT WRK-ARQJORN-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'AINDA NAO HA JORNAL DO CICLO NOTURNO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 21-90-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-JRN-ULT-DATA
           PERFORM 21-91-ACHA-ULT-DATA THRU 21-91-SAIDA
               UNTIL WRK-ARQJORN-FIM
           CLOSE ARQJORN
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ULTIMO CICLO NOTURNO - ' WRK-JRN-ULT-DATA
      *
           OPEN INPUT ARQJORN
           PERFORM 21-92-MOSTRA-PASSO THRU 21-92-SAIDA
               UNTIL WRK-ARQJORN-FIM
           CLOSE ARQJORN
      *
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       21-90-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-91-ACHA-ULT-DATA             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQJORN NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQJORN
               NOT AT END
                   IF JRN-DATA GREATER WRK-JRN-ULT-DATA
                       MOVE JRN-DATA   TO WRK-JRN-ULT-DATA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       21-91-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       21-92-MOSTRA-PASSO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQJORN NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQJORN
               NOT AT END
                   IF JRN-DATA EQUAL WRK-JRN-ULT-DATA
                       DISPLAY JRN-PASSO ' '
                               JRN-HORA-INI '-' JRN-HORA-FIM
                               ' RC=' JRN-RC
                               ' STATUS=' JRN-STATUS
                               ' ATRIB=' JRN-QTDE-ATRIBUIDOS
                               ' SEMV=' JRN-QTDE-SEMV
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       21-92-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-10-CAD-CALENDARIO            SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CALENDARIO DE DIAS UTEIS (INCLUI/EXCLUI UMA
      *    DATA COM O TIPO U/F/S). O JOB NOTURNO CONSULTA ESTE
      *    CALENDARIO PARA PULAR DIAS NAO UTEIS E DISPARAR AS
      *    OBRIGACOES DO ULTIMO DIA UTIL DO MES.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 22-11-CAPTURA-TELA-CAL THRU 22-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCAL01
           IF WRK-ARQCAL01-NAO-EXISTE
               IF WRK-CAL-ACAO-EXCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCAL01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 22-10-SAIDA
               END-IF
               OPEN OUTPUT ARQCAL01
           END-IF
           IF NOT WRK-ARQCAL01-OK
               MOVE WRK-FS-ARQCAL01    TO STATUS-CODE-02
               MOVE 'ARQCAL01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 22-10-SAIDA
           END-IF
      *
           MOVE WRK-CAL-DATA           TO CALEND-DATA
      *
           IF WRK-CAL-ACAO-EXCLUIR
               DELETE ARQCAL01
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQCAL01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-CALEND'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE WRK-CAL-DATA
                                       TO WRK-AUDIT-ANTES
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           ELSE
               MOVE WS-AUX-TIPO-DIA    TO CALEND-TIPO
               MOVE WS-AUX-NOME-FERIADO
                                       TO CALEND-NOME-FERIADO
               WRITE CALEND-REG
                   INVALID KEY
                       REWRITE CALEND-REG
                       END-REWRITE
               END-WRITE
               MOVE 'INCL-CALEND'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING WRK-CAL-DATA ' ' WS-AUX-TIPO-DIA ' '
                      WS-AUX-NOME-FERIADO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           END-IF
      *
           CLOSE ARQCAL01
           .
      *----------------------------------------------------------------*
       22-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-11-CAPTURA-TELA-CAL          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO CALENDARIO E RE-EXIBE ATE OS DADOS
      *    ESTAREM VALIDOS (DATA NUMERICA, TIPO U/F/S, ACAO I/E).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CAL-CAD
           ACCEPT  TELA-CAL-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-DATA-TELA         NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-DATA-TELA)
                                       TO WRK-CAL-DATA
           END-IF
      *
           IF NOT WRK-TIPO-DIA-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-CAL-ACAO-INCLUIR
           AND NOT WRK-CAL-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       22-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-20-ADMIN-OPERADORES          SECTION.
      *----------------------------------------------------------------*
      *    MODULO DE ADMINISTRACAO DE OPERADORES (SO PERFIL ADMIN):
      *    INCLUI, ALTERA NOME/PERFIL, INATIVA, RESETA A SENHA E MARCA
      *    TROCA OBRIGATORIA NO PROXIMO LOGIN. TODA ACAO VAI PARA A
      *    TRILHA DE AUDITORIA (SEM NUNCA GRAVAR A SENHA NO LOG).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 22-21-CAPTURA-TELA-OPER THRU 22-21-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQOPER
           IF WRK-ARQOPER-NAO-EXISTE
               IF NOT WRK-OPER-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQOPER'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 22-20-SAIDA
               END-IF
               OPEN OUTPUT ARQOPER
           END-IF
           IF NOT WRK-ARQOPER-OK
               MOVE WRK-FS-ARQOPER     TO STATUS-CODE-02
               MOVE 'ARQOPER'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 22-20-SAIDA
           END-IF
      *
           MOVE WS-AUX-OPER-ID         TO OPER-ID
      *
           IF WRK-OPER-ACAO-INCLUIR
               PERFORM 22-22-GERA-HASH-SENHA THRU 22-22-SAIDA
               MOVE WS-AUX-OPER-NOME   TO OPER-NOME
               MOVE WS-AUX-OPER-PERFIL TO OPER-PERFIL
               SET OPER-STATUS-ATIVO   TO TRUE
      *        OPERADOR NOVO JA ENTRA TROCANDO A SENHA INICIAL.
               MOVE 'S'                TO OPER-FORCA-TROCA
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE WRK-DHG-DATA8      TO OPER-DATA-SENHA
               MOVE ZEROS              TO OPER-TENTATIVAS
               MOVE SPACE              TO OPER-BLOQUEADO
               WRITE REG-ARQOPER
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQOPER'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-OPER'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING WS-AUX-OPER-ID ' PERFIL='
                              WS-AUX-OPER-PERFIL
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                       PERFORM 22-23-GRAVA-VINCULO THRU 22-23-SAIDA
               END-WRITE
           ELSE
               READ ARQOPER
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQOPER'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                       GO TO 22-20-FECHA
               END-READ
      *
               MOVE SPACES             TO WRK-AUDIT-ANTES
               STRING OPER-ID ' PERFIL=' OPER-PERFIL
                      ' STATUS=' OPER-STATUS
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
      *
               EVALUATE TRUE
      *            ALTERAR MEXE SO EM NOME/PERFIL - O STATUS FICA
      *            COMO ESTA (REATIVAR UM INATIVADO E ACAO PROPRIA).
                   WHEN WRK-OPER-ACAO-ALTERAR
                       MOVE WS-AUX-OPER-NOME
                                       TO OPER-NOME
                       MOVE WS-AUX-OPER-PERFIL
                                       TO OPER-PERFIL
                       MOVE 'ALTE-OPER' TO WRK-AUDIT-ACAO
                   WHEN WRK-OPER-ACAO-INATIVAR
                       SET OPER-STATUS-INATIVO TO TRUE
                       MOVE 'INAT-OPER' TO WRK-AUDIT-ACAO
                   WHEN WRK-OPER-ACAO-REATIVAR
                       SET OPER-STATUS-ATIVO TO TRUE
                       MOVE 'REAT-OPER' TO WRK-AUDIT-ACAO
                   WHEN WRK-OPER-ACAO-RESET
                       PERFORM 22-22-GERA-HASH-SENHA THRU 22-22-SAIDA
                       MOVE 'S'        TO OPER-FORCA-TROCA
                       PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                       MOVE WRK-DHG-DATA8
                                       TO OPER-DATA-SENHA
                       MOVE 'RESE-SENHA' TO WRK-AUDIT-ACAO
                   WHEN WRK-OPER-ACAO-FORCA
                       MOVE 'S'        TO OPER-FORCA-TROCA
                       MOVE 'FORC-TROCA' TO WRK-AUDIT-ACAO
                   WHEN WRK-OPER-ACAO-DESBLOQ
                       MOVE ZEROS      TO OPER-TENTATIVAS
                       MOVE SPACE      TO OPER-BLOQUEADO
                       MOVE 'DESBLOQUEIO'
                                       TO WRK-AUDIT-ACAO
                       MOVE OPER-ID    TO WRK-SEG-OPER
                       MOVE 'DESBLOQUEIO'
                                       TO WRK-SEG-EVENTO
                       PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
      *            LIMPA SESSAO PRESA DE QUEDA - LIBERA UM NOVO LOGIN
      *            DO OPERADOR E DEIXA O EVENTO NO LOG DE SEGURANCA.
                   WHEN WRK-OPER-ACAO-LIMPA-SES
                       MOVE OPER-ID    TO WRK-SESS-ALVO
                       PERFORM 61-20-REMOVE-SESSAO THRU 61-20-SAIDA
                       MOVE 'LIMP-SESS' TO WRK-AUDIT-ACAO
                       MOVE OPER-ID    TO WRK-SEG-OPER
                       MOVE 'SESS-LIMPA'
                                       TO WRK-SEG-EVENTO
                       PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
               END-EVALUATE
      *
               REWRITE REG-ARQOPER
               END-REWRITE
      *
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING OPER-ID ' PERFIL=' OPER-PERFIL
                      ' STATUS=' OPER-STATUS
                      ' FORCA-TROCA=' OPER-FORCA-TROCA
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               IF WRK-OPER-ACAO-ALTERAR
                   PERFORM 22-23-GRAVA-VINCULO THRU 22-23-SAIDA
               END-IF
           END-IF
           .
      *
       22-20-FECHA.
      *
           CLOSE ARQOPER
           .
      *----------------------------------------------------------------*
       22-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GERA SAL NOVO E GRAVA NO REGISTRO DO OPERADOR SO O HASH DA    *
      * SENHA INFORMADA NA TELA (O CAMPO EM CLARO FICA EM BRANCO).    *
      *----------------------------------------------------------------*
       22-22-GERA-HASH-SENHA           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-DATA-HORA-GER(7:8) TO OPER-SAL
           INITIALIZE COMUNIC-BLOCO
           MOVE WS-AUX-OPER-SENHA      TO COMUNIC-HASH-SENHA
           MOVE OPER-SAL               TO COMUNIC-HASH-SAL
           CALL 'HASH-SENHA'           USING COMUNIC-BLOCO
           CANCEL 'HASH-SENHA'
           MOVE COMUNIC-HASH-RESULT    TO OPER-SENHA-HASH
           MOVE SPACES                 TO OPER-SENHA
           .
      *----------------------------------------------------------------*
       22-22-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MANTEM O VINCULO DO OPERADOR COM O VENDEDOR (PERFIL V) OU COM  *
      * O SUPERVISOR (PERFIL S) NO ARQVINC. NOS DEMAIS PERFIS O        *
      * VINCULO ANTERIOR, SE HOUVER, E EXCLUIDO. TODA MUDANCA VAI      *
      * PARA A TRILHA DE AUDITORIA COM O CODIGO ANTES/DEPOIS.          *
      *----------------------------------------------------------------*
       22-23-GRAVA-VINCULO             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQVINC
           IF WRK-ARQVINC-NAO-EXISTE
               OPEN OUTPUT ARQVINC
               CLOSE ARQVINC
               OPEN I-O ARQVINC
           END-IF
           IF NOT WRK-ARQVINC-OK
               MOVE WRK-FS-ARQVINC     TO STATUS-CODE-02
               MOVE 'ARQVINC'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 22-23-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-VINC-COD-ANTES
           MOVE WS-AUX-OPER-ID         TO VINC-OPER-ID
           READ ARQVINC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VINC-COD-VEN   TO WRK-VINC-COD-ANTES
           END-READ
      *
           IF WRK-PERFIL-COM-VINCULO
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE WS-AUX-OPER-ID     TO VINC-OPER-ID
               MOVE WRK-VINC-COD-NUM   TO VINC-COD-VEN
               MOVE WRK-DHG-DATA8      TO VINC-DATA-ALTER
               MOVE WRK-OPER-ID        TO VINC-OPERADOR
               IF WRK-VINC-COD-ANTES   GREATER ZEROS
                   REWRITE VINC-REG
               ELSE
                   WRITE VINC-REG
                       INVALID KEY
                           MOVE '22'   TO STATUS-CODE-02
                           MOVE 'ARQVINC'
                                       TO MENSAGEM-CALLER
                           PERFORM 50-90-DISPLAY-FS
                           GO TO 22-23-FECHA
                   END-WRITE
               END-IF
           ELSE
               IF WRK-VINC-COD-ANTES   EQUAL ZEROS
                   GO TO 22-23-FECHA
               END-IF
               DELETE ARQVINC
               MOVE ZEROS              TO WRK-VINC-COD-NUM
           END-IF
      *
           IF WRK-VINC-COD-NUM         NOT EQUAL WRK-VINC-COD-ANTES
               MOVE 'VINC-OPER'        TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
                                          WRK-AUDIT-DEPOIS
               STRING WS-AUX-OPER-ID ' VINCULO=' WRK-VINC-COD-ANTES
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
               STRING WS-AUX-OPER-ID ' VINCULO=' WRK-VINC-COD-NUM
                      ' PERFIL=' WS-AUX-OPER-PERFIL
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           END-IF
           .
      *
       22-23-FECHA.
      *
           CLOSE ARQVINC
           .
      *----------------------------------------------------------------*
       22-23-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-21-CAPTURA-TELA-OPER         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE OPERADOR E RE-EXIBE ATE OS DADOS ESTAREM
      *    VALIDOS (ID PREENCHIDO, PERFIL A/O/V/S QUANDO USADO, ACAO
      *    CONHECIDA, SENHA PREENCHIDA NAS ACOES QUE GRAVAM SENHA E
      *    CODIGO DE VENDEDOR/SUPERVISOR NOS PERFIS V/S).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-OPER-CAD
           ACCEPT  TELA-OPER-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-OPER-ID           EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-OPER-ACAO-INCLUIR
           AND NOT WRK-OPER-ACAO-ALTERAR
           AND NOT WRK-OPER-ACAO-INATIVAR
           AND NOT WRK-OPER-ACAO-REATIVAR
           AND NOT WRK-OPER-ACAO-RESET
           AND NOT WRK-OPER-ACAO-FORCA
           AND NOT WRK-OPER-ACAO-DESBLOQ
           AND NOT WRK-OPER-ACAO-LIMPA-SES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-OPER-ACAO-INCLUIR OR WRK-OPER-ACAO-ALTERAR
               IF NOT WRK-PERFIL-VALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
      *    PERFIL V/S EXIGE O CODIGO DO VENDEDOR OU DO SUPERVISOR.
           MOVE ZEROS                  TO WRK-VINC-COD-NUM
           IF (WRK-OPER-ACAO-INCLUIR OR WRK-OPER-ACAO-ALTERAR)
           AND WRK-PERFIL-COM-VINCULO
               MOVE WS-AUX-OPER-VINC-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-VINC-COD-NUM
                   IF WRK-VINC-COD-NUM EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF WRK-OPER-ACAO-INCLUIR OR WRK-OPER-ACAO-RESET
               IF WS-AUX-OPER-SENHA    EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-30-MANUTENCAO-PARM           SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO ARQUIVO DE PARAMETROS (SO ADMIN): EXIBE OS
      *    VALORES VIGENTES, VALIDA OS NOVOS (DIRETORIOS EXISTENTES,
      *    MODO D/C/T, UNIDADE K/M, NUMERICOS EM FAIXA SADIA) E GRAVA
      *    A MUDANCA COM ANTES/DEPOIS NA TRILHA DE AUDITORIA - CHEGA
      *    DE EDITAR PARM-SIST.DAT NO EDITOR HEXADECIMAL.
      *
      *    CARREGA OS VALORES VIGENTES PARA A TELA.
           OPEN INPUT ARQPARM
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WS-AUX-PRM-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WS-AUX-PRM-DIR-RELAT
                   MOVE PARM-MODO-CARTEIRA
                                       TO WS-AUX-PRM-MODO-CART
                   MOVE PARM-MODO-UNIDADE
                                       TO WS-AUX-PRM-MODO-UNID
                   MOVE PARM-RAIO-MAXIMO-KM
                                       TO WRK-PRM-RAIO-ED
                   MOVE WRK-PRM-RAIO-ED
                                       TO WS-AUX-PRM-RAIO
                   MOVE PARM-VISITAS-DIA
                                       TO WS-AUX-PRM-VISITAS
                   MOVE PARM-RET-LOG-DIAS
                                       TO WS-AUX-PRM-RET-LOG
                   MOVE PARM-RET-RELAT-DIAS
                                       TO WS-AUX-PRM-RET-RELAT
                   MOVE PARM-LGPD-RET-ANOS
                                       TO WS-AUX-PRM-LGPD
                   MOVE PARM-SENHA-VALIDADE-DIAS
                                       TO WS-AUX-PRM-SENHA-VAL
                   MOVE PARM-MAX-TENTATIVAS
                                       TO WS-AUX-PRM-MAX-TENT
                   MOVE PARM-INATIV-MESES
                                       TO WS-AUX-PRM-INATIV
      *            OS PARAMETROS MAIS NOVOS TAMBEM ENTRAM PRE-
      *            CARREGADOS - CAMPO EM BRANCO GRAVA ZERO, E ZERO
      *            DESLIGA A CRITICA DE DESCONTO E O TIMEOUT.
                   IF PARM-DESC-MAX-PCT NUMERIC
                       MOVE PARM-DESC-MAX-PCT
                                       TO WRK-PRM-DESC-ED
                       MOVE WRK-PRM-DESC-ED
                                       TO WS-AUX-PRM-DESC-MAX
                   END-IF
                   IF PARM-COBERTURA-DIAS NUMERIC
                       MOVE PARM-COBERTURA-DIAS
                                       TO WS-AUX-PRM-COBERT
                   END-IF
                   IF PARM-GEOFENCE-KM NUMERIC
                       MOVE PARM-GEOFENCE-KM
                                       TO WRK-PRM-GEOF-ED
                       MOVE WRK-PRM-GEOF-ED
                                       TO WS-AUX-PRM-GEOF
                   END-IF
                   IF PARM-FILA-ALERTA-DIAS NUMERIC
                       MOVE PARM-FILA-ALERTA-DIAS
                                       TO WS-AUX-PRM-FILA
                   END-IF
                   IF PARM-HVND-HORIZ-MESES NUMERIC
                       MOVE PARM-HVND-HORIZ-MESES
                                       TO WS-AUX-PRM-HORIZ
                   END-IF
                   IF PARM-SESSAO-TIMEOUT-MIN NUMERIC
                       MOVE PARM-SESSAO-TIMEOUT-MIN
                                       TO WS-AUX-PRM-TIMEOUT
                   END-IF
                   IF PARM-ESTORNO-DIAS NUMERIC
                       MOVE PARM-ESTORNO-DIAS
                                       TO WS-AUX-PRM-ESTORNO
                   END-IF
                   IF PARM-MIX-MESES NUMERIC
                       MOVE PARM-MIX-MESES
                                       TO WS-AUX-PRM-MIX
                   END-IF
                   IF PARM-KM-VALOR NUMERIC
                       MOVE PARM-KM-VALOR
                                       TO WRK-PRM-KM-ED
                       MOVE WRK-PRM-KM-ED
                                       TO WS-AUX-PRM-KM
                   END-IF
                   IF PARM-FAT-ATRASO-DIAS NUMERIC
                       MOVE PARM-FAT-ATRASO-DIAS
                                       TO WS-AUX-PRM-FAT
                   END-IF
                   IF PARM-PIPE-PARADA-DIAS NUMERIC
                       MOVE PARM-PIPE-PARADA-DIAS
                                       TO WS-AUX-PRM-PIPE
                   END-IF
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING PARM-MODO-CARTEIRA PARM-MODO-UNIDADE
                          ' RAIO=' PARM-RAIO-MAXIMO-KM
                          ' DIR=' PARM-DIR-DADOS
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 22-31-CAPTURA-TELA-PARM THRU 22-31-SAIDA
               UNTIL WRK-NUM-VALID
      *
      *    GRAVA O ARQUIVO DE PARAMETROS COM OS VALORES VALIDADOS.
           OPEN OUTPUT ARQPARM
           IF NOT WRK-ARQPARM-OK
               MOVE WRK-FS-ARQPARM     TO STATUS-CODE-02
               MOVE 'ARQPARM'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 22-30-SAIDA
           END-IF
           INITIALIZE REG-ARQPARM
           MOVE WS-AUX-PRM-DIR-DADOS   TO PARM-DIR-DADOS
           MOVE WS-AUX-PRM-DIR-RELAT   TO PARM-DIR-RELAT
           MOVE WS-AUX-PRM-MODO-CART   TO PARM-MODO-CARTEIRA
           MOVE WS-AUX-PRM-MODO-UNID   TO PARM-MODO-UNIDADE
           MOVE WRK-PRM-RAIO-NUM       TO PARM-RAIO-MAXIMO-KM
           COMPUTE PARM-VISITAS-DIA
                   = FUNCTION NUMVAL(WS-AUX-PRM-VISITAS)
           COMPUTE PARM-RET-LOG-DIAS
                   = FUNCTION NUMVAL(WS-AUX-PRM-RET-LOG)
           COMPUTE PARM-RET-RELAT-DIAS
                   = FUNCTION NUMVAL(WS-AUX-PRM-RET-RELAT)
           COMPUTE PARM-LGPD-RET-ANOS
                   = FUNCTION NUMVAL(WS-AUX-PRM-LGPD)
           COMPUTE PARM-SENHA-VALIDADE-DIAS
                   = FUNCTION NUMVAL(WS-AUX-PRM-SENHA-VAL)
           COMPUTE PARM-MAX-TENTATIVAS
                   = FUNCTION NUMVAL(WS-AUX-PRM-MAX-TENT)
           COMPUTE PARM-INATIV-MESES
                   = FUNCTION NUMVAL(WS-AUX-PRM-INATIV)
           MOVE WRK-PRM-DESC-MAX-NUM   TO PARM-DESC-MAX-PCT
           IF WS-AUX-PRM-COBERT NUMERIC
               MOVE WS-AUX-PRM-COBERT  TO PARM-COBERTURA-DIAS
           ELSE
               MOVE ZEROS              TO PARM-COBERTURA-DIAS
           END-IF
           IF WS-AUX-PRM-GEOF NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WS-AUX-PRM-GEOF) EQUAL ZEROS
               COMPUTE WRK-PRM-GEOF-NUM
                       = FUNCTION NUMVAL(WS-AUX-PRM-GEOF)
               MOVE WRK-PRM-GEOF-NUM   TO PARM-GEOFENCE-KM
           ELSE
               MOVE ZEROS              TO PARM-GEOFENCE-KM
           END-IF
           IF WS-AUX-PRM-FILA NUMERIC
               MOVE WS-AUX-PRM-FILA    TO PARM-FILA-ALERTA-DIAS
           ELSE
               MOVE ZEROS              TO PARM-FILA-ALERTA-DIAS
           END-IF
           IF WS-AUX-PRM-HORIZ NUMERIC
               MOVE WS-AUX-PRM-HORIZ   TO PARM-HVND-HORIZ-MESES
           ELSE
               MOVE ZEROS              TO PARM-HVND-HORIZ-MESES
           END-IF
           IF WS-AUX-PRM-TIMEOUT NUMERIC
               MOVE WS-AUX-PRM-TIMEOUT TO PARM-SESSAO-TIMEOUT-MIN
           ELSE
               MOVE ZEROS              TO PARM-SESSAO-TIMEOUT-MIN
           END-IF
           IF WS-AUX-PRM-ESTORNO NUMERIC
               MOVE WS-AUX-PRM-ESTORNO TO PARM-ESTORNO-DIAS
           ELSE
               MOVE ZEROS              TO PARM-ESTORNO-DIAS
           END-IF
           IF WS-AUX-PRM-MIX NUMERIC
               MOVE WS-AUX-PRM-MIX     TO PARM-MIX-MESES
           ELSE
               MOVE ZEROS              TO PARM-MIX-MESES
           END-IF
           IF WS-AUX-PRM-KM NOT EQUAL SPACES
           AND FUNCTION TEST-NUMVAL(WS-AUX-PRM-KM) EQUAL ZEROS
               COMPUTE WRK-PRM-KM-NUM
                       = FUNCTION NUMVAL(WS-AUX-PRM-KM)
               MOVE WRK-PRM-KM-NUM     TO PARM-KM-VALOR
           ELSE
               MOVE ZEROS              TO PARM-KM-VALOR
           END-IF
           IF WS-AUX-PRM-FAT NUMERIC
               MOVE WS-AUX-PRM-FAT     TO PARM-FAT-ATRASO-DIAS
           ELSE
               MOVE ZEROS              TO PARM-FAT-ATRASO-DIAS
           END-IF
           IF WS-AUX-PRM-PIPE NUMERIC
               MOVE WS-AUX-PRM-PIPE    TO PARM-PIPE-PARADA-DIAS
           ELSE
               MOVE ZEROS              TO PARM-PIPE-PARADA-DIAS
           END-IF
           WRITE REG-ARQPARM
           CLOSE ARQPARM
      *
           MOVE 'ALTE-PARM'            TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING PARM-MODO-CARTEIRA PARM-MODO-UNIDADE
                  ' RAIO=' PARM-RAIO-MAXIMO-KM
                  ' DIR=' PARM-DIR-DADOS
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
      *    OS DIRETORIOS VIGENTES DA SESSAO ACOMPANHAM A MUDANCA.
           PERFORM 00-02-LER-PARAMETROS THRU 00-02-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'PARAMETROS GRAVADOS E AUDITADOS'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       22-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-31-CAPTURA-TELA-PARM         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE PARAMETROS E RE-EXIBE ATE TUDO VALIDAR:
      *    DIRETORIOS PRECISAM EXISTIR, MODO D/C/T, UNIDADE K/M, RAIO
      *    NUMERICO ENTRE 1 E 99999 E DEMAIS CAMPOS NUMERICOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PARM-CAD
           ACCEPT  TELA-PARM-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-PRM-DIR-DADOS   TO WRK-DIR-PROVA
           PERFORM 22-32-VALIDA-DIRETORIO THRU 22-32-SAIDA
           MOVE WS-AUX-PRM-DIR-RELAT   TO WRK-DIR-PROVA
           PERFORM 22-32-VALIDA-DIRETORIO THRU 22-32-SAIDA
      *
           IF NOT WRK-PRM-MODO-CART-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-PRM-MODO-UNID-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF FUNCTION TEST-NUMVAL(WS-AUX-PRM-RAIO) NOT EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               COMPUTE WRK-PRM-RAIO-NUM
                       = FUNCTION NUMVAL(WS-AUX-PRM-RAIO)
               IF WRK-PRM-RAIO-NUM LESS 1
               OR WRK-PRM-RAIO-NUM GREATER 99999
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF FUNCTION TEST-NUMVAL(WS-AUX-PRM-VISITAS)  NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(WS-AUX-PRM-RET-LOG)  NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(WS-AUX-PRM-RET-RELAT)
                                                        NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(WS-AUX-PRM-LGPD)     NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(WS-AUX-PRM-SENHA-VAL)
                                                        NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(WS-AUX-PRM-MAX-TENT) NOT EQUAL ZEROS
           OR FUNCTION TEST-NUMVAL(WS-AUX-PRM-INATIV)   NOT EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
      *    DESCONTO MAXIMO EM BRANCO = ZERO (SEM CRITICA).
           IF WS-AUX-PRM-DESC-MAX      EQUAL SPACES
               MOVE ZEROS              TO WRK-PRM-DESC-MAX-NUM
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-AUX-PRM-DESC-MAX)
                                       NOT EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   COMPUTE WRK-PRM-DESC-MAX-NUM
                           = FUNCTION NUMVAL(WS-AUX-PRM-DESC-MAX)
               END-IF
           END-IF
      *
      *    HORIZONTE DO HISTORICO: ZERO/BRANCO (PADRAO) OU 13+, PARA
      *    O RESUMO ANUAL (MES 13) NUNCA CAIR NA JANELA DOS
      *    CONSUMIDORES DO HISTORICO DE VENDAS.
           IF WS-AUX-PRM-HORIZ NUMERIC
               IF  WS-AUX-PRM-HORIZ GREATER '000'
               AND WS-AUX-PRM-HORIZ LESS '013'
                   DISPLAY 'HORIZONTE DO HISTORICO: MINIMO 13 MESES '
                           '(OU ZERO PARA O PADRAO)'
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA A EXISTENCIA DO DIRETORIO EM WRK-DIR-PROVA GRAVANDO E
      * REMOVENDO UM ARQUIVO DE PROVA NELE.
      *----------------------------------------------------------------*
       22-32-VALIDA-DIRETORIO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-ARQPROVA
           STRING FUNCTION TRIM(WRK-DIR-PROVA) 'PARMTEST.TMP'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPROVA
           OPEN OUTPUT ARQPROVA
           IF WRK-ARQPROVA-OK
               CLOSE ARQPROVA
               CALL "CBL_DELETE_FILE"  USING WRK-NOME-ARQPROVA
                                       RETURNING WRK-STATUS-PROVA
           ELSE
               DISPLAY 'DIRETORIO INEXISTENTE OU SEM ACESSO: '
                       WRK-DIR-PROVA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       22-32-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-40-CONSULTA-AUDITORIA        SECTION.
      *----------------------------------------------------------------*
      *    CONSULTA FILTRADA DA TRILHA DE AUDITORIA: CODIGO DO
      *    REGISTRO, OPERADOR, ACAO E FAIXA DE DATAS, PAGINADA EM
      *    BLOCOS DE 10 COMO A LISTAGEM DE CLIENTES, COM EXPORTACAO
      *    OPCIONAL DO RESULTADO EM CSV PARA O AUDITOR.
      *
           MOVE SPACES                 TO WS-AUX-FIL-CODIGO
                                          WS-AUX-FIL-OPER
                                          WS-AUX-FIL-ACAO
                                          WS-AUX-FIL-DATA-INI
                                          WS-AUX-FIL-DATA-FIM
           MOVE 'N'                    TO WS-AUX-FIL-CSV
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-AUDIT-FILTRO
           ACCEPT  TELA-AUDIT-FILTRO
      *
           IF WS-AUX-FIL-DATA-INI NUMERIC
               MOVE FUNCTION NUMVAL(WS-AUX-FIL-DATA-INI)
                                       TO WRK-FIL-DATA-INI
           ELSE
               MOVE ZEROS              TO WRK-FIL-DATA-INI
           END-IF
           IF WS-AUX-FIL-DATA-FIM NUMERIC
               MOVE FUNCTION NUMVAL(WS-AUX-FIL-DATA-FIM)
                                       TO WRK-FIL-DATA-FIM
           ELSE
               MOVE 99999999           TO WRK-FIL-DATA-FIM
           END-IF
      *
           OPEN INPUT ARQAUDIT
           IF NOT WRK-ARQAUDIT-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'TRILHA DE AUDITORIA AINDA NAO EXISTE'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 22-40-SAIDA
           END-IF
      *
           IF WRK-FIL-EXPORTA-CSV
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE SPACES             TO WRK-NOME-ARQAUDCSV
               STRING FUNCTION TRIM(WRK-DIR-RELAT)
                      'AUDITORIA_FILTRADA_'
                      WRK-DHG-ANO WRK-DHG-MES WRK-DHG-DIA
                      WRK-DHG-HORA WRK-DHG-MIN WRK-DHG-SEG
                      '.CSV'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQAUDCSV
               OPEN OUTPUT ARQAUDCSV
               MOVE 'DATA;USUARIO;ACAO;ANTES;DEPOIS'
                                       TO REG-ARQAUDCSV
               WRITE REG-ARQAUDCSV
           END-IF
      *
           MOVE ZEROS                  TO WRK-QTDE-AUD-EXIB
           MOVE 'N'                    TO WRK-LISTA-QUIT-FLAG
           MOVE 'N'                    TO WRK-LISTA-EOF-FLAG
           DISPLAY CLEAR-SCREEN
           DISPLAY 'AUDITORIA FILTRADA (A CADA 10, ENTER=CONTINUA'
                   ' X=SAIR)'
      *
           PERFORM 22-42-LE-FILTRA THRU 22-42-SAIDA
               UNTIL WRK-LISTA-EOF OR WRK-LISTA-QUIT
      *
           CLOSE ARQAUDIT
           IF WRK-FIL-EXPORTA-CSV
               CLOSE ARQAUDCSV
               DISPLAY 'EXPORTADO PARA ' WRK-NOME-ARQAUDCSV
           END-IF
           DISPLAY 'LINHAS EXIBIDAS: ' WRK-QTDE-AUD-EXIB
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       22-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-42-LE-FILTRA                 SECTION.
      *----------------------------------------------------------------*
      *    LE UMA LINHA DA TRILHA, APLICA OS FILTROS E EXIBE/EXPORTA.
      *
           READ ARQAUDIT NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
                   GO TO 22-42-SAIDA
           END-READ
      *
           PERFORM 22-43-DESMEMBRA-AUD THRU 22-43-SAIDA
           PERFORM 22-44-APLICA-FILTROS THRU 22-44-SAIDA
      *
           IF NOT WRK-AUD-PASSA
               GO TO 22-42-SAIDA
           END-IF
      *
           DISPLAY REG-ARQAUDIT(1:19) ' '
                   WRK-AUD-USUARIO(1:10) ' '
                   WRK-AUD-ACAO(1:12) ' '
                   WRK-AUD-ANTES(1:30) ' > '
                   WRK-AUD-DEPOIS(1:30)
           ADD 1                       TO WRK-QTDE-AUD-EXIB
      *
           IF WRK-FIL-EXPORTA-CSV
               MOVE SPACES             TO REG-ARQAUDCSV
               STRING REG-ARQAUDIT(1:19) ';'
                      FUNCTION TRIM(WRK-AUD-USUARIO) ';'
                      FUNCTION TRIM(WRK-AUD-ACAO) ';'
                      FUNCTION TRIM(WRK-AUD-ANTES) ';'
                      FUNCTION TRIM(WRK-AUD-DEPOIS)
                      DELIMITED BY SIZE INTO REG-ARQAUDCSV
               END-STRING
               WRITE REG-ARQAUDCSV
           END-IF
      *
           IF FUNCTION MOD(WRK-QTDE-AUD-EXIB, 10) = 0
               DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-LISTA-QUIT-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-42-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-43-DESMEMBRA-AUD             SECTION.
      *----------------------------------------------------------------*
      *    A LINHA DE AUDITORIA E 'DATA HORA USUARIO=.. ACAO=..
      *    ANTES=.. DEPOIS=..' (VER 60-10-GRAVA-AUDITORIA).
      *
           MOVE SPACES                 TO WRK-AUD-USUARIO
                                          WRK-AUD-ACAO
                                          WRK-AUD-ANTES
                                          WRK-AUD-DEPOIS
                                          WRK-AUD-RESTO
                                          WRK-AUD-RESTO2
      *
           UNSTRING REG-ARQAUDIT DELIMITED BY 'USUARIO='
               INTO WRK-AUD-DESCARTE WRK-AUD-RESTO
           END-UNSTRING
           UNSTRING WRK-AUD-RESTO DELIMITED BY ' ACAO='
               INTO WRK-AUD-USUARIO WRK-AUD-RESTO2
           END-UNSTRING
           UNSTRING WRK-AUD-RESTO2 DELIMITED BY ' ANTES='
               INTO WRK-AUD-ACAO WRK-AUD-RESTO
           END-UNSTRING
           UNSTRING WRK-AUD-RESTO DELIMITED BY ' DEPOIS='
               INTO WRK-AUD-ANTES WRK-AUD-DEPOIS
           END-UNSTRING
      *
           IF  REG-ARQAUDIT(1:4) NUMERIC
           AND REG-ARQAUDIT(6:2) NUMERIC
           AND REG-ARQAUDIT(9:2) NUMERIC
               COMPUTE WRK-AUD-DATA-LINHA
                       = FUNCTION NUMVAL(REG-ARQAUDIT(1:4)) * 10000
                       + FUNCTION NUMVAL(REG-ARQAUDIT(6:2)) * 100
                       + FUNCTION NUMVAL(REG-ARQAUDIT(9:2))
           ELSE
               MOVE ZEROS              TO WRK-AUD-DATA-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       22-43-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-44-APLICA-FILTROS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-AUD-PASSA-FLAG
      *
           IF WRK-AUD-DATA-LINHA LESS WRK-FIL-DATA-INI
           OR WRK-AUD-DATA-LINHA GREATER WRK-FIL-DATA-FIM
               MOVE 'N'                TO WRK-AUD-PASSA-FLAG
           END-IF
      *
           IF  WS-AUX-FIL-OPER NOT EQUAL SPACES
           AND WRK-AUD-USUARIO(1:10) NOT EQUAL WS-AUX-FIL-OPER
               MOVE 'N'                TO WRK-AUD-PASSA-FLAG
           END-IF
      *
           IF  WS-AUX-FIL-ACAO NOT EQUAL SPACES
           AND WRK-AUD-ACAO(1:12) NOT EQUAL WS-AUX-FIL-ACAO
               MOVE 'N'                TO WRK-AUD-PASSA-FLAG
           END-IF
      *
           IF WS-AUX-FIL-CODIGO NOT EQUAL SPACES
               MOVE ZEROS              TO WRK-TALLY-AUD
               INSPECT REG-ARQAUDIT TALLYING WRK-TALLY-AUD
                   FOR ALL FUNCTION TRIM(WS-AUX-FIL-CODIGO)
               IF WRK-TALLY-AUD EQUAL ZEROS
                   MOVE 'N'            TO WRK-AUD-PASSA-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-44-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-50-BUSCA-POR-NOME            SECTION.
      *----------------------------------------------------------------*
      *    BUSCA POR TRECHO DA RAZAO SOCIAL ('E A PADARIA ESTRELA'):
      *    LISTA PAGINADA DOS REGISTROS QUE CONTEM O TRECHO, COM O
      *    STATUS PARA DISTINGUIR ATIVOS E INATIVOS, E DALI O OPERADOR
      *    SALTA PARA CONSULTA, ALTERACAO OU HISTORICO DE CARTEIRA DO
      *    CLIENTE ESCOLHIDO.
      *
           MOVE SPACES                 TO WS-AUX-BUSCA-TIPO
                                          WS-AUX-BUSCA-NOME
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-BUSCA-NOME
           ACCEPT  TELA-BUSCA-NOME
      *
           IF WS-AUX-BUSCA-NOME        EQUAL SPACES
               GO TO 22-50-SAIDA
           END-IF
           IF NOT WRK-BUSCA-CLIENTE AND NOT WRK-BUSCA-VENDEDOR
               GO TO 22-50-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-QTDE-ACHADOS
           MOVE ZEROS                  TO WRK-LISTA-IND
           MOVE 'N'                    TO WRK-LISTA-EOF-FLAG
           MOVE 'N'                    TO WRK-LISTA-QUIT-FLAG
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'RESULTADO DA BUSCA (A CADA 10, ENTER=CONTINUA'
                   ' X=SAIR)'
      *
           IF WRK-BUSCA-CLIENTE
               PERFORM 50-20-ABRIR-ARQCLI
               MOVE LOW-VALUES         TO EXEMPLO-DADOS OF ARQCLI01
               START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                     EXEMPLO-DADOS OF ARQCLI01
                   INVALID KEY
                       MOVE 'S'        TO WRK-LISTA-EOF-FLAG
               END-START
               PERFORM 22-51-FILTRA-CLI THRU 22-51-SAIDA
                   UNTIL WRK-LISTA-EOF OR WRK-LISTA-QUIT
               PERFORM 50-40-FECHAR-ARQCLI
           ELSE
               PERFORM 50-30-ABRIR-ARQVEN
               MOVE LOW-VALUES         TO EXEMPLO-DADOS OF ARQVEN01
               START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                     EXEMPLO-DADOS OF ARQVEN01
                   INVALID KEY
                       MOVE 'S'        TO WRK-LISTA-EOF-FLAG
               END-START
               PERFORM 22-52-FILTRA-VEN THRU 22-52-SAIDA
                   UNTIL WRK-LISTA-EOF OR WRK-LISTA-QUIT
               PERFORM 50-50-FECHAR-ARQVEN
           END-IF
      *
           DISPLAY 'REGISTROS ENCONTRADOS: ' WRK-QTDE-ACHADOS
      *
      *    SALTO DIRETO A PARTIR DO RESULTADO (SO PARA CLIENTES).
           IF WRK-BUSCA-CLIENTE AND WRK-QTDE-ACHADOS GREATER ZEROS
               DISPLAY 'ACAO SOBRE UM CLIENTE DA LISTA?'
               DISPLAY 'C=CONSULTA A=ALTERACAO H=HIST.CARTEIRA '
                       'OUTRA=VOLTA'
               ACCEPT WS-AUX-POS-ACAO
               EVALUATE TRUE
                   WHEN WRK-POS-CONSULTA
                       DISPLAY 'CODIGO DO CLIENTE: '
                       ACCEPT WS-AUX-COD-CLI-TELA
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                       PERFORM 22-53-CONSULTA-ESCOLHIDO
                                       THRU 22-53-SAIDA
                   WHEN WRK-POS-ALTERA
                       PERFORM 20-30-ATUALIZA-CLI THRU 20-30-SAIDA
                   WHEN WRK-POS-HISTORICO
                       PERFORM 21-10-CONSULTA-HIST-CART
                                       THRU 21-10-SAIDA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY 'TECLE ENTER PARA CONTINUAR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
           END-IF
           .
      *----------------------------------------------------------------*
       22-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-51-FILTRA-CLI                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
                   GO TO 22-51-SAIDA
           END-READ
      *
           MOVE ZEROS                  TO WRK-TALLY-NOME
           INSPECT EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
               TALLYING WRK-TALLY-NOME
               FOR ALL FUNCTION TRIM(WS-AUX-BUSCA-NOME)
      *
      *    PERFIL V/S SO ACHA OS CLIENTES DA PROPRIA CARTEIRA.
           IF WRK-TALLY-NOME GREATER ZEROS
               MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WRK-ESC-CLI-BUSCA
               PERFORM 62-06-PROCURA-CLI THRU 62-06-SAIDA
               IF NOT WRK-ESC-ACHOU
                   MOVE ZEROS          TO WRK-TALLY-NOME
               END-IF
           END-IF
      *
           IF WRK-TALLY-NOME GREATER ZEROS
               DISPLAY EXEMPLO-CODIGO-CLI    OF ARQCLI01 ' '
                       EXEMPLO-RAZAO-SOCIAL  OF ARQCLI01 ' '
                       EXEMPLO-STATUS        OF ARQCLI01
               ADD 1                   TO WRK-QTDE-ACHADOS
               ADD 1                   TO WRK-LISTA-IND
               IF FUNCTION MOD(WRK-LISTA-IND, 10) = 0
                   DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
                   ACCEPT WS-AUX-OPCAO-CONFIRM
                   IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                       MOVE 'S'        TO WRK-LISTA-QUIT-FLAG
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-52-FILTRA-VEN                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LISTA-EOF-FLAG
                   GO TO 22-52-SAIDA
           END-READ
      *
           MOVE ZEROS                  TO WRK-TALLY-NOME
           INSPECT EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
               TALLYING WRK-TALLY-NOME
               FOR ALL FUNCTION TRIM(WS-AUX-BUSCA-NOME)
      *
           IF WRK-TALLY-NOME GREATER ZEROS
               DISPLAY EXEMPLO-CODIGO-VEND   OF ARQVEN01 ' '
                       EXEMPLO-RAZAO-SOCIAL  OF ARQVEN01 ' '
                       EXEMPLO-STATUS        OF ARQVEN01
               ADD 1                   TO WRK-QTDE-ACHADOS
               ADD 1                   TO WRK-LISTA-IND
               IF FUNCTION MOD(WRK-LISTA-IND, 10) = 0
                   DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
                   ACCEPT WS-AUX-OPCAO-CONFIRM
                   IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                       MOVE 'S'        TO WRK-LISTA-QUIT-FLAG
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-52-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONSULTA DIRETA DO CLIENTE ESCOLHIDO NO RESULTADO DA BUSCA.   *
      *----------------------------------------------------------------*
       22-53-CONSULTA-ESCOLHIDO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               GO TO 22-53-SAIDA
           END-IF
           MOVE NUMVAL-SAIDA           TO WS-AUX-CODIGO-CLI
      *
           PERFORM 50-20-ABRIR-ARQCLI
           PERFORM 20-14-CONSULTA-CLI THRU 20-14-SAIDA
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       22-53-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-60-PROXIMO-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *    PREVIA ONLINE DO VENDEDOR MAIS PROXIMO: PARA UM CLIENTE DO
      *    CADASTRO (OU UM PAR LAT/LON AVULSO), VARRE OS VENDEDORES
      *    ATIVOS APLICANDO AS MESMAS REGRAS DO BATCH - RAIO MAXIMO
      *    DOS PARAMETROS, CAPACIDADE CONTADA NA ULTIMA CARTEIRA
      *    OFICIAL E AUSENCIA NA DATA DE HOJE - E MOSTRA OS TRES MAIS
      *    PROXIMOS. E UMA PREVIA, NAO UMA ATRIBUICAO OFICIAL.
      *
           MOVE SPACES                 TO WS-AUX-Q-COD-CLI
                                          WS-AUX-Q-LAT
                                          WS-AUX-Q-LON
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PROXIMO
           ACCEPT  TELA-PROXIMO
      *
           IF WS-AUX-Q-COD-CLI NOT EQUAL SPACES
               MOVE WS-AUX-Q-COD-CLI   TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   GO TO 22-60-SAIDA
               END-IF
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
               PERFORM 50-20-ABRIR-ARQCLI
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               MOVE WS-AUX-CODIGO-CLI  TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               IF WRK-CHV-INVALID
                   PERFORM 50-40-FECHAR-ARQCLI
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCLI01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 22-60-SAIDA
               END-IF
               MOVE EXEMPLO-LATITUDE   OF ARQCLI01 TO WRK-Q-LAT-CLI
               MOVE EXEMPLO-LONGITUDE  OF ARQCLI01 TO WRK-Q-LON-CLI
               PERFORM 50-40-FECHAR-ARQCLI
               IF WRK-Q-LAT-CLI EQUAL ZEROS
               AND WRK-Q-LON-CLI EQUAL ZEROS
                   DISPLAY CLEAR-SCREEN
                   MOVE 'CLIENTE SEM COORDENADAS (FILA DE GEOCODE) - '
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 22-60-SAIDA
               END-IF
           ELSE
               MOVE WS-AUX-Q-LAT       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   GO TO 22-60-SAIDA
               END-IF
               MOVE NUMVAL-SAIDA       TO WRK-Q-LAT-CLI
               MOVE WS-AUX-Q-LON       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   GO TO 22-60-SAIDA
               END-IF
               MOVE NUMVAL-SAIDA       TO WRK-Q-LON-CLI
           END-IF
      *
      *    CAPACIDADE CONSUMIDA POR VENDEDOR NA ULTIMA CARTEIRA
      *    OFICIAL (MESMA CONTAGEM DA TELA DE APROVACAO).
           INITIALIZE TAB-APROVACAO
           MOVE ZEROS                  TO WRK-QTDE-VEND-APR
           MOVE 'O'                    TO WRK-APR-FASE
           MOVE 'N'                    TO WRK-CART-ULT-FLAG
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 20-93-LER-LINHA-MANIF THRU 20-93-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
           IF WRK-TEM-CARTEIRA
               OPEN INPUT ARQCARTU
               IF WRK-ARQCARTU-OK
                   PERFORM 21-32-CONTA-OFICIAL THRU 21-32-SAIDA
                       UNTIL WRK-ARQCARTU-FIM
                   CLOSE ARQCARTU
               END-IF
           END-IF
      *
      *    VERIFICA SE HA CALENDARIO DE AUSENCIAS PARA CONSULTAR.
           MOVE 'N'                    TO WRK-Q-TEM-ABS-FLAG
           OPEN INPUT ARQABS01
           IF WRK-ARQABS01-OK
               SET WRK-Q-TEM-ABS       TO TRUE
           END-IF
      *
           INITIALIZE WRK-Q-TOP
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           PERFORM 50-30-ABRIR-ARQVEN
           MOVE 'N'                    TO WRK-Q-VEN-FIM-FLAG
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL EXEMPLO-DADOS
                                       OF ARQVEN01
               INVALID KEY
                   MOVE 'S'            TO WRK-Q-VEN-FIM-FLAG
           END-START
      *
           PERFORM 22-62-AVALIA-VENDEDOR-Q THRU 22-62-SAIDA
               UNTIL WRK-Q-VEN-FIM
      *
           PERFORM 50-50-FECHAR-ARQVEN
           IF WRK-Q-TEM-ABS
               CLOSE ARQABS01
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PREVIA - NAO E ATRIBUICAO OFICIAL'
           IF NOT WRK-Q-TOP-OCUPADO(1)
               DISPLAY 'NENHUM VENDEDOR DISPONIVEL DENTRO DO RAIO'
           ELSE
               MOVE 1                  TO WRK-Q-IX
               PERFORM 22-65-MOSTRA-TOP THRU 22-65-SAIDA
                   UNTIL WRK-Q-IX GREATER 3
           END-IF
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       22-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-62-AVALIA-VENDEDOR-Q         SECTION.
      *----------------------------------------------------------------*
      *    AVALIA O VENDEDOR CORRENTE: ATIVO, DENTRO DO RAIO, COM
      *    CAPACIDADE LIVRE NA ULTIMA CARTEIRA E SEM AUSENCIA HOJE.
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-Q-VEN-FIM-FLAG
                   GO TO 22-62-SAIDA
           END-READ
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQVEN01
               GO TO 22-62-SAIDA
           END-IF
      *
           MOVE EXEMPLO-LATITUDE       OF ARQVEN01 TO WRK-Q-LAT-VEN
           MOVE EXEMPLO-LONGITUDE      OF ARQVEN01 TO WRK-Q-LON-VEN
      *
      *    FORMULA DE HAVERSINE - MESMO CALCULO DE GERENC-CARTEIRA.
           COMPUTE WRK-Q-DIST-LON = WRK-Q-LON-VEN - WRK-Q-LON-CLI
           COMPUTE WRK-Q-DEG2RAD  = WRK-Q-PI / 180
           COMPUTE WRK-Q-DISTANCIA =
              FUNCTION ACOS(
               (FUNCTION SIN(WRK-Q-LAT-CLI * WRK-Q-DEG2RAD)
              * FUNCTION SIN(WRK-Q-LAT-VEN * WRK-Q-DEG2RAD))
              + (FUNCTION COS(WRK-Q-LAT-CLI * WRK-Q-DEG2RAD)
              *  FUNCTION COS(WRK-Q-LAT-VEN * WRK-Q-DEG2RAD)
              *  FUNCTION COS(WRK-Q-DIST-LON * WRK-Q-DEG2RAD)))
              * WRK-Q-RAIO-TERRA
      *
           IF WRK-Q-DISTANCIA GREATER WRK-Q-RAIO-KM
               GO TO 22-62-SAIDA
           END-IF
      *
      *    CAPACIDADE: VENDEDOR LOTADO NA ULTIMA CARTEIRA NAO ENTRA.
           MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-VEN-BUSCA-APR
           PERFORM 21-37-LOCALIZA-VEND-APR THRU 21-37-SAIDA
           IF TAB-APR-QTDE-OFIC(WRK-IX-APR)
              NOT LESS WRK-Q-CAPACIDADE-MAX
               GO TO 22-62-SAIDA
           END-IF
      *
      *    AUSENCIA NA DATA DE HOJE.
           IF WRK-Q-TEM-ABS
               PERFORM 22-63-TESTA-AUSENCIA-Q THRU 22-63-SAIDA
               IF WRK-Q-VEN-AUSENTE
                   GO TO 22-62-SAIDA
               END-IF
           END-IF
      *
           PERFORM 22-64-INSERE-TOP-Q THRU 22-64-SAIDA
           .
      *----------------------------------------------------------------*
       22-62-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-63-TESTA-AUSENCIA-Q          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-Q-VEN-AUSENTE-FLAG
           MOVE 'N'                    TO WRK-Q-ABS-FIM-FLAG
           MOVE EXEMPLO-CODIGO-VEND    OF ARQVEN01
                                       TO AUSENCIA-COD-VEN
           MOVE ZEROS                  TO AUSENCIA-DATA-INI
           START ARQABS01 KEY IS GREATER THAN OR EQUAL AUSENCIA-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-Q-ABS-FIM-FLAG
           END-START
      *
           PERFORM 22-63-LE-AUSENCIA THRU 22-63-LE-SAIDA
               UNTIL WRK-Q-ABS-FIM
           .
      *----------------------------------------------------------------*
       22-63-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-63-LE-AUSENCIA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQABS01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-Q-ABS-FIM-FLAG
               NOT AT END
                   IF AUSENCIA-COD-VEN NOT EQUAL
                      EXEMPLO-CODIGO-VEND OF ARQVEN01
                   OR AUSENCIA-DATA-INI GREATER WRK-DHG-DATA8
                       MOVE 'S'        TO WRK-Q-ABS-FIM-FLAG
                   ELSE
                       IF AUSENCIA-DATA-FIM NOT LESS WRK-DHG-DATA8
                           MOVE 'S'    TO WRK-Q-VEN-AUSENTE-FLAG
                           MOVE 'S'    TO WRK-Q-ABS-FIM-FLAG
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       22-63-LE-SAIDA.                 EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-64-INSERE-TOP-Q              SECTION.
      *----------------------------------------------------------------*
      *    INSERE O VENDEDOR CORRENTE NO TOP-3 DA PREVIA (MESMO
      *    CRITERIO DO TOP-3 DO BATCH).
      *
           IF NOT WRK-Q-TOP-OCUPADO(1)
           OR WRK-Q-DISTANCIA LESS WRK-Q-TOP-DIST(1)
               MOVE WRK-Q-TOP-VEN(2)   TO WRK-Q-TOP-VEN(3)
               MOVE WRK-Q-TOP-DIST(2)  TO WRK-Q-TOP-DIST(3)
               MOVE WRK-Q-TOP-OCUP(2)  TO WRK-Q-TOP-OCUP(3)
               MOVE WRK-Q-TOP-VEN(1)   TO WRK-Q-TOP-VEN(2)
               MOVE WRK-Q-TOP-DIST(1)  TO WRK-Q-TOP-DIST(2)
               MOVE WRK-Q-TOP-OCUP(1)  TO WRK-Q-TOP-OCUP(2)
               MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-Q-TOP-VEN(1)
               MOVE WRK-Q-DISTANCIA    TO WRK-Q-TOP-DIST(1)
               MOVE 'S'                TO WRK-Q-TOP-OCUP(1)
           ELSE
               IF NOT WRK-Q-TOP-OCUPADO(2)
               OR WRK-Q-DISTANCIA LESS WRK-Q-TOP-DIST(2)
                   MOVE WRK-Q-TOP-VEN(2)  TO WRK-Q-TOP-VEN(3)
                   MOVE WRK-Q-TOP-DIST(2) TO WRK-Q-TOP-DIST(3)
                   MOVE WRK-Q-TOP-OCUP(2) TO WRK-Q-TOP-OCUP(3)
                   MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-Q-TOP-VEN(2)
                   MOVE WRK-Q-DISTANCIA
                                       TO WRK-Q-TOP-DIST(2)
                   MOVE 'S'            TO WRK-Q-TOP-OCUP(2)
               ELSE
                   IF NOT WRK-Q-TOP-OCUPADO(3)
                   OR WRK-Q-DISTANCIA LESS WRK-Q-TOP-DIST(3)
                       MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-Q-TOP-VEN(3)
                       MOVE WRK-Q-DISTANCIA
                                       TO WRK-Q-TOP-DIST(3)
                       MOVE 'S'        TO WRK-Q-TOP-OCUP(3)
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       22-64-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-65-MOSTRA-TOP                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-Q-TOP-OCUPADO(WRK-Q-IX)
               MOVE WRK-Q-TOP-DIST(WRK-Q-IX)
                                       TO WRK-Q-DIST-ED
               IF WRK-Q-UNID-MILHA
                   COMPUTE WRK-Q-DIST-ED ROUNDED
                           = WRK-Q-TOP-DIST(WRK-Q-IX)
                           * WRK-Q-FATOR-MILHA
               END-IF
               DISPLAY WRK-Q-IX 'O MAIS PROXIMO: VEN='
                       WRK-Q-TOP-VEN(WRK-Q-IX)
                       ' DIST=' WRK-Q-DIST-ED
                       ' ' WRK-Q-UNIDADE
           END-IF
           ADD 1                       TO WRK-Q-IX
           .
      *----------------------------------------------------------------*
       22-65-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-70-REVISA-INATIVIDADE        SECTION.
      *----------------------------------------------------------------*
      *    REVISAO DAS PROPOSTAS DE INATIVACAO (SO SUPERVISOR):
      *    PERCORRE PROPOSTA_INATIV.DAT MOSTRANDO O CLIENTE E A ULTIMA
      *    ATIVIDADE; APROVAR INATIVA O CLIENTE (STATUS + DATA DE
      *    INATIVACAO + AUDITORIA) E REMOVE A PROPOSTA; REJEITAR SO
      *    REMOVE A PROPOSTA; ENTER PULA, X ENCERRA A REVISAO.
      *
           MOVE ZEROS                  TO WRK-QTDE-INATIVADOS
           MOVE 'N'                    TO WRK-PROPIN-FIM-FLAG
      *
           OPEN I-O ARQPROPIN
           IF NOT WRK-ARQPROPIN-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA PROPOSTAS DE INATIVACAO PENDENTES'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 22-70-SAIDA
           END-IF
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE ZEROS                  TO PROPIN-COD-CLI
           START ARQPROPIN KEY IS GREATER THAN OR EQUAL PROPIN-COD-CLI
               INVALID KEY
                   MOVE 'S'            TO WRK-PROPIN-FIM-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'REVISAO DE INATIVIDADE '
                   '(S=INATIVA N=DESCARTA ENTER=PULA X=SAI)'
      *
           PERFORM 22-71-DECIDE-PROPOSTA THRU 22-71-SAIDA
               UNTIL WRK-PROPIN-FIM
      *
           PERFORM 50-40-FECHAR-ARQCLI
           CLOSE ARQPROPIN
      *
           DISPLAY 'CLIENTES INATIVADOS NA REVISAO: '
                   WRK-QTDE-INATIVADOS
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       22-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       22-71-DECIDE-PROPOSTA           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPROPIN NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-PROPIN-FIM-FLAG
                   GO TO 22-71-SAIDA
           END-READ
      *
           MOVE PROPIN-COD-CLI         TO WRK-PROPIN-CLI
           MOVE PROPIN-ULT-ATIVIDADE   TO WRK-PROPIN-ULT
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WRK-PROPIN-CLI         TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
      *        CLIENTE SUMIU DO CADASTRO - DESCARTA A PROPOSTA ORFA.
               DELETE ARQPROPIN
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 22-71-SAIDA
           END-IF
      *
           DISPLAY 'CLIENTE ' WRK-PROPIN-CLI ' '
                   EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
           DISPLAY '  ULTIMA ATIVIDADE: ' WRK-PROPIN-ULT
                   '  STATUS ATUAL: ' EXEMPLO-STATUS OF ARQCLI01
           DISPLAY '  S=INATIVA N=DESCARTA ENTER=PULA X=SAI: '
           ACCEPT WS-AUX-DECISAO
      *
           EVALUATE TRUE
               WHEN WRK-DEC-SAIR
                   MOVE 'S'            TO WRK-PROPIN-FIM-FLAG
               WHEN WRK-DEC-APROVA
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING WRK-PROPIN-CLI ' STATUS='
                          EXEMPLO-STATUS OF ARQCLI01
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   SET EXEMPLO-STATUS-INATIVO OF ARQCLI01 TO TRUE
                   MOVE WRK-DHG-DATA8  TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQCLI01
                   REWRITE EXEMPLO-REG OF ARQCLI01
                   END-REWRITE
                   MOVE 'INAT-INATIV'  TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING WRK-PROPIN-CLI
                          ' INATIVADO POR INATIVIDADE (ULT-ATIV='
                          WRK-PROPIN-ULT ')'
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   ADD 1               TO WRK-QTDE-INATIVADOS
                   DELETE ARQPROPIN
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN WRK-DEC-REJEITA
                   DELETE ARQPROPIN
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       22-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-10-CAD-PRODUTO               SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO MESTRE DE PRODUTOS: INCLUI, ALTERA
      *    (REATIVANDO SE INATIVO) OU INATIVA, NO MESMO MOLDE DO
      *    CADASTRO DE TERRITORIOS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 23-11-CAPTURA-TELA-PROD THRU 23-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
      *    A FAMILIA INFORMADA PRECISA EXISTIR E ESTAR ATIVA EM
      *    ARQFAM01 (ZERO = PRODUTO AINDA SEM FAMILIA).
           IF  NOT WRK-PROD-ACAO-INATIVAR
           AND WRK-PROD-FAMILIA        GREATER ZEROS
               OPEN INPUT ARQFAM01
               IF NOT WRK-ARQFAM01-OK
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQFAM01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-10-SAIDA
               END-IF
               MOVE WRK-PROD-FAMILIA   TO FAMILIA-CODIGO
               READ ARQFAM01
                   INVALID KEY
                       MOVE '23'       TO WRK-FS-ARQFAM01
               END-READ
               CLOSE ARQFAM01
               IF  WRK-FS-ARQFAM01     EQUAL '00'
               AND FAMILIA-STATUS-INATIVA
                   MOVE '23'           TO WRK-FS-ARQFAM01
               END-IF
               IF WRK-FS-ARQFAM01      NOT EQUAL '00'
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQFAM01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-10-SAIDA
               END-IF
           END-IF
      *
           OPEN I-O ARQPRD01
           IF WRK-ARQPRD01-NAO-EXISTE
               IF NOT WRK-PROD-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPRD01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-10-SAIDA
               END-IF
               OPEN OUTPUT ARQPRD01
           END-IF
           IF NOT WRK-ARQPRD01-OK
               MOVE WRK-FS-ARQPRD01    TO STATUS-CODE-02
               MOVE 'ARQPRD01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 23-10-SAIDA
           END-IF
      *
           MOVE WRK-PROD-CODIGO        TO PRODUTO-CODIGO
      *
           IF WRK-PROD-ACAO-INCLUIR
               MOVE WS-AUX-PROD-DESC   TO PRODUTO-DESCRICAO
               MOVE WS-AUX-PROD-UNID   TO PRODUTO-UNIDADE
               MOVE WRK-PROD-PRECO     TO PRODUTO-PRECO-LISTA
               MOVE WRK-PROD-FAMILIA   TO PRODUTO-FAMILIA
               MOVE WRK-PROD-PESO      TO PRODUTO-PESO-KG
               SET PRODUTO-STATUS-ATIVO TO TRUE
               WRITE PRODUTO-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQPRD01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       PERFORM 23-12-GRAVA-CLASSE-FISCAL
                                       THRU 23-12-SAIDA
                       MOVE 'INCL-PRODUTO'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING PRODUTO-CODIGO ' ' WS-AUX-PROD-DESC
                              ' PRECO=' WRK-PROD-PRECO
                              ' FAM=' WRK-PROD-FAMILIA
                              ' PESO=' WRK-PROD-PESO
                              ' CLF=' WS-AUX-PROD-CLF
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           ELSE
               READ ARQPRD01
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQPRD01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING PRODUTO-CODIGO ' ' PRODUTO-DESCRICAO
                              ' PRECO=' PRODUTO-PRECO-LISTA
                              ' ' PRODUTO-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       IF WRK-PROD-ACAO-INATIVAR
                           SET PRODUTO-STATUS-INATIVO TO TRUE
                           MOVE 'INAT-PRODUTO'
                                       TO WRK-AUDIT-ACAO
                       ELSE
                           MOVE WS-AUX-PROD-DESC
                                       TO PRODUTO-DESCRICAO
                           MOVE WS-AUX-PROD-UNID
                                       TO PRODUTO-UNIDADE
                           MOVE WRK-PROD-PRECO
                                       TO PRODUTO-PRECO-LISTA
                           MOVE WRK-PROD-FAMILIA
                                       TO PRODUTO-FAMILIA
                           MOVE WRK-PROD-PESO
                                       TO PRODUTO-PESO-KG
                           SET PRODUTO-STATUS-ATIVO TO TRUE
                           MOVE 'ALTE-PRODUTO'
                                       TO WRK-AUDIT-ACAO
                       END-IF
                       REWRITE PRODUTO-REG
                       END-REWRITE
                       PERFORM 23-12-GRAVA-CLASSE-FISCAL
                                       THRU 23-12-SAIDA
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING PRODUTO-CODIGO ' ' PRODUTO-DESCRICAO
                              ' PRECO=' PRODUTO-PRECO-LISTA
                              ' ' PRODUTO-STATUS
                              ' FAM=' PRODUTO-FAMILIA
                              ' PESO=' PRODUTO-PESO-KG
                              ' CLF=' WRK-PROD-CLF-ATUAL
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-READ
           END-IF
      *
           CLOSE ARQPRD01
           .
      *----------------------------------------------------------------*
       23-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-11-CAPTURA-TELA-PROD         SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO PRODUTO E RE-EXIBE ATE OS DADOS ESTAREM
      *    VALIDOS (CODIGO E PRECO NUMERICOS, FAMILIA E PESO NUMERICOS
      *    OU EM BRANCO, CLASSE FISCAL LIVRE, ACAO I/A/E).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PROD-CAD
           ACCEPT  TELA-PROD-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-PROD-COD-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PROD-CODIGO
           END-IF
      *
      *    O PRECO SO E OBRIGATORIO NA INCLUSAO/ALTERACAO.
           IF NOT WRK-PROD-ACAO-INATIVAR
               MOVE WS-AUX-PROD-PRECO-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PROD-PRECO
                   IF WRK-PROD-PRECO   NOT GREATER ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
      *
               MOVE ZEROS              TO WRK-PROD-FAMILIA
               IF  WS-AUX-PROD-FAM-TELA NOT EQUAL SPACES
               AND WS-AUX-PROD-FAM-TELA NOT EQUAL '0'
                   MOVE WS-AUX-PROD-FAM-TELA
                                       TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF NUMVAL-INVALIDO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE NUMVAL-SAIDA
                                       TO WRK-PROD-FAMILIA
                   END-IF
               END-IF
      *
      *        PESO UNITARIO PARA A ESTIMATIVA DE FRETE (BRANCO = ZERO).
               MOVE ZEROS              TO WRK-PROD-PESO
               IF WS-AUX-PROD-PESO-TELA NOT EQUAL SPACES
                   MOVE WS-AUX-PROD-PESO-TELA
                                       TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF  NUMVAL-OK
                   AND NUMVAL-SAIDA    NOT LESS ZEROS
                   AND NUMVAL-SAIDA    LESS 1000
                       COMPUTE WRK-PROD-PESO ROUNDED = NUMVAL-SAIDA
                   ELSE
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
      *
      *        CLASSE FISCAL DO ICMS (BRANCO = REGRA GERAL DA UF).
               MOVE FUNCTION UPPER-CASE(WS-AUX-PROD-CLF)
                                       TO WS-AUX-PROD-CLF
           END-IF
      *
           IF  NOT WRK-PROD-ACAO-INCLUIR
           AND NOT WRK-PROD-ACAO-ALTERAR
           AND NOT WRK-PROD-ACAO-INATIVAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       23-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-12-GRAVA-CLASSE-FISCAL       SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A CLASSE FISCAL DIGITADA NO ARQUIVO LATERAL ARQPRCF
      *    (INCLUSAO/ALTERACAO). NA INATIVACAO SO LE A CLASSE VIGENTE
      *    PARA A TRILHA. WRK-PROD-CLF-ATUAL SAI COM A CLASSE DO
      *    PRODUTO.
      *
           MOVE SPACES                 TO WRK-PROD-CLF-ATUAL
      *
           OPEN I-O ARQPRCF
           IF WRK-ARQPRCF-NAO-EXISTE
               IF WRK-PROD-ACAO-INATIVAR
                   GO TO 23-12-SAIDA
               END-IF
               OPEN OUTPUT ARQPRCF
               CLOSE ARQPRCF
               OPEN I-O ARQPRCF
           END-IF
           IF NOT WRK-ARQPRCF-OK
               MOVE WRK-FS-ARQPRCF     TO STATUS-CODE-02
               MOVE 'ARQPRCF'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 23-12-SAIDA
           END-IF
      *
           MOVE PRODUTO-CODIGO         TO PRDCF-COD-PROD
           READ ARQPRCF
               INVALID KEY
                   INITIALIZE PRDCF-REG
                   MOVE PRODUTO-CODIGO TO PRDCF-COD-PROD
                   MOVE '23'           TO WRK-FS-ARQPRCF
           END-READ
      *
           IF WRK-PROD-ACAO-INATIVAR
               MOVE PRDCF-CLASSE       TO WRK-PROD-CLF-ATUAL
               CLOSE ARQPRCF
               GO TO 23-12-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-PROD-CLF        TO PRDCF-CLASSE
                                          WRK-PROD-CLF-ATUAL
           MOVE WRK-DHG-DATA8          TO PRDCF-DATA-ALTER
           MOVE WRK-OPER-ID            TO PRDCF-OPERADOR
           IF WRK-FS-ARQPRCF           EQUAL '23'
               WRITE PRDCF-REG
               END-WRITE
           ELSE
               REWRITE PRDCF-REG
               END-REWRITE
           END-IF
      *
           CLOSE ARQPRCF
           .
      *----------------------------------------------------------------*
       23-12-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-15-CAD-FAMILIA               SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE FAMILIAS DE PRODUTO: INCLUI,
      *    ALTERA (REATIVANDO SE INATIVA) OU INATIVA, NO MESMO MOLDE
      *    DO CADASTRO DE PRODUTOS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 23-16-CAPTURA-FAMILIA THRU 23-16-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQFAM01
           IF WRK-ARQFAM01-NAO-EXISTE
               IF NOT WRK-FAM-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQFAM01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-15-SAIDA
               END-IF
               OPEN OUTPUT ARQFAM01
               CLOSE ARQFAM01
               OPEN I-O ARQFAM01
           END-IF
           IF NOT WRK-ARQFAM01-OK
               MOVE WRK-FS-ARQFAM01    TO STATUS-CODE-02
               MOVE 'ARQFAM01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 23-15-SAIDA
           END-IF
      *
           MOVE WRK-FAM-CODIGO         TO FAMILIA-CODIGO
      *
           IF WRK-FAM-ACAO-INCLUIR
               MOVE WS-AUX-FAM-DESC    TO FAMILIA-DESCRICAO
               MOVE WS-AUX-FAM-CATEG   TO FAMILIA-CATEGORIA
               SET FAMILIA-STATUS-ATIVA TO TRUE
               PERFORM 23-17-MOVE-CERT-FAMILIA THRU 23-17-SAIDA
               WRITE FAMILIA-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQFAM01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-FAMILIA'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING FAMILIA-CODIGO ' ' WS-AUX-FAM-DESC
                              ' CAT=' WS-AUX-FAM-CATEG
                              ' CERT=' FAMILIA-EXIGE-CERT
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           ELSE
               READ ARQFAM01
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQFAM01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING FAMILIA-CODIGO ' ' FAMILIA-DESCRICAO
                              ' CAT=' FAMILIA-CATEGORIA
                              ' CERT=' FAMILIA-EXIGE-CERT
                              ' ' FAMILIA-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       IF WRK-FAM-ACAO-INATIVAR
                           SET FAMILIA-STATUS-INATIVA TO TRUE
                           MOVE 'INAT-FAMILIA'
                                       TO WRK-AUDIT-ACAO
                       ELSE
                           MOVE WS-AUX-FAM-DESC
                                       TO FAMILIA-DESCRICAO
                           MOVE WS-AUX-FAM-CATEG
                                       TO FAMILIA-CATEGORIA
                           PERFORM 23-17-MOVE-CERT-FAMILIA
                                       THRU 23-17-SAIDA
                           SET FAMILIA-STATUS-ATIVA TO TRUE
                           MOVE 'ALTE-FAMILIA'
                                       TO WRK-AUDIT-ACAO
                       END-IF
                       REWRITE FAMILIA-REG
                       END-REWRITE
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING FAMILIA-CODIGO ' ' FAMILIA-DESCRICAO
                              ' CAT=' FAMILIA-CATEGORIA
                              ' CERT=' FAMILIA-EXIGE-CERT
                              ' ' FAMILIA-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-READ
           END-IF
      *
           CLOSE ARQFAM01
           .
      *----------------------------------------------------------------*
       23-15-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-16-CAPTURA-FAMILIA           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA FAMILIA E RE-EXIBE ATE O CODIGO SER
      *    NUMERICO E MAIOR QUE ZERO, A DESCRICAO ESTAR PREENCHIDA NA
      *    INCLUSAO/ALTERACAO E A ACAO SER I/A/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-FAM-CAD
           ACCEPT  TELA-FAM-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-FAM-COD-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-FAM-CODIGO
               IF WRK-FAM-CODIGO       EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-FAM-ACAO-INATIVAR
           AND WS-AUX-FAM-DESC         EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-FAM-ACAO-INCLUIR
           AND NOT WRK-FAM-ACAO-ALTERAR
           AND NOT WRK-FAM-ACAO-INATIVAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-FAM-CERT-SIM
           AND NOT WRK-FAM-CERT-NAO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       23-16-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-17-MOVE-CERT-FAMILIA         SECTION.
      *----------------------------------------------------------------*
      *    FAMILIA TECNICA (EXIGE CERTIFICACAO) SO E VENDIDA POR
      *    VENDEDOR CERTIFICADO NELA; BRANCO NA TELA VALE 'N'.
      *
           IF WRK-FAM-CERT-SIM
               MOVE 'S'                TO FAMILIA-EXIGE-CERT
           ELSE
               MOVE 'N'                TO FAMILIA-EXIGE-CERT
           END-IF
           .
      *----------------------------------------------------------------*
       23-17-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-20-CAD-PRECO                 SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA TABELA DE PRECOS COM VIGENCIA: INCLUI UM
      *    PRECO PARA PRODUTO X DATA DE INICIO OU EXCLUI O REGISTRO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 23-21-CAPTURA-TELA-TBP THRU 23-21-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQTBP01
           IF WRK-ARQTBP01-NAO-EXISTE
               IF NOT WRK-TBP-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQTBP01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-20-SAIDA
               END-IF
               OPEN OUTPUT ARQTBP01
           END-IF
           IF NOT WRK-ARQTBP01-OK
               MOVE WRK-FS-ARQTBP01    TO STATUS-CODE-02
               MOVE 'ARQTBP01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 23-20-SAIDA
           END-IF
      *
           MOVE WRK-PROD-CODIGO        TO TABPRC-COD-PROD
           MOVE WRK-TBP-DATA-INICIO    TO TABPRC-DATA-INICIO
      *
           IF WRK-TBP-ACAO-INCLUIR
               MOVE WRK-PROD-PRECO     TO TABPRC-PRECO
               WRITE TABPRC-REG
                   INVALID KEY
                       REWRITE TABPRC-REG
                       END-REWRITE
               END-WRITE
               MOVE 'INCL-PRECO'       TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'PROD=' TABPRC-COD-PROD
                      ' INICIO=' TABPRC-DATA-INICIO
                      ' PRECO=' TABPRC-PRECO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQTBP01
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQTBP01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-PRECO'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'PROD=' TABPRC-COD-PROD
                              ' INICIO=' TABPRC-DATA-INICIO
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQTBP01
           .
      *----------------------------------------------------------------*
       23-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-21-CAPTURA-TELA-TBP          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA TABELA DE PRECOS E RE-EXIBE ATE PRODUTO,
      *    DATA E PRECO (NA INCLUSAO) ESTAREM VALIDOS, ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-TBP-CAD
           ACCEPT  TELA-TBP-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-PROD-COD-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PROD-CODIGO
           END-IF
      *
           IF WS-AUX-TBP-DATA-TELA     NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-TBP-DATA-TELA)
                                       TO WRK-TBP-DATA-INICIO
           END-IF
      *
           IF WRK-TBP-ACAO-INCLUIR
               MOVE WS-AUX-PROD-PRECO-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PROD-PRECO
                   IF WRK-PROD-PRECO   NOT GREATER ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF  NOT WRK-TBP-ACAO-INCLUIR
           AND NOT WRK-TBP-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       23-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-25-VALIDA-DESCONTO           SECTION.
      *----------------------------------------------------------------*
      *    COMPARA O PRECO DIGITADO DO ITEM COM O PISO (PRECO VIGENTE
      *    MENOS O DESCONTO MAXIMO PARAMETRIZADO). ABAIXO DO PISO, SO
      *    OPERADOR ADMIN PODE APROVAR NA HORA - A APROVACAO VAI PARA
      *    A TRILHA DE AUDITORIA.
      *
           IF WRK-DESC-MAX-PCT         EQUAL ZEROS
               GO TO 23-25-SAIDA
           END-IF
      *
           PERFORM 23-26-ACHA-PRECO-VIGENTE THRU 23-26-SAIDA
      *
           COMPUTE WRK-PRECO-MINIMO ROUNDED
                   = WRK-PRECO-VIGENTE
                   * (100 - WRK-DESC-MAX-PCT) / 100
      *
           IF WRK-ITEM-PRECO           NOT LESS WRK-PRECO-MINIMO
               GO TO 23-25-SAIDA
           END-IF
      *
           IF NOT WRK-OPER-EH-ADMIN
               MOVE 'N'                TO WRK-ITEM-ACEITO-FLAG
               MOVE 'DESCONTO ACIMA DO MAXIMO - SO ADMIN APROVA'
                                       TO ERRO-MSG
               GO TO 23-25-SAIDA
           END-IF
      *
           MOVE WRK-ITEM-PRECO         TO WRK-PRECO-DIG-ED
           MOVE WRK-PRECO-MINIMO       TO WRK-PRECO-MIN-ED
           MOVE SPACE                  TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-DESC-APROVA
           ACCEPT  TELA-DESC-APROVA
      *
           IF WRK-CONFIRMA-SIM
               MOVE 'APROVA-DESC'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'PROD=' WRK-PROD-CODIGO
                      ' PISO=' WRK-PRECO-MINIMO
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
               STRING 'PRECO APROVADO=' WRK-ITEM-PRECO
                      ' CLI=' WS-AUX-CODIGO-CLI
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               MOVE 'N'                TO WRK-ITEM-ACEITO-FLAG
               MOVE 'DESCONTO NAO APROVADO - ITEM NAO INCLUIDO'
                                       TO ERRO-MSG
           END-IF
           .
      *----------------------------------------------------------------*
       23-25-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-26-ACHA-PRECO-VIGENTE        SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA NA TABELA DE PRECOS O REGISTRO DO PRODUTO COM A
      *    MAIOR DATA DE INICIO NAO POSTERIOR A DATA DE HOJE; SEM
      *    REGISTRO VIGENTE, VALE O PRECO DE LISTA DO PRODUTO.
      *
           MOVE PRODUTO-PRECO-LISTA    TO WRK-PRECO-VIGENTE
      *
           IF NOT WRK-TBP-ABERTO
               GO TO 23-26-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE 'N'                    TO WRK-TBP-FIM-FLAG
           MOVE WRK-PROD-CODIGO        TO TABPRC-COD-PROD
           MOVE ZEROS                  TO TABPRC-DATA-INICIO
           START ARQTBP01 KEY IS GREATER THAN OR EQUAL TABPRC-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-TBP-FIM-FLAG
           END-START
      *
           PERFORM 23-27-LE-PRECO
               UNTIL WRK-TBP-FIM
           .
      *
       23-27-LE-PRECO.
      *
           READ ARQTBP01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-TBP-FIM-FLAG
               NOT AT END
                   IF TABPRC-COD-PROD NOT EQUAL WRK-PROD-CODIGO
                   OR TABPRC-DATA-INICIO GREATER WRK-DHG-DATA8
                       MOVE 'S'        TO WRK-TBP-FIM-FLAG
                   ELSE
                       MOVE TABPRC-PRECO
                                       TO WRK-PRECO-VIGENTE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       23-26-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-30-CAD-CAMPANHA              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE CAMPANHAS PROMOCIONAIS: INCLUI,
      *    ALTERA (REATIVANDO SE INATIVA) OU INATIVA O PRODUTO NA
      *    CAMPANHA, NO MESMO MOLDE DO CADASTRO DE FAMILIAS. O PRODUTO
      *    PRECISA EXISTIR E ESTAR ATIVO EM ARQPRD01.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 23-31-CAPTURA-CAMPANHA THRU 23-31-SAIDA
               UNTIL WRK-NUM-VALID
      *
           IF NOT WRK-CMP-ACAO-INATIVAR
               OPEN INPUT ARQPRD01
               IF NOT WRK-ARQPRD01-OK
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPRD01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-30-SAIDA
               END-IF
               MOVE WRK-PROD-CODIGO    TO PRODUTO-CODIGO
               READ ARQPRD01
                   INVALID KEY
                       MOVE '23'       TO WRK-FS-ARQPRD01
               END-READ
               CLOSE ARQPRD01
               IF  WRK-FS-ARQPRD01     EQUAL '00'
               AND NOT PRODUTO-STATUS-ATIVO
                   MOVE '23'           TO WRK-FS-ARQPRD01
               END-IF
               IF WRK-FS-ARQPRD01      NOT EQUAL '00'
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPRD01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-30-SAIDA
               END-IF
           END-IF
      *
           OPEN I-O ARQCAMP
           IF WRK-ARQCAMP-NAO-EXISTE
               IF NOT WRK-CMP-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCAMP'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 23-30-SAIDA
               END-IF
               OPEN OUTPUT ARQCAMP
               CLOSE ARQCAMP
               OPEN I-O ARQCAMP
           END-IF
           IF NOT WRK-ARQCAMP-OK
               MOVE WRK-FS-ARQCAMP     TO STATUS-CODE-02
               MOVE 'ARQCAMP'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 23-30-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-PROD-CODIGO        TO CAMP-COD-PROD
           MOVE WS-AUX-CMP-COD-TELA    TO CAMP-CODIGO
      *
           IF WRK-CMP-ACAO-INCLUIR
               PERFORM 23-32-MONTA-REG-CAMP THRU 23-32-SAIDA
               WRITE CAMP-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQCAMP'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-CAMP'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING CAMP-CODIGO ' ' CAMP-COD-PROD
                              ' ' CAMP-DATA-INICIO ' ' CAMP-DATA-FIM
                              ' ' CAMP-TIPO CAMP-STATUS
                              ' P=' CAMP-PRECO-PROMO
                              ' D=' CAMP-DESC-PCT
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           ELSE
               READ ARQCAMP
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQCAMP'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING CAMP-CODIGO ' ' CAMP-COD-PROD
                              ' ' CAMP-DATA-INICIO ' ' CAMP-DATA-FIM
                              ' ' CAMP-TIPO CAMP-STATUS
                              ' P=' CAMP-PRECO-PROMO
                              ' D=' CAMP-DESC-PCT
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       IF WRK-CMP-ACAO-INATIVAR
                           SET CAMP-STATUS-INATIVA TO TRUE
                           MOVE WRK-DHG-DATA8
                                       TO CAMP-DATA-ALTER
                           MOVE 'INAT-CAMP'
                                       TO WRK-AUDIT-ACAO
                       ELSE
                           PERFORM 23-32-MONTA-REG-CAMP
                                       THRU 23-32-SAIDA
                           MOVE 'ALTE-CAMP'
                                       TO WRK-AUDIT-ACAO
                       END-IF
                       REWRITE CAMP-REG
                       END-REWRITE
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING CAMP-CODIGO ' ' CAMP-COD-PROD
                              ' ' CAMP-DATA-INICIO ' ' CAMP-DATA-FIM
                              ' ' CAMP-TIPO CAMP-STATUS
                              ' P=' CAMP-PRECO-PROMO
                              ' D=' CAMP-DESC-PCT
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-READ
           END-IF
      *
           CLOSE ARQCAMP
           .
      *----------------------------------------------------------------*
       23-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-31-CAPTURA-CAMPANHA          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE CAMPANHAS E RE-EXIBE ATE CAMPANHA E
      *    PRODUTO SEREM VALIDOS E, NA INCLUSAO/ALTERACAO, DESCRICAO,
      *    VIGENCIA (FIM NAO ANTERIOR AO INICIO), PRECO PROMOCIONAL OU
      *    PERCENTUAL (UM DOS DOIS) E PRIORIDADE A/B/C OU BRANCO.
      *    ACAO I/A/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CAMP-CAD
           ACCEPT  TELA-CAMP-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-CMP-COD-TELA      EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE WS-AUX-PROD-COD-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PROD-CODIGO
               IF WRK-PROD-CODIGO      EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-CMP-ACAO-INCLUIR
           AND NOT WRK-CMP-ACAO-ALTERAR
           AND NOT WRK-CMP-ACAO-INATIVAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-CMP-ACAO-INATIVAR
               GO TO 23-31-SAIDA
           END-IF
      *
           IF WS-AUX-CMP-DESC          EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WS-AUX-CMP-INICIO-TELA   NOT NUMERIC
           OR WS-AUX-CMP-FIM-TELA      NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-CMP-INICIO-TELA)
                                       TO WRK-CMP-DATA-INICIO
               MOVE FUNCTION NUMVAL(WS-AUX-CMP-FIM-TELA)
                                       TO WRK-CMP-DATA-FIM
               IF WRK-CMP-DATA-INICIO  LESS 19000101
               OR WRK-CMP-DATA-FIM     LESS WRK-CMP-DATA-INICIO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           MOVE ZEROS                  TO WRK-CMP-PRECO
                                          WRK-CMP-PCT
           IF WS-AUX-CMP-PRECO-TELA    NOT EQUAL SPACES
               MOVE WS-AUX-CMP-PRECO-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CMP-PRECO
               END-IF
           END-IF
           IF WS-AUX-CMP-PCT-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-CMP-PCT-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CMP-PCT
               END-IF
           END-IF
      *
      *    PRECO FIXO OU PERCENTUAL - EXATAMENTE UM DOS DOIS.
           EVALUATE TRUE
               WHEN WRK-CMP-PRECO GREATER ZEROS
                AND WRK-CMP-PCT   EQUAL ZEROS
                   MOVE 'P'            TO WRK-CMP-TIPO
               WHEN WRK-CMP-PRECO EQUAL ZEROS
                AND WRK-CMP-PCT   GREATER ZEROS
                   MOVE 'D'            TO WRK-CMP-TIPO
               WHEN OTHER
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
           END-EVALUATE
      *
           IF NOT WRK-CMP-PRIOR-VALIDA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       23-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-32-MONTA-REG-CAMP            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-AUX-CMP-DESC        TO CAMP-DESCRICAO
           MOVE WRK-CMP-DATA-INICIO    TO CAMP-DATA-INICIO
           MOVE WRK-CMP-DATA-FIM       TO CAMP-DATA-FIM
           MOVE WRK-CMP-TIPO           TO CAMP-TIPO
           MOVE WRK-CMP-PRECO          TO CAMP-PRECO-PROMO
           MOVE WRK-CMP-PCT            TO CAMP-DESC-PCT
           MOVE WS-AUX-CMP-TERRIT      TO CAMP-TERRITORIO
           MOVE WS-AUX-CMP-PRIOR       TO CAMP-PRIORIDADE
           SET CAMP-STATUS-ATIVA       TO TRUE
           MOVE WRK-DHG-DATA8          TO CAMP-DATA-ALTER
           .
      *----------------------------------------------------------------*
       23-32-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-35-APLICA-CAMPANHA           SECTION.
      *----------------------------------------------------------------*
      *    PROCURA AS CAMPANHAS ATIVAS DO PRODUTO EM VIGOR HOJE PARA O
      *    TERRITORIO E A PRIORIDADE DO CLIENTE E FICA COM A DE MENOR
      *    PRECO (O PERCENTUAL INCIDE SOBRE O PRECO VIGENTE). SE ELA
      *    NAO FOR MAIS CARA QUE O PRECO INFORMADO, O ITEM PASSA PARA
      *    O PRECO DA CAMPANHA E LEVA O CODIGO DELA.
      *
           MOVE ZEROS                  TO WRK-CMP-MELHOR-PRECO
           MOVE SPACES                 TO WRK-CMP-MELHOR-COD
      *
           IF NOT WRK-CMP-ABERTO
               GO TO 23-35-SAIDA
           END-IF
      *
           PERFORM 23-26-ACHA-PRECO-VIGENTE THRU 23-26-SAIDA
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE 'N'                    TO WRK-CMP-FIM-FLAG
           MOVE WRK-PROD-CODIGO        TO CAMP-COD-PROD
           MOVE LOW-VALUES             TO CAMP-CODIGO
           START ARQCAMP KEY IS GREATER THAN OR EQUAL CAMP-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CMP-FIM-FLAG
           END-START
      *
           PERFORM 23-36-LE-CAMPANHA THRU 23-36-SAIDA
               UNTIL WRK-CMP-FIM
      *
           IF WRK-CMP-MELHOR-COD       EQUAL SPACES
           OR WRK-CMP-MELHOR-PRECO     GREATER WRK-ITEM-PRECO
               GO TO 23-35-SAIDA
           END-IF
      *
           MOVE WRK-CMP-MELHOR-PRECO   TO WRK-ITEM-PRECO
           MOVE WRK-CMP-MELHOR-COD     TO WRK-ITEM-CAMPANHA
           .
      *----------------------------------------------------------------*
       23-35-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       23-36-LE-CAMPANHA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCAMP NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CMP-FIM-FLAG
           END-READ
      *
           IF WRK-CMP-FIM
               GO TO 23-36-SAIDA
           END-IF
      *
           IF CAMP-COD-PROD            NOT EQUAL WRK-PROD-CODIGO
               MOVE 'S'                TO WRK-CMP-FIM-FLAG
               GO TO 23-36-SAIDA
           END-IF
      *
           IF NOT CAMP-STATUS-ATIVA
           OR CAMP-DATA-INICIO         GREATER WRK-DHG-DATA8
           OR CAMP-DATA-FIM            LESS WRK-DHG-DATA8
               GO TO 23-36-SAIDA
           END-IF
      *
           IF  CAMP-TERRITORIO         NOT EQUAL SPACES
           AND CAMP-TERRITORIO         NOT EQUAL WRK-PED-CLI-TERRIT
               GO TO 23-36-SAIDA
           END-IF
           IF  CAMP-PRIORIDADE         NOT EQUAL SPACES
           AND CAMP-PRIORIDADE         NOT EQUAL WRK-PED-CLI-PRIOR
               GO TO 23-36-SAIDA
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
       23-36-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-10-PROXIMO-NUM-PED           SECTION.
      *----------------------------------------------------------------*
      *    CEDE O PROXIMO NUMERO SEQUENCIAL DE PEDIDO A PARTIR DO
      *    CONTROLE DE FAIXA, SOB A TRAVA DE EXECUCAO (MESMA
      *    DISCIPLINA DA IMPORTACAO): DUAS SESSOES SIMULTANEAS NUNCA
      *    RECEBEM O MESMO NUMERO. NA PRIMEIRA UTILIZACAO O CONTROLE
      *    E CRIADO COM A FAIXA COMPLETA.
      *
           MOVE 'N'                    TO WRK-NUMPED-OK-FLAG
      *
           MOVE 'N'                    TO WRK-TRAVA-FLAG
           SET COMUNIC-TRAVA-OBTER     TO TRUE
           MOVE 'NUMERACAO-PED'        TO COMUNIC-TRAVA-PROCESSO
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE COMUNIC-MSG        TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               GO TO 24-10-SAIDA
           END-IF
           SET WRK-TRAVA-OBTIDA        TO TRUE
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
               MOVE WRK-FS-ARQNUMP     TO STATUS-CODE-02
               MOVE 'ARQNUMP'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-10-LIBERA
           END-IF
      *
           READ ARQNUMP
           IF NOT WRK-ARQNUMP-OK
               MOVE WRK-FS-ARQNUMP     TO STATUS-CODE-02
               MOVE 'ARQNUMP'          TO MENSAGEM-CALLER
               CLOSE ARQNUMP
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-10-LIBERA
           END-IF
      *
           IF NUMPED-PROXIMO GREATER NUMPED-FIM-FAIXA
               CLOSE ARQNUMP
               DISPLAY CLEAR-SCREEN
               MOVE 'FAIXA DE NUMERACAO ESGOTADA - AVISE O ADMIN'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-10-LIBERA
           END-IF
      *
           MOVE NUMPED-PROXIMO         TO WS-AUX-NUM-PEDIDO
           ADD 1                       TO NUMPED-PROXIMO
           REWRITE NUMPED-REG
           CLOSE ARQNUMP
           SET WRK-NUMPED-CEDIDO       TO TRUE
           .
      *
       24-10-LIBERA.
      *
           PERFORM 21-81-LIBERA-TRAVA THRU 21-81-SAIDA
           .
      *----------------------------------------------------------------*
       24-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-20-MUDA-STATUS-PED           SECTION.
      *----------------------------------------------------------------*
      *    AVANCA (OU CANCELA) O STATUS DE UM PEDIDO NO CICLO DE VIDA
      *    A/P/F/E/C, RESPEITANDO AS TRANSICOES PERMITIDAS:
      *        DIGITADO (A) -> APROVADO OU CANCELADO
      *        APROVADO (P) -> FATURADO OU CANCELADO
      *        FATURADO (F) -> ENTREGUE
      *    ENTREGUE E CANCELADO SAO FINAIS. CADA MUDANCA VAI PARA O
      *    LOG DE STATUS E PARA A TRILHA DE AUDITORIA.
      *    A APROVACAO RESERVA O ESTOQUE DOS ITENS (O QUE NAO TEM
      *    COBERTURA VAI PARA A FILA DE BACKORDER); CANCELAMENTO E
      *    ENTREGA LIBERAM A RESERVA.
      *    O CANCELAMENTO EXIGE UM MOTIVO ATIVO DO CADASTRO DE MOTIVOS,
      *    QUE VAI PARA O LOG DE STATUS E PARA A AUDITORIA.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-STPED-MOTIVO
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 24-21-CAPTURA-STATUS-PED THRU 24-21-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-21-ABRIR-ARQPED
      *
           MOVE WRK-STPED-NUMERO       TO PEDIDO-NUMERO
           READ ARQPED01
               INVALID KEY
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPED01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 24-20-FECHA
           END-READ
      *
      *    PERFIL V/S SO MEXE EM PEDIDO DE CLIENTE DA SUA CARTEIRA E
      *    DE VENDEDOR DO SEU ESCOPO.
           MOVE PEDIDO-COD-CLI         TO WS-AUX-CODIGO-CLI
           PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 24-20-FECHA
           END-IF
           MOVE PEDIDO-COD-VEN         TO WS-AUX-CODIGO-VEND
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 24-20-FECHA
           END-IF
      *
           MOVE PEDIDO-STATUS          TO WRK-STPED-DE
           MOVE FUNCTION UPPER-CASE(WS-AUX-STPED-NOVO)
                                       TO WRK-STPED-PARA
      *
           MOVE 'N'                    TO WRK-STPED-ACEITA-FLAG
           EVALUATE WRK-STPED-DE ALSO WRK-STPED-PARA
               WHEN 'A' ALSO 'P'
                   SET WRK-STPED-ACEITA TO TRUE
               WHEN 'A' ALSO 'C'
                   SET WRK-STPED-ACEITA TO TRUE
               WHEN 'P' ALSO 'F'
                   SET WRK-STPED-ACEITA TO TRUE
               WHEN 'P' ALSO 'C'
                   SET WRK-STPED-ACEITA TO TRUE
               WHEN 'F' ALSO 'E'
                   SET WRK-STPED-ACEITA TO TRUE
           END-EVALUATE
      *
           IF NOT WRK-STPED-ACEITA
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'TRANSICAO DE STATUS NAO PERMITIDA: '
                      WRK-STPED-DE ' -> ' WRK-STPED-PARA
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-20-FECHA
           END-IF
      *
           MOVE SPACES                 TO WRK-STPED-MOTIVO
           IF WRK-STPED-PARA EQUAL 'C'
               PERFORM 24-22-CONFERE-MOTIVO THRU 24-22-SAIDA
               IF NOT WRK-STPED-MOTIVO-OK
                   GO TO 24-20-FECHA
               END-IF
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-STPED-PARA         TO PEDIDO-STATUS
           MOVE WRK-DHG-DATA8          TO PEDIDO-DATA-STATUS
           REWRITE PEDIDO-REG
           END-REWRITE
      *
           PERFORM 24-25-GRAVA-LOG-STPED THRU 24-25-SAIDA
      *
           MOVE 'STATUS-PEDIDO'        TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'PED=' PEDIDO-NUMERO ' STATUS=' WRK-STPED-DE
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           IF WRK-STPED-PARA EQUAL 'C'
               STRING 'PED=' PEDIDO-NUMERO ' STATUS=' WRK-STPED-PARA
                      ' MOTIVO=' WRK-STPED-MOTIVO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
           ELSE
               STRING 'PED=' PEDIDO-NUMERO ' STATUS=' WRK-STPED-PARA
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
           END-IF
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           MOVE ZEROS                  TO WRK-STQ-QTDE-RESERV
                                          WRK-STQ-QTDE-BKO
           EVALUATE WRK-STPED-PARA
               WHEN 'P'
                   PERFORM 24-26-RESERVA-ESTOQUE THRU 24-26-SAIDA
               WHEN 'C'
               WHEN 'E'
                   PERFORM 24-28-LIBERA-ESTOQUE THRU 24-28-SAIDA
           END-EVALUATE
      *
           DISPLAY CLEAR-SCREEN
           MOVE SPACES                 TO ERRO-MSG
           IF WRK-STQ-QTDE-BKO GREATER ZEROS
               STRING 'PEDIDO ' PEDIDO-NUMERO ' AGORA COM STATUS '
                      WRK-STPED-PARA ' - ITENS EM BACKORDER: '
                      WRK-STQ-QTDE-BKO
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
           ELSE
               STRING 'PEDIDO ' PEDIDO-NUMERO ' AGORA COM STATUS '
                      WRK-STPED-PARA
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *
       24-20-FECHA.
      *
           PERFORM 50-41-FECHAR-ARQPED
           .
      *----------------------------------------------------------------*
       24-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-21-CAPTURA-STATUS-PED        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O PEDIDO E O NOVO STATUS E RE-EXIBE ATE O NUMERO
      *    SER VALIDO E O STATUS SER P/F/E/C.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-STPED-CAD
           ACCEPT  TELA-STPED-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-STPED-NUM-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-STPED-NUMERO
           END-IF
      *
           IF NOT WRK-STPED-NOVO-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       24-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-22-CONFERE-MOTIVO            SECTION.
      *----------------------------------------------------------------*
      *    O CANCELAMENTO PELA TELA EXIGE UM MOTIVO CADASTRADO, ATIVO
      *    E DE ORIGEM MANUAL (CRD/CNP/LIC SAO DOS BLOQUEIOS
      *    AUTOMATICOS). SEM O CADASTRO DE MOTIVOS NAO HA CANCELAMENTO.
      *
           MOVE 'N'                    TO WRK-STPED-MOTIVO-OK-FLAG
           MOVE FUNCTION UPPER-CASE(WS-AUX-STPED-MOTIVO)
                                       TO WRK-STPED-MOTIVO
      *
           IF WRK-STPED-MOTIVO EQUAL SPACES
               DISPLAY CLEAR-SCREEN
               MOVE 'INFORME O MOTIVO DO CANCELAMENTO - PEDIDO MANTIDO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-22-SAIDA
           END-IF
      *
           OPEN INPUT ARQMCAN
           IF NOT WRK-ARQMCAN-OK
               MOVE WRK-FS-ARQMCAN     TO STATUS-CODE-02
               MOVE 'ARQMCAN'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-22-SAIDA
           END-IF
      *
           MOVE WRK-STPED-MOTIVO       TO MOTCAN-CODIGO
           READ ARQMCAN
               INVALID KEY
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'MOTIVO ' WRK-STPED-MOTIVO
                          ' NAO CADASTRADO - PEDIDO MANTIDO'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               NOT INVALID KEY
                   IF MOTCAN-ATIVO AND MOTCAN-ORIGEM-MANUAL
                       SET WRK-STPED-MOTIVO-OK TO TRUE
                   ELSE
                       DISPLAY CLEAR-SCREEN
                       MOVE SPACES     TO ERRO-MSG
                       STRING 'MOTIVO ' WRK-STPED-MOTIVO
                              ' INATIVO OU RESERVADO - PEDIDO MANTIDO'
                              DELIMITED BY SIZE INTO ERRO-MSG
                       END-STRING
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                   END-IF
           END-READ
           CLOSE ARQMCAN
           .
      *----------------------------------------------------------------*
       24-22-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-23-GRAVA-PERDA-BLOQ          SECTION.
      *----------------------------------------------------------------*
      *    PEDIDO BARRADO NA DIGITACAO POR BLOQUEIO AUTOMATICO (MOTIVO
      *    EM WRK-PERDA-MOTIVO): GRAVA NO LOG DE STATUS UMA VENDA
      *    PERDIDA SEM NUMERO DE PEDIDO, COM O CLIENTE CORRENTE, O
      *    VENDEDOR (SEM VENDEDOR AINDA, O TITULAR DA CARTEIRA) E O
      *    VALOR JA CONHECIDO NO PONTO DO BLOQUEIO.
      *
           IF WRK-PERDA-VEN EQUAL ZEROS
               PERFORM 20-94-BUSCA-VEND-CARTEIRA THRU 20-94-SAIDA
               MOVE WRK-CART-VEN-PRIM  TO WRK-PERDA-VEN
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           OPEN EXTEND ARQPEDLOG
           IF NOT WRK-ARQPEDLOG-OK
               OPEN OUTPUT ARQPEDLOG
           END-IF
      *
           MOVE SPACES                 TO REG-ARQPEDLOG
           STRING WRK-DHG-ANO  '-' WRK-DHG-MES '-' WRK-DHG-DIA ' '
                  WRK-DHG-HORA ':' WRK-DHG-MIN ':' WRK-DHG-SEG
                  ' USUARIO=' WRK-OPER-ID
                  ' PEDIDO=0000000'
                  ' DE= '
                  ' PARA=C'
                  ' MOTIVO=' WRK-PERDA-MOTIVO
                  ' CLI=' WS-AUX-CODIGO-CLI
                  ' VEN=' WRK-PERDA-VEN
                  ' VALOR=' WRK-PERDA-VALOR
                  DELIMITED BY SIZE INTO REG-ARQPEDLOG
           END-STRING
           WRITE REG-ARQPEDLOG
           CLOSE ARQPEDLOG
           .
      *----------------------------------------------------------------*
       24-23-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-25-GRAVA-LOG-STPED           SECTION.
      *----------------------------------------------------------------*
      *    APENDA A MUDANCA DE STATUS NO LOG PROPRIO (QUEM, QUANDO,
      *    DE, PARA), SEPARADO DA TRILHA DE AUDITORIA DE CADASTRO. O
      *    CANCELAMENTO LEVA TAMBEM O MOTIVO.
      *
           OPEN EXTEND ARQPEDLOG
           IF NOT WRK-ARQPEDLOG-OK
               OPEN OUTPUT ARQPEDLOG
           END-IF
      *
           MOVE SPACES                 TO REG-ARQPEDLOG
           IF WRK-STPED-PARA EQUAL 'C'
               STRING WRK-DHG-ANO  '-' WRK-DHG-MES '-' WRK-DHG-DIA ' '
                      WRK-DHG-HORA ':' WRK-DHG-MIN ':' WRK-DHG-SEG
                      ' USUARIO=' WRK-OPER-ID
                      ' PEDIDO=' PEDIDO-NUMERO
                      ' DE=' WRK-STPED-DE
                      ' PARA=' WRK-STPED-PARA
                      ' MOTIVO=' WRK-STPED-MOTIVO
                      DELIMITED BY SIZE INTO REG-ARQPEDLOG
               END-STRING
           ELSE
               STRING WRK-DHG-ANO  '-' WRK-DHG-MES '-' WRK-DHG-DIA ' '
                      WRK-DHG-HORA ':' WRK-DHG-MIN ':' WRK-DHG-SEG
                      ' USUARIO=' WRK-OPER-ID
                      ' PEDIDO=' PEDIDO-NUMERO
                      ' DE=' WRK-STPED-DE
                      ' PARA=' WRK-STPED-PARA
                      DELIMITED BY SIZE INTO REG-ARQPEDLOG
               END-STRING
           END-IF
           WRITE REG-ARQPEDLOG
           CLOSE ARQPEDLOG
           .
      *----------------------------------------------------------------*
       24-25-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-26-RESERVA-ESTOQUE           SECTION.
      *----------------------------------------------------------------*
      *    RESERVA O ESTOQUE DE CADA ITEM DO PEDIDO APROVADO. ITEM COM
      *    DISPONIVEL SUFICIENTE FICA RESERVADO; ITEM SEM DISPONIVEL
      *    OU SEM POSICAO NO ARMAZEM ENTRA NA FILA DE BACKORDER, QUE A
      *    CARGA DIARIA DO ARMAZEM ATENDE. SEM POSICAO DE ESTOQUE
      *    CARREGADA AINDA NAO HA CONTROLE.
      *
           OPEN I-O ARQSTQ01
           IF NOT WRK-ARQSTQ01-OK
               GO TO 24-26-SAIDA
           END-IF
      *
           OPEN I-O ARQRESE
           IF WRK-ARQRESE-NAO-EXISTE
               OPEN OUTPUT ARQRESE
               CLOSE ARQRESE
               OPEN I-O ARQRESE
           END-IF
           IF NOT WRK-ARQRESE-OK
               CLOSE ARQSTQ01
               MOVE WRK-FS-ARQRESE     TO STATUS-CODE-02
               MOVE 'ARQRESE'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-26-SAIDA
           END-IF
      *
           OPEN INPUT ARQITP01
           IF NOT WRK-ARQITP01-OK
               CLOSE ARQSTQ01
                     ARQRESE
               GO TO 24-26-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-RESE-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           START ARQITP01 KEY IS GREATER THAN OR EQUAL ITEM-PED-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
           END-START
      *
           PERFORM 24-27-RESERVA-ITEM THRU 24-27-SAIDA
               UNTIL WRK-RESE-FIM
      *
           CLOSE ARQITP01
                 ARQSTQ01
                 ARQRESE
           .
      *----------------------------------------------------------------*
       24-26-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-27-RESERVA-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
                   GO TO 24-27-SAIDA
           END-READ
      *
           IF ITEM-PED-NUMERO NOT EQUAL PEDIDO-NUMERO
               MOVE 'S'                TO WRK-RESE-FIM-FLAG
               GO TO 24-27-SAIDA
           END-IF
      *
           INITIALIZE RESERVA-REG
           MOVE ITEM-PED-NUMERO        TO RESERVA-NUMERO
           MOVE ITEM-PED-SEQ           TO RESERVA-SEQ
           MOVE ITEM-PED-COD-PROD      TO RESERVA-COD-PROD
           MOVE PEDIDO-COD-VEN         TO RESERVA-COD-VEN
           MOVE PEDIDO-COD-CLI         TO RESERVA-COD-CLI
           MOVE ITEM-PED-QUANTIDADE    TO RESERVA-QUANTIDADE
           MOVE ITEM-PED-VALOR         TO RESERVA-VALOR
           MOVE WRK-DHG-DATA8          TO RESERVA-DATA
           SET RESERVA-BACKORDER       TO TRUE
      *
           MOVE ITEM-PED-COD-PROD      TO ESTOQUE-COD-PROD
           READ ARQSTQ01
               INVALID KEY
                   GO TO 24-27-GRAVA
           END-READ
      *
           IF ESTOQUE-QTD-DISPONIVEL NOT LESS ITEM-PED-QUANTIDADE
               ADD ITEM-PED-QUANTIDADE TO ESTOQUE-QTD-RESERVADA
               COMPUTE ESTOQUE-QTD-DISPONIVEL
                       = ESTOQUE-QTD-FISICA - ESTOQUE-QTD-RESERVADA
               MOVE WRK-DHG-DATA8      TO ESTOQUE-DATA-MOVTO
               REWRITE ESTOQUE-REG
               END-REWRITE
               SET RESERVA-RESERVADA   TO TRUE
           END-IF
           .
      *
       24-27-GRAVA.
      *
           IF RESERVA-RESERVADA
               ADD 1                   TO WRK-STQ-QTDE-RESERV
           ELSE
               ADD 1                   TO WRK-STQ-QTDE-BKO
           END-IF
      *
           WRITE RESERVA-REG
               INVALID KEY
                   REWRITE RESERVA-REG
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
       24-27-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-28-LIBERA-ESTOQUE            SECTION.
      *----------------------------------------------------------------*
      *    LIBERA AS RESERVAS DO PEDIDO CANCELADO OU ENTREGUE E O TIRA
      *    DA FILA DE BACKORDER. NA ENTREGA A MERCADORIA SAIU: O
      *    FISICO TAMBEM E BAIXADO ATE A PROXIMA CARGA DO ARMAZEM.
      *
           OPEN I-O ARQRESE
           IF NOT WRK-ARQRESE-OK
               GO TO 24-28-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-STQ-ABERTO-FLAG
           OPEN I-O ARQSTQ01
           IF WRK-ARQSTQ01-OK
               SET WRK-STQ-ABERTO      TO TRUE
           END-IF
      *
           MOVE 'N'                    TO WRK-RESE-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO RESERVA-NUMERO
           MOVE ZEROS                  TO RESERVA-SEQ
           START ARQRESE KEY IS GREATER THAN OR EQUAL RESERVA-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
           END-START
      *
           PERFORM 24-29-LIBERA-ITEM THRU 24-29-SAIDA
               UNTIL WRK-RESE-FIM
      *
           CLOSE ARQRESE
           IF WRK-STQ-ABERTO
               CLOSE ARQSTQ01
           END-IF
           .
      *----------------------------------------------------------------*
       24-28-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-29-LIBERA-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQRESE NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
                   GO TO 24-29-SAIDA
           END-READ
      *
           IF RESERVA-NUMERO NOT EQUAL PEDIDO-NUMERO
               MOVE 'S'                TO WRK-RESE-FIM-FLAG
               GO TO 24-29-SAIDA
           END-IF
      *
           IF RESERVA-RESERVADA AND WRK-STQ-ABERTO
               MOVE RESERVA-COD-PROD   TO ESTOQUE-COD-PROD
               READ ARQSTQ01
                   INVALID KEY
                       GO TO 24-29-REMOVE
               END-READ
               IF ESTOQUE-QTD-RESERVADA GREATER RESERVA-QUANTIDADE
                   SUBTRACT RESERVA-QUANTIDADE
                                       FROM ESTOQUE-QTD-RESERVADA
               ELSE
                   MOVE ZEROS          TO ESTOQUE-QTD-RESERVADA
               END-IF
               IF WRK-STPED-PARA EQUAL 'E'
                   IF ESTOQUE-QTD-FISICA GREATER RESERVA-QUANTIDADE
                       SUBTRACT RESERVA-QUANTIDADE
                                       FROM ESTOQUE-QTD-FISICA
                   ELSE
                       MOVE ZEROS      TO ESTOQUE-QTD-FISICA
                   END-IF
               END-IF
               COMPUTE ESTOQUE-QTD-DISPONIVEL
                       = ESTOQUE-QTD-FISICA - ESTOQUE-QTD-RESERVADA
               MOVE WRK-DHG-DATA8      TO ESTOQUE-DATA-MOVTO
               REWRITE ESTOQUE-REG
               END-REWRITE
           END-IF
           .
      *
       24-29-REMOVE.
      *
           DELETE ARQRESE
               INVALID KEY
                   CONTINUE
           END-DELETE
           .
      *----------------------------------------------------------------*
       24-29-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-30-VERIFICA-CREDITO          SECTION.
      *----------------------------------------------------------------*
      *    CONFERE O PEDIDO NOVO CONTRA O LIMITE DE CREDITO DO
      *    CLIENTE: EXPOSICAO = PEDIDOS NAO CANCELADOS EM ARQPED01
      *    MENOS O JA FATURADO EM ARQHVND. SEM REGISTRO DE LIMITE NAO
      *    HA CONTROLE; ESTOURO SO PASSA COM LIBERACAO DE ADMIN, QUE
      *    VAI PARA A TRILHA DE AUDITORIA. O PEDIDO NOVO ENTRA PELO
      *    BRUTO COM ICMS, QUE E O QUE O CLIENTE PAGA.
      *
           SET WRK-CRED-LIBEROU        TO TRUE
      *
           PERFORM 24-31-LE-LIMITE THRU 24-31-SAIDA
           IF NOT WRK-TEM-LIMITE
               GO TO 24-30-SAIDA
           END-IF
      *
           PERFORM 24-32-SOMA-PEDIDOS THRU 24-32-SAIDA
           PERFORM 24-33-SOMA-FATURADO THRU 24-33-SAIDA
      *
           COMPUTE WRK-CRED-EXPOSTO
                   = WRK-CRED-PEDIDOS - WRK-CRED-FATURADO
           IF WRK-CRED-EXPOSTO LESS ZEROS
               MOVE ZEROS              TO WRK-CRED-EXPOSTO
           END-IF
           ADD WRK-PED-VALOR-BRUTO     TO WRK-CRED-EXPOSTO
      *
           IF WRK-CRED-EXPOSTO NOT GREATER WRK-CRED-LIMITE
               GO TO 24-30-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CRED-LIBEROU-FLAG
      *
           IF NOT WRK-OPER-EH-ADMIN
               DISPLAY CLEAR-SCREEN
               MOVE 'LIMITE DE CREDITO ESTOURADO - SO ADMIN LIBERA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-30-SAIDA
           END-IF
      *
           MOVE WRK-CRED-LIMITE        TO WRK-CRED-LIMITE-ED
           MOVE WRK-CRED-EXPOSTO       TO WRK-CRED-EXPOSTO-ED
           MOVE SPACE                  TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CRED-APROVA
           ACCEPT  TELA-CRED-APROVA
      *
           IF WRK-CONFIRMA-SIM
               SET WRK-CRED-LIBEROU    TO TRUE
               MOVE 'LIBERA-CRED'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'CLI=' WS-AUX-CODIGO-CLI
                      ' LIMITE=' WRK-CRED-LIMITE
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
               STRING 'EXPOSICAO LIBERADA=' WRK-CRED-EXPOSTO
                      ' VALOR PEDIDO=' WRK-PED-VALOR-BRUTO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DISPLAY CLEAR-SCREEN
               MOVE 'PEDIDO NAO LIBERADO PELO CREDITO - NADA GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       24-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-31-LE-LIMITE                 SECTION.
      *----------------------------------------------------------------*
      *    BUSCA O LIMITE DE CREDITO DO CLIENTE CORRENTE.
      *
           MOVE 'N'                    TO WRK-TEM-LIMITE-FLAG
           MOVE ZEROS                  TO WRK-CRED-LIMITE
      *
           OPEN INPUT ARQCRED
           IF WRK-ARQCRED-NAO-EXISTE
               GO TO 24-31-SAIDA
           END-IF
           IF NOT WRK-ARQCRED-OK
               MOVE WRK-FS-ARQCRED     TO STATUS-CODE-02
               MOVE 'ARQCRED'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-31-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO CREDITO-COD-CLI
           READ ARQCRED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-TEM-LIMITE  TO TRUE
                   MOVE CREDITO-LIMITE TO WRK-CRED-LIMITE
           END-READ
           CLOSE ARQCRED
           .
      *----------------------------------------------------------------*
       24-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-32-SOMA-PEDIDOS              SECTION.
      *----------------------------------------------------------------*
      *    SOMA OS PEDIDOS NAO CANCELADOS DO CLIENTE EM ARQPED01, PELO
      *    BRUTO DO RESUMO EM ARQICMS QUANDO O PEDIDO TEM ICMS.
      *
           MOVE ZEROS                  TO WRK-CRED-PEDIDOS
           MOVE 'N'                    TO WRK-PEDSCAN-FIM-FLAG
      *
           MOVE 'N'                    TO WRK-ICMS-ABERTO-FLAG
           OPEN INPUT ARQICMS
           IF WRK-ARQICMS-OK
               SET WRK-ICMS-ABERTO     TO TRUE
           END-IF
      *
           PERFORM 50-21-ABRIR-ARQPED
      *
           MOVE LOW-VALUES             TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   MOVE 'S'            TO WRK-PEDSCAN-FIM-FLAG
           END-START
      *
           PERFORM 24-32-LE-PEDIDO
               UNTIL WRK-PEDSCAN-FIM
      *
           PERFORM 50-41-FECHAR-ARQPED
           IF WRK-ICMS-ABERTO
               CLOSE ARQICMS
               MOVE 'N'                TO WRK-ICMS-ABERTO-FLAG
           END-IF
           .
      *
       24-32-LE-PEDIDO.
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-PEDSCAN-FIM-FLAG
               NOT AT END
                   IF  PEDIDO-COD-CLI EQUAL WS-AUX-CODIGO-CLI
                   AND NOT PEDIDO-STATUS-CANCELADO
                       PERFORM 24-34-VALOR-BRUTO THRU 24-34-SAIDA
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       24-32-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-33-SOMA-FATURADO             SECTION.
      *----------------------------------------------------------------*
      *    SOMA O FATURADO DO CLIENTE EM ARQHVND (TODOS OS PERIODOS).
      *
           MOVE ZEROS                  TO WRK-CRED-FATURADO
           MOVE 'N'                    TO WRK-HVND-FIM-FLAG
      *
           OPEN INPUT ARQHVND
           IF WRK-ARQHVND-NAO-EXISTE
               GO TO 24-33-SAIDA
           END-IF
           IF NOT WRK-ARQHVND-OK
               MOVE WRK-FS-ARQHVND     TO STATUS-CODE-02
               MOVE 'ARQHVND'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-33-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO VENDA-COD-CLI
           MOVE ZEROS                  TO VENDA-PERIODO
           START ARQHVND KEY IS GREATER THAN OR EQUAL VENDA-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-HVND-FIM-FLAG
           END-START
      *
           PERFORM 24-33-LE-VENDA
               UNTIL WRK-HVND-FIM
      *
           CLOSE ARQHVND
           .
      *
       24-33-LE-VENDA.
      *
           READ ARQHVND NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-HVND-FIM-FLAG
               NOT AT END
                   IF VENDA-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
                       MOVE 'S'        TO WRK-HVND-FIM-FLAG
                   ELSE
                       ADD VENDA-VALOR TO WRK-CRED-FATURADO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       24-33-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-34-VALOR-BRUTO               SECTION.
      *----------------------------------------------------------------*
      *    SOMA O PEDIDO LIDO EM ARQPED01 NA EXPOSICAO: BRUTO DO RESUMO
      *    DE ICMS QUANDO HOUVER, SENAO O VALOR (LIQUIDO) DO PEDIDO.
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
                       GO TO 24-34-SAIDA
               END-READ
           END-IF
           ADD PEDIDO-VALOR            TO WRK-CRED-PEDIDOS
           .
      *----------------------------------------------------------------*
       24-34-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-35-CAD-CREDITO               SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO LIMITE DE CREDITO DO CLIENTE (INCLUI OU
      *    SUBSTITUI O LIMITE; CLIENTE SEM REGISTRO NAO TEM CONTROLE).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 24-36-CAPTURA-CREDITO THRU 24-36-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCRED
           IF WRK-ARQCRED-NAO-EXISTE
               OPEN OUTPUT ARQCRED
           END-IF
           IF NOT WRK-ARQCRED-OK
               MOVE WRK-FS-ARQCRED     TO STATUS-CODE-02
               MOVE 'ARQCRED'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-35-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-CODIGO-CLI      TO CREDITO-COD-CLI
           MOVE WRK-CRED-LIMITE        TO CREDITO-LIMITE
           MOVE WRK-DHG-DATA8          TO CREDITO-DATA-ALTER
           WRITE CREDITO-REG
               INVALID KEY
                   REWRITE CREDITO-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-CREDITO'         TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' CREDITO-COD-CLI
                  ' LIMITE=' CREDITO-LIMITE
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQCRED
           .
      *----------------------------------------------------------------*
       24-35-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-36-CAPTURA-CREDITO           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA CLIENTE E LIMITE E RE-EXIBE ATE AMBOS SEREM
      *    NUMEROS VALIDOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CRED-CAD
           ACCEPT  TELA-CRED-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           MOVE WS-AUX-CRED-LIM-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CRED-LIMITE
           END-IF
           .
      *----------------------------------------------------------------*
       24-36-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-37-REVISA-CREDITO            SECTION.
      *----------------------------------------------------------------*
      *    REVISAO DAS PROPOSTAS DE LIMITE (SO SUPERVISOR): PERCORRE
      *    PROPOSTA_CREDITO.DAT MOSTRANDO A PONTUACAO E OS INDICADORES;
      *    APROVAR GRAVA O LIMITE PROPOSTO NO ARQCRED (COM AUDITORIA)
      *    E REMOVE A PROPOSTA; REJEITAR SO REMOVE A PROPOSTA; ENTER
      *    PULA, X ENCERRA A REVISAO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE ZEROS                  TO WRK-QTDE-LIM-ALTERADOS
           MOVE 'N'                    TO WRK-PROPCR-FIM-FLAG
      *
           OPEN I-O ARQPROPCR
           IF NOT WRK-ARQPROPCR-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA PROPOSTAS DE LIMITE DE CREDITO PENDENTES'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-37-SAIDA
           END-IF
      *
           OPEN I-O ARQCRED
           IF WRK-ARQCRED-NAO-EXISTE
               OPEN OUTPUT ARQCRED
           END-IF
           IF NOT WRK-ARQCRED-OK
               CLOSE ARQPROPCR
               MOVE WRK-FS-ARQCRED     TO STATUS-CODE-02
               MOVE 'ARQCRED'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-37-SAIDA
           END-IF
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE ZEROS                  TO PROPCR-COD-CLI
           START ARQPROPCR KEY IS GREATER THAN OR EQUAL PROPCR-COD-CLI
               INVALID KEY
                   MOVE 'S'            TO WRK-PROPCR-FIM-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'REVISAO DE LIMITE DE CREDITO '
                   '(S=APLICA N=DESCARTA ENTER=PULA X=SAI)'
      *
           PERFORM 24-38-DECIDE-CREDITO THRU 24-38-SAIDA
               UNTIL WRK-PROPCR-FIM
      *
           PERFORM 50-40-FECHAR-ARQCLI
           CLOSE ARQCRED
                 ARQPROPCR
      *
           DISPLAY 'LIMITES ALTERADOS NA REVISAO: '
                   WRK-QTDE-LIM-ALTERADOS
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       24-37-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-38-DECIDE-CREDITO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPROPCR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-PROPCR-FIM-FLAG
                   GO TO 24-38-SAIDA
           END-READ
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE PROPCR-COD-CLI         TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
      *        CLIENTE SUMIU DO CADASTRO - DESCARTA A PROPOSTA ORFA.
               DELETE ARQPROPCR
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 24-38-SAIDA
           END-IF
      *
           IF PROPCR-AUMENTA
               MOVE 'AUMENTO'          TO WRK-PROPCR-ACAO-DESC
           ELSE
               MOVE 'REDUCAO'          TO WRK-PROPCR-ACAO-DESC
           END-IF
      *
           DISPLAY 'CLIENTE ' PROPCR-COD-CLI ' '
                   EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
           DISPLAY '  SCORE: ' PROPCR-SCORE
                   '  MEDIA ATRASO: ' PROPCR-MEDIA-ATRASO
                   '  PCT PAGO C/ATRASO: ' PROPCR-PCT-ATRASO
           DISPLAY '  SALDO VENCIDO: ' PROPCR-SALDO-VENCIDO
                   '  MESES RELAC: ' PROPCR-MESES-RELAC
           DISPLAY '  ' WRK-PROPCR-ACAO-DESC
                   ' LIMITE: ' PROPCR-LIMITE-ATUAL
                   ' -> ' PROPCR-LIMITE-PROPOSTO
           DISPLAY '  S=APLICA N=DESCARTA ENTER=PULA X=SAI: '
           ACCEPT WS-AUX-DECISAO
      *
           EVALUATE TRUE
               WHEN WRK-DEC-SAIR
                   MOVE 'S'            TO WRK-PROPCR-FIM-FLAG
               WHEN WRK-DEC-APROVA
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   MOVE PROPCR-COD-CLI TO CREDITO-COD-CLI
                   MOVE ZEROS          TO WRK-PROPCR-LIM-ANTES
                   READ ARQCRED
                       INVALID KEY
                           INITIALIZE CREDITO-REG
                       NOT INVALID KEY
                           MOVE CREDITO-LIMITE
                                       TO WRK-PROPCR-LIM-ANTES
                   END-READ
                   MOVE PROPCR-COD-CLI TO CREDITO-COD-CLI
                   MOVE PROPCR-LIMITE-PROPOSTO
                                       TO CREDITO-LIMITE
                   MOVE WRK-DHG-DATA8  TO CREDITO-DATA-ALTER
                   WRITE CREDITO-REG
                       INVALID KEY
                           REWRITE CREDITO-REG
                           END-REWRITE
                   END-WRITE
                   MOVE 'SCORE-CREDIT' TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'CLI=' PROPCR-COD-CLI
                          ' LIMITE=' WRK-PROPCR-LIM-ANTES
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   STRING 'CLI=' PROPCR-COD-CLI
                          ' LIMITE=' CREDITO-LIMITE
                          ' SCORE=' PROPCR-SCORE
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   ADD 1               TO WRK-QTDE-LIM-ALTERADOS
                   DELETE ARQPROPCR
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN WRK-DEC-REJEITA
                   DELETE ARQPROPCR
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       24-38-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-40-CAD-META                  SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DAS METAS MENSAIS DE VENDA: INCLUI/SUBSTITUI A
      *    META DO VENDEDOR X PERIODO OU EXCLUI O REGISTRO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 24-41-CAPTURA-META THRU 24-41-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQMETA
           IF WRK-ARQMETA-NAO-EXISTE
               IF NOT WRK-META-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQMETA'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 24-40-SAIDA
               END-IF
               OPEN OUTPUT ARQMETA
           END-IF
           IF NOT WRK-ARQMETA-OK
               MOVE WRK-FS-ARQMETA     TO STATUS-CODE-02
               MOVE 'ARQMETA'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-40-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO META-COD-VEN
           MOVE WRK-META-PERIODO       TO META-PERIODO
      *
           IF WRK-META-ACAO-INCLUIR
               MOVE WRK-META-VALOR     TO META-VALOR
               WRITE META-REG
                   INVALID KEY
                       REWRITE META-REG
                       END-REWRITE
               END-WRITE
               MOVE 'INCL-META'        TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'VEN=' META-COD-VEN
                      ' PERIODO=' META-PERIODO
                      ' META=' META-VALOR
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQMETA
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQMETA'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-META'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'VEN=' META-COD-VEN
                              ' PERIODO=' META-PERIODO
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQMETA
           .
      *----------------------------------------------------------------*
       24-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-41-CAPTURA-META              SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE METAS E RE-EXIBE ATE VENDEDOR, PERIODO E
      *    VALOR (NA INCLUSAO) ESTAREM VALIDOS, ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-META-CAD
           ACCEPT  TELA-META-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           IF WS-AUX-META-PER-TELA     NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-META-PER-TELA)
                                       TO WRK-META-PERIODO
           END-IF
      *
           IF WRK-META-ACAO-INCLUIR
               MOVE WS-AUX-META-VAL-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-META-VALOR
                   IF WRK-META-VALOR   NOT GREATER ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF  NOT WRK-META-ACAO-INCLUIR
           AND NOT WRK-META-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       24-41-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-50-CONSULTA-COMISSAO         SECTION.
      *----------------------------------------------------------------*
      *    CONSULTA DO HISTORICO DE COMISSOES DE UM VENDEDOR: LISTA
      *    CADA PERIODO GRAVADO POR CALC-COMISSAO (BASE, FAIXA, VALOR
      *    E SITUACAO DO PAGAMENTO) E O ACUMULADO DO ANO CORRENTE -
      *    MESMO MOLDE DA CONSULTA DO HISTORICO DE CARTEIRAS.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 24-51-CAPTURA-VEND-COMIS THRU 24-51-SAIDA
               UNTIL WRK-NUM-VALID
      *
      *    VENDEDOR (PERFIL V) SO VE A PROPRIA COMISSAO; SUPERVISOR
      *    (PERFIL S) VE A DOS VENDEDORES DA SUA EQUIPE.
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 24-50-SAIDA
           END-IF
      *
           OPEN INPUT ARQHCOM
           IF WRK-ARQHCOM-NAO-EXISTE
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA HISTORICO DE COMISSOES GRAVADO AINDA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-50-SAIDA
           END-IF
           IF NOT WRK-ARQHCOM-OK
               MOVE WRK-FS-ARQHCOM     TO STATUS-CODE-02
               MOVE 'ARQHCOM'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-50-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-DHG-ANO            TO WRK-HCOM-ANO-ATUAL
           MOVE ZEROS                  TO WRK-HCOM-TOT-ANO
                                          WRK-HCOM-QTDE
           MOVE 'N'                    TO WRK-HCOM-FIM-FLAG
      *
           MOVE WS-AUX-CODIGO-VEND     TO HCOM-COD-VEN
           MOVE ZEROS                  TO HCOM-PERIODO
           START ARQHCOM KEY IS GREATER THAN OR EQUAL HCOM-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-HCOM-FIM-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'COMISSOES DO VENDEDOR ' WS-AUX-CODIGO-VEND
      *
           PERFORM 24-52-LE-HCOM
               UNTIL WRK-HCOM-FIM
      *
           CLOSE ARQHCOM
      *
           MOVE WRK-HCOM-TOT-ANO       TO WRK-HCOM-VALOR-ED
           DISPLAY 'PERIODOS EXIBIDOS....: ' WRK-HCOM-QTDE
           DISPLAY 'ACUMULADO DO ANO ' WRK-HCOM-ANO-ATUAL ': '
                   WRK-HCOM-VALOR-ED
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *
       24-52-LE-HCOM.
      *
           READ ARQHCOM NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-HCOM-FIM-FLAG
               NOT AT END
                   IF HCOM-COD-VEN NOT EQUAL WS-AUX-CODIGO-VEND
                       MOVE 'S'        TO WRK-HCOM-FIM-FLAG
                   ELSE
                       ADD 1           TO WRK-HCOM-QTDE
                       MOVE HCOM-BASE  TO WRK-HCOM-BASE-ED
                       MOVE HCOM-VALOR TO WRK-HCOM-VALOR-ED
                       DISPLAY 'PERIODO=' HCOM-PERIODO
                               ' BASE=' WRK-HCOM-BASE-ED
                               ' PLANO=' HCOM-PLANO
                               ' PCT=' HCOM-FAIXA-PCT
                               ' COMISSAO=' WRK-HCOM-VALOR-ED
                               ' SIT=' HCOM-SITUACAO
                       IF HCOM-PERIODO(1:4) EQUAL WRK-HCOM-ANO-ATUAL
                           ADD HCOM-VALOR
                                       TO WRK-HCOM-TOT-ANO
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       24-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-51-CAPTURA-VEND-COMIS        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O VENDEDOR DA CONSULTA (REAPROVEITA A TELA DE
      *    PEDIDO X VENDEDOR) E RE-EXIBE ATE SER UM NUMERO VALIDO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PED-VEND
           ACCEPT  TELA-PED-VEND
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
           .
      *----------------------------------------------------------------*
       24-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-60-LANCA-AJUSTE              SECTION.
      *----------------------------------------------------------------*
      *    LANCA UM AJUSTE MANUAL DE COMISSAO (RESTRITO A ADMIN):
      *    VENDEDOR X PERIODO X SEQUENCIA AUTOMATICA, VALOR COM SINAL
      *    (C CREDITA, D DEBITA), CODIGO DE MOTIVO E OPERADOR
      *    AUTORIZADOR. CALC-COMISSAO APLICA NA PROXIMA EXECUCAO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 24-61-CAPTURA-AJUSTE THRU 24-61-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQAJC
           IF WRK-ARQAJC-NAO-EXISTE
               OPEN OUTPUT ARQAJC
               CLOSE ARQAJC
               OPEN I-O ARQAJC
           END-IF
           IF NOT WRK-ARQAJC-OK
               MOVE WRK-FS-ARQAJC      TO STATUS-CODE-02
               MOVE 'ARQAJC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-60-SAIDA
           END-IF
      *
      *    A SEQUENCIA E A PROXIMA LIVRE DO VENDEDOR X PERIODO.
           MOVE ZEROS                  TO WRK-AJC-PROX-SEQ
           MOVE 'N'                    TO WRK-AJC-FIM-FLAG
           MOVE WS-AUX-CODIGO-VEND     TO AJUSTE-COD-VEN
           MOVE WRK-AJC-PERIODO        TO AJUSTE-PERIODO
           MOVE ZEROS                  TO AJUSTE-SEQ
           START ARQAJC KEY IS GREATER THAN OR EQUAL AJUSTE-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-AJC-FIM-FLAG
           END-START
           PERFORM 24-62-LE-ULT-SEQ
               UNTIL WRK-AJC-FIM
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-CODIGO-VEND     TO AJUSTE-COD-VEN
           MOVE WRK-AJC-PERIODO        TO AJUSTE-PERIODO
           COMPUTE AJUSTE-SEQ = WRK-AJC-PROX-SEQ + 1
           MOVE WRK-AJC-VALOR          TO AJUSTE-VALOR
           MOVE WS-AUX-AJC-MOTIVO      TO AJUSTE-MOTIVO
           MOVE WRK-OPER-ID            TO AJUSTE-OPERADOR
           MOVE WRK-DHG-DATA8          TO AJUSTE-DATA
      *    AJUSTE NOVO AINDA NAO SAIU EM NENHUMA APURACAO.
           MOVE ZEROS                  TO AJUSTE-PERIODO-APLICADO
           WRITE AJUSTE-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQAJC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
               NOT INVALID KEY
                   MOVE 'AJUSTE-COMIS' TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'VEN=' AJUSTE-COD-VEN
                          ' PERIODO=' AJUSTE-PERIODO
                          ' SEQ=' AJUSTE-SEQ
                          ' VALOR=' AJUSTE-VALOR
                          ' MOTIVO=' AJUSTE-MOTIVO
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           END-WRITE
      *
           CLOSE ARQAJC
           .
      *
       24-62-LE-ULT-SEQ.
      *
           READ ARQAJC NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-AJC-FIM-FLAG
               NOT AT END
                   IF AJUSTE-COD-VEN NOT EQUAL WS-AUX-CODIGO-VEND
                   OR AJUSTE-PERIODO NOT EQUAL WRK-AJC-PERIODO
                       MOVE 'S'        TO WRK-AJC-FIM-FLAG
                   ELSE
                       MOVE AJUSTE-SEQ TO WRK-AJC-PROX-SEQ
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       24-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-61-CAPTURA-AJUSTE            SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O AJUSTE E RE-EXIBE ATE VENDEDOR, PERIODO, TIPO
      *    C/D, VALOR POSITIVO E MOTIVO PREENCHIDO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-AJC-CAD
           ACCEPT  TELA-AJC-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           IF WS-AUX-AJC-PER-TELA      NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-AJC-PER-TELA)
                                       TO WRK-AJC-PERIODO
           END-IF
      *
           IF  NOT WRK-AJC-TIPO-CREDITO
           AND NOT WRK-AJC-TIPO-DEBITO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE WS-AUX-AJC-VAL-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-AJC-VALOR
               IF WRK-AJC-VALOR        NOT GREATER ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               IF WRK-AJC-TIPO-DEBITO
                   COMPUTE WRK-AJC-VALOR = WRK-AJC-VALOR * -1
               END-IF
           END-IF
      *
           IF WS-AUX-AJC-MOTIVO        EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       24-61-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-70-TESTA-SITCAD              SECTION.
      *----------------------------------------------------------------*
      *    CONSULTA A SITUACAO CADASTRAL DO CNPJ DO CLIENTE CORRENTE
      *    NO ARQUIVO LATERAL DA RECEITA (IMPORTA-SITCAD). SEM
      *    ARQUIVO OU SEM REGISTRO NAO HA CONTROLE; SITUACAO
      *    DIFERENTE DE ATIVA BLOQUEIA O PEDIDO.
      *
           MOVE 'S'                    TO WRK-SITCAD-OK-FLAG
      *
           OPEN INPUT ARQSITR
           IF WRK-ARQSITR-NAO-EXISTE
               GO TO 24-70-SAIDA
           END-IF
           IF NOT WRK-ARQSITR-OK
               MOVE WRK-FS-ARQSITR     TO STATUS-CODE-02
               MOVE 'ARQSITR'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-70-SAIDA
           END-IF
      *
           MOVE EXEMPLO-CHAVE-DOC OF ARQCLI01
                                       TO SITCAD-CHAVE-DOC
           READ ARQSITR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SITCAD-SIT-ATIVA
                       MOVE 'N'        TO WRK-SITCAD-OK-FLAG
                       DISPLAY CLEAR-SCREEN
                       MOVE SPACES     TO ERRO-MSG
                       STRING 'CNPJ COM SITUACAO ' SITCAD-SITUACAO
                              ' NA RECEITA - PEDIDO NAO GRAVADO'
                              DELIMITED BY SIZE INTO ERRO-MSG
                       END-STRING
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                   END-IF
           END-READ
           CLOSE ARQSITR
           .
      *----------------------------------------------------------------*
       24-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-71-TESTA-LICENCA             SECTION.
      *----------------------------------------------------------------*
      *    LICENCAS EXIGIDAS PELA CATEGORIA DO CLIENTE CORRENTE
      *    (VALIDA-LICENCA). SEM CATEGORIA OU SEM EXIGENCIA NAO HA
      *    CONTROLE; LICENCA EXIGIDA VENCIDA OU NAO CADASTRADA
      *    BLOQUEIA O PEDIDO.
      *
           MOVE 'S'                    TO WRK-LICENCA-OK-FLAG
      *
           MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO COMUNIC-LIC-COD-CLI
           MOVE ZEROS                  TO COMUNIC-LIC-DATA-REF
           CALL 'VALIDA-LICENCA'       USING COMUNIC-BLOCO
           CANCEL 'VALIDA-LICENCA'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE 'N'                TO WRK-LICENCA-OK-FLAG
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING FUNCTION TRIM(COMUNIC-MSG)
                      ' - PEDIDO NAO GRAVADO'
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       24-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-80-ESTIMA-FRETE              SECTION.
      *----------------------------------------------------------------*
      *    FRETE ESTIMADO DO PEDIDO EM DIGITACAO (CLIENTE LIDO EM
      *    ARQCLI01, ITENS EM TAB-ITENS-PEDIDO): PESO TOTAL PELO PESO
      *    UNITARIO DO CADASTRO DE PRODUTOS E CD/KM/VALOR POR
      *    CALC-FRETE. O OPERADOR SO SEGUE COM O PEDIDO DEPOIS DE VER
      *    O FRETE; SEM CD CADASTRADO (OU SEM COMO DERIVAR O CD DO
      *    CLIENTE) O PEDIDO SEGUE SEM ESTIMATIVA, COM AVISO.
      *
           SET WRK-FRETE-CONFIRMADO    TO TRUE
           MOVE 'N'                    TO WRK-FRETE-CALC-FLAG
           MOVE ZEROS                  TO WRK-FRETE-PESO
      *
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-OK
               PERFORM 24-82-SOMA-PESO-ITEM THRU 24-82-SAIDA
                   VARYING WRK-IX-ITEM FROM 1 BY 1
                   UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS-PED
               CLOSE ARQPRD01
           END-IF
      *
           SET COMUNIC-FRT-ESTIMAR     TO TRUE
           MOVE WS-AUX-CODIGO-CLI      TO COMUNIC-FRT-COD-CLI
           MOVE EXEMPLO-CEP            OF ARQCLI01
                                       TO COMUNIC-FRT-CEP
           MOVE EXEMPLO-LATITUDE       OF ARQCLI01
                                       TO COMUNIC-FRT-LATITUDE
           MOVE EXEMPLO-LONGITUDE      OF ARQCLI01
                                       TO COMUNIC-FRT-LONGITUDE
           MOVE WRK-FRETE-PESO         TO COMUNIC-FRT-PESO-KG
           CALL 'CALC-FRETE'           USING COMUNIC-BLOCO
           CANCEL 'CALC-FRETE'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'AVISO: FRETE NAO ESTIMADO - ' COMUNIC-MSG
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-80-SAIDA
           END-IF
      *
           SET WRK-FRETE-CALCULADO     TO TRUE
           MOVE COMUNIC-FRT-CD         TO WRK-FRETE-CD
           MOVE COMUNIC-FRT-CRITERIO   TO WRK-FRETE-CRITERIO
           MOVE COMUNIC-FRT-DISTANCIA  TO WRK-FRETE-DISTANCIA
           MOVE COMUNIC-FRT-VALOR      TO WRK-FRETE-VALOR
           IF WRK-FRETE-CRITERIO       EQUAL 'C'
               MOVE 'POR FAIXA CEP'    TO WRK-FRETE-CRIT-DESC
           ELSE
               MOVE 'MAIS PROXIMO'     TO WRK-FRETE-CRIT-DESC
           END-IF
      *
           MOVE ZEROS                  TO WRK-FRETE-PCT
           IF WRK-PED-VALOR-CALC       GREATER ZEROS
               COMPUTE WRK-FRETE-PCT ROUNDED
                       = WRK-FRETE-VALOR * 100 / WRK-PED-VALOR-CALC
                   ON SIZE ERROR
                       MOVE 99999.99   TO WRK-FRETE-PCT
               END-COMPUTE
           END-IF
      *
           MOVE WRK-FRETE-DISTANCIA    TO WRK-FRETE-DIST-ED
           MOVE WRK-FRETE-PESO         TO WRK-FRETE-PESO-ED
           MOVE WRK-FRETE-VALOR        TO WRK-FRETE-VALOR-ED
           MOVE WRK-PED-VALOR-CALC     TO WRK-FRETE-PEDIDO-ED
           MOVE WRK-FRETE-PCT          TO WRK-FRETE-PCT-ED
           MOVE SPACE                  TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-FRETE-CONFIRMA
           ACCEPT  TELA-FRETE-CONFIRMA
      *
           IF NOT WRK-CONFIRMA-SIM
               MOVE 'N'                TO WRK-FRETE-CONF-FLAG
               DISPLAY CLEAR-SCREEN
               MOVE 'PEDIDO NAO CONFIRMADO APOS O FRETE - NADA GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       24-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-81-GRAVA-FRETE               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A ESTIMATIVA DE FRETE DO PEDIDO RECEM-GRAVADO
      *    (WS-AUX-NUM-PEDIDO) COM A ORIGEM EM WRK-FRETE-ORIGEM.
      *
           IF NOT WRK-FRETE-CALCULADO
               GO TO 24-81-SAIDA
           END-IF
      *
           OPEN I-O ARQFRT
           IF WRK-ARQFRT-NAO-EXISTE
               OPEN OUTPUT ARQFRT
               CLOSE ARQFRT
               OPEN I-O ARQFRT
           END-IF
           IF NOT WRK-ARQFRT-OK
               MOVE WRK-FS-ARQFRT      TO STATUS-CODE-02
               MOVE 'ARQFRT'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 24-81-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           INITIALIZE FRETE-REG
           MOVE WS-AUX-NUM-PEDIDO      TO FRETE-NUM-PEDIDO
           MOVE WRK-FRETE-CD           TO FRETE-CD
           MOVE WRK-FRETE-CRITERIO     TO FRETE-CRITERIO
           MOVE WRK-FRETE-DISTANCIA    TO FRETE-DISTANCIA
           MOVE WRK-FRETE-PESO         TO FRETE-PESO-KG
           MOVE WRK-FRETE-VALOR        TO FRETE-VALOR
           MOVE WRK-DHG-DATA8          TO FRETE-DATA-CALC
           MOVE WRK-FRETE-ORIGEM       TO FRETE-ORIGEM
           WRITE FRETE-REG
               INVALID KEY
                   REWRITE FRETE-REG
                   END-REWRITE
           END-WRITE
      *
           CLOSE ARQFRT
           .
      *----------------------------------------------------------------*
       24-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-82-SOMA-PESO-ITEM            SECTION.
      *----------------------------------------------------------------*
      *    SOMA O PESO DE UM ITEM DA TABELA; PRODUTO SEM PESO (REGISTRO
      *    ANTIGO) NAO PESA NO FRETE.
      *
           MOVE TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO PRODUTO-CODIGO
           READ ARQPRD01
               INVALID KEY
                   GO TO 24-82-SAIDA
           END-READ
      *
           IF PRODUTO-PESO-KG          IS NUMERIC
               COMPUTE WRK-FRETE-PESO ROUNDED
                       = WRK-FRETE-PESO
                       + (TAB-ITEM-QTDE(WRK-IX-ITEM) * PRODUTO-PESO-KG)
           END-IF
           .
      *----------------------------------------------------------------*
       24-82-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-85-ESCOLHE-COND-PAG          SECTION.
      *----------------------------------------------------------------*
      *    CONDICAO DE PAGAMENTO DO PEDIDO EM DIGITACAO: SUGERE A
      *    PADRAO DO CLIENTE E VALIDA A ESCOLHIDA POR GERA-PARCELAS
      *    ('CP'). TROCADA A CONDICAO, A TELA VOLTA COM A DESCRICAO E O
      *    PRIMEIRO VENCIMENTO DA NOVA PARA O OPERADOR CONFIRMAR. SEM
      *    CADASTRO DE CONDICOES O PEDIDO SEGUE SEM CONDICAO. O VALOR
      *    PARCELADO E O BRUTO (LIQUIDO + ICMS) DE 24-90.
      *
           SET WRK-PAG-CONFIRMADA      TO TRUE
           MOVE SPACES                 TO WRK-PAG-COND
                                          WRK-PAG-MOSTRADA
                                          WRK-PAG-DESCRICAO
           MOVE ZEROS                  TO WRK-PAG-QTDE-ED
                                          WRK-PAG-VENCTO-ED
           MOVE WRK-PED-VALOR-BRUTO    TO WRK-PAG-VALOR-ED
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           SET COMUNIC-PAR-CONSULTAR   TO TRUE
           MOVE WS-AUX-CODIGO-CLI      TO COMUNIC-PAR-COD-CLI
           MOVE SPACES                 TO COMUNIC-PAR-CONDICAO
           MOVE WRK-DHG-DATA8          TO COMUNIC-PAR-DATA-BASE
           MOVE WRK-PED-VALOR-BRUTO    TO COMUNIC-PAR-VALOR
           CALL 'GERA-PARCELAS'        USING COMUNIC-BLOCO
           CANCEL 'GERA-PARCELAS'
      *
           IF COMUNIC-COD-RETORNO      EQUAL '94'
               GO TO 24-85-SAIDA
           END-IF
           IF COMUNIC-COD-RETORNO      EQUAL '00'
               PERFORM 24-87-MOSTRA-COND-PAG THRU 24-87-SAIDA
           ELSE
               MOVE 'CLIENTE SEM CONDICAO PADRAO'
                                       TO WRK-PAG-DESCRICAO
           END-IF
           .
      *
       24-85-TELA.
      *
           MOVE WRK-PAG-MOSTRADA       TO WS-AUX-PAG-COND-TELA
           MOVE SPACE                  TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PAG-PEDIDO
           ACCEPT  TELA-PAG-PEDIDO
      *
           IF NOT WRK-CONFIRMA-SIM
               MOVE 'N'                TO WRK-PAG-CONF-FLAG
               DISPLAY CLEAR-SCREEN
               MOVE 'PEDIDO NAO CONFIRMADO NA CONDICAO - NADA GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-85-SAIDA
           END-IF
      *
           SET COMUNIC-PAR-CONSULTAR   TO TRUE
           MOVE WS-AUX-CODIGO-CLI      TO COMUNIC-PAR-COD-CLI
           MOVE FUNCTION UPPER-CASE(WS-AUX-PAG-COND-TELA)
                                       TO COMUNIC-PAR-CONDICAO
           MOVE WRK-DHG-DATA8          TO COMUNIC-PAR-DATA-BASE
           MOVE WRK-PED-VALOR-BRUTO    TO COMUNIC-PAR-VALOR
           CALL 'GERA-PARCELAS'        USING COMUNIC-BLOCO
           CANCEL 'GERA-PARCELAS'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               DISPLAY CLEAR-SCREEN
               MOVE COMUNIC-MSG        TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 24-85-TELA
           END-IF
      *
           IF COMUNIC-PAR-CONDICAO     NOT EQUAL WRK-PAG-MOSTRADA
               PERFORM 24-87-MOSTRA-COND-PAG THRU 24-87-SAIDA
               GO TO 24-85-TELA
           END-IF
      *
           MOVE COMUNIC-PAR-CONDICAO   TO WRK-PAG-COND
           .
      *----------------------------------------------------------------*
       24-85-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-86-GRAVA-PARCELAS            SECTION.
      *----------------------------------------------------------------*
      *    GERA AS PARCELAS DO PEDIDO RECEM-GRAVADO (WS-AUX-NUM-PEDIDO)
      *    NA CONDICAO ESCOLHIDA. FALHA NA GRAVACAO SO E AVISADA - O
      *    PEDIDO JA ESTA GRAVADO COM A CONDICAO E O CRONOGRAMA PODE
      *    SER REFEITO.
      *
           IF WRK-PAG-COND             EQUAL SPACES
               GO TO 24-86-SAIDA
           END-IF
      *
           SET COMUNIC-PAR-GERAR       TO TRUE
           MOVE WS-AUX-NUM-PEDIDO      TO COMUNIC-PAR-NUM-PEDIDO
           MOVE WS-AUX-CODIGO-CLI      TO COMUNIC-PAR-COD-CLI
           MOVE WRK-PAG-COND           TO COMUNIC-PAR-CONDICAO
           MOVE WRK-DHG-DATA8          TO COMUNIC-PAR-DATA-BASE
           MOVE WRK-PED-VALOR-BRUTO    TO COMUNIC-PAR-VALOR
           CALL 'GERA-PARCELAS'        USING COMUNIC-BLOCO
           CANCEL 'GERA-PARCELAS'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'AVISO: PARCELAS NAO GERADAS - ' COMUNIC-MSG
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       24-86-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-87-MOSTRA-COND-PAG           SECTION.
      *----------------------------------------------------------------*
      *    GUARDA A CONDICAO DEVOLVIDA POR GERA-PARCELAS COMO A
      *    MOSTRADA NA TELA, COM DESCRICAO, PARCELAS E 1O VENCIMENTO.
      *
           MOVE COMUNIC-PAR-CONDICAO   TO WRK-PAG-MOSTRADA
           MOVE COMUNIC-PAR-DESCRICAO  TO WRK-PAG-DESCRICAO
           MOVE COMUNIC-PAR-QTDE       TO WRK-PAG-QTDE-ED
           MOVE COMUNIC-PAR-PRIM-VENCTO
                                       TO WRK-PAG-VENCTO-ED
           .
      *----------------------------------------------------------------*
       24-87-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-90-CALCULA-ICMS              SECTION.
      *----------------------------------------------------------------*
      *    ICMS DO PEDIDO EM DIGITACAO PELO CALC-ICMS, ITEM A ITEM:
      *    UF DO CD QUE ATENDE (ORIGEM), UF DO CLIENTE (DESTINO) E
      *    CLASSE FISCAL DO PRODUTO. O BRUTO (LIQUIDO + ICMS) E O QUE
      *    O CLIENTE PAGA - VAI PARA AS PARCELAS E PARA O CONTROLE DE
      *    CREDITO. SEM CADASTRO DE REGRAS O PEDIDO SEGUE PELO
      *    LIQUIDO, SEM TELA.
      *
           SET WRK-ICMS-CONFIRMADO     TO TRUE
           MOVE 'N'                    TO WRK-ICMS-CALC-FLAG
           MOVE ZEROS                  TO WRK-PED-VALOR-ICMS
                                          WRK-ICMS-SEM-REGRA
                                          WRK-ICMS-COM-ST
           MOVE SPACES                 TO WRK-ICMS-UF-ORIGEM
                                          WRK-ICMS-UF-DESTINO
           MOVE WRK-PED-VALOR-CALC     TO WRK-PED-VALOR-BRUTO
      *
      *    ORIGEM: UF DO CD DO FRETE (SEM CD, SO REGRAS SEM ORIGEM).
           MOVE 'IN'                   TO COMUNIC-ICM-OPER
           MOVE WS-AUX-CODIGO-CLI      TO COMUNIC-ICM-COD-CLI
           MOVE SPACES                 TO COMUNIC-ICM-CD
           IF WRK-FRETE-CALCULADO
               MOVE WRK-FRETE-CD       TO COMUNIC-ICM-CD
           END-IF
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
      *
           EVALUATE COMUNIC-COD-RETORNO
               WHEN '00'
                   CONTINUE
               WHEN '97'
                   GO TO 24-90-SAIDA
               WHEN '96'
                   DISPLAY CLEAR-SCREEN
                   MOVE 'AVISO: CLIENTE SEM UF - ICMS NAO CALCULADO'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 24-90-SAIDA
               WHEN OTHER
                   MOVE COMUNIC-COD-RETORNO
                                       TO STATUS-CODE-02
                   MOVE COMUNIC-DES-PGR-ARQ
                                       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 24-90-SAIDA
           END-EVALUATE
           MOVE COMUNIC-ICM-UF-ORIGEM  TO WRK-ICMS-UF-ORIGEM
           MOVE COMUNIC-ICM-UF-DESTINO TO WRK-ICMS-UF-DESTINO
      *
           PERFORM 24-91-ICMS-ITEM THRU 24-91-SAIDA
               VARYING WRK-IX-ITEM FROM 1 BY 1
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS-PED
      *
           MOVE COMUNIC-ICM-VALOR      TO WRK-PED-VALOR-ICMS
           MOVE COMUNIC-ICM-COM-ST     TO WRK-ICMS-COM-ST
           MOVE COMUNIC-ICM-SEM-REGRA  TO WRK-ICMS-SEM-REGRA
           SET WRK-ICMS-CALCULADO      TO TRUE
           COMPUTE WRK-PED-VALOR-BRUTO
                   = WRK-PED-VALOR-CALC + WRK-PED-VALOR-ICMS
      *
           MOVE WRK-PED-VALOR-CALC     TO WRK-ICMS-LIQ-ED
           MOVE WRK-PED-VALOR-ICMS     TO WRK-ICMS-VALOR-ED
           MOVE WRK-PED-VALOR-BRUTO    TO WRK-ICMS-BRUTO-ED
           MOVE WRK-ICMS-COM-ST        TO WRK-ICMS-COM-ST-ED
           MOVE WRK-ICMS-SEM-REGRA     TO WRK-ICMS-SEM-REGRA-ED
           MOVE SPACE                  TO WS-AUX-OPCAO-CONFIRM
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ICMS-PEDIDO
           ACCEPT  TELA-ICMS-PEDIDO
      *
           IF NOT WRK-CONFIRMA-SIM
               MOVE 'N'                TO WRK-ICMS-CONF-FLAG
               DISPLAY CLEAR-SCREEN
               MOVE 'PEDIDO NAO CONFIRMADO APOS O ICMS - NADA GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       24-90-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-91-ICMS-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *    ICMS DE UM ITEM DA TABELA, NA SEQUENCIA EM QUE O ITEM VAI
      *    PARA ARQITP01. O CALC-ICMS GUARDA O ITEM ATE A GRAVACAO.
      *
           MOVE 'IT'                   TO COMUNIC-ICM-OPER
           MOVE WRK-IX-ITEM            TO COMUNIC-ICM-SEQ
           MOVE TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-COD-PROD
           MOVE TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-ITEM-VALOR
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
           .
      *----------------------------------------------------------------*
       24-91-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       24-93-GRAVA-ICMS                SECTION.
      *----------------------------------------------------------------*
      *    GRAVA PELO CALC-ICMS O ICMS DO PEDIDO RECEM-GRAVADO
      *    (WS-AUX-NUM-PEDIDO): O RESUMO (SEQ 000, LIQUIDO/ICMS/BRUTO)
      *    E UM REGISTRO POR ITEM NA MESMA SEQUENCIA DE ARQITP01.
      *
           IF NOT WRK-ICMS-CALCULADO
               GO TO 24-93-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE 'GR'                   TO COMUNIC-ICM-OPER
           MOVE WS-AUX-NUM-PEDIDO      TO COMUNIC-ICM-NUM-PEDIDO
           MOVE WRK-DHG-DATA8          TO COMUNIC-ICM-DATA-CALC
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
           CANCEL 'CALC-ICMS'
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE COMUNIC-COD-RETORNO
                                       TO STATUS-CODE-02
               MOVE COMUNIC-DES-PGR-ARQ
                                       TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           END-IF
           .
      *----------------------------------------------------------------*
       24-93-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-10-CONSULTA-GRUPO            SECTION.
      *----------------------------------------------------------------*
      *    CONSULTA CONSOLIDADA DO GRUPO ECONOMICO: DADO UM CLIENTE,
      *    LISTA TODAS AS FILIAIS COM A MESMA RAIZ DE CNPJ (VARRIDAS
      *    PELA CHAVE ALTERNATIVA DE DOCUMENTO) COM O FATURADO DE
      *    CADA UMA EM ARQHVND E O TOTAL COMBINADO DO GRUPO.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-13-CAPTURA-COD-CLI THRU 20-13-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 50-20-ABRIR-ARQCLI
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-10-FECHA
           END-IF
      *
           IF EXEMPLO-NR-CNPJ OF ARQCLI01 NOT NUMERIC
               DISPLAY CLEAR-SCREEN
               MOVE 'CLIENTE SEM CNPJ NUMERICO - SEM GRUPO ECONOMICO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-10-FECHA
           END-IF
      *
           MOVE EXEMPLO-NR-CNPJ OF ARQCLI01 (1:8)
                                       TO WRK-GRP-RAIZ
           MOVE ZEROS                  TO WRK-GRP-QTDE-FILIAIS
                                          WRK-GRP-TOT-VENDAS
           MOVE 'N'                    TO WRK-GRP-FIM-FLAG
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'GRUPO ECONOMICO - RAIZ CNPJ ' WRK-GRP-RAIZ
      *
      *    A CHAVE ALTERNATIVA DE DOCUMENTO COMECA PELA PROPRIA RAIZ,
      *    ENTAO AS FILIAIS DO GRUPO SAO CONTIGUAS NA VARREDURA.
           MOVE SPACES                 TO EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01
           MOVE WRK-GRP-RAIZ           TO EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01 (1:8)
           MOVE '000000'               TO EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01 (9:6)
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-CHAVE-DOC OF ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-GRP-FIM-FLAG
           END-START
      *
           PERFORM 25-11-LE-FILIAL
               UNTIL WRK-GRP-VARRE-FIM
      *
           MOVE WRK-GRP-TOT-VENDAS     TO WRK-GRP-TOT-ED
           DISPLAY 'FILIAIS NO GRUPO.....: ' WRK-GRP-QTDE-FILIAIS
           DISPLAY 'VENDAS COMBINADAS....: ' WRK-GRP-TOT-ED
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *
       25-11-LE-FILIAL.
      *
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-GRP-FIM-FLAG
               NOT AT END
                   IF EXEMPLO-CHAVE-DOC OF ARQCLI01 (1:8)
                      NOT EQUAL WRK-GRP-RAIZ
                       MOVE 'S'        TO WRK-GRP-FIM-FLAG
                   ELSE
                       ADD 1           TO WRK-GRP-QTDE-FILIAIS
                       MOVE EXEMPLO-CODIGO-CLI OF ARQCLI01
                                       TO WS-AUX-CODIGO-CLI
                       PERFORM 24-33-SOMA-FATURADO THRU 24-33-SAIDA
                       ADD WRK-CRED-FATURADO
                                       TO WRK-GRP-TOT-VENDAS
                       MOVE WRK-CRED-FATURADO
                                       TO WRK-GRP-CLI-ED
                       DISPLAY 'CLI=' EXEMPLO-CODIGO-CLI OF ARQCLI01
                               ' ' EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                               ' ST=' EXEMPLO-STATUS OF ARQCLI01
                               ' VENDAS=' WRK-GRP-CLI-ED
                   END-IF
           END-READ
           .
      *
       25-10-FECHA.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       25-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-20-CAD-ENDERECO              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DOS ENDERECOS DE ENTREGA/VISITA DO CLIENTE:
      *    INCLUI/SUBSTITUI OU EXCLUI O ENDERECO CLIENTE X SEQUENCIA.
      *    A INCLUSAO DE UM PREFERIDO NOVO NAO DESMARCA OS DEMAIS -
      *    O ROTEIRO USA O PRIMEIRO PREFERIDO COM COORDENADAS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-21-CAPTURA-ENDERECO THRU 25-21-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQEND01
           IF WRK-ARQEND01-NAO-EXISTE
               IF NOT WRK-END-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQEND01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-20-SAIDA
               END-IF
               OPEN OUTPUT ARQEND01
               CLOSE ARQEND01
               OPEN I-O ARQEND01
           END-IF
           IF NOT WRK-ARQEND01-OK
               MOVE WRK-FS-ARQEND01    TO STATUS-CODE-02
               MOVE 'ARQEND01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-20-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO ENDENT-COD-CLI
           MOVE WRK-END-SEQ            TO ENDENT-SEQ
      *
           IF WRK-END-ACAO-INCLUIR
               MOVE WS-AUX-END-DESC    TO ENDENT-DESCRICAO
               MOVE WS-AUX-END-ENDERECO
                                       TO ENDENT-ENDERECO
               MOVE WS-AUX-END-CEP     TO ENDENT-CEP
               MOVE WRK-END-LATITUDE   TO ENDENT-LATITUDE
               MOVE WRK-END-LONGITUDE  TO ENDENT-LONGITUDE
               IF WS-AUX-END-PREF      EQUAL 'S' OR 's'
                   MOVE 'S'            TO ENDENT-PREFERIDO
               ELSE
                   MOVE 'N'            TO ENDENT-PREFERIDO
               END-IF
               WRITE ENDENT-REG
                   INVALID KEY
                       REWRITE ENDENT-REG
                       END-REWRITE
               END-WRITE
               MOVE 'INCL-ENDENT'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'CLI=' ENDENT-COD-CLI
                      ' SEQ=' ENDENT-SEQ
                      ' ' WS-AUX-END-DESC
                      ' PREF=' ENDENT-PREFERIDO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQEND01
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQEND01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-ENDENT'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'CLI=' ENDENT-COD-CLI
                              ' SEQ=' ENDENT-SEQ
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQEND01
           .
      *----------------------------------------------------------------*
       25-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-21-CAPTURA-ENDERECO          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE ENDERECOS E RE-EXIBE ATE CLIENTE,
      *    SEQUENCIA E COORDENADAS SEREM NUMEROS VALIDOS, ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-END-CAD
           ACCEPT  TELA-END-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           MOVE WS-AUX-END-SEQ-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-END-SEQ
           END-IF
      *
           IF WRK-END-ACAO-INCLUIR
               MOVE WS-AUX-LATITUDE-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-END-LATITUDE
               END-IF
      *
               MOVE WS-AUX-LONGITUDE-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-END-LONGITUDE
               END-IF
           END-IF
      *
           IF  NOT WRK-END-ACAO-INCLUIR
           AND NOT WRK-END-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-30-CAD-MUNICIPIO            SECTION.
      *----------------------------------------------------------------*
      *    MANTEM O MUNICIPIO/UF ESTRUTURADO DO CLIENTE, VALIDANDO O
      *    CODIGO CONTRA A TABELA DO IBGE (ARQMUNIC). A UF E COPIADA
      *    DA PROPRIA TABELA - NAO E DIGITADA.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-31-CAPTURA-MUNICIPIO THRU 25-31-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN INPUT ARQMUNIC
           IF NOT WRK-ARQMUNIC-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'TABELA DO IBGE AUSENTE - RODE IMPORTA-IBGE'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-30-SAIDA
           END-IF
      *
           MOVE WRK-MUN-IBGE           TO MUNIC-CODIGO
           READ ARQMUNIC
               INVALID KEY
                   CLOSE ARQMUNIC
                   DISPLAY CLEAR-SCREEN
                   MOVE 'CODIGO IBGE NAO CONSTA NA TABELA'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 25-30-SAIDA
           END-READ
           CLOSE ARQMUNIC
      *
           OPEN I-O ARQCLIMU
           IF WRK-ARQCLIMU-NAO-EXISTE
               OPEN OUTPUT ARQCLIMU
               CLOSE ARQCLIMU
               OPEN I-O ARQCLIMU
           END-IF
           IF NOT WRK-ARQCLIMU-OK
               MOVE WRK-FS-ARQCLIMU    TO STATUS-CODE-02
               MOVE 'ARQCLIMU'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-30-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-CODIGO-CLI      TO CLIMUN-COD-CLI
           MOVE WRK-MUN-IBGE           TO CLIMUN-COD-IBGE
           MOVE MUNIC-UF               TO CLIMUN-UF
           MOVE 'M'                    TO CLIMUN-ORIGEM
           MOVE WRK-DHG-DATA8          TO CLIMUN-DATA-ALTER
           WRITE CLIMUN-REG
               INVALID KEY
                   REWRITE CLIMUN-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-MUNIC'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' CLIMUN-COD-CLI
                  ' IBGE=' CLIMUN-COD-IBGE
                  ' UF=' CLIMUN-UF
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQCLIMU
      *
           DISPLAY CLEAR-SCREEN
           MOVE SPACES                 TO ERRO-MSG
           STRING 'MUNICIPIO GRAVADO: ' MUNIC-NOME ' - ' MUNIC-UF
                  DELIMITED BY SIZE INTO ERRO-MSG
           END-STRING
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       25-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-31-CAPTURA-MUNICIPIO        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA CLIENTE E CODIGO IBGE E RE-EXIBE ATE AMBOS SEREM
      *    NUMEROS VALIDOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-MUNIC-CAD
           ACCEPT  TELA-MUNIC-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           MOVE WS-AUX-MUN-IBGE-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-MUN-IBGE
           END-IF
           .
      *----------------------------------------------------------------*
       25-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MANTEM O CONSENTIMENTO DE COMUNICACAO DO CLIENTE POR CANAL    *
      * (LGPD): E-MAIL, TELEFONE OU VISITA, CONCEDIDO OU REVOGADO. O  *
      * SPOOL DE NOTIFICACOES E O EXTRATO DO TITULAR CONSOMEM DAQUI.  *
      *----------------------------------------------------------------*
       25-60-CAD-CONSENT               SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-61-CAPTURA-CONSENT THRU 25-61-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCONS
           IF WRK-ARQCONS-NAO-EXISTE
               OPEN OUTPUT ARQCONS
               CLOSE ARQCONS
               OPEN I-O ARQCONS
           END-IF
           IF NOT WRK-ARQCONS-OK
               MOVE WRK-FS-ARQCONS     TO STATUS-CODE-02
               MOVE 'ARQCONS'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-60-SAIDA
           END-IF
      *
      *    GUARDA A MANIFESTACAO ANTERIOR PARA A TRILHA DE AUDITORIA.
           MOVE SPACES                 TO WRK-CONS-SIT-ANTERIOR
           MOVE WS-AUX-CODIGO-CLI      TO CONS-COD-CLI
           MOVE FUNCTION UPPER-CASE(WS-AUX-CONS-CANAL)
                                       TO CONS-CANAL
           READ ARQCONS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONS-SITUACAO  TO WRK-CONS-SIT-ANTERIOR
           END-READ
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-CODIGO-CLI      TO CONS-COD-CLI
           MOVE FUNCTION UPPER-CASE(WS-AUX-CONS-CANAL)
                                       TO CONS-CANAL
           MOVE FUNCTION UPPER-CASE(WS-AUX-CONS-SIT)
                                       TO CONS-SITUACAO
           MOVE WRK-DHG-DATA8          TO CONS-DATA
           MOVE 'TELA'                 TO CONS-ORIGEM
           MOVE SPACES                 TO CONS-REG(28:13)
           WRITE CONS-REG
               INVALID KEY
                   REWRITE CONS-REG
                   END-REWRITE
           END-WRITE
           CLOSE ARQCONS
      *
           MOVE 'CONS-CLI'             TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING 'CLI=' CONS-COD-CLI ' CANAL=' CONS-CANAL
                  ' SIT=' WRK-CONS-SIT-ANTERIOR
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' CONS-COD-CLI ' CANAL=' CONS-CANAL
                  ' SIT=' CONS-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'CONSENTIMENTO GRAVADO E AUDITADO'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       25-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-61-CAPTURA-CONSENT           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA CLIENTE, CANAL E SITUACAO E RE-EXIBE ATE O CODIGO
      *    SER NUMERO VALIDO, O CANAL E/T/V E A SITUACAO S/R.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CONSENT-CAD
           ACCEPT  TELA-CONSENT-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           IF NOT WRK-CONS-CANAL-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-CONS-SIT-VALIDA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-61-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DIARIO DE OCORRENCIAS DO CLIENTE EM CONSULTA (WS-AUX-CODIGO-   *
      * CLI): LISTA DA MAIS RECENTE PARA A MAIS ANTIGA (A CHAVE JA E   *
      * INVERTIDA, VER OCO-SIST) E PERMITE INCLUIR UMA NOVA ANOTACAO.  *
      *----------------------------------------------------------------*
       25-70-OCORRENCIAS               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQOCOR
           IF WRK-ARQOCOR-NAO-EXISTE
               OPEN OUTPUT ARQOCOR
               CLOSE ARQOCOR
               OPEN I-O ARQOCOR
           END-IF
           IF NOT WRK-ARQOCOR-OK
               MOVE WRK-FS-ARQOCOR     TO STATUS-CODE-02
               MOVE 'ARQOCOR'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-70-SAIDA
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'OCORRENCIAS DO CLIENTE ' WS-AUX-CODIGO-CLI
                   ' (MAIS RECENTES PRIMEIRO):'
      *
           MOVE 'N'                    TO WRK-OCOR-FIM-FLAG
           MOVE ZEROS                  TO WRK-OCOR-QTDE-LIDAS
           MOVE WS-AUX-CODIGO-CLI      TO OCOR-COD-CLI
           MOVE ZEROS                  TO OCOR-ORD
           START ARQOCOR KEY IS GREATER THAN OR EQUAL OCOR-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-OCOR-FIM-FLAG
           END-START
      *
           PERFORM 25-71-LISTA-OCORR THRU 25-71-SAIDA
               UNTIL WRK-OCOR-FIM
      *
           IF WRK-OCOR-QTDE-LIDAS EQUAL ZEROS
               DISPLAY '(SEM OCORRENCIAS REGISTRADAS)'
           END-IF
      *
           DISPLAY 'I=INCLUIR OCORRENCIA   ENTER=VOLTAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           IF WS-AUX-OPCAO-CONFIRM EQUAL 'I' OR 'i'
               PERFORM 25-72-INCLUI-OCORR THRU 25-72-SAIDA
           END-IF
      *
           CLOSE ARQOCOR
           .
      *----------------------------------------------------------------*
       25-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-71-LISTA-OCORR               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQOCOR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-OCOR-FIM-FLAG
               NOT AT END
                   IF OCOR-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
                       MOVE 'S'        TO WRK-OCOR-FIM-FLAG
                   ELSE
                       DISPLAY OCOR-DATA ' ' OCOR-HORA ' '
                               OCOR-AUTOR ' ' OCOR-TIPO ' '
                               OCOR-TEXTO
                       ADD 1           TO WRK-OCOR-QTDE-LIDAS
                       IF FUNCTION MOD(WRK-OCOR-QTDE-LIDAS, 10) = 0
                           DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
                           ACCEPT WS-AUX-OPCAO-CONFIRM
                           IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                               MOVE 'S' TO WRK-OCOR-FIM-FLAG
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       25-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA UMA NOVA OCORRENCIA DO OPERADOR LOGADO. A ORDEM          *
      * INVERTIDA COLIDINDO NO MESMO SEGUNDO E RESOLVIDA SUBTRAINDO 1  *
      * E TENTANDO DE NOVO.                                            *
      *----------------------------------------------------------------*
       25-72-INCLUI-OCORR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-AUX-OCOR-TIPO
                                          WS-AUX-OCOR-TEXTO
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-OCOR-CAD
           ACCEPT  TELA-OCOR-CAD
      *
           IF WS-AUX-OCOR-TEXTO EQUAL SPACES
               GO TO 25-72-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE SPACES                 TO OCOR-REG
           MOVE WS-AUX-CODIGO-CLI      TO OCOR-COD-CLI
           COMPUTE OCOR-ORD = 99999999999999
                   - FUNCTION NUMVAL(WRK-DATA-HORA-GER(1:14))
           MOVE WRK-DHG-DATA8          TO OCOR-DATA
           MOVE WRK-DATA-HORA-GER(9:6) TO OCOR-HORA
           MOVE WRK-OPER-ID            TO OCOR-AUTOR
           MOVE FUNCTION UPPER-CASE(WS-AUX-OCOR-TIPO)
                                       TO OCOR-TIPO
           MOVE WS-AUX-OCOR-TEXTO      TO OCOR-TEXTO
      *
           MOVE 'N'                    TO WRK-OCOR-GRAVADA-FLAG
           MOVE ZEROS                  TO WRK-OCOR-TENTATIVAS
           PERFORM 25-73-TENTA-GRAVAR THRU 25-73-SAIDA
               UNTIL WRK-OCOR-GRAVADA
               OR    WRK-OCOR-TENTATIVAS GREATER 5
      *
           DISPLAY 'OCORRENCIA REGISTRADA - TECLE ENTER'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       25-72-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-73-TENTA-GRAVAR              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-OCOR-TENTATIVAS
           WRITE OCOR-REG
           END-WRITE
           IF WRK-ARQOCOR-DUPLIC
               SUBTRACT 1              FROM OCOR-ORD
           ELSE
               SET WRK-OCOR-GRAVADA    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       25-73-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTRATOS DE FORNECIMENTO DO CLIENTE EM CONSULTA: LISTA OS     *
      * CONTRATOS (EM ORDEM DE NUMERO) E OFERECE A INCLUSAO OU A       *
      * ALTERACAO DE UM DELES.                                         *
      *----------------------------------------------------------------*
       25-74-CONTRATOS                 SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQCTR
           IF WRK-ARQCTR-NAO-EXISTE
               OPEN OUTPUT ARQCTR
               CLOSE ARQCTR
               OPEN I-O ARQCTR
           END-IF
           IF NOT WRK-ARQCTR-OK
               MOVE WRK-FS-ARQCTR      TO STATUS-CODE-02
               MOVE 'ARQCTR'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-74-SAIDA
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CONTRATOS DE FORNECIMENTO DO CLIENTE '
                   WS-AUX-CODIGO-CLI ':'
           DISPLAY 'NUMERO       INICIO   FIM         VOLUME MENSAL '
                   'DESC% SIT OBSERVACAO'
      *
           MOVE 'N'                    TO WRK-CTR-FIM-FLAG
           MOVE ZEROS                  TO WRK-CTR-QTDE-LIDOS
           MOVE WS-AUX-CODIGO-CLI      TO CONTRATO-COD-CLI
           MOVE LOW-VALUES             TO CONTRATO-NUMERO
           START ARQCTR KEY IS GREATER THAN OR EQUAL CONTRATO-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CTR-FIM-FLAG
           END-START
      *
           PERFORM 25-75-LISTA-CONTRATO THRU 25-75-SAIDA
               UNTIL WRK-CTR-FIM
      *
           IF WRK-CTR-QTDE-LIDOS EQUAL ZEROS
               DISPLAY '(SEM CONTRATOS REGISTRADOS)'
           END-IF
      *
           DISPLAY 'M=INCLUIR/ALTERAR CONTRATO   ENTER=VOLTAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           IF WS-AUX-OPCAO-CONFIRM EQUAL 'M' OR 'm'
               PERFORM 25-76-GRAVA-CONTRATO THRU 25-76-SAIDA
           END-IF
      *
           CLOSE ARQCTR
      *    A CONFIRMACAO DA CONSULTA E REFEITA NA VOLTA.
           MOVE SPACES                 TO WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       25-74-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-75-LISTA-CONTRATO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCTR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CTR-FIM-FLAG
                   GO TO 25-75-SAIDA
           END-READ
      *
           IF CONTRATO-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
               MOVE 'S'                TO WRK-CTR-FIM-FLAG
               GO TO 25-75-SAIDA
           END-IF
      *
           MOVE CONTRATO-VOLUME-MENSAL TO WRK-CTR-VOLUME-ED
           MOVE CONTRATO-DESCONTO      TO WRK-CTR-DESCONTO-ED
           DISPLAY CONTRATO-NUMERO ' ' CONTRATO-DATA-INICIO ' '
                   CONTRATO-DATA-FIM ' ' WRK-CTR-VOLUME-ED ' '
                   WRK-CTR-DESCONTO-ED '  ' CONTRATO-STATUS '  '
                   CONTRATO-OBSERVACAO
           ADD 1                       TO WRK-CTR-QTDE-LIDOS
           IF FUNCTION MOD(WRK-CTR-QTDE-LIDOS, 10) = 0
               DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-CTR-FIM-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       25-75-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * INCLUI OU ALTERA UM CONTRATO DO CLIENTE EM CONSULTA. NA        *
      * ALTERACAO SO OS CAMPOS PREENCHIDOS SUBSTITUEM O GRAVADO; O FIM *
      * NAO PODE FICAR ANTES DO INICIO.                                *
      *----------------------------------------------------------------*
       25-76-GRAVA-CONTRATO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-AUX-CTR-NUMERO
                                          WS-AUX-CTR-INICIO-TELA
                                          WS-AUX-CTR-FIM-TELA
                                          WS-AUX-CTR-VOLUME-TELA
                                          WS-AUX-CTR-DESC-TELA
                                          WS-AUX-CTR-STATUS
                                          WS-AUX-CTR-OBSERVACAO
                                          WS-AUX-ACAO-CTR
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-77-CAPTURA-CONTRATO THRU 25-77-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-CODIGO-CLI      TO CONTRATO-COD-CLI
           MOVE WS-AUX-CTR-NUMERO      TO CONTRATO-NUMERO
      *
           IF WRK-CTR-ACAO-INCLUIR
               INITIALIZE CONTRATO-REG
               MOVE WS-AUX-CODIGO-CLI  TO CONTRATO-COD-CLI
               MOVE WS-AUX-CTR-NUMERO  TO CONTRATO-NUMERO
               MOVE 'A'                TO CONTRATO-STATUS
               MOVE WRK-DHG-DATA8      TO CONTRATO-DATA-CADASTRO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE 'INCL-CONTRAT'     TO WRK-AUDIT-ACAO
           ELSE
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               READ ARQCTR
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCTR'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-76-SAIDA
               END-IF
               MOVE SPACES             TO WRK-AUDIT-ANTES
               STRING 'CLI=' CONTRATO-COD-CLI
                      ' CTR=' CONTRATO-NUMERO
                      ' ' CONTRATO-DATA-INICIO '-' CONTRATO-DATA-FIM
                      ' V=' CONTRATO-VOLUME-MENSAL
                      ' S=' CONTRATO-STATUS
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
               MOVE 'ALTE-CONTRAT'     TO WRK-AUDIT-ACAO
           END-IF
      *
           IF WS-AUX-CTR-INICIO-TELA   NOT EQUAL SPACES
               MOVE WRK-CTR-DATA-INICIO
                                       TO CONTRATO-DATA-INICIO
           END-IF
           IF WS-AUX-CTR-FIM-TELA      NOT EQUAL SPACES
               MOVE WRK-CTR-DATA-FIM   TO CONTRATO-DATA-FIM
           END-IF
           IF WS-AUX-CTR-VOLUME-TELA   NOT EQUAL SPACES
               MOVE WRK-CTR-VOLUME     TO CONTRATO-VOLUME-MENSAL
           END-IF
           IF WS-AUX-CTR-DESC-TELA     NOT EQUAL SPACES
               MOVE WRK-CTR-DESCONTO   TO CONTRATO-DESCONTO
           END-IF
           IF WS-AUX-CTR-STATUS        NOT EQUAL SPACES
               MOVE WS-AUX-CTR-STATUS  TO CONTRATO-STATUS
           END-IF
           IF WS-AUX-CTR-OBSERVACAO    NOT EQUAL SPACES
               MOVE WS-AUX-CTR-OBSERVACAO
                                       TO CONTRATO-OBSERVACAO
           END-IF
           MOVE WRK-DHG-DATA8          TO CONTRATO-DATA-ALTER
           MOVE WRK-OPER-ID            TO CONTRATO-OPERADOR
      *
           IF CONTRATO-DATA-FIM        LESS CONTRATO-DATA-INICIO
               DISPLAY CLEAR-SCREEN
               MOVE 'FIM DO CONTRATO ANTERIOR AO INICIO - NAO GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-76-SAIDA
           END-IF
      *
           IF WRK-CTR-ACAO-INCLUIR
               WRITE CONTRATO-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQCTR'   TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                       GO TO 25-76-SAIDA
               END-WRITE
           ELSE
               REWRITE CONTRATO-REG
               END-REWRITE
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' CONTRATO-COD-CLI
                  ' CTR=' CONTRATO-NUMERO
                  ' ' CONTRATO-DATA-INICIO '-' CONTRATO-DATA-FIM
                  ' V=' CONTRATO-VOLUME-MENSAL
                  ' S=' CONTRATO-STATUS
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       25-76-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-77-CAPTURA-CONTRATO          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO CONTRATO E RE-EXIBE ATE O NUMERO ESTAR
      *    PREENCHIDO, AS DATAS E VALORES INFORMADOS SEREM VALIDOS, A
      *    SITUACAO SER A/R/E/C OU BRANCO E A ACAO I/A. NA INCLUSAO
      *    INICIO, FIM E VOLUME SAO OBRIGATORIOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CTR-CAD
           ACCEPT  TELA-CTR-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           MOVE FUNCTION UPPER-CASE(WS-AUX-CTR-STATUS)
                                       TO WS-AUX-CTR-STATUS
      *
           IF WS-AUX-CTR-NUMERO        EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-CTR-ACAO-INCLUIR
           AND NOT WRK-CTR-ACAO-ALTERAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-CTR-ACAO-INCLUIR
               IF WS-AUX-CTR-INICIO-TELA EQUAL SPACES
               OR WS-AUX-CTR-FIM-TELA  EQUAL SPACES
               OR WS-AUX-CTR-VOLUME-TELA EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-CTR-INICIO-TELA   NOT EQUAL SPACES
               IF WS-AUX-CTR-INICIO-TELA NOT NUMERIC
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AUX-CTR-INICIO-TELA)
                                       TO WRK-CTR-DATA-INICIO
                   IF WRK-CTR-DATA-INICIO LESS 19000101
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF WS-AUX-CTR-FIM-TELA      NOT EQUAL SPACES
               IF WS-AUX-CTR-FIM-TELA  NOT NUMERIC
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AUX-CTR-FIM-TELA)
                                       TO WRK-CTR-DATA-FIM
                   IF WRK-CTR-DATA-FIM LESS 19000101
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF WS-AUX-CTR-VOLUME-TELA   NOT EQUAL SPACES
               MOVE WS-AUX-CTR-VOLUME-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CTR-VOLUME
               END-IF
           END-IF
      *
           IF WS-AUX-CTR-DESC-TELA     NOT EQUAL SPACES
               MOVE WS-AUX-CTR-DESC-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CTR-DESCONTO
               END-IF
           END-IF
      *
           IF NOT WRK-CTR-STATUS-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-77-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-80-CAD-PROSPECT              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE PROSPECTS: INCLUI, ALTERA (CAMPO
      *    EM BRANCO MANTEM O GRAVADO), CONSULTA (COM O VENDEDOR DA
      *    ULTIMA CARTEIRA) OU CONVERTE EM CLIENTE - A CONVERSAO ABRE
      *    A INCLUSAO NORMAL DE CLIENTE JA PREENCHIDA COM OS DADOS DO
      *    PROSPECT, COM TODAS AS VALIDACOES DELA.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-81-CAPTURA-PROSPECT THRU 25-81-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQPROSP
           IF WRK-ARQPROSP-NAO-EXISTE
               IF NOT WRK-PRS-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPROSP'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-80-SAIDA
               END-IF
               OPEN OUTPUT ARQPROSP
               CLOSE ARQPROSP
               OPEN I-O ARQPROSP
           END-IF
           IF NOT WRK-ARQPROSP-OK
               MOVE WRK-FS-ARQPROSP    TO STATUS-CODE-02
               MOVE 'ARQPROSP'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-80-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           IF WRK-PRS-ACAO-INCLUIR
               INITIALIZE PROSP-REG
               MOVE WRK-PRS-CODIGO     TO PROSP-CODIGO
               PERFORM 25-82-MONTA-REG-PROSP THRU 25-82-SAIDA
               MOVE WRK-DHG-DATA8      TO PROSP-DATA-CADASTRO
               WRITE PROSP-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQPROSP' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-PROSP'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'PRS=' PROSP-CODIGO ' ' PROSP-ESTAGIO
                              ' ' PROSP-ORIGEM ' ' PROSP-NOME
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
               CLOSE ARQPROSP
               GO TO 25-80-SAIDA
           END-IF
      *
           MOVE WRK-PRS-CODIGO         TO PROSP-CODIGO
           READ ARQPROSP
               INVALID KEY
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPROSP'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   CLOSE ARQPROSP
                   GO TO 25-80-SAIDA
           END-READ
      *
           EVALUATE TRUE
               WHEN WRK-PRS-ACAO-CONSULTAR
                   PERFORM 25-84-MOSTRA-PROSPECT THRU 25-84-SAIDA
               WHEN PROSP-CONVERTIDO
      *            O PROSPECT CONVERTIDO FICA SO PARA CONSULTA.
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'PROSPECT JA CONVERTIDO NO CLIENTE '
                          PROSP-COD-CLI
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               WHEN WRK-PRS-ACAO-ALTERAR
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING 'PRS=' PROSP-CODIGO ' ' PROSP-ESTAGIO
                          ' ' PROSP-ORIGEM ' ' PROSP-NOME
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   PERFORM 25-82-MONTA-REG-PROSP THRU 25-82-SAIDA
                   REWRITE PROSP-REG
                   END-REWRITE
                   MOVE 'ALTE-PROSP'   TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'PRS=' PROSP-CODIGO ' ' PROSP-ESTAGIO
                          ' ' PROSP-ORIGEM ' ' PROSP-NOME
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               WHEN WRK-PRS-ACAO-CONVERTER
                   PERFORM 25-83-CONVERTE-PROSPECT THRU 25-83-SAIDA
           END-EVALUATE
      *
           CLOSE ARQPROSP
           .
      *----------------------------------------------------------------*
       25-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-81-CAPTURA-PROSPECT          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE PROSPECTS E RE-EXIBE ATE O CODIGO E A
      *    ACAO (I/A/C/V) SEREM VALIDOS E, NA INCLUSAO/ALTERACAO, O
      *    NOME (OBRIGATORIO NA INCLUSAO), AS COORDENADAS DIGITADAS E
      *    O ESTAGIO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PROSP-CAD
           ACCEPT  TELA-PROSP-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-PRS-COD-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PRS-CODIGO
               IF WRK-PRS-CODIGO       EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-PRS-ACAO-INCLUIR
           AND NOT WRK-PRS-ACAO-ALTERAR
           AND NOT WRK-PRS-ACAO-CONSULTAR
           AND NOT WRK-PRS-ACAO-CONVERTER
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-PRS-ACAO-CONSULTAR
           OR WRK-PRS-ACAO-CONVERTER
               GO TO 25-81-SAIDA
           END-IF
      *
           IF  WRK-PRS-ACAO-INCLUIR
           AND WS-AUX-PRS-NOME         EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE ZEROS                  TO WRK-PRS-LATITUDE
                                          WRK-PRS-LONGITUDE
           IF WS-AUX-PRS-LAT-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-PRS-LAT-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PRS-LATITUDE
                   IF WRK-PRS-LATITUDE < -90 OR WRK-PRS-LATITUDE > 90
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-AUX-PRS-LON-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-PRS-LON-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PRS-LONGITUDE
                   IF WRK-PRS-LONGITUDE < -180
                   OR WRK-PRS-LONGITUDE > 180
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-PRS-ESTAGIO)
                                       TO WS-AUX-PRS-ESTAGIO
           IF NOT WRK-PRS-ESTAGIO-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-82-MONTA-REG-PROSP           SECTION.
      *----------------------------------------------------------------*
      *    SO OS CAMPOS DIGITADOS SUBSTITUEM O GRAVADO (NA INCLUSAO O
      *    REGISTRO VEM LIMPO). O TERRITORIO SAI DO CEP, PELAS MESMAS
      *    FAIXAS DO CADASTRO DE CLIENTES.
      *
           IF WS-AUX-PRS-NOME          NOT EQUAL SPACES
               MOVE WS-AUX-PRS-NOME    TO PROSP-NOME
           END-IF
           IF WS-AUX-PRS-CNPJ          NOT EQUAL SPACES
               MOVE WS-AUX-PRS-CNPJ    TO PROSP-CNPJ
           END-IF
           IF WS-AUX-PRS-CONTATO       NOT EQUAL SPACES
               MOVE WS-AUX-PRS-CONTATO TO PROSP-CONTATO
           END-IF
           IF WS-AUX-PRS-TELEFONE      NOT EQUAL SPACES
               MOVE WS-AUX-PRS-TELEFONE
                                       TO PROSP-TELEFONE
           END-IF
           IF WS-AUX-PRS-EMAIL         NOT EQUAL SPACES
               MOVE WS-AUX-PRS-EMAIL   TO PROSP-EMAIL
           END-IF
           IF WS-AUX-PRS-ENDERECO      NOT EQUAL SPACES
               MOVE WS-AUX-PRS-ENDERECO
                                       TO PROSP-ENDERECO
           END-IF
           IF WS-AUX-PRS-CEP           NOT EQUAL SPACES
               MOVE WS-AUX-PRS-CEP     TO PROSP-CEP
           END-IF
           IF WS-AUX-PRS-LAT-TELA      NOT EQUAL SPACES
               MOVE WRK-PRS-LATITUDE   TO PROSP-LATITUDE
           END-IF
           IF WS-AUX-PRS-LON-TELA      NOT EQUAL SPACES
               MOVE WRK-PRS-LONGITUDE  TO PROSP-LONGITUDE
           END-IF
           IF WS-AUX-PRS-ORIGEM        NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-AUX-PRS-ORIGEM)
                                       TO PROSP-ORIGEM
           END-IF
           IF WS-AUX-PRS-ESTAGIO       NOT EQUAL SPACES
               MOVE WS-AUX-PRS-ESTAGIO TO PROSP-ESTAGIO
           END-IF
           IF PROSP-ESTAGIO            EQUAL SPACES
               SET PROSP-NOVO          TO TRUE
           END-IF
      *
           MOVE PROSP-CEP              TO WS-AUX-CEP
           MOVE PROSP-TERRITORIO       TO WS-AUX-TERRITORIO
           PERFORM 21-50-DERIVA-TERRITORIO THRU 21-50-SAIDA
           MOVE WS-AUX-TERRITORIO      TO PROSP-TERRITORIO
      *
           MOVE WRK-DHG-DATA8          TO PROSP-DATA-ALTER
           MOVE WRK-OPER-ID            TO PROSP-OPERADOR
           .
      *----------------------------------------------------------------*
       25-82-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONVERTE O PROSPECT LIDO EM CLIENTE: A INCLUSAO DE CLIENTE     *
      * (20-10) ABRE COM OS DADOS DO PROSPECT E FAZ AS VALIDACOES DE   *
      * SEMPRE (CPF/CNPJ, CNPJ DUPLICADO, COORDENADAS, TERRITORIO). SO *
      * COM O CLIENTE GRAVADO O PROSPECT E MARCADO COMO CONVERTIDO,    *
      * GUARDANDO O CODIGO DO CLIENTE, E A ORIGEM ENTRA NO DIARIO DE   *
      * OCORRENCIAS DO CLIENTE NOVO.                                   *
      *----------------------------------------------------------------*
       25-83-CONVERTE-PROSPECT         SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE VARIAVEIS-TELA-WS
                      WS-AUX-REG
                      WS-AUX-CONTATO
           MOVE PROSP-CNPJ             TO WS-AUX-NR-CNPJ
           MOVE PROSP-NOME             TO WS-AUX-RAZAO-SOCIAL
           MOVE PROSP-EMAIL            TO WS-AUX-EMAIL
           MOVE PROSP-TELEFONE         TO WS-AUX-TELEFONE
           MOVE PROSP-ENDERECO         TO WS-AUX-ENDERECO
           MOVE PROSP-CEP              TO WS-AUX-CEP
           MOVE PROSP-TERRITORIO       TO WS-AUX-TERRITORIO
           MOVE 'C'                    TO WS-AUX-PRIORIDADE
           MOVE PROSP-LATITUDE         TO WRK-PRS-COORD-ED
           MOVE WRK-PRS-COORD-ED       TO WS-AUX-LATITUDE-TELA
           MOVE PROSP-LONGITUDE        TO WRK-PRS-COORD-ED
           MOVE WRK-PRS-COORD-ED       TO WS-AUX-LONGITUDE-TELA
      *
           PERFORM 20-10-CAD-CLIENTE THRU 20-10-SAIDA
      *
           IF NOT WRK-CLI-INCLUIDO
               DISPLAY CLEAR-SCREEN
               MOVE 'CONVERSAO NAO CONCLUIDA - PROSPECT EM ABERTO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-83-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING 'PRS=' PROSP-CODIGO ' ' PROSP-ESTAGIO
                  ' ' PROSP-ORIGEM ' ' PROSP-NOME
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           SET PROSP-CONVERTIDO        TO TRUE
           MOVE WRK-CLI-INCLUIDO-COD   TO PROSP-COD-CLI
           MOVE WRK-DHG-DATA8          TO PROSP-DATA-CONVERSAO
                                          PROSP-DATA-ALTER
           MOVE WRK-OPER-ID            TO PROSP-OPERADOR
           REWRITE PROSP-REG
           END-REWRITE
      *
           MOVE 'CONV-PROSP'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'PRS=' PROSP-CODIGO ' CLI=' PROSP-COD-CLI
                  ' ' PROSP-NOME
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           OPEN I-O ARQOCOR
           IF WRK-ARQOCOR-NAO-EXISTE
               OPEN OUTPUT ARQOCOR
               CLOSE ARQOCOR
               OPEN I-O ARQOCOR
           END-IF
           IF WRK-ARQOCOR-OK
               MOVE SPACES             TO OCOR-REG
               MOVE PROSP-COD-CLI      TO OCOR-COD-CLI
               COMPUTE OCOR-ORD = 99999999999999
                       - FUNCTION NUMVAL(WRK-DATA-HORA-GER(1:14))
               MOVE WRK-DHG-DATA8      TO OCOR-DATA
               MOVE WRK-DATA-HORA-GER(9:6)
                                       TO OCOR-HORA
               MOVE WRK-OPER-ID        TO OCOR-AUTOR
               MOVE 'PRS'              TO OCOR-TIPO
               STRING 'CONVERTIDO DO PROSPECT ' PROSP-CODIGO
                      ' ORIGEM ' PROSP-ORIGEM
                      ' DESDE ' PROSP-DATA-CADASTRO
                      DELIMITED BY SIZE INTO OCOR-TEXTO
               END-STRING
               MOVE 'N'                TO WRK-OCOR-GRAVADA-FLAG
               MOVE ZEROS              TO WRK-OCOR-TENTATIVAS
               PERFORM 25-73-TENTA-GRAVAR THRU 25-73-SAIDA
                   UNTIL WRK-OCOR-GRAVADA
                   OR    WRK-OCOR-TENTATIVAS GREATER 5
               CLOSE ARQOCOR
           END-IF
      *
           DISPLAY 'PROSPECT ' PROSP-CODIGO
                   ' CONVERTIDO NO CLIENTE ' PROSP-COD-CLI
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       25-83-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-84-MOSTRA-PROSPECT           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PROSPECT ' PROSP-CODIGO ' - ' PROSP-NOME
           DISPLAY '  CNPJ: ' PROSP-CNPJ '  CONTATO: ' PROSP-CONTATO
           DISPLAY '  FONE: ' PROSP-TELEFONE '  EMAIL: ' PROSP-EMAIL
           DISPLAY '  END.: ' PROSP-ENDERECO
           DISPLAY '  CEP: ' PROSP-CEP '  TERRITORIO: '
                   PROSP-TERRITORIO
           DISPLAY '  ORIGEM: ' PROSP-ORIGEM '  ESTAGIO: '
                   PROSP-ESTAGIO '  CADASTRO: ' PROSP-DATA-CADASTRO
                   '  ALTERADO: ' PROSP-DATA-ALTER ' ' PROSP-OPERADOR
           IF PROSP-COD-VEN            GREATER ZEROS
               MOVE PROSP-DIST-VEN     TO WRK-PRS-DIST-ED
               DISPLAY '  VENDEDOR MAIS PROXIMO: ' PROSP-COD-VEN
                       ' A ' WRK-PRS-DIST-ED
                       ' (CARTEIRA DE ' PROSP-DATA-ATRIB ')'
           ELSE
               DISPLAY '  SEM VENDEDOR NA ULTIMA CARTEIRA'
           END-IF
           IF PROSP-CONVERTIDO
               DISPLAY '  CONVERTIDO NO CLIENTE ' PROSP-COD-CLI
                       ' EM ' PROSP-DATA-CONVERSAO
           END-IF
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       25-84-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-86-CAD-CADENCIA              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA POLITICA DE CADENCIA DE VISITAS: GRAVA O
      *    INTERVALO MAXIMO EM DIAS DA FAIXA INFORMADA (INCLUI OU
      *    SUBSTITUI). A FAIXA SEM REGISTRO SEGUE O PADRAO COMERCIAL
      *    NA VARREDURA DIARIA (RELAT-CADENCIA).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-87-CAPTURA-CADENCIA THRU 25-87-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCADV
           IF WRK-ARQCADV-NAO-EXISTE
               OPEN OUTPUT ARQCADV
               CLOSE ARQCADV
               OPEN I-O ARQCADV
           END-IF
           IF NOT WRK-ARQCADV-OK
               MOVE WRK-FS-ARQCADV     TO STATUS-CODE-02
               MOVE 'ARQCADV'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-86-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-CDV-PRIORIDADE  TO CADENCIA-PRIORIDADE
           READ ARQCADV
               INVALID KEY
                   INITIALIZE CADENCIA-REG
                   MOVE WS-AUX-CDV-PRIORIDADE
                                       TO CADENCIA-PRIORIDADE
                   MOVE WRK-CDV-DIAS   TO CADENCIA-DIAS
                   MOVE WRK-DHG-DATA8  TO CADENCIA-DATA-ALTER
                   MOVE WRK-OPER-ID    TO CADENCIA-OPERADOR
                   WRITE CADENCIA-REG
                   END-WRITE
                   MOVE 'INCL-CADENC'  TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
               NOT INVALID KEY
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING 'FAIXA=' CADENCIA-PRIORIDADE
                          ' DIAS=' CADENCIA-DIAS
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   MOVE WRK-CDV-DIAS   TO CADENCIA-DIAS
                   MOVE WRK-DHG-DATA8  TO CADENCIA-DATA-ALTER
                   MOVE WRK-OPER-ID    TO CADENCIA-OPERADOR
                   REWRITE CADENCIA-REG
                   END-REWRITE
                   MOVE 'ALTE-CADENC'  TO WRK-AUDIT-ACAO
           END-READ
      *
           IF WRK-ARQCADV-OK
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'FAIXA=' CADENCIA-PRIORIDADE
                      ' DIAS=' CADENCIA-DIAS
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               MOVE WRK-FS-ARQCADV     TO STATUS-CODE-02
               MOVE 'ARQCADV'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           END-IF
      *
           CLOSE ARQCADV
           .
      *----------------------------------------------------------------*
       25-86-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-87-CAPTURA-CADENCIA          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA E RE-EXIBE ATE A FAIXA SER A/B/C E OS DIAS
      *    SEREM NUMERICOS (ZERO ACEITO).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CADV-CAD
           ACCEPT  TELA-CADV-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-CDV-PRIORIDADE)
                                       TO WS-AUX-CDV-PRIORIDADE
           IF  WS-AUX-CDV-PRIORIDADE   NOT EQUAL 'A'
           AND WS-AUX-CDV-PRIORIDADE   NOT EQUAL 'B'
           AND WS-AUX-CDV-PRIORIDADE   NOT EQUAL 'C'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE WS-AUX-CDV-DIAS-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               IF NUMVAL-SAIDA < 0 OR NUMVAL-SAIDA > 999
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CDV-DIAS
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       25-87-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-90-CAD-SAC                   SECTION.
      *----------------------------------------------------------------*
      *    CHAMADOS DE RECLAMACAO DE CLIENTE (SAC): ABRE (NUMERO
      *    CEDIDO PELO CONTROLE, VENDEDOR DA CARTEIRA E DATA LIMITE
      *    PELA TABELA DE PRAZOS), TRATA (REGISTRA O ANDAMENTO E PODE
      *    RECLASSIFICAR), FECHA (SOLUCAO OBRIGATORIA) OU CONSULTA.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-91-CAPTURA-SAC THRU 25-91-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
      *    PERFIL V/S SO ABRE CHAMADO DE CLIENTE DA SUA CARTEIRA.
           IF WRK-SAC-ACAO-ABRIR
               MOVE WRK-SAC-COD-CLI    TO WS-AUX-CODIGO-CLI
               PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
               IF WRK-ESC-NEGADO
                   GO TO 25-90-SAIDA
               END-IF
               PERFORM 25-92-ABRE-SAC THRU 25-92-SAIDA
               GO TO 25-90-SAIDA
           END-IF
      *
           OPEN I-O ARQSAC
           IF WRK-ARQSAC-NAO-EXISTE
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQSAC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-90-SAIDA
           END-IF
           IF NOT WRK-ARQSAC-OK
               MOVE WRK-FS-ARQSAC      TO STATUS-CODE-02
               MOVE 'ARQSAC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-90-SAIDA
           END-IF
      *
           MOVE WRK-SAC-NUMERO         TO SAC-NUMERO
           READ ARQSAC
               INVALID KEY
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQSAC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   CLOSE ARQSAC
                   GO TO 25-90-SAIDA
           END-READ
      *
      *    E SO TRATA, FECHA OU CONSULTA CHAMADO DE CLIENTE DA SUA
      *    CARTEIRA E DE VENDEDOR DO SEU ESCOPO.
           MOVE SAC-COD-CLI            TO WS-AUX-CODIGO-CLI
           PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
           IF WRK-ESC-NEGADO
               CLOSE ARQSAC
               GO TO 25-90-SAIDA
           END-IF
           IF SAC-COD-VEN              GREATER ZEROS
               MOVE SAC-COD-VEN        TO WS-AUX-CODIGO-VEND
               PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
               IF WRK-ESC-NEGADO
                   CLOSE ARQSAC
                   GO TO 25-90-SAIDA
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-SAC-ACAO-CONSULTAR
                   PERFORM 25-94-MOSTRA-SAC THRU 25-94-SAIDA
               WHEN SAC-FECHADO
      *            O CHAMADO FECHADO FICA SO PARA CONSULTA.
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'CHAMADO JA FECHADO EM '
                          SAC-DATA-FECHAMENTO
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               WHEN OTHER
                   PERFORM 25-95-TRATA-SAC THRU 25-95-SAIDA
           END-EVALUATE
      *
           CLOSE ARQSAC
           .
      *----------------------------------------------------------------*
       25-90-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-91-CAPTURA-SAC               SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO SAC E RE-EXIBE ATE A ACAO SER VALIDA E,
      *    NA ABERTURA, O CLIENTE, A CATEGORIA, A SEVERIDADE, O CANAL
      *    E A DESCRICAO ESTAREM PREENCHIDOS; NAS DEMAIS ACOES, ATE O
      *    NUMERO DO CHAMADO SER VALIDO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-SAC-CAD
           ACCEPT  TELA-SAC-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-SAC-CATEGORIA)
                                       TO WS-AUX-SAC-CATEGORIA
           MOVE FUNCTION UPPER-CASE(WS-AUX-SAC-SEVERIDADE)
                                       TO WS-AUX-SAC-SEVERIDADE
           MOVE FUNCTION UPPER-CASE(WS-AUX-SAC-CANAL)
                                       TO WS-AUX-SAC-CANAL
           IF NOT WRK-SAC-SEVER-VALIDA
           OR NOT WRK-SAC-CANAL-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-SAC-ACAO-ABRIR
           AND NOT WRK-SAC-ACAO-TRATAR
           AND NOT WRK-SAC-ACAO-FECHAR
           AND NOT WRK-SAC-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
               GO TO 25-91-SAIDA
           END-IF
      *
           IF NOT WRK-SAC-ACAO-ABRIR
               MOVE WS-AUX-SAC-NUM-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-SAC-NUMERO
                   IF WRK-SAC-NUMERO   EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
               GO TO 25-91-SAIDA
           END-IF
      *
           MOVE WS-AUX-SAC-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-SAC-COD-CLI
               IF WRK-SAC-COD-CLI      EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-SAC-CATEGORIA     EQUAL SPACES
           OR WS-AUX-SAC-SEVERIDADE    EQUAL SPACES
           OR WS-AUX-SAC-CANAL         EQUAL SPACES
           OR WS-AUX-SAC-DESCRICAO     EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-91-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-92-ABRE-SAC                  SECTION.
      *----------------------------------------------------------------*
      *    ABERTURA DO CHAMADO: A CATEGORIA X SEVERIDADE TEM DE ESTAR
      *    NA TABELA DE PRAZOS E O CLIENTE NO CADASTRO. O VENDEDOR
      *    RESPONSAVEL E O TITULAR DO CLIENTE NA ULTIMA CARTEIRA E A
      *    DATA LIMITE E A ABERTURA MAIS OS DIAS DO PRAZO.
      *
           OPEN INPUT ARQSLA
           IF NOT WRK-ARQSLA-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'TABELA DE PRAZOS DO SAC VAZIA - AVISE O ADMIN'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-92-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-SAC-CATEGORIA   TO SLA-CATEGORIA
           MOVE WS-AUX-SAC-SEVERIDADE  TO SLA-SEVERIDADE
           READ ARQSLA
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           CLOSE ARQSLA
      *
           IF WRK-CHV-INVALID
               DISPLAY CLEAR-SCREEN
               MOVE 'SEM PRAZO PARA A CATEGORIA/SEVERIDADE NO SAC'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-92-SAIDA
           END-IF
           MOVE SLA-DIAS               TO WRK-SAC-PRAZO-DIAS
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WRK-SAC-COD-CLI        TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               PERFORM 50-40-FECHAR-ARQCLI
               GO TO 25-92-SAIDA
           END-IF
      *
           INITIALIZE SAC-REG
           MOVE WRK-SAC-COD-CLI        TO SAC-COD-CLI
           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO SAC-TERRITORIO
           PERFORM 50-40-FECHAR-ARQCLI
      *
           MOVE WRK-SAC-COD-CLI        TO WS-AUX-CODIGO-CLI
           PERFORM 20-94-BUSCA-VEND-CARTEIRA THRU 20-94-SAIDA
           MOVE WRK-CART-VEN-PRIM      TO SAC-COD-VEN
      *
           MOVE WS-AUX-SAC-CATEGORIA   TO SAC-CATEGORIA
           MOVE WS-AUX-SAC-SEVERIDADE  TO SAC-SEVERIDADE
           MOVE WS-AUX-SAC-CANAL       TO SAC-CANAL
           MOVE WS-AUX-SAC-DESCRICAO   TO SAC-DESCRICAO
           MOVE WS-AUX-SAC-RESOLUCAO   TO SAC-RESOLUCAO
           MOVE WRK-SAC-PRAZO-DIAS     TO SAC-PRAZO-DIAS
           MOVE WRK-DHG-DATA8          TO SAC-DATA-ABERTURA
                                          SAC-DATA-ALTER
           MOVE WRK-DATA-HORA-GER (9:6)
                                       TO SAC-HORA-ABERTURA
           COMPUTE SAC-DATA-LIMITE
                   = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WRK-DHG-DATA8)
                     + WRK-SAC-PRAZO-DIAS)
           SET SAC-ABERTO              TO TRUE
           MOVE WRK-OPER-ID            TO SAC-OPER-ABERTURA
                                          SAC-OPERADOR
      *
           PERFORM 25-93-PROXIMO-NUM-SAC THRU 25-93-SAIDA
           IF NOT WRK-NUMSAC-CEDIDO
               GO TO 25-92-SAIDA
           END-IF
           MOVE WRK-SAC-NUMERO         TO SAC-NUMERO
      *
           OPEN I-O ARQSAC
           IF WRK-ARQSAC-NAO-EXISTE
               OPEN OUTPUT ARQSAC
               CLOSE ARQSAC
               OPEN I-O ARQSAC
           END-IF
           IF NOT WRK-ARQSAC-OK
               MOVE WRK-FS-ARQSAC      TO STATUS-CODE-02
               MOVE 'ARQSAC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-92-SAIDA
           END-IF
      *
           WRITE SAC-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQSAC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
               NOT INVALID KEY
                   MOVE 'ABRE-SAC'     TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'SAC=' SAC-NUMERO ' CLI=' SAC-COD-CLI
                          ' ' SAC-CATEGORIA '/' SAC-SEVERIDADE
                          ' VEN=' SAC-COD-VEN
                          ' LIM=' SAC-DATA-LIMITE
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   PERFORM 25-94-MOSTRA-SAC THRU 25-94-SAIDA
           END-WRITE
      *
           CLOSE ARQSAC
           .
      *----------------------------------------------------------------*
       25-92-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-93-PROXIMO-NUM-SAC           SECTION.
      *----------------------------------------------------------------*
      *    CEDE O PROXIMO NUMERO DE CHAMADO DO CONTROLE, SOB A TRAVA
      *    DE EXECUCAO (MESMA DISCIPLINA DA NUMERACAO DE PEDIDOS). NA
      *    PRIMEIRA UTILIZACAO O CONTROLE E CRIADO A PARTIR DO 1.
      *
           MOVE 'N'                    TO WRK-NUMSAC-OK-FLAG
      *
           MOVE 'N'                    TO WRK-TRAVA-FLAG
           SET COMUNIC-TRAVA-OBTER     TO TRUE
           MOVE 'NUMERACAO-SAC'        TO COMUNIC-TRAVA-PROCESSO
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE COMUNIC-MSG        TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               GO TO 25-93-SAIDA
           END-IF
           SET WRK-TRAVA-OBTIDA        TO TRUE
      *
           OPEN I-O ARQNUMS
           IF WRK-ARQNUMS-NAO-EXISTE
               OPEN OUTPUT ARQNUMS
               IF WRK-ARQNUMS-OK
                   MOVE 0000001        TO NUMSAC-PROXIMO
                   WRITE NUMSAC-REG
                   CLOSE ARQNUMS
                   OPEN I-O ARQNUMS
               END-IF
           END-IF
           IF NOT WRK-ARQNUMS-OK
               MOVE WRK-FS-ARQNUMS     TO STATUS-CODE-02
               MOVE 'ARQNUMS'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-93-LIBERA
           END-IF
      *
           READ ARQNUMS
           IF NOT WRK-ARQNUMS-OK
               MOVE WRK-FS-ARQNUMS     TO STATUS-CODE-02
               MOVE 'ARQNUMS'          TO MENSAGEM-CALLER
               CLOSE ARQNUMS
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-93-LIBERA
           END-IF
      *
           IF NUMSAC-PROXIMO           EQUAL 9999999
               CLOSE ARQNUMS
               DISPLAY CLEAR-SCREEN
               MOVE 'NUMERACAO DE CHAMADOS ESGOTADA - AVISE O ADMIN'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 25-93-LIBERA
           END-IF
      *
           MOVE NUMSAC-PROXIMO         TO WRK-SAC-NUMERO
           ADD 1                       TO NUMSAC-PROXIMO
           REWRITE NUMSAC-REG
           CLOSE ARQNUMS
           SET WRK-NUMSAC-CEDIDO       TO TRUE
           .
      *
       25-93-LIBERA.
      *
           PERFORM 21-81-LIBERA-TRAVA THRU 21-81-SAIDA
           .
      *----------------------------------------------------------------*
       25-93-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-94-MOSTRA-SAC                SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CHAMADO ' SAC-NUMERO ' - CLIENTE ' SAC-COD-CLI
                   '  TERRITORIO: ' SAC-TERRITORIO
           DISPLAY '  CATEGORIA: ' SAC-CATEGORIA '  SEVERIDADE: '
                   SAC-SEVERIDADE '  CANAL: ' SAC-CANAL
           DISPLAY '  RECLAMACAO: ' SAC-DESCRICAO
           IF SAC-COD-VEN              GREATER ZEROS
               DISPLAY '  VENDEDOR RESPONSAVEL: ' SAC-COD-VEN
           ELSE
               DISPLAY '  CLIENTE SEM VENDEDOR NA ULTIMA CARTEIRA'
           END-IF
           DISPLAY '  ABERTO EM ' SAC-DATA-ABERTURA ' '
                   SAC-HORA-ABERTURA ' POR ' SAC-OPER-ABERTURA
           DISPLAY '  PRAZO: ' SAC-PRAZO-DIAS ' DIAS - LIMITE '
                   SAC-DATA-LIMITE '  SITUACAO: ' SAC-STATUS
           IF SAC-RESOLUCAO            NOT EQUAL SPACES
               DISPLAY '  TRATAMENTO: ' SAC-RESOLUCAO
           END-IF
           IF SAC-FECHADO
               DISPLAY '  FECHADO EM ' SAC-DATA-FECHAMENTO
                       ' APOS ' SAC-DIAS-RESOLUCAO ' DIA(S)'
           END-IF
           DISPLAY '  ULTIMA ALTERACAO: ' SAC-DATA-ALTER ' '
                   SAC-OPERADOR
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       25-94-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-95-TRATA-SAC                 SECTION.
      *----------------------------------------------------------------*
      *    TRATAMENTO OU FECHAMENTO DO CHAMADO LIDO (NAO FECHADO). SO
      *    OS CAMPOS DIGITADOS SUBSTITUEM O GRAVADO. A RECLASSIFICACAO
      *    (OUTRA CATEGORIA OU SEVERIDADE) REFAZ A DATA LIMITE A PARTIR
      *    DA ABERTURA. O FECHAMENTO EXIGE A SOLUCAO REGISTRADA.
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING 'SAC=' SAC-NUMERO ' ST=' SAC-STATUS
                  ' ' SAC-CATEGORIA '/' SAC-SEVERIDADE
                  ' LIM=' SAC-DATA-LIMITE
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           MOVE SAC-CATEGORIA          TO SLA-CATEGORIA
           MOVE SAC-SEVERIDADE         TO SLA-SEVERIDADE
           IF WS-AUX-SAC-CATEGORIA     NOT EQUAL SPACES
               MOVE WS-AUX-SAC-CATEGORIA
                                       TO SLA-CATEGORIA
           END-IF
           IF WS-AUX-SAC-SEVERIDADE    NOT EQUAL SPACES
               MOVE WS-AUX-SAC-SEVERIDADE
                                       TO SLA-SEVERIDADE
           END-IF
      *
           IF SLA-CATEGORIA            NOT EQUAL SAC-CATEGORIA
           OR SLA-SEVERIDADE           NOT EQUAL SAC-SEVERIDADE
               MOVE 'S'                TO WRK-CHV-INVALID-FLAG
               OPEN INPUT ARQSLA
               IF WRK-ARQSLA-OK
                   MOVE 'N'            TO WRK-CHV-INVALID-FLAG
                   READ ARQSLA
                       INVALID KEY
                           MOVE 'S'    TO WRK-CHV-INVALID-FLAG
                   END-READ
                   CLOSE ARQSLA
               END-IF
               IF WRK-CHV-INVALID
                   DISPLAY CLEAR-SCREEN
                   MOVE 'SEM PRAZO PARA A CATEGORIA/SEVERIDADE NO SAC'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 25-95-SAIDA
               END-IF
               MOVE SLA-CATEGORIA      TO SAC-CATEGORIA
               MOVE SLA-SEVERIDADE     TO SAC-SEVERIDADE
               MOVE SLA-DIAS           TO SAC-PRAZO-DIAS
               COMPUTE SAC-DATA-LIMITE
                       = FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(SAC-DATA-ABERTURA)
                         + SAC-PRAZO-DIAS)
           END-IF
      *
           IF WS-AUX-SAC-CANAL         NOT EQUAL SPACES
               MOVE WS-AUX-SAC-CANAL   TO SAC-CANAL
           END-IF
           IF WS-AUX-SAC-DESCRICAO     NOT EQUAL SPACES
               MOVE WS-AUX-SAC-DESCRICAO
                                       TO SAC-DESCRICAO
           END-IF
           IF WS-AUX-SAC-RESOLUCAO     NOT EQUAL SPACES
               MOVE WS-AUX-SAC-RESOLUCAO
                                       TO SAC-RESOLUCAO
           END-IF
      *
           IF WRK-SAC-ACAO-FECHAR
               IF SAC-RESOLUCAO        EQUAL SPACES
                   DISPLAY CLEAR-SCREEN
                   MOVE 'INFORME A SOLUCAO PARA FECHAR O CHAMADO'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 25-95-SAIDA
               END-IF
               SET SAC-FECHADO         TO TRUE
               MOVE WRK-DHG-DATA8      TO SAC-DATA-FECHAMENTO
               COMPUTE SAC-DIAS-RESOLUCAO
                       = FUNCTION INTEGER-OF-DATE(WRK-DHG-DATA8)
                       - FUNCTION INTEGER-OF-DATE(SAC-DATA-ABERTURA)
               MOVE 'FECH-SAC'         TO WRK-AUDIT-ACAO
           ELSE
               SET SAC-EM-ATENDIMENTO  TO TRUE
               MOVE 'TRAT-SAC'         TO WRK-AUDIT-ACAO
           END-IF
           MOVE WRK-DHG-DATA8          TO SAC-DATA-ALTER
           MOVE WRK-OPER-ID            TO SAC-OPERADOR
      *
           REWRITE SAC-REG
           IF NOT WRK-ARQSAC-OK
               MOVE WRK-FS-ARQSAC      TO STATUS-CODE-02
               MOVE 'ARQSAC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-95-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'SAC=' SAC-NUMERO ' ST=' SAC-STATUS
                  ' ' SAC-CATEGORIA '/' SAC-SEVERIDADE
                  ' LIM=' SAC-DATA-LIMITE
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           PERFORM 25-94-MOSTRA-SAC THRU 25-94-SAIDA
           .
      *----------------------------------------------------------------*
       25-95-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-96-CAD-SLA                   SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA TABELA DE PRAZOS DO SAC: GRAVA OS DIAS PARA
      *    SOLUCAO DA CATEGORIA X SEVERIDADE INFORMADA (INCLUI OU
      *    SUBSTITUI). VALE PARA OS CHAMADOS ABERTOS DAI EM DIANTE.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-97-CAPTURA-SLA THRU 25-97-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQSLA
           IF WRK-ARQSLA-NAO-EXISTE
               OPEN OUTPUT ARQSLA
               CLOSE ARQSLA
               OPEN I-O ARQSLA
           END-IF
           IF NOT WRK-ARQSLA-OK
               MOVE WRK-FS-ARQSLA      TO STATUS-CODE-02
               MOVE 'ARQSLA'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-96-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-SLA-CATEGORIA   TO SLA-CATEGORIA
           MOVE WS-AUX-SLA-SEVERIDADE  TO SLA-SEVERIDADE
           READ ARQSLA
               INVALID KEY
                   INITIALIZE SLA-REG
                   MOVE WS-AUX-SLA-CATEGORIA
                                       TO SLA-CATEGORIA
                   MOVE WS-AUX-SLA-SEVERIDADE
                                       TO SLA-SEVERIDADE
                   MOVE WS-AUX-SLA-DESCRICAO
                                       TO SLA-DESCRICAO
                   MOVE WRK-SLA-DIAS   TO SLA-DIAS
                   MOVE WRK-DHG-DATA8  TO SLA-DATA-ALTER
                   MOVE WRK-OPER-ID    TO SLA-OPERADOR
                   WRITE SLA-REG
                   END-WRITE
                   MOVE 'INCL-SLA'     TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
               NOT INVALID KEY
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   STRING 'SLA=' SLA-CATEGORIA '/' SLA-SEVERIDADE
                          ' DIAS=' SLA-DIAS
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   IF WS-AUX-SLA-DESCRICAO NOT EQUAL SPACES
                       MOVE WS-AUX-SLA-DESCRICAO
                                       TO SLA-DESCRICAO
                   END-IF
                   MOVE WRK-SLA-DIAS   TO SLA-DIAS
                   MOVE WRK-DHG-DATA8  TO SLA-DATA-ALTER
                   MOVE WRK-OPER-ID    TO SLA-OPERADOR
                   REWRITE SLA-REG
                   END-REWRITE
                   MOVE 'ALTE-SLA'     TO WRK-AUDIT-ACAO
           END-READ
      *
           IF WRK-ARQSLA-OK
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'SLA=' SLA-CATEGORIA '/' SLA-SEVERIDADE
                      ' DIAS=' SLA-DIAS
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               MOVE WRK-FS-ARQSLA      TO STATUS-CODE-02
               MOVE 'ARQSLA'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           END-IF
      *
           CLOSE ARQSLA
           .
      *----------------------------------------------------------------*
       25-96-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-97-CAPTURA-SLA               SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA E RE-EXIBE ATE A CATEGORIA ESTAR PREENCHIDA,
      *    A SEVERIDADE SER A/M/B E OS DIAS SEREM NUMERICOS (ZERO =
      *    SOLUCAO NO PROPRIO DIA).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-SLA-CAD
           ACCEPT  TELA-SLA-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-SLA-CATEGORIA)
                                       TO WS-AUX-SLA-CATEGORIA
           MOVE FUNCTION UPPER-CASE(WS-AUX-SLA-SEVERIDADE)
                                       TO WS-AUX-SLA-SEVERIDADE
           IF WS-AUX-SLA-CATEGORIA     EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  WS-AUX-SLA-SEVERIDADE   NOT EQUAL 'A'
           AND WS-AUX-SLA-SEVERIDADE   NOT EQUAL 'M'
           AND WS-AUX-SLA-SEVERIDADE   NOT EQUAL 'B'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE WS-AUX-SLA-DIAS-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               IF NUMVAL-SAIDA < 0 OR NUMVAL-SAIDA > 999
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-SLA-DIAS
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       25-97-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-40-CAD-PERFIL                SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO PERFIL INDIVIDUAL DO VENDEDOR (CAPACIDADE,
      *    VISITAS POR DIA E DIAS TRABALHADOS): INCLUI/SUBSTITUI OU
      *    EXCLUI (VOLTANDO O VENDEDOR AOS VALORES GLOBAIS).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-41-CAPTURA-PERFIL THRU 25-41-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQPERFV
           IF WRK-ARQPERFV-NAO-EXISTE
               IF NOT WRK-PRF-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPERFV'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-40-SAIDA
               END-IF
               OPEN OUTPUT ARQPERFV
               CLOSE ARQPERFV
               OPEN I-O ARQPERFV
           END-IF
           IF NOT WRK-ARQPERFV-OK
               MOVE WRK-FS-ARQPERFV    TO STATUS-CODE-02
               MOVE 'ARQPERFV'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-40-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO PERFIL-COD-VEN
      *
           IF WRK-PRF-ACAO-INCLUIR
               MOVE WRK-PRF-CAPACIDADE TO PERFIL-CAPACIDADE
               MOVE WRK-PRF-VISITAS    TO PERFIL-VISITAS-DIA
               MOVE WS-AUX-PRF-DIAS    TO PERFIL-DIAS-SEMANA
               WRITE PERFIL-REG
                   INVALID KEY
                       REWRITE PERFIL-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-PERFIL'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'VEN=' PERFIL-COD-VEN
                      ' CAP=' PERFIL-CAPACIDADE
                      ' VIS=' PERFIL-VISITAS-DIA
                      ' DIAS=' PERFIL-DIAS-SEMANA
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQPERFV
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQPERFV' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-PERFIL'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'VEN=' PERFIL-COD-VEN
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQPERFV
           .
      *----------------------------------------------------------------*
       25-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-41-CAPTURA-PERFIL            SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE PERFIL E RE-EXIBE ATE VENDEDOR E VALORES
      *    NUMERICOS SEREM VALIDOS, ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PERFIL-CAD
           ACCEPT  TELA-PERFIL-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           IF WRK-PRF-ACAO-INCLUIR
               MOVE WS-AUX-PRF-CAPAC-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PRF-CAPACIDADE
               END-IF
      *
               MOVE WS-AUX-PRF-VISIT-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PRF-VISITAS
               END-IF
           END-IF
      *
           IF  NOT WRK-PRF-ACAO-INCLUIR
           AND NOT WRK-PRF-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-41-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-45-CAD-HIERARQUIA            SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA HIERARQUIA COMERCIAL: INCLUI/SUBSTITUI A
      *    EQUIPE DO VENDEDOR A PARTIR DE UMA DATA (SUPERVISOR E
      *    GERENTE REGIONAL) OU EXCLUI A VIGENCIA. TROCA DE EQUIPE E
      *    UMA NOVA VIGENCIA; A ANTERIOR FICA PARA OS MESES PASSADOS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-46-CAPTURA-HIERARQUIA THRU 25-46-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQHIER
           IF WRK-ARQHIER-NAO-EXISTE
               IF NOT WRK-HIE-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQHIER'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-45-SAIDA
               END-IF
               OPEN OUTPUT ARQHIER
               CLOSE ARQHIER
               OPEN I-O ARQHIER
           END-IF
           IF NOT WRK-ARQHIER-OK
               MOVE WRK-FS-ARQHIER     TO STATUS-CODE-02
               MOVE 'ARQHIER'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-45-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO HIER-COD-VEN
           MOVE WRK-HIE-INICIO         TO HIER-DATA-INICIO
      *
           IF WRK-HIE-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE WRK-HIE-FIM        TO HIER-DATA-FIM
               MOVE WRK-HIE-SUPERV     TO HIER-COD-SUPERV
               MOVE WS-AUX-HIE-SUP-NOME
                                       TO HIER-NOME-SUPERV
               MOVE WRK-HIE-GERENTE    TO HIER-COD-GERENTE
               MOVE WS-AUX-HIE-GER-NOME
                                       TO HIER-NOME-GERENTE
               MOVE WRK-DHG-DATA8      TO HIER-DATA-ALTER
               WRITE HIER-REG
                   INVALID KEY
                       REWRITE HIER-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-EQUIPE'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'VEN=' HIER-COD-VEN
                      ' INI=' HIER-DATA-INICIO
                      ' FIM=' HIER-DATA-FIM
                      ' SUP=' HIER-COD-SUPERV
                      ' GER=' HIER-COD-GERENTE
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQHIER
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQHIER'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-EQUIPE'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'VEN=' HIER-COD-VEN
                              ' INI=' HIER-DATA-INICIO
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQHIER
           .
      *----------------------------------------------------------------*
       25-45-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-46-CAPTURA-HIERARQUIA        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE EQUIPES E RE-EXIBE ATE VENDEDOR E INICIO
      *    SEREM VALIDOS E, NA INCLUSAO, SUPERVISOR, GERENTE E FIM
      *    (ZERO OU NAO ANTERIOR AO INICIO), ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-HIER-CAD
           ACCEPT  TELA-HIER-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           IF WS-AUX-HIE-INICIO-TELA   NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-HIE-INICIO-TELA)
                                       TO WRK-HIE-INICIO
               IF WRK-HIE-INICIO       LESS 19000101
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-HIE-ACAO-INCLUIR
               MOVE ZEROS              TO WRK-HIE-FIM
               IF  WS-AUX-HIE-FIM-TELA NOT EQUAL SPACES
               AND WS-AUX-HIE-FIM-TELA NOT EQUAL '0'
                   IF WS-AUX-HIE-FIM-TELA NOT NUMERIC
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-AUX-HIE-FIM-TELA)
                                       TO WRK-HIE-FIM
                       IF  WRK-HIE-FIM GREATER ZEROS
                       AND WRK-HIE-FIM LESS WRK-HIE-INICIO
                           MOVE 'S'    TO WRK-NUM-INVALID-FLAG
                       END-IF
                   END-IF
               END-IF
      *
               MOVE WS-AUX-HIE-SUP-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-HIE-SUPERV
                   IF WRK-HIE-SUPERV   EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
      *
               MOVE WS-AUX-HIE-GER-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-HIE-GERENTE
                   IF WRK-HIE-GERENTE  EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
      *
               IF WS-AUX-HIE-SUP-NOME  EQUAL SPACES
               OR WS-AUX-HIE-GER-NOME  EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-HIE-ACAO-INCLUIR
           AND NOT WRK-HIE-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-46-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-47-CAD-PLANO                 SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DOS PLANOS DE COMISSAO: INCLUI/SUBSTITUI A
      *    VIGENCIA DO PLANO A PARTIR DE UMA DATA (FAIXAS, PISO DE
      *    VENDAS E TETO DE COMISSAO) OU EXCLUI A VIGENCIA. MUDANCA DE
      *    POLITICA E UMA NOVA VIGENCIA; A ANTERIOR FICA PARA OS MESES
      *    PASSADOS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-48-CAPTURA-PLANO THRU 25-48-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQPLANO
           IF WRK-ARQPLANO-NAO-EXISTE
               IF NOT WRK-PLA-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPLANO'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-47-SAIDA
               END-IF
               OPEN OUTPUT ARQPLANO
               CLOSE ARQPLANO
               OPEN I-O ARQPLANO
           END-IF
           IF NOT WRK-ARQPLANO-OK
               MOVE WRK-FS-ARQPLANO    TO STATUS-CODE-02
               MOVE 'ARQPLANO'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-47-SAIDA
           END-IF
      *
           MOVE WRK-PLA-CODIGO         TO PLANO-CODIGO
           MOVE WRK-PLA-INICIO         TO PLANO-DATA-INICIO
      *
           IF WRK-PLA-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE WS-AUX-PLA-DESCRICAO
                                       TO PLANO-DESCRICAO
               MOVE WRK-PLA-MINIMO     TO PLANO-VENDA-MINIMA
               MOVE WRK-PLA-TETO       TO PLANO-TETO
               MOVE WRK-PLA-QTDE-FAIXAS
                                       TO PLANO-QTDE-FAIXAS
               MOVE WRK-PLA-FAIXAS     TO PLANO-FAIXAS
               MOVE WRK-DHG-DATA8      TO PLANO-DATA-ALTER
               WRITE PLANO-REG
                   INVALID KEY
                       REWRITE PLANO-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-PLANO'       TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'PLANO=' PLANO-CODIGO
                      ' INI=' PLANO-DATA-INICIO
                      ' FAIXAS=' PLANO-QTDE-FAIXAS
                      ' PISO=' PLANO-VENDA-MINIMA
                      ' TETO=' PLANO-TETO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQPLANO
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQPLANO' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-PLANO'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'PLANO=' PLANO-CODIGO
                              ' INI=' PLANO-DATA-INICIO
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQPLANO
           .
      *----------------------------------------------------------------*
       25-47-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-48-CAPTURA-PLANO             SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE PLANOS E RE-EXIBE ATE PLANO E INICIO
      *    SEREM VALIDOS E, NA INCLUSAO, DESCRICAO, PISO, TETO E AS
      *    FAIXAS (PREENCHIDAS EM SEQUENCIA, LIMITES CRESCENTES, SO A
      *    ULTIMA SEM LIMITE), ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PLANO-CAD
           ACCEPT  TELA-PLANO-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-PLA-COD-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PLA-CODIGO
           END-IF
      *
           IF WS-AUX-PLA-INICIO-TELA   NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-PLA-INICIO-TELA)
                                       TO WRK-PLA-INICIO
               IF WRK-PLA-INICIO       LESS 19000101
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-PLA-ACAO-INCLUIR
               IF WS-AUX-PLA-DESCRICAO EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
      *
               MOVE ZEROS              TO WRK-PLA-MINIMO
               IF WS-AUX-PLA-MINIMO-TELA NOT EQUAL SPACES
                   MOVE WS-AUX-PLA-MINIMO-TELA
                                       TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF NUMVAL-INVALIDO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE NUMVAL-SAIDA
                                       TO WRK-PLA-MINIMO
                   END-IF
               END-IF
      *
               MOVE ZEROS              TO WRK-PLA-TETO
               IF WS-AUX-PLA-TETO-TELA NOT EQUAL SPACES
                   MOVE WS-AUX-PLA-TETO-TELA
                                       TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF NUMVAL-INVALIDO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE NUMVAL-SAIDA
                                       TO WRK-PLA-TETO
                   END-IF
               END-IF
      *
               MOVE ZEROS              TO WRK-PLA-FAIXAS
                                          WRK-PLA-QTDE-FAIXAS
                                          WRK-PLA-LIMITE-ANT
               MOVE 'N'                TO WRK-PLA-FIM-FAIXAS-FLAG
               MOVE 1                  TO WRK-PLA-IX
               PERFORM 25-49-VALIDA-FAIXA THRU 25-49-FIM
                   UNTIL WRK-PLA-IX GREATER 10
               IF WRK-PLA-QTDE-FAIXAS  EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-PLA-ACAO-INCLUIR
           AND NOT WRK-PLA-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           GO TO 25-48-SAIDA
           .
      *
      *    LINHA EM BRANCO ENCERRA AS FAIXAS; LIMITE EM BRANCO SO NA
      *    ULTIMA FAIXA (SEM LIMITE).
       25-49-VALIDA-FAIXA.
      *
           IF  WS-AUX-PLA-LIM-TELA(WRK-PLA-IX) EQUAL SPACES
           AND WS-AUX-PLA-PCT-TELA(WRK-PLA-IX) EQUAL SPACES
               MOVE 'S'                TO WRK-PLA-FIM-FAIXAS-FLAG
               ADD 1                   TO WRK-PLA-IX
               GO TO 25-49-FIM
           END-IF
      *
           IF WRK-PLA-FIM-FAIXAS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           ADD 1                       TO WRK-PLA-QTDE-FAIXAS
      *
           MOVE WS-AUX-PLA-PCT-TELA(WRK-PLA-IX)
                                       TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             NOT LESS 100
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PLA-FAIXA-PCT(WRK-PLA-IX)
           END-IF
      *
           IF WS-AUX-PLA-LIM-TELA(WRK-PLA-IX) EQUAL SPACES
               MOVE 99999999999        TO WRK-PLA-FAIXA-LIMITE
                                          (WRK-PLA-IX)
               MOVE 'S'                TO WRK-PLA-FIM-FAIXAS-FLAG
           ELSE
               MOVE WS-AUX-PLA-LIM-TELA(WRK-PLA-IX)
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PLA-FAIXA-LIMITE
                                          (WRK-PLA-IX)
                   IF WRK-PLA-FAIXA-LIMITE(WRK-PLA-IX)
                                   NOT GREATER WRK-PLA-LIMITE-ANT
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
                   MOVE WRK-PLA-FAIXA-LIMITE(WRK-PLA-IX)
                                       TO WRK-PLA-LIMITE-ANT
               END-IF
           END-IF
           ADD 1                       TO WRK-PLA-IX
           .
      *
       25-49-FIM.
           EXIT.
      *----------------------------------------------------------------*
       25-48-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-50-CAD-RESULT-VIS            SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO MESTRE DE CODIGOS DE RESULTADO DE VISITA:
      *    INCLUI, ALTERA (REATIVANDO SE INATIVO) OU INATIVA, NO
      *    MESMO MOLDE DOS TERRITORIOS E PRODUTOS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-51-CAPTURA-RESULT-VIS THRU 25-51-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQRESV
           IF WRK-ARQRESV-NAO-EXISTE
               IF NOT WRK-RSV-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQRESV'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-50-SAIDA
               END-IF
               OPEN OUTPUT ARQRESV
               CLOSE ARQRESV
               OPEN I-O ARQRESV
           END-IF
           IF NOT WRK-ARQRESV-OK
               MOVE WRK-FS-ARQRESV     TO STATUS-CODE-02
               MOVE 'ARQRESV'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-50-SAIDA
           END-IF
      *
           MOVE WS-AUX-RSV-COD         TO RESVIS-CODIGO
      *
           IF WRK-RSV-ACAO-INCLUIR
               MOVE WS-AUX-RSV-DESC    TO RESVIS-DESCRICAO
               IF WS-AUX-RSV-POSITIVO  EQUAL 'S' OR 's'
                   MOVE 'S'            TO RESVIS-POSITIVO
               ELSE
                   MOVE 'N'            TO RESVIS-POSITIVO
               END-IF
               SET RESVIS-STATUS-ATIVO TO TRUE
               WRITE RESVIS-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQRESV'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-RESVIS'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING RESVIS-CODIGO ' ' WS-AUX-RSV-DESC
                              ' POS=' RESVIS-POSITIVO
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           ELSE
               READ ARQRESV
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQRESV'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING RESVIS-CODIGO ' ' RESVIS-DESCRICAO
                              ' POS=' RESVIS-POSITIVO
                              ' ' RESVIS-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       IF WRK-RSV-ACAO-INATIVAR
                           SET RESVIS-STATUS-INATIVO TO TRUE
                           MOVE 'INAT-RESVIS'
                                       TO WRK-AUDIT-ACAO
                       ELSE
                           MOVE WS-AUX-RSV-DESC
                                       TO RESVIS-DESCRICAO
                           IF WS-AUX-RSV-POSITIVO EQUAL 'S' OR 's'
                               MOVE 'S' TO RESVIS-POSITIVO
                           ELSE
                               MOVE 'N' TO RESVIS-POSITIVO
                           END-IF
                           SET RESVIS-STATUS-ATIVO TO TRUE
                           MOVE 'ALTE-RESVIS'
                                       TO WRK-AUDIT-ACAO
                       END-IF
                       REWRITE RESVIS-REG
                       END-REWRITE
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING RESVIS-CODIGO ' ' RESVIS-DESCRICAO
                              ' POS=' RESVIS-POSITIVO
                              ' ' RESVIS-STATUS
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-READ
           END-IF
      *
           CLOSE ARQRESV
           .
      *----------------------------------------------------------------*
       25-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-51-CAPTURA-RESULT-VIS        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO CODIGO DE RESULTADO E RE-EXIBE ATE O
      *    CODIGO ESTAR PREENCHIDO E A ACAO SER I/A/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-RSV-CAD
           ACCEPT  TELA-RSV-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-RSV-COD           EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-RSV-ACAO-INCLUIR
           AND NOT WRK-RSV-ACAO-ALTERAR
           AND NOT WRK-RSV-ACAO-INATIVAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-55-CAD-PLANO-VEND            SECTION.
      *----------------------------------------------------------------*
      *    ATRIBUI O PLANO DE COMISSAO AO VENDEDOR A PARTIR DE UMA
      *    DATA OU EXCLUI A ATRIBUICAO. O PLANO PRECISA EXISTIR EM
      *    ARQPLANO (O PLANO 000, PADRAO, DISPENSA O CADASTRO).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 25-56-CAPTURA-PLANO-VEND THRU 25-56-SAIDA
               UNTIL WRK-NUM-VALID
      *
           IF  WRK-PLV-ACAO-INCLUIR
           AND WRK-PLV-PLANO           NOT EQUAL ZEROS
               OPEN INPUT ARQPLANO
               IF NOT WRK-ARQPLANO-OK
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPLANO'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-55-SAIDA
               END-IF
               MOVE WRK-PLV-PLANO      TO PLANO-CODIGO
               MOVE ZEROS              TO PLANO-DATA-INICIO
               START ARQPLANO KEY IS GREATER THAN OR EQUAL PLANO-CHAVE
                   INVALID KEY
                       MOVE ZEROS      TO PLANO-CODIGO
                   NOT INVALID KEY
                       READ ARQPLANO NEXT RECORD
                           AT END
                               MOVE ZEROS
                                       TO PLANO-CODIGO
                       END-READ
               END-START
               CLOSE ARQPLANO
               IF PLANO-CODIGO         NOT EQUAL WRK-PLV-PLANO
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPLANO'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-55-SAIDA
               END-IF
           END-IF
      *
           OPEN I-O ARQPLVEN
           IF WRK-ARQPLVEN-NAO-EXISTE
               IF NOT WRK-PLV-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPLVEN'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 25-55-SAIDA
               END-IF
               OPEN OUTPUT ARQPLVEN
               CLOSE ARQPLVEN
               OPEN I-O ARQPLVEN
           END-IF
           IF NOT WRK-ARQPLVEN-OK
               MOVE WRK-FS-ARQPLVEN    TO STATUS-CODE-02
               MOVE 'ARQPLVEN'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 25-55-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO PLVEN-COD-VEN
           MOVE WRK-PLV-INICIO         TO PLVEN-DATA-INICIO
      *
           IF WRK-PLV-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE WRK-PLV-PLANO      TO PLVEN-PLANO
               MOVE WRK-DHG-DATA8      TO PLVEN-DATA-ALTER
               WRITE PLVEN-REG
                   INVALID KEY
                       REWRITE PLVEN-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-PLVEN'       TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'VEN=' PLVEN-COD-VEN
                      ' INI=' PLVEN-DATA-INICIO
                      ' PLANO=' PLVEN-PLANO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQPLVEN
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQPLVEN' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-PLVEN'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'VEN=' PLVEN-COD-VEN
                              ' INI=' PLVEN-DATA-INICIO
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQPLVEN
           .
      *----------------------------------------------------------------*
       25-55-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       25-56-CAPTURA-PLANO-VEND        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE PLANO DO VENDEDOR E RE-EXIBE ATE
      *    VENDEDOR, INICIO E (NA INCLUSAO) PLANO SEREM VALIDOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PLVEN-CAD
           ACCEPT  TELA-PLVEN-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
           END-IF
      *
           IF WS-AUX-PLV-INICIO-TELA   NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-PLV-INICIO-TELA)
                                       TO WRK-PLV-INICIO
               IF WRK-PLV-INICIO       LESS 19000101
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-PLV-ACAO-INCLUIR
               MOVE WS-AUX-PLV-PLANO-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PLV-PLANO
               END-IF
           END-IF
      *
           IF  NOT WRK-PLV-ACAO-INCLUIR
           AND NOT WRK-PLV-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       25-56-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-10-REABRE-PERIODO            SECTION.
      *----------------------------------------------------------------*
      *    REABERTURA ADMINISTRATIVA DE UM PERIODO DE VENDAS FECHADO
      *    PELO CICLO MENSAL, PARA LIBERAR UMA RECARGA EXCEPCIONAL.
      *    A REABERTURA VAI PARA A TRILHA DE AUDITORIA.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 26-11-CAPTURA-PERIODO THRU 26-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQFECH
           IF WRK-ARQFECH-NAO-EXISTE
               DISPLAY CLEAR-SCREEN
               MOVE 'NENHUM PERIODO FECHADO AINDA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 26-10-SAIDA
           END-IF
           IF NOT WRK-ARQFECH-OK
               MOVE WRK-FS-ARQFECH     TO STATUS-CODE-02
               MOVE 'ARQFECH'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 26-10-SAIDA
           END-IF
      *
           MOVE WRK-FECH-PERIODO       TO FECHA-PERIODO
           READ ARQFECH
               INVALID KEY
                   CLOSE ARQFECH
                   DISPLAY CLEAR-SCREEN
                   MOVE 'PERIODO NAO CONSTA COMO FECHADO'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 26-10-SAIDA
           END-READ
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE 'R'                    TO FECHA-SITUACAO
           MOVE WRK-DHG-DATA8          TO FECHA-DATA
           MOVE WRK-OPER-ID            TO FECHA-OPERADOR
           REWRITE FECHA-REG
           END-REWRITE
           CLOSE ARQFECH
      *
           MOVE 'REABRE-PER'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'PERIODO=' WRK-FECH-PERIODO ' FECHADO'
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           STRING 'PERIODO=' WRK-FECH-PERIODO ' REABERTO'
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE SPACES                 TO ERRO-MSG
           STRING 'PERIODO ' WRK-FECH-PERIODO
                  ' REABERTO PARA RECARGA'
                  DELIMITED BY SIZE INTO ERRO-MSG
           END-STRING
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       26-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-11-CAPTURA-PERIODO           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-REABRE-CAD
           ACCEPT  TELA-REABRE-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-FECH-PER-TELA     NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-FECH-PER-TELA)
                                       TO WRK-FECH-PERIODO
           END-IF
           .
      *----------------------------------------------------------------*
       26-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-20-MONITOR-INTERFACES        SECTION.
      *----------------------------------------------------------------*
      *    QUADRO DE SAUDE DAS INTEGRACOES: PARA CADA INTERFACE, A
      *    ULTIMA TROCA REGISTRADA NO MANIFESTO (DATA E REGISTROS),
      *    OS DIAS DESDE ENTAO CONTRA A FREQUENCIA ESPERADA (COM A
      *    MARCA *ATRASADA*) E, PARA O DELTA, AS GERACOES AINDA NAO
      *    RECONHECIDAS PELO APP (CONTROLE DA EXPORTACAO).
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           COMPUTE WRK-ITF-INT-HOJE
                   = FUNCTION INTEGER-OF-DATE(WRK-DHG-DATA8)
      *
           MOVE 1                      TO WRK-IX-ITF
           PERFORM 26-21-LIMPA-ESTADO
               UNTIL WRK-IX-ITF GREATER 5
      *
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               MOVE SPACES             TO WRK-FS-ARQMANIF
               PERFORM 26-22-LE-MANIFESTO THRU 26-22-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
               MOVE SPACES             TO WRK-FS-ARQMANIF
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'MONITOR DE INTERFACES (MANIFESTO + CONTROLES)'
      *
           MOVE 1                      TO WRK-IX-ITF
           PERFORM 26-23-MOSTRA-INTERFACE THRU 26-23-SAIDA
               UNTIL WRK-IX-ITF GREATER 5
      *
      *    GERACOES DO DELTA AINDA SEM RECONHECIMENTO DO APP.
           OPEN INPUT ARQDCTL
           IF WRK-ARQDCTL-OK
               READ ARQDCTL
               IF WRK-ARQDCTL-OK
                   COMPUTE WRK-ITF-PEND-ACK
                           = DCTL-ULT-SEQ - DCTL-SEQ-ACK
                   DISPLAY 'DELTA: GERACAO=' DCTL-ULT-SEQ
                           ' RECONHECIDA=' DCTL-SEQ-ACK
                           ' PENDENTES DE ACK=' WRK-ITF-PEND-ACK
               END-IF
               CLOSE ARQDCTL
           ELSE
               DISPLAY 'DELTA: SEM CONTROLE DE EXPORTACAO AINDA'
           END-IF
      *
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *
       26-21-LIMPA-ESTADO.
      *
           MOVE ZEROS                  TO TAB-ITF-ULT-DATA(WRK-IX-ITF)
           MOVE SPACES                 TO TAB-ITF-ULT-REG(WRK-IX-ITF)
           ADD 1                       TO WRK-IX-ITF
           .
      *----------------------------------------------------------------*
       26-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GUARDA, POR INTERFACE MONITORADA, A ULTIMA LINHA DO MANIFESTO  *
      * (DATA NAS POSICOES 1-8 E O CAMPO REGISTROS=).                  *
      *----------------------------------------------------------------*
       26-22-LE-MANIFESTO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMANIF NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQMANIF
                   GO TO 26-22-SAIDA
           END-READ
      *
           MOVE 1                      TO WRK-IX-ITF
           PERFORM 26-25-TESTA-INTERFACE THRU 26-25-SAIDA
               UNTIL WRK-IX-ITF GREATER 5
           .
      *----------------------------------------------------------------*
       26-22-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-25-TESTA-INTERFACE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ITF-TALLY
           INSPECT REG-ARQMANIF TALLYING WRK-ITF-TALLY
               FOR ALL FUNCTION TRIM(TAB-ITF-NOME(WRK-IX-ITF))
           IF WRK-ITF-TALLY GREATER ZEROS
               IF REG-ARQMANIF(1:8) NUMERIC
                   MOVE FUNCTION NUMVAL(REG-ARQMANIF(1:8))
                                       TO TAB-ITF-ULT-DATA(WRK-IX-ITF)
               END-IF
               MOVE SPACES             TO WRK-ITF-RESTO
               UNSTRING REG-ARQMANIF DELIMITED BY 'REGISTROS='
                   INTO WRK-ITF-DESCARTE
                        WRK-ITF-RESTO
               END-UNSTRING
               MOVE WRK-ITF-RESTO(1:7) TO TAB-ITF-ULT-REG(WRK-IX-ITF)
           END-IF
           ADD 1                       TO WRK-IX-ITF
           .
      *----------------------------------------------------------------*
       26-25-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-23-MOSTRA-INTERFACE          SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ITF-ULT-DATA(WRK-IX-ITF) EQUAL ZEROS
               DISPLAY TAB-ITF-NOME(WRK-IX-ITF)
                       ' SEM TROCA REGISTRADA *ATRASADA*'
           ELSE
               COMPUTE WRK-ITF-DIAS
                       = WRK-ITF-INT-HOJE
                       - FUNCTION INTEGER-OF-DATE(
                         TAB-ITF-ULT-DATA(WRK-IX-ITF))
               IF WRK-ITF-DIAS GREATER TAB-ITF-FREQ(WRK-IX-ITF)
                   DISPLAY TAB-ITF-NOME(WRK-IX-ITF)
                           ' ULTIMA=' TAB-ITF-ULT-DATA(WRK-IX-ITF)
                           ' REGISTROS=' TAB-ITF-ULT-REG(WRK-IX-ITF)
                           ' DIAS=' WRK-ITF-DIAS ' *ATRASADA*'
               ELSE
                   DISPLAY TAB-ITF-NOME(WRK-IX-ITF)
                           ' ULTIMA=' TAB-ITF-ULT-DATA(WRK-IX-ITF)
                           ' REGISTROS=' TAB-ITF-ULT-REG(WRK-IX-ITF)
                           ' DIAS=' WRK-ITF-DIAS
               END-IF
           END-IF
           ADD 1                       TO WRK-IX-ITF
           .
      *----------------------------------------------------------------*
       26-23-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-30-PAINEL-FILAS              SECTION.
      *----------------------------------------------------------------*
      *    PAINEL DAS FILAS QUE ESPERAM DECISAO: GEOCODIFICACAO
      *    PENDENTE, PROPOSTAS DE INATIVACAO, CARTEIRA AGUARDANDO
      *    APROVACAO, REJEITADOS DE IMPORTACAO PARA RESSUBMISSAO,
      *    CONTESTACOES DE COMISSAO PENDENTES, CONTAS BANCARIAS A
      *    CONFIRMAR E CORRECOES CADASTRAIS DO APP. ITEM PARADO ALEM DE
      *    PARM-FILA-ALERTA-DIAS SAI MARCADO; NO FIM O SUPERVISOR
      *    PULA DIRETO PARA A TELA DE TRATAMENTO.
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           COMPUTE WRK-FILA-INT-HOJE
                   = FUNCTION INTEGER-OF-DATE(WRK-DHG-DATA8)
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PAINEL DE FILAS PENDENTES (ALERTA ACIMA DE '
                   WRK-FILA-ALERTA-DIAS ' DIAS)'
      *
      *    FILA DE GEOCODIFICACAO PENDENTE.
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           MOVE 'N'                    TO WRK-FILA-FIM-FLAG
           OPEN INPUT ARQGEOQ
           IF WRK-ARQGEOQ-OK
               PERFORM 26-31-LE-GEOQ
                   UNTIL WRK-FILA-FIM
               CLOSE ARQGEOQ
           END-IF
           MOVE 'GEOCODIFICACAO' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
      *    PROPOSTAS DE INATIVACAO.
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           MOVE 'N'                    TO WRK-FILA-FIM-FLAG
           OPEN INPUT ARQPROPIN
           IF WRK-ARQPROPIN-OK
               PERFORM 26-32-LE-PROPIN
                   UNTIL WRK-FILA-FIM
               CLOSE ARQPROPIN
           END-IF
           MOVE 'INATIVACAO' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
      *    CARTEIRA PENDENTE DE APROVACAO.
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           OPEN INPUT ARQPCTL
           IF WRK-ARQPCTL-OK
               READ ARQPCTL
               IF  WRK-ARQPCTL-OK
               AND PCTL-ARQUIVO NOT EQUAL SPACES
                   MOVE 1              TO WRK-FILA-QTDE
                   IF PCTL-STAMP(1:8) NUMERIC
                       MOVE FUNCTION NUMVAL(PCTL-STAMP(1:8))
                                       TO WRK-FILA-MAIS-ANTIGA
                   END-IF
               END-IF
               CLOSE ARQPCTL
           END-IF
           MOVE 'APROVACAO CARTEIRA' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
      *    REJEITADOS CORRIGIDOS AGUARDANDO RESSUBMISSAO.
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           MOVE 'N'                    TO WRK-FILA-FIM-FLAG
           MOVE SPACES                 TO WS-NOME-ARQ-IMPORT
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'REIMPORT_CLI.DAT'
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-ARQ-IMPORT
           OPEN INPUT ARQIMP01
           IF WRK-ARQIMP01-OK
               PERFORM 26-33-LE-REIMP
                   UNTIL WRK-FILA-FIM
               CLOSE ARQIMP01
           END-IF
           MOVE 'RESSUBMISSAO' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
      *    CONTESTACOES DE COMISSAO AGUARDANDO DECISAO.
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           MOVE 'N'                    TO WRK-FILA-FIM-FLAG
           OPEN INPUT ARQCTS
           IF WRK-ARQCTS-OK
               PERFORM 26-34-LE-CONTEST
                   UNTIL WRK-FILA-FIM
               CLOSE ARQCTS
           END-IF
           MOVE 'CONTESTACAO COMIS' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
      *    CONTAS BANCARIAS AGUARDANDO CONFIRMACAO (PAGAMENTO RETIDO).
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           MOVE 'N'                    TO WRK-FILA-FIM-FLAG
           OPEN INPUT ARQCBAN
           IF WRK-ARQCBAN-OK
               PERFORM 26-36-LE-CBAN
                   UNTIL WRK-FILA-FIM
               CLOSE ARQCBAN
           END-IF
           MOVE 'CONTA BANCARIA' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
      *    CORRECOES CADASTRAIS DO APP DE CAMPO AGUARDANDO DECISAO.
           MOVE ZEROS                  TO WRK-FILA-QTDE
           MOVE 99999999               TO WRK-FILA-MAIS-ANTIGA
           MOVE 'N'                    TO WRK-FILA-FIM-FLAG
           OPEN INPUT ARQCORR
           IF WRK-ARQCORR-OK
               PERFORM 26-37-LE-CORR
                   UNTIL WRK-FILA-FIM
               CLOSE ARQCORR
           END-IF
           MOVE 'CORRECAO DO APP' TO WRK-ITF-DESCARTE
           PERFORM 26-35-MOSTRA-FILA THRU 26-35-SAIDA
      *
           DISPLAY 'IR PARA: I=INATIVACAO A=APROVACAO '
                   'R=RESSUBMETE REJEITADOS C=CONTESTACOES N=NADA'
           DISPLAY '         B=CONTAS BANCARIAS K=CORRECOES DO APP'
           MOVE SPACE                  TO WS-AUX-FILA-SALTO
           ACCEPT WS-AUX-FILA-SALTO
           EVALUATE TRUE
               WHEN WRK-SALTO-INATIV
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 22-70-REVISA-INATIVIDADE THRU 22-70-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-SALTO-APROVA
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 21-30-APROVA-CARTEIRA THRU 21-30-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-SALTO-RESSUB
                   CALL 'REIMPORTA-REJ'
                   CANCEL 'REIMPORTA-REJ'
                   DISPLAY 'RESSUBMISSAO EXECUTADA - RC=' RETURN-CODE
                   MOVE ZEROS          TO RETURN-CODE
                   DISPLAY 'TECLE ENTER PARA CONTINUAR'
                   ACCEPT WS-AUX-OPCAO-CONFIRM
               WHEN WRK-SALTO-CONTEST
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 28-70-DECIDE-CONTEST THRU 28-70-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-SALTO-CONTA-BANCO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 29-45-CONFIRMA-CONTAS THRU 29-45-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
               WHEN WRK-SALTO-CORRECAO
                   IF WRK-OPER-EH-ADMIN
                       PERFORM 27-80-APROVA-CORRECAO THRU 27-80-SAIDA
                   ELSE
                       PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
                   END-IF
           END-EVALUATE
           .
      *
       26-31-LE-GEOQ.
      *
           READ ARQGEOQ NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FILA-FIM-FLAG
               NOT AT END
                   ADD 1               TO WRK-FILA-QTDE
                   IF  GEOQ-DATA-ENTRADA NUMERIC
                   AND GEOQ-DATA-ENTRADA LESS WRK-FILA-MAIS-ANTIGA
                       MOVE GEOQ-DATA-ENTRADA
                                       TO WRK-FILA-MAIS-ANTIGA
                   END-IF
           END-READ
           .
      *
       26-32-LE-PROPIN.
      *
           READ ARQPROPIN NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FILA-FIM-FLAG
               NOT AT END
                   ADD 1               TO WRK-FILA-QTDE
                   IF  PROPIN-DATA-PROPOSTA NUMERIC
                   AND PROPIN-DATA-PROPOSTA LESS WRK-FILA-MAIS-ANTIGA
                       MOVE PROPIN-DATA-PROPOSTA
                                       TO WRK-FILA-MAIS-ANTIGA
                   END-IF
           END-READ
           .
      *
       26-33-LE-REIMP.
      *
           READ ARQIMP01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FILA-FIM-FLAG
               NOT AT END
                   ADD 1               TO WRK-FILA-QTDE
           END-READ
           .
      *
       26-34-LE-CONTEST.
      *
           READ ARQCTS NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FILA-FIM-FLAG
               NOT AT END
                   IF CONTEST-PENDENTE
                       ADD 1           TO WRK-FILA-QTDE
                       IF CONTEST-DATA-ABERTURA
                                       LESS WRK-FILA-MAIS-ANTIGA
                           MOVE CONTEST-DATA-ABERTURA
                                       TO WRK-FILA-MAIS-ANTIGA
                       END-IF
                   END-IF
           END-READ
           .
      *
       26-36-LE-CBAN.
      *
           READ ARQCBAN NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FILA-FIM-FLAG
               NOT AT END
                   IF CBAN-PENDENTE
                       ADD 1           TO WRK-FILA-QTDE
                       IF CBAN-DATA-ALTER
                                       LESS WRK-FILA-MAIS-ANTIGA
                           MOVE CBAN-DATA-ALTER
                                       TO WRK-FILA-MAIS-ANTIGA
                       END-IF
                   END-IF
           END-READ
           .
      *
       26-37-LE-CORR.
      *
           READ ARQCORR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FILA-FIM-FLAG
               NOT AT END
                   IF CORR-PENDENTE
                       ADD 1           TO WRK-FILA-QTDE
                       IF CORR-DATA-RECEB
                                       LESS WRK-FILA-MAIS-ANTIGA
                           MOVE CORR-DATA-RECEB
                                       TO WRK-FILA-MAIS-ANTIGA
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       26-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MOSTRA A LINHA DA FILA CORRENTE (NOME EM WRK-ITF-DESCARTE).    *
      *----------------------------------------------------------------*
       26-35-MOSTRA-FILA               SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-FILA-QTDE EQUAL ZEROS
               DISPLAY WRK-ITF-DESCARTE(1:20) ' ITENS=00000'
               GO TO 26-35-SAIDA
           END-IF
      *
           IF WRK-FILA-MAIS-ANTIGA EQUAL 99999999
               DISPLAY WRK-ITF-DESCARTE(1:20) ' ITENS='
                       WRK-FILA-QTDE ' (SEM DATA)'
               GO TO 26-35-SAIDA
           END-IF
      *
           COMPUTE WRK-FILA-DIAS
                   = WRK-FILA-INT-HOJE
                   - FUNCTION INTEGER-OF-DATE(WRK-FILA-MAIS-ANTIGA)
           IF WRK-FILA-DIAS GREATER WRK-FILA-ALERTA-DIAS
               DISPLAY WRK-ITF-DESCARTE(1:20) ' ITENS='
                       WRK-FILA-QTDE ' MAIS-ANTIGA='
                       WRK-FILA-MAIS-ANTIGA ' DIAS=' WRK-FILA-DIAS
                       ' *PARADA*'
           ELSE
               DISPLAY WRK-ITF-DESCARTE(1:20) ' ITENS='
                       WRK-FILA-QTDE ' MAIS-ANTIGA='
                       WRK-FILA-MAIS-ANTIGA ' DIAS=' WRK-FILA-DIAS
           END-IF
           .
      *----------------------------------------------------------------*
       26-35-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-40-RECONHECE-ALERTAS         SECTION.
      *----------------------------------------------------------------*
      *    LISTA OS ALERTAS PENDENTES DO CICLO E MARCA TODOS COMO
      *    RECONHECIDOS, LIMPANDO A FAIXA DA TELA INICIAL. O
      *    RECONHECIMENTO VAI PARA A TRILHA DE AUDITORIA.
      *
           MOVE ZEROS                  TO WRK-QTDE-ALR-ACK
           MOVE 'N'                    TO WRK-ALR-FIM-FLAG
      *
           OPEN I-O ARQALR
           IF NOT WRK-ARQALR-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA ALERTAS GRAVADOS AINDA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 26-40-SAIDA
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ALERTAS DO CICLO NOTURNO:'
           PERFORM 26-41-RECONHECE-UM
               UNTIL WRK-ALR-FIM
           CLOSE ARQALR
      *
           IF WRK-QTDE-ALR-ACK GREATER ZEROS
               MOVE 'RECONH-ALERT'     TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING WRK-QTDE-ALR-ACK ' ALERTAS RECONHECIDOS'
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           END-IF
      *
           DISPLAY 'ALERTAS RECONHECIDOS: ' WRK-QTDE-ALR-ACK
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *
       26-41-RECONHECE-UM.
      *
           READ ARQALR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ALR-FIM-FLAG
               NOT AT END
                   IF NOT ALERTA-RECONHECIDO
                       DISPLAY ALERTA-DATA ' ' ALERTA-TIPO ' '
                               ALERTA-PASSO ' ' ALERTA-DETALHE
                       MOVE 'S'        TO ALERTA-ACK
                       REWRITE ALERTA-REG
                       END-REWRITE
                       ADD 1           TO WRK-QTDE-ALR-ACK
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       26-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-50-APROVA-REEMBOLSO          SECTION.
      *----------------------------------------------------------------*
      *    APROVACAO DOS REEMBOLSOS DE QUILOMETRAGEM (SO SUPERVISOR):
      *    PERCORRE O ARQREEMB MOSTRANDO OS PENDENTES COM O KM
      *    REALIZADO X PLANEJADO E OS DIAS ACIMA DO PLANO; APROVAR
      *    LIBERA PARA A REMESSA (GERA-REMESSA-KM), REJEITAR TIRA O
      *    REEMBOLSO DA REMESSA (AMBOS COM AUDITORIA); ENTER PULA,
      *    X ENCERRA A REVISAO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE ZEROS                  TO WRK-QTDE-REEMB-DECID
           MOVE 'N'                    TO WRK-REEMB-FIM-FLAG
      *
           OPEN I-O ARQREEMB
           IF NOT WRK-ARQREEMB-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA REEMBOLSOS DE KM GRAVADOS AINDA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 26-50-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO REEMB-CHAVE
           START ARQREEMB KEY IS GREATER THAN OR EQUAL REEMB-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-REEMB-FIM-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'APROVACAO DE REEMBOLSO DE KM '
                   '(S=APROVA N=REJEITA ENTER=PULA X=SAI)'
      *
           PERFORM 26-51-DECIDE-REEMBOLSO THRU 26-51-SAIDA
               UNTIL WRK-REEMB-FIM
      *
           CLOSE ARQREEMB
      *
           DISPLAY 'REEMBOLSOS DECIDIDOS NA REVISAO: '
                   WRK-QTDE-REEMB-DECID
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       26-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       26-51-DECIDE-REEMBOLSO          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQREEMB NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-REEMB-FIM-FLAG
                   GO TO 26-51-SAIDA
           END-READ
      *
           IF NOT REEMB-PENDENTE
               GO TO 26-51-SAIDA
           END-IF
      *
           DISPLAY 'VENDEDOR ' REEMB-COD-VEN
                   '  PERIODO ' REEMB-PERIODO
                   '  DIAS: ' REEMB-QTDE-DIAS
                   '  DIAS ACIMA DO PLANO: ' REEMB-QTDE-DIAS-ALERTA
           DISPLAY '  KM REALIZADO: ' REEMB-KM-REALIZADO
                   '  KM PLANEJADO: ' REEMB-KM-PLANEJADO
                   '  R$/KM: ' REEMB-VALOR-KM
           DISPLAY '  VALOR DO REEMBOLSO: ' REEMB-VALOR
           DISPLAY '  S=APROVA N=REJEITA ENTER=PULA X=SAI: '
           ACCEPT WS-AUX-DECISAO
      *
           EVALUATE TRUE
               WHEN WRK-DEC-SAIR
                   MOVE 'S'            TO WRK-REEMB-FIM-FLAG
                   GO TO 26-51-SAIDA
               WHEN WRK-DEC-APROVA
                   SET REEMB-APROVADO  TO TRUE
                   MOVE 'APROV-REEMB'  TO WRK-AUDIT-ACAO
               WHEN WRK-DEC-REJEITA
                   SET REEMB-REJEITADO TO TRUE
                   MOVE 'REJEI-REEMB'  TO WRK-AUDIT-ACAO
               WHEN OTHER
                   GO TO 26-51-SAIDA
           END-EVALUATE
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-DHG-DATA8          TO REEMB-DATA-DECISAO
           MOVE WRK-OPER-ID            TO REEMB-OPERADOR
           REWRITE REEMB-REG
           END-REWRITE
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'VEN=' REEMB-COD-VEN
                  ' PER=' REEMB-PERIODO
                  ' SIT=P'
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           STRING 'VEN=' REEMB-COD-VEN
                  ' PER=' REEMB-PERIODO
                  ' SIT=' REEMB-SITUACAO
                  ' VALOR=' REEMB-VALOR
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ADD 1                       TO WRK-QTDE-REEMB-DECID
           .
      *----------------------------------------------------------------*
       26-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ENFILEIRA UMA SOLICITACAO DESTRUTIVA DE CADASTRO (MONTADA EM   *
      * WRK-MKCK-STAGE) PARA A APROVACAO DUPLA. O PEDIDO VAI PARA A    *
      * TRILHA DE AUDITORIA; NADA E ALTERADO ATE UM ADMIN DIFERENTE    *
      * LIBERAR NA REVISAO.                                            *
      *----------------------------------------------------------------*
       27-10-ENFILEIRA-MKCK            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQMKCK
           IF WRK-ARQMKCK-NAO-EXISTE
               OPEN OUTPUT ARQMKCK
               CLOSE ARQMKCK
               OPEN I-O ARQMKCK
           END-IF
           IF NOT WRK-ARQMKCK-OK
               MOVE WRK-FS-ARQMKCK     TO STATUS-CODE-02
               MOVE 'ARQMKCK'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 27-10-SAIDA
           END-IF
      *
      *    PROXIMO SEQUENCIAL = MAIOR CHAVE GRAVADA + 1.
           MOVE ZEROS                  TO WRK-MKCK-PROX-SEQ
           MOVE ZEROS                  TO MKCK-SEQ
           START ARQMKCK KEY IS GREATER THAN OR EQUAL MKCK-SEQ
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQMKCK
           END-START
           MOVE 'N'                    TO WRK-MKCK-VARRE-FIM-FLAG
           IF WRK-ARQMKCK-FIM
               MOVE 'S'                TO WRK-MKCK-VARRE-FIM-FLAG
           END-IF
           PERFORM 27-11-VARRE-MAIOR-SEQ
               UNTIL WRK-MKCK-VARRE-FIM
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE SPACES                 TO MKCK-REG
           COMPUTE MKCK-SEQ = WRK-MKCK-PROX-SEQ + 1
           MOVE WRK-MKCK-ST-TIPO       TO MKCK-TIPO
           MOVE WRK-MKCK-ST-ALVO       TO MKCK-COD-ALVO
           MOVE WRK-MKCK-ST-DEST       TO MKCK-COD-DEST
           MOVE WRK-MKCK-ST-ESCOLHAS   TO MKCK-ESCOLHAS
           MOVE WRK-OPER-ID            TO MKCK-OPER-MAKER
           MOVE WRK-DHG-DATA8          TO MKCK-DATA
           MOVE WRK-DATA-HORA-GER(9:6) TO MKCK-HORA
           SET MKCK-PENDENTE           TO TRUE
           MOVE SPACES                 TO MKCK-OPER-CHECKER
           MOVE ZEROS                  TO MKCK-DATA-DECISAO
           MOVE WRK-MKCK-ST-DETALHE    TO MKCK-DETALHE
           WRITE MKCK-REG
           END-WRITE
           CLOSE ARQMKCK
      *
           MOVE 'SOLIC-MKCK'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING MKCK-TIPO ' ALVO=' MKCK-COD-ALVO
                  ' SEQ=' MKCK-SEQ
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'SOLICITACAO ENVIADA P/ APROVACAO (SUPERVISAO OPC 5)'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *
       27-11-VARRE-MAIOR-SEQ.
      *
           READ ARQMKCK NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-MKCK-VARRE-FIM-FLAG
               NOT AT END
                   IF MKCK-SEQ GREATER WRK-MKCK-PROX-SEQ
                       MOVE MKCK-SEQ   TO WRK-MKCK-PROX-SEQ
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       27-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REVISAO DAS SOLICITACOES DESTRUTIVAS PENDENTES (SO ADMIN):     *
      * MOSTRA O ANTES/DEPOIS DE CADA UMA E LIBERA OU REJEITA. O       *
      * SOLICITANTE NAO PODE APROVAR O PROPRIO PEDIDO.                 *
      *----------------------------------------------------------------*
       27-00-APROVA-CADASTRO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-MKCK-QTDE-PEND
           MOVE 'N'                    TO WRK-MKCK-SAIR-FLAG
      *
           OPEN I-O ARQMKCK
           IF NOT WRK-ARQMKCK-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA SOLICITACOES PENDENTES DE APROVACAO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 27-00-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO MKCK-SEQ
           START ARQMKCK KEY IS GREATER THAN OR EQUAL MKCK-SEQ
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQMKCK
           END-START
           IF WRK-ARQMKCK-FIM
               MOVE 'S'                TO WRK-MKCK-SAIR-FLAG
           END-IF
      *
           PERFORM 27-05-REVISA-UMA THRU 27-05-SAIDA
               UNTIL WRK-MKCK-SAIR
      *
           CLOSE ARQMKCK
      *
           DISPLAY CLEAR-SCREEN
           IF WRK-MKCK-QTDE-PEND EQUAL ZEROS
               MOVE 'NAO HAVIA SOLICITACOES PENDENTES'
                                       TO ERRO-MSG
           ELSE
               MOVE 'REVISAO DE SOLICITACOES ENCERRADA'
                                       TO ERRO-MSG
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       27-00-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       27-05-REVISA-UMA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMKCK NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-MKCK-SAIR-FLAG
                   GO TO 27-05-SAIDA
           END-READ
      *
           IF NOT MKCK-PENDENTE
               GO TO 27-05-SAIDA
           END-IF
           ADD 1                       TO WRK-MKCK-QTDE-PEND
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'SOLICITACAO PENDENTE SEQ ' MKCK-SEQ
           DISPLAY 'TIPO........: ' MKCK-TIPO
           DISPLAY 'ALVO........: ' MKCK-COD-ALVO
           IF MKCK-TIPO-FUSAO
               DISPLAY 'SOBREVIVENTE: ' MKCK-COD-DEST
               DISPLAY 'ESCOLHAS....: ' MKCK-ESCOLHAS
                       ' (EMAIL/FONE/ENDER/TERR/COORD S=SOBREV P=PERD)'
           END-IF
           DISPLAY 'SOLICITANTE.: ' MKCK-OPER-MAKER
                   ' EM ' MKCK-DATA ' ' MKCK-HORA
           DISPLAY 'DETALHE.....: ' MKCK-DETALHE
      *
           IF MKCK-OPER-MAKER EQUAL WRK-OPER-ID
               DISPLAY 'QUATRO OLHOS: O SOLICITANTE NAO APROVA O '
                       'PROPRIO PEDIDO - PULANDO'
               DISPLAY 'ENTER CONTINUA / X SAI'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-MKCK-SAIR-FLAG
               END-IF
               GO TO 27-05-SAIDA
           END-IF
      *
           DISPLAY 'APROVA (S)  REJEITA (N)  PULA (ENTER)  SAI (X)'
           ACCEPT WS-AUX-OPCAO-CONFIRM
      *
           EVALUATE TRUE
               WHEN WRK-CONFIRMA-SIM
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   SET MKCK-APROVADO   TO TRUE
                   MOVE WRK-OPER-ID    TO MKCK-OPER-CHECKER
                   MOVE WRK-DHG-DATA8  TO MKCK-DATA-DECISAO
                   REWRITE MKCK-REG
                   END-REWRITE
                   MOVE 'APRV-MKCK'    TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING MKCK-TIPO ' SEQ=' MKCK-SEQ
                          ' MAKER=' MKCK-OPER-MAKER
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   EVALUATE TRUE
                       WHEN MKCK-TIPO-EXCL-CLI
                           PERFORM 27-50-APLICA-EXCL-CLI
                                       THRU 27-50-SAIDA
                       WHEN MKCK-TIPO-EXCL-VEN
                           PERFORM 27-55-APLICA-EXCL-VEN
                                       THRU 27-55-SAIDA
                       WHEN MKCK-TIPO-FUSAO
                           PERFORM 27-60-APLICA-FUSAO
                                       THRU 27-60-SAIDA
                   END-EVALUATE
               WHEN WS-AUX-OPCAO-CONFIRM EQUAL 'N' OR 'n'
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   SET MKCK-REJEITADO  TO TRUE
                   MOVE WRK-OPER-ID    TO MKCK-OPER-CHECKER
                   MOVE WRK-DHG-DATA8  TO MKCK-DATA-DECISAO
                   REWRITE MKCK-REG
                   END-REWRITE
                   MOVE 'REJE-MKCK'    TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING MKCK-TIPO ' SEQ=' MKCK-SEQ
                          ' MAKER=' MKCK-OPER-MAKER
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               WHEN WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-MKCK-SAIR-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       27-05-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * EXECUTA A EXCLUSAO/REATIVACAO LOGICA DO CLIENTE APROVADA NA    *
      * REVISAO (MESMA SEMANTICA DE ALTERNANCIA DA TELA ORIGINAL).     *
      *----------------------------------------------------------------*
       27-50-APLICA-EXCL-CLI           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 50-55-BACKUP-ARQCLI THRU 50-55-SAIDA
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE MKCK-COD-ALVO          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               DISPLAY 'CLIENTE ' MKCK-COD-ALVO ' NAO ENCONTRADO - '
                       'NADA APLICADO'
               GO TO 27-50-FECHA
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING EXEMPLO-CODIGO-CLI OF ARQCLI01
                  EXEMPLO-NR-CNPJ    OF ARQCLI01
                  EXEMPLO-RAZAO-SOCIAL OF ARQCLI01 (1:30)
                  EXEMPLO-STATUS     OF ARQCLI01
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           IF EXEMPLO-STATUS-ATIVO OF ARQCLI01
               SET EXEMPLO-STATUS-EXCLUIDO
                                       OF ARQCLI01 TO TRUE
               MOVE WRK-DHG-DATA8      TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQCLI01
               MOVE 'EXCLUSAO'         TO WRK-AUDIT-ACAO
               MOVE 'CLIENTE'          TO WRK-HIST-TIPO
               MOVE SPACES             TO WRK-HIST-DADOS
               STRING EXEMPLO-CODIGO-CLI OF ARQCLI01
                      EXEMPLO-NR-CNPJ    OF ARQCLI01
                      EXEMPLO-RAZAO-SOCIAL OF ARQCLI01 (1:30)
                      DELIMITED BY SIZE INTO WRK-HIST-DADOS
               END-STRING
               PERFORM 60-00-GRAVA-HISTORICO THRU 60-00-SAIDA
           ELSE
               SET EXEMPLO-STATUS-ATIVO
                                       OF ARQCLI01 TO TRUE
               MOVE ZEROS              TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQCLI01
               MOVE 'REATIVACAO'       TO WRK-AUDIT-ACAO
           END-IF
      *
           REWRITE EXEMPLO-REG OF ARQCLI01
           END-REWRITE
      *
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING EXEMPLO-CODIGO-CLI OF ARQCLI01
                  EXEMPLO-NR-CNPJ    OF ARQCLI01
                  EXEMPLO-RAZAO-SOCIAL OF ARQCLI01 (1:30)
                  EXEMPLO-STATUS     OF ARQCLI01
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           DISPLAY 'CLIENTE ' MKCK-COD-ALVO ' - OPERACAO APLICADA'
           .
      *
       27-50-FECHA.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       27-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * EXECUTA A EXCLUSAO/REATIVACAO LOGICA DO VENDEDOR APROVADA NA   *
      * REVISAO.                                                       *
      *----------------------------------------------------------------*
       27-55-APLICA-EXCL-VEN           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 50-56-BACKUP-ARQVEN THRU 50-56-SAIDA
           PERFORM 50-30-ABRIR-ARQVEN
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE MKCK-COD-ALVO          TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               DISPLAY 'VENDEDOR ' MKCK-COD-ALVO ' NAO ENCONTRADO - '
                       'NADA APLICADO'
               GO TO 27-55-FECHA
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING EXEMPLO-CODIGO-VEND OF ARQVEN01
                  EXEMPLO-NR-CPF     OF ARQVEN01
                  EXEMPLO-RAZAO-SOCIAL OF ARQVEN01 (1:30)
                  EXEMPLO-STATUS     OF ARQVEN01
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           IF EXEMPLO-STATUS-ATIVO OF ARQVEN01
               SET EXEMPLO-STATUS-EXCLUIDO
                                       OF ARQVEN01 TO TRUE
               MOVE WRK-DHG-DATA8      TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQVEN01
               MOVE 'EXCLUSAO'         TO WRK-AUDIT-ACAO
               MOVE 'VENDEDOR'         TO WRK-HIST-TIPO
               MOVE SPACES             TO WRK-HIST-DADOS
               STRING EXEMPLO-CODIGO-VEND OF ARQVEN01
                      EXEMPLO-NR-CPF     OF ARQVEN01
                      EXEMPLO-RAZAO-SOCIAL OF ARQVEN01 (1:30)
                      DELIMITED BY SIZE INTO WRK-HIST-DADOS
               END-STRING
               PERFORM 60-00-GRAVA-HISTORICO THRU 60-00-SAIDA
           ELSE
               SET EXEMPLO-STATUS-ATIVO
                                       OF ARQVEN01 TO TRUE
               MOVE ZEROS              TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQVEN01
               MOVE 'REATIVACAO'       TO WRK-AUDIT-ACAO
           END-IF
      *
           REWRITE EXEMPLO-REG OF ARQVEN01
           END-REWRITE
      *
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING EXEMPLO-CODIGO-VEND OF ARQVEN01
                  EXEMPLO-NR-CPF     OF ARQVEN01
                  EXEMPLO-RAZAO-SOCIAL OF ARQVEN01 (1:30)
                  EXEMPLO-STATUS     OF ARQVEN01
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           DISPLAY 'VENDEDOR ' MKCK-COD-ALVO ' - OPERACAO APLICADA'
           .
      *
       27-55-FECHA.
      *
           PERFORM 50-50-FECHAR-ARQVEN
           .
      *----------------------------------------------------------------*
       27-55-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * EXECUTA A FUSAO DE CLIENTES APROVADA NA REVISAO, COM AS        *
      * ESCOLHAS CAMPO A CAMPO GUARDADAS NA SOLICITACAO. O PERDEDOR    *
      * E EXCLUIDO LOGICAMENTE E A AUDITORIA GUARDA OS DOIS CODIGOS.   *
      *----------------------------------------------------------------*
       27-60-APLICA-FUSAO              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 50-55-BACKUP-ARQCLI THRU 50-55-SAIDA
           PERFORM 50-20-ABRIR-ARQCLI
      *
      *    LE E GUARDA O PERDEDOR.
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE MKCK-COD-ALVO          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               DISPLAY 'PERDEDOR ' MKCK-COD-ALVO ' NAO ENCONTRADO - '
                       'FUSAO NAO APLICADA'
               GO TO 27-60-FECHA
           END-IF
           MOVE EXEMPLO-REG OF ARQCLI01
                                       TO WRK-REG-PERDEDOR
      *
      *    LE O SOBREVIVENTE.
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE MKCK-COD-DEST          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               DISPLAY 'SOBREVIVENTE ' MKCK-COD-DEST
                       ' NAO ENCONTRADO - FUSAO NAO APLICADA'
               GO TO 27-60-FECHA
           END-IF
      *
           IF MKCK-ESCOLHAS(1:1) EQUAL 'P' OR 'p'
               MOVE PERD-EMAIL         TO EXEMPLO-EMAIL OF ARQCLI01
           END-IF
           IF MKCK-ESCOLHAS(2:1) EQUAL 'P' OR 'p'
               MOVE PERD-TELEFONE      TO EXEMPLO-TELEFONE OF ARQCLI01
           END-IF
           IF MKCK-ESCOLHAS(3:1) EQUAL 'P' OR 'p'
               MOVE PERD-ENDERECO      TO EXEMPLO-ENDERECO OF ARQCLI01
               MOVE PERD-CEP           TO EXEMPLO-CEP OF ARQCLI01
           END-IF
           IF MKCK-ESCOLHAS(4:1) EQUAL 'P' OR 'p'
               MOVE PERD-TERRITORIO    TO EXEMPLO-TERRITORIO
                                       OF ARQCLI01
           END-IF
           IF MKCK-ESCOLHAS(5:1) EQUAL 'P' OR 'p'
               MOVE PERD-LATITUDE      TO EXEMPLO-LATITUDE OF ARQCLI01
               MOVE PERD-LONGITUDE     TO EXEMPLO-LONGITUDE
                                       OF ARQCLI01
           END-IF
      *
           REWRITE EXEMPLO-REG OF ARQCLI01
           END-REWRITE
      *
      *    EXCLUI LOGICAMENTE O PERDEDOR.
           MOVE MKCK-COD-ALVO          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   SET EXEMPLO-STATUS-EXCLUIDO OF ARQCLI01 TO TRUE
                   MOVE WRK-DHG-DATA8  TO EXEMPLO-DATA-INATIVACAO
                                       OF ARQCLI01
                   REWRITE EXEMPLO-REG OF ARQCLI01
                   END-REWRITE
                   MOVE 'CLIENTE'      TO WRK-HIST-TIPO
                   MOVE SPACES         TO WRK-HIST-DADOS
                   STRING MKCK-COD-ALVO ' FUNDIDO EM '
                          MKCK-COD-DEST
                          DELIMITED BY SIZE INTO WRK-HIST-DADOS
                   END-STRING
                   PERFORM 60-00-GRAVA-HISTORICO THRU 60-00-SAIDA
           END-READ
      *
      *    AUDITORIA COM OS DOIS CODIGOS: O CODIGO MORTO (ANTES)
      *    RASTREIA PARA O SOBREVIVENTE (DEPOIS).
           MOVE 'FUSAO-CLI'            TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING MKCK-COD-ALVO ' PERDEDOR EXCLUIDO'
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING MKCK-COD-DEST ' SOBREVIVENTE DA FUSAO'
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           DISPLAY 'FUSAO APLICADA - PERDEDOR EXCLUIDO LOGICAMENTE'
           .
      *
       27-60-FECHA.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       27-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-10-CAD-ORCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *    ORCAMENTOS (COTACOES): INCLUI (MESMA DIGITACAO DE ITENS DO
      *    PEDIDO, SEM CONTROLE DE CREDITO), CONVERTE EM PEDIDO (COM
      *    CREDITO E NUMERO DE PEDIDO CEDIDOS NA HORA), MARCA COMO
      *    PERDIDO (MOTIVO OBRIGATORIO) OU CONSULTA. O ORCAMENTO EM
      *    ABERTO COM A VALIDADE VENCIDA CONTA COMO EXPIRADO E NAO
      *    PODE MAIS SER CONVERTIDO.
      *
           INITIALIZE FILE-STATUS-AREA
                      VARIAVEIS-PED-WS
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 28-11-CAPTURA-ORC THRU 28-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           IF WRK-ORC-ACAO-INCLUIR
               PERFORM 28-20-INCLUI-ORC THRU 28-20-SAIDA
               GO TO 28-10-SAIDA
           END-IF
      *
           OPEN I-O ARQORC
           IF WRK-ARQORC-NAO-EXISTE
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQORC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-10-SAIDA
           END-IF
           IF NOT WRK-ARQORC-OK
               MOVE WRK-FS-ARQORC      TO STATUS-CODE-02
               MOVE 'ARQORC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-10-SAIDA
           END-IF
      *
           MOVE WRK-ORC-NUMERO         TO ORCAMENTO-NUMERO
           READ ARQORC
               INVALID KEY
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQORC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   CLOSE ARQORC
                   GO TO 28-10-SAIDA
           END-READ
      *
           EVALUATE TRUE
               WHEN WRK-ORC-ACAO-CONSULTAR
                   PERFORM 28-40-MOSTRA-ORC THRU 28-40-SAIDA
               WHEN NOT ORCAMENTO-ABERTO
      *            CONVERTIDO OU PERDIDO FICA SO PARA CONSULTA.
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'ORCAMENTO JA ENCERRADO (SITUACAO '
                          ORCAMENTO-STATUS ') EM '
                          ORCAMENTO-DATA-STATUS
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               WHEN WRK-ORC-ACAO-CONVERTER
                   PERFORM 28-30-CONVERTE-ORC THRU 28-30-SAIDA
               WHEN OTHER
                   PERFORM 28-35-PERDE-ORC THRU 28-35-SAIDA
           END-EVALUATE
      *
           CLOSE ARQORC
           .
      *----------------------------------------------------------------*
       28-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-11-CAPTURA-ORC               SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE ORCAMENTOS E RE-EXIBE ATE A ACAO SER
      *    VALIDA E, NA INCLUSAO, O CLIENTE E A VALIDADE (1 A 180
      *    DIAS, BRANCO = 15) SEREM VALIDOS; NAS DEMAIS ACOES, ATE O
      *    NUMERO DO ORCAMENTO SER VALIDO (E O MOTIVO, NA PERDA).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ORC-CAD
           ACCEPT  TELA-ORC-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF  NOT WRK-ORC-ACAO-INCLUIR
           AND NOT WRK-ORC-ACAO-CONVERTER
           AND NOT WRK-ORC-ACAO-PERDIDO
           AND NOT WRK-ORC-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
               GO TO 28-11-SAIDA
           END-IF
      *
           IF NOT WRK-ORC-ACAO-INCLUIR
               MOVE WS-AUX-ORC-NUM-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-ORC-NUMERO
                   IF WRK-ORC-NUMERO   EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
               IF WRK-ORC-ACAO-PERDIDO
               AND WS-AUX-ORC-MOTIVO   EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               GO TO 28-11-SAIDA
           END-IF
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
               IF WS-AUX-CODIGO-CLI    EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-ORC-VALID-TELA    EQUAL SPACES
               MOVE WRK-ORC-VALIDADE-PADRAO
                                       TO WRK-ORC-VALIDADE-DIAS
           ELSE
               MOVE WS-AUX-ORC-VALID-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-ORC-VALIDADE-DIAS
                   IF WRK-ORC-VALIDADE-DIAS EQUAL ZEROS
                   OR WRK-ORC-VALIDADE-DIAS
                                       GREATER WRK-ORC-VALIDADE-MAXIMA
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       28-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-20-INCLUI-ORC                SECTION.
      *----------------------------------------------------------------*
      *    INCLUSAO DO ORCAMENTO: MESMAS CRITICAS DE CLIENTE (ATIVO E
      *    SITUACAO CADASTRAL) E MESMA ESCOLHA DE VENDEDOR E DIGITACAO
      *    DE ITENS DO PEDIDO. NAO HA CONTROLE DE CREDITO AQUI - ELE E
      *    FEITO NA CONVERSAO EM PEDIDO.
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-20-FECHA-CLI
           END-IF
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               DISPLAY CLEAR-SCREEN
               MOVE 'CLIENTE NAO ESTA ATIVO - ORCAMENTO NAO GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-20-FECHA-CLI
           END-IF
      *    PERFIL V/S SO ORCA PARA CLIENTE DA CARTEIRA.
           PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-20-FECHA-CLI
           END-IF
      *
           MOVE EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                                       TO WS-AUX-RAZAO-SOCIAL
           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-PED-CLI-TERRIT
           MOVE EXEMPLO-PRIORIDADE OF ARQCLI01
                                       TO WRK-PED-CLI-PRIOR
           IF WRK-PED-CLI-PRIOR EQUAL SPACE
               MOVE 'C'                TO WRK-PED-CLI-PRIOR
           END-IF
           PERFORM 24-70-TESTA-SITCAD THRU 24-70-SAIDA
           IF NOT WRK-SITCAD-LIBERADO
               GO TO 28-20-FECHA-CLI
           END-IF
           PERFORM 24-71-TESTA-LICENCA THRU 24-71-SAIDA
           IF NOT WRK-LICENCA-LIBERADA
               GO TO 28-20-FECHA-CLI
           END-IF
      *
           PERFORM 20-94-BUSCA-VEND-CARTEIRA THRU 20-94-SAIDA
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-97-CAPTURA-VEND-PED THRU 20-97-SAIDA
               UNTIL WRK-NUM-VALID
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-20-FECHA-CLI
           END-IF
      *
           MOVE 'N'                    TO WRK-PED-VEND-OK-FLAG
           IF WS-AUX-CODIGO-VEND EQUAL WRK-CART-VEN-PRIM
           OR (WRK-CART-VEN-BKP GREATER ZEROS
               AND WS-AUX-CODIGO-VEND EQUAL WRK-CART-VEN-BKP)
               SET WRK-PED-VEND-NA-CARTEIRA TO TRUE
           ELSE
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'AVISO: VENDEDOR NAO E TITULAR NEM '
                      'BACKUP DO CLIENTE NA CARTEIRA'
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
      *
           PERFORM 20-98-CAPTURA-ITENS-PED THRU 20-98-SAIDA
           IF WRK-QTDE-ITENS-PED EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE 'ORCAMENTO SEM ITENS - NADA GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-20-FECHA-CLI
           END-IF
      *
           PERFORM 28-21-PROXIMO-NUM-ORC THRU 28-21-SAIDA
           IF NOT WRK-NUMORC-CEDIDO
               GO TO 28-20-FECHA-CLI
           END-IF
      *
           INITIALIZE ORCAMENTO-REG
           MOVE WRK-ORC-NUMERO         TO ORCAMENTO-NUMERO
           MOVE WS-AUX-CODIGO-CLI      TO ORCAMENTO-COD-CLI
           MOVE WS-AUX-CODIGO-VEND     TO ORCAMENTO-COD-VEN
           MOVE WRK-DHG-DATA8          TO ORCAMENTO-DATA-EMISSAO
                                          ORCAMENTO-DATA-STATUS
           COMPUTE ORCAMENTO-DATA-VALIDADE
                   = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WRK-DHG-DATA8)
                     + WRK-ORC-VALIDADE-DIAS)
           MOVE WRK-PED-VALOR-CALC     TO ORCAMENTO-VALOR
           SET ORCAMENTO-ABERTO        TO TRUE
           IF WRK-PED-VEND-NA-CARTEIRA
               MOVE 'N'                TO ORCAMENTO-AVISO-VEND
           ELSE
               MOVE 'S'                TO ORCAMENTO-AVISO-VEND
           END-IF
           MOVE WRK-OPER-ID            TO ORCAMENTO-OPERADOR
      *
           OPEN I-O ARQORC
           IF WRK-ARQORC-NAO-EXISTE
               OPEN OUTPUT ARQORC
           END-IF
           IF NOT WRK-ARQORC-OK
               MOVE WRK-FS-ARQORC      TO STATUS-CODE-02
               MOVE 'ARQORC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-20-FECHA-CLI
           END-IF
      *
           WRITE ORCAMENTO-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQORC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
               NOT INVALID KEY
                   PERFORM 28-22-GRAVA-ITENS-ORC THRU 28-22-SAIDA
                   MOVE 'INCL-ORCAM'   TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING WRK-ORC-NUMERO
                          ' CLI=' WS-AUX-CODIGO-CLI
                          ' VEN=' WS-AUX-CODIGO-VEND
                          ' ITENS=' WRK-QTDE-ITENS-PED
                          ' VALOR=' WRK-PED-VALOR-CALC
                          ' VALIDADE=' ORCAMENTO-DATA-VALIDADE
                          DELIMITED BY SIZE
                          INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   PERFORM 28-40-MOSTRA-ORC THRU 28-40-SAIDA
           END-WRITE
           CLOSE ARQORC
           .
      *
       28-20-FECHA-CLI.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       28-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-21-PROXIMO-NUM-ORC           SECTION.
      *----------------------------------------------------------------*
      *    CEDE O PROXIMO NUMERO DE ORCAMENTO DO CONTROLE, SOB A TRAVA
      *    DE EXECUCAO (MESMA DISCIPLINA DA NUMERACAO DE CHAMADOS). NA
      *    PRIMEIRA UTILIZACAO O CONTROLE E CRIADO A PARTIR DO 1.
      *
           MOVE 'N'                    TO WRK-NUMORC-OK-FLAG
      *
           MOVE 'N'                    TO WRK-TRAVA-FLAG
           SET COMUNIC-TRAVA-OBTER     TO TRUE
           MOVE 'NUMERACAO-ORC'        TO COMUNIC-TRAVA-PROCESSO
           CALL 'TRAVA-EXEC'           USING COMUNIC-BLOCO
           CANCEL 'TRAVA-EXEC'
           IF COMUNIC-COD-RETORNO      NOT EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE COMUNIC-MSG        TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               GO TO 28-21-SAIDA
           END-IF
           SET WRK-TRAVA-OBTIDA        TO TRUE
      *
           OPEN I-O ARQNUMO
           IF WRK-ARQNUMO-NAO-EXISTE
               OPEN OUTPUT ARQNUMO
               IF WRK-ARQNUMO-OK
                   MOVE 0000001        TO NUMORC-PROXIMO
                   WRITE NUMORC-REG
                   CLOSE ARQNUMO
                   OPEN I-O ARQNUMO
               END-IF
           END-IF
           IF NOT WRK-ARQNUMO-OK
               MOVE WRK-FS-ARQNUMO     TO STATUS-CODE-02
               MOVE 'ARQNUMO'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-21-LIBERA
           END-IF
      *
           READ ARQNUMO
           IF NOT WRK-ARQNUMO-OK
               MOVE WRK-FS-ARQNUMO     TO STATUS-CODE-02
               MOVE 'ARQNUMO'          TO MENSAGEM-CALLER
               CLOSE ARQNUMO
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-21-LIBERA
           END-IF
      *
           IF NUMORC-PROXIMO           EQUAL 9999999
               CLOSE ARQNUMO
               DISPLAY CLEAR-SCREEN
               MOVE 'NUMERACAO DE ORCAMENTOS ESGOTADA - AVISE O ADMIN'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-21-LIBERA
           END-IF
      *
           MOVE NUMORC-PROXIMO         TO WRK-ORC-NUMERO
           ADD 1                       TO NUMORC-PROXIMO
           REWRITE NUMORC-REG
           CLOSE ARQNUMO
           SET WRK-NUMORC-CEDIDO       TO TRUE
           .
      *
       28-21-LIBERA.
      *
           PERFORM 21-81-LIBERA-TRAVA THRU 21-81-SAIDA
           .
      *----------------------------------------------------------------*
       28-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-22-GRAVA-ITENS-ORC           SECTION.
      *----------------------------------------------------------------*
      *    GRAVA AS LINHAS DA TABELA DE ITENS NO ARQUIVO DE ITENS DE
      *    ORCAMENTO, NA SEQUENCIA DE DIGITACAO.
      *
           OPEN I-O ARQITO
           IF WRK-ARQITO-NAO-EXISTE
               OPEN OUTPUT ARQITO
           END-IF
           IF NOT WRK-ARQITO-OK
               MOVE WRK-FS-ARQITO      TO STATUS-CODE-02
               MOVE 'ARQITO'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-22-SAIDA
           END-IF
      *
           MOVE 1                      TO WRK-IX-ITEM
           PERFORM 28-22-GRAVA-UM-ITEM
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS-PED
      *
           CLOSE ARQITO
           .
      *
       28-22-GRAVA-UM-ITEM.
      *
           MOVE WRK-ORC-NUMERO         TO ITEM-ORC-NUMERO
           MOVE WRK-IX-ITEM            TO ITEM-ORC-SEQ
           MOVE TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO ITEM-ORC-COD-PROD
           MOVE TAB-ITEM-QTDE(WRK-IX-ITEM)
                                       TO ITEM-ORC-QUANTIDADE
           MOVE TAB-ITEM-PRECO(WRK-IX-ITEM)
                                       TO ITEM-ORC-PRECO-UNIT
           MOVE TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO ITEM-ORC-VALOR
           MOVE TAB-ITEM-CAMPANHA(WRK-IX-ITEM)
                                       TO ITEM-ORC-CAMPANHA
           WRITE ITEM-ORC-REG
               INVALID KEY
                   REWRITE ITEM-ORC-REG
                   END-REWRITE
           END-WRITE
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
       28-22-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-30-CONVERTE-ORC              SECTION.
      *----------------------------------------------------------------*
      *    CONVERSAO DO ORCAMENTO LIDO (EM ABERTO) EM PEDIDO: DENTRO DA
      *    VALIDADE, COM O CLIENTE AINDA ATIVO E LIBERADO NA RECEITA E
      *    PASSANDO NO CONTROLE DE CREDITO. O PEDIDO LEVA OS ITENS E
      *    OS PRECOS COTADOS; O ORCAMENTO GUARDA O NUMERO DO PEDIDO.
      *
           IF ORCAMENTO-DATA-VALIDADE  LESS WRK-DHG-DATA8
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'ORCAMENTO EXPIRADO EM '
                      ORCAMENTO-DATA-VALIDADE
                      ' - NAO CONVERTIDO'
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-30-SAIDA
           END-IF
      *
      *    PERFIL V/S SO CONVERTE ORCAMENTO DE CLIENTE DA SUA CARTEIRA
      *    E DE VENDEDOR DO SEU ESCOPO.
           MOVE ORCAMENTO-COD-CLI      TO WS-AUX-CODIGO-CLI
           PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-30-SAIDA
           END-IF
           MOVE ORCAMENTO-COD-VEN      TO WS-AUX-CODIGO-VEND
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-30-SAIDA
           END-IF
      *
           MOVE ORCAMENTO-COD-CLI      TO WS-AUX-CODIGO-CLI
           MOVE ORCAMENTO-COD-VEN      TO WS-AUX-CODIGO-VEND
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-30-FECHA-CLI
           END-IF
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               DISPLAY CLEAR-SCREEN
               MOVE 'CLIENTE NAO ESTA ATIVO - ORCAMENTO NAO CONVERTIDO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-30-FECHA-CLI
           END-IF
           PERFORM 24-70-TESTA-SITCAD THRU 24-70-SAIDA
           IF NOT WRK-SITCAD-LIBERADO
               MOVE 'CNP'              TO WRK-PERDA-MOTIVO
               MOVE WS-AUX-CODIGO-VEND TO WRK-PERDA-VEN
               MOVE ORCAMENTO-VALOR    TO WRK-PERDA-VALOR
               PERFORM 24-23-GRAVA-PERDA-BLOQ THRU 24-23-SAIDA
               GO TO 28-30-FECHA-CLI
           END-IF
           PERFORM 24-71-TESTA-LICENCA THRU 24-71-SAIDA
           IF NOT WRK-LICENCA-LIBERADA
               MOVE 'LIC'              TO WRK-PERDA-MOTIVO
               MOVE WS-AUX-CODIGO-VEND TO WRK-PERDA-VEN
               MOVE ORCAMENTO-VALOR    TO WRK-PERDA-VALOR
               PERFORM 24-23-GRAVA-PERDA-BLOQ THRU 24-23-SAIDA
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           PERFORM 28-31-CARREGA-ITENS-ORC THRU 28-31-SAIDA
           IF WRK-QTDE-ITENS-PED EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE 'ORCAMENTO SEM ITENS - NAO CONVERTIDO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           PERFORM 24-80-ESTIMA-FRETE THRU 24-80-SAIDA
           IF NOT WRK-FRETE-CONFIRMADO
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           PERFORM 24-90-CALCULA-ICMS THRU 24-90-SAIDA
           IF NOT WRK-ICMS-CONFIRMADO
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           PERFORM 24-85-ESCOLHE-COND-PAG THRU 24-85-SAIDA
           IF NOT WRK-PAG-CONFIRMADA
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           PERFORM 24-30-VERIFICA-CREDITO THRU 24-30-SAIDA
           IF NOT WRK-CRED-LIBEROU
               MOVE 'CRD'              TO WRK-PERDA-MOTIVO
               MOVE WS-AUX-CODIGO-VEND TO WRK-PERDA-VEN
               MOVE WRK-PED-VALOR-BRUTO
                                       TO WRK-PERDA-VALOR
               PERFORM 24-23-GRAVA-PERDA-BLOQ THRU 24-23-SAIDA
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           PERFORM 24-10-PROXIMO-NUM-PED THRU 24-10-SAIDA
           IF NOT WRK-NUMPED-CEDIDO
               GO TO 28-30-FECHA-CLI
           END-IF
      *
           MOVE 'N'                    TO WRK-PED-VEND-OK-FLAG
           IF ORCAMENTO-AVISO-VEND     NOT EQUAL 'S'
               SET WRK-PED-VEND-NA-CARTEIRA TO TRUE
           END-IF
      *
           PERFORM 50-21-ABRIR-ARQPED
           PERFORM 20-92-MONTA-REG-PED THRU 20-92-SAIDA
           WRITE PEDIDO-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQPED01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   PERFORM 50-41-FECHAR-ARQPED
                   GO TO 28-30-FECHA-CLI
           END-WRITE
           PERFORM 20-99-GRAVA-ITENS-PED THRU 20-99-SAIDA
           PERFORM 50-41-FECHAR-ARQPED
           MOVE 'O'                    TO WRK-FRETE-ORIGEM
           PERFORM 24-81-GRAVA-FRETE THRU 24-81-SAIDA
           PERFORM 24-93-GRAVA-ICMS THRU 24-93-SAIDA
           PERFORM 24-86-GRAVA-PARCELAS THRU 24-86-SAIDA
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING 'ORC=' ORCAMENTO-NUMERO ' ST=' ORCAMENTO-STATUS
                  ' VALIDADE=' ORCAMENTO-DATA-VALIDADE
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           SET ORCAMENTO-CONVERTIDO    TO TRUE
           MOVE WS-AUX-NUM-PEDIDO      TO ORCAMENTO-NUM-PEDIDO
           MOVE WRK-DHG-DATA8          TO ORCAMENTO-DATA-STATUS
           MOVE WRK-OPER-ID            TO ORCAMENTO-OPERADOR
           REWRITE ORCAMENTO-REG
               INVALID KEY
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQORC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
           END-REWRITE
      *
           MOVE 'CONV-ORCAM'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'ORC=' ORCAMENTO-NUMERO ' ST=' ORCAMENTO-STATUS
                  ' PEDIDO=' WS-AUX-NUM-PEDIDO
                  ' VALOR=' WRK-PED-VALOR-CALC
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           MOVE SPACES                 TO ERRO-MSG
           STRING 'ORCAMENTO CONVERTIDO NO PEDIDO '
                  WS-AUX-NUM-PEDIDO
                  DELIMITED BY SIZE INTO ERRO-MSG
           END-STRING
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *
       28-30-FECHA-CLI.
      *
           PERFORM 50-40-FECHAR-ARQCLI
           .
      *----------------------------------------------------------------*
       28-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-31-CARREGA-ITENS-ORC         SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS ITENS DO ORCAMENTO LIDO NA TABELA DE ITENS DO
      *    PEDIDO, ACUMULANDO O VALOR (PRECOS COTADOS, SEM RECALCULO).
      *
           MOVE ZEROS                  TO WRK-QTDE-ITENS-PED
                                          WRK-PED-VALOR-CALC
      *
           OPEN INPUT ARQITO
           IF NOT WRK-ARQITO-OK
               GO TO 28-31-SAIDA
           END-IF
      *
           MOVE ORCAMENTO-NUMERO       TO ITEM-ORC-NUMERO
           MOVE ZEROS                  TO ITEM-ORC-SEQ
           START ARQITO KEY IS NOT LESS ITEM-ORC-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQITO
           END-START
      *
           PERFORM 28-31-CARREGA-UM-ITEM
               UNTIL NOT WRK-ARQITO-OK
                  OR WRK-QTDE-ITENS-PED NOT LESS 50
      *
           CLOSE ARQITO
           .
      *
       28-31-CARREGA-UM-ITEM.
      *
           READ ARQITO NEXT
               AT END
                   MOVE '10'           TO WRK-FS-ARQITO
           END-READ
           IF WRK-ARQITO-OK
               IF ITEM-ORC-NUMERO      NOT EQUAL ORCAMENTO-NUMERO
                   MOVE '10'           TO WRK-FS-ARQITO
               ELSE
                   ADD 1               TO WRK-QTDE-ITENS-PED
                   MOVE WRK-QTDE-ITENS-PED
                                       TO WRK-IX-ITEM
                   MOVE ITEM-ORC-COD-PROD
                                       TO TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                   MOVE ITEM-ORC-QUANTIDADE
                                       TO TAB-ITEM-QTDE(WRK-IX-ITEM)
                   MOVE ITEM-ORC-PRECO-UNIT
                                       TO TAB-ITEM-PRECO(WRK-IX-ITEM)
                   MOVE ITEM-ORC-VALOR TO TAB-ITEM-VALOR(WRK-IX-ITEM)
                   MOVE ITEM-ORC-CAMPANHA
                                       TO TAB-ITEM-CAMPANHA(WRK-IX-ITEM)
                   ADD ITEM-ORC-VALOR  TO WRK-PED-VALOR-CALC
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       28-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-35-PERDE-ORC                 SECTION.
      *----------------------------------------------------------------*
      *    MARCA O ORCAMENTO LIDO (EM ABERTO) COMO PERDIDO, COM O
      *    MOTIVO INFORMADO.
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING 'ORC=' ORCAMENTO-NUMERO ' ST=' ORCAMENTO-STATUS
                  ' VALIDADE=' ORCAMENTO-DATA-VALIDADE
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           SET ORCAMENTO-PERDIDO       TO TRUE
           MOVE WS-AUX-ORC-MOTIVO      TO ORCAMENTO-MOTIVO-PERDA
           MOVE WRK-DHG-DATA8          TO ORCAMENTO-DATA-STATUS
           MOVE WRK-OPER-ID            TO ORCAMENTO-OPERADOR
           REWRITE ORCAMENTO-REG
               INVALID KEY
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQORC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 28-35-SAIDA
           END-REWRITE
      *
           MOVE 'PERDE-ORCAM'          TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'ORC=' ORCAMENTO-NUMERO ' ST=' ORCAMENTO-STATUS
                  ' MOTIVO=' ORCAMENTO-MOTIVO-PERDA
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           DISPLAY 'ORCAMENTO MARCADO COMO PERDIDO'
           .
      *----------------------------------------------------------------*
       28-35-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-40-MOSTRA-ORC                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ORCAMENTO-VALOR        TO WRK-ORC-VALOR-ED
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ORCAMENTO ' ORCAMENTO-NUMERO ' - CLIENTE '
                   ORCAMENTO-COD-CLI ' - VENDEDOR ' ORCAMENTO-COD-VEN
           DISPLAY '  EMITIDO EM ' ORCAMENTO-DATA-EMISSAO
                   '  VALIDO ATE ' ORCAMENTO-DATA-VALIDADE
           DISPLAY '  VALOR: ' WRK-ORC-VALOR-ED
           EVALUATE TRUE
               WHEN ORCAMENTO-CONVERTIDO
                   DISPLAY '  CONVERTIDO EM ' ORCAMENTO-DATA-STATUS
                           ' NO PEDIDO ' ORCAMENTO-NUM-PEDIDO
               WHEN ORCAMENTO-PERDIDO
                   DISPLAY '  PERDIDO EM ' ORCAMENTO-DATA-STATUS
                           ' - MOTIVO: ' ORCAMENTO-MOTIVO-PERDA
               WHEN ORCAMENTO-DATA-VALIDADE LESS WRK-DHG-DATA8
                   DISPLAY '  EXPIRADO (EM ABERTO APOS A VALIDADE)'
               WHEN OTHER
                   DISPLAY '  EM ABERTO'
           END-EVALUATE
           IF ORCAMENTO-AVISO-VEND     EQUAL 'S'
               DISPLAY '  VENDEDOR FORA DA CARTEIRA DO CLIENTE'
           END-IF
           DISPLAY '  ULTIMA ALTERACAO POR ' ORCAMENTO-OPERADOR
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       28-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-50-CAD-CENTRO-DIST           SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE CENTROS DE DISTRIBUICAO (CD):
      *    INCLUI, ALTERA (REATIVANDO SE INATIVO) OU INATIVA. A NOVA
      *    ATRIBUICAO DE CD DOS CLIENTES SAI NO CICLO DA NOITE
      *    (ATRIBUI-CD); CLIENTE AINDA SEM ATRIBUICAO TEM O CD
      *    DERIVADO NA HORA DO PEDIDO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 28-51-CAPTURA-CDD THRU 28-51-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCDD
           IF WRK-ARQCDD-NAO-EXISTE
               IF NOT WRK-CDD-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCDD'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 28-50-SAIDA
               END-IF
               OPEN OUTPUT ARQCDD
               CLOSE ARQCDD
               OPEN I-O ARQCDD
           END-IF
           IF NOT WRK-ARQCDD-OK
               MOVE WRK-FS-ARQCDD      TO STATUS-CODE-02
               MOVE 'ARQCDD'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-50-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-CDD-CODIGO      TO CDIST-CODIGO
      *
           IF WRK-CDD-ACAO-INCLUIR
               INITIALIZE CDIST-REG
               MOVE WS-AUX-CDD-CODIGO  TO CDIST-CODIGO
               PERFORM 28-52-MONTA-CDD THRU 28-52-SAIDA
               WRITE CDIST-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQCDD'   TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'INCL-CD'  TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'CD=' CDIST-CODIGO ' ' CDIST-STATUS
                              ' KM=' CDIST-FRETE-KM
                              ' KG=' CDIST-FRETE-KG
                              ' F1=' CDIST-CEP-INICIO(1)
                              '-' CDIST-CEP-FIM(1)
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-WRITE
           ELSE
               READ ARQCDD
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQCDD'   TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       STRING 'CD=' CDIST-CODIGO ' ' CDIST-STATUS
                              ' KM=' CDIST-FRETE-KM
                              ' KG=' CDIST-FRETE-KG
                              ' F1=' CDIST-CEP-INICIO(1)
                              '-' CDIST-CEP-FIM(1)
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       IF WRK-CDD-ACAO-INATIVAR
                           SET CDIST-INATIVO TO TRUE
                           MOVE WRK-DHG-DATA8
                                       TO CDIST-DATA-ALTER
                           MOVE WRK-OPER-ID
                                       TO CDIST-OPERADOR
                           MOVE 'INAT-CD'
                                       TO WRK-AUDIT-ACAO
                       ELSE
                           PERFORM 28-52-MONTA-CDD THRU 28-52-SAIDA
                           MOVE 'ALTE-CD'
                                       TO WRK-AUDIT-ACAO
                       END-IF
                       REWRITE CDIST-REG
                       END-REWRITE
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'CD=' CDIST-CODIGO ' ' CDIST-STATUS
                              ' KM=' CDIST-FRETE-KM
                              ' KG=' CDIST-FRETE-KG
                              ' F1=' CDIST-CEP-INICIO(1)
                              '-' CDIST-CEP-FIM(1)
                              DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-READ
           END-IF
      *
           CLOSE ARQCDD
           .
      *----------------------------------------------------------------*
       28-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-51-CAPTURA-CDD               SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO CD E RE-EXIBE ATE OS DADOS ESTAREM
      *    VALIDOS: CODIGO E NOME PREENCHIDOS, COORDENADAS E TARIFAS
      *    NUMERICAS OU EM BRANCO (ZERO), FAIXAS DE CEP COM 8 DIGITOS
      *    E INICIO ATE O FIM, ACAO I/A/E. UM CD PRECISA DE PELO MENOS
      *    UMA FAIXA OU DAS COORDENADAS PARA PODER ATENDER CLIENTES.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CDD-CAD
           ACCEPT  TELA-CDD-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-CDD-CODIGO)
                                       TO WS-AUX-CDD-CODIGO
           IF WS-AUX-CDD-CODIGO        EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  NOT WRK-CDD-ACAO-INCLUIR
           AND NOT WRK-CDD-ACAO-ALTERAR
           AND NOT WRK-CDD-ACAO-INATIVAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
      *    NA INATIVACAO SO O CODIGO INTERESSA.
           IF WRK-CDD-ACAO-INATIVAR
               GO TO 28-51-SAIDA
           END-IF
      *
           IF WS-AUX-CDD-NOME          EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE ZEROS                  TO WRK-CDD-LATITUDE
                                          WRK-CDD-LONGITUDE
           IF  WS-AUX-CDD-LAT-TELA     NOT EQUAL SPACES
           OR  WS-AUX-CDD-LON-TELA     NOT EQUAL SPACES
               MOVE WS-AUX-CDD-LAT-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA < -90 OR NUMVAL-SAIDA > 90
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CDD-LATITUDE
               END-IF
               MOVE WS-AUX-CDD-LON-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA < -180 OR NUMVAL-SAIDA > 180
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CDD-LONGITUDE
               END-IF
           END-IF
      *
           MOVE ZEROS                  TO WRK-CDD-FRETE-KM
           IF WS-AUX-CDD-KM-TELA       NOT EQUAL SPACES
               MOVE WS-AUX-CDD-KM-TELA TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA < 0 OR NUMVAL-SAIDA NOT LESS 1000
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   COMPUTE WRK-CDD-FRETE-KM ROUNDED = NUMVAL-SAIDA
               END-IF
           END-IF
      *
           MOVE ZEROS                  TO WRK-CDD-FRETE-KG
           IF WS-AUX-CDD-KG-TELA       NOT EQUAL SPACES
               MOVE WS-AUX-CDD-KG-TELA TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA < 0 OR NUMVAL-SAIDA NOT LESS 1000
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   COMPUTE WRK-CDD-FRETE-KG ROUNDED = NUMVAL-SAIDA
               END-IF
           END-IF
      *
      *    UF DO CD E A ORIGEM DO ICMS DOS PEDIDOS QUE ELE ATENDE
      *    (BRANCO = SO AS REGRAS SEM UF DE ORIGEM SE APLICAM).
           MOVE FUNCTION UPPER-CASE(WS-AUX-CDD-UF)
                                       TO WS-AUX-CDD-UF
           MOVE WS-AUX-CDD-UF          TO WRK-UF-TESTE
           IF  WS-AUX-CDD-UF           NOT EQUAL SPACES
           AND NOT WRK-UF-VALIDA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           INITIALIZE WRK-CDD-FAIXAS
           MOVE ZEROS                  TO WRK-CDD-QTDE-FAIXAS
           PERFORM 28-51-VALIDA-FAIXA THRU 28-51-FIM-FAIXA
               VARYING WRK-CDD-IX FROM 1 BY 1
               UNTIL WRK-CDD-IX GREATER 5
      *
           IF  WRK-CDD-QTDE-FAIXAS     EQUAL ZEROS
           AND WRK-CDD-LATITUDE        EQUAL ZEROS
           AND WRK-CDD-LONGITUDE       EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           GO TO 28-51-SAIDA
           .
      *
      *    FAIXA EM BRANCO (INICIO E FIM) NAO E USADA.
       28-51-VALIDA-FAIXA.
      *
           IF  WS-AUX-CDD-INI-TELA(WRK-CDD-IX) EQUAL SPACES
           AND WS-AUX-CDD-FIM-TELA(WRK-CDD-IX) EQUAL SPACES
               GO TO 28-51-FIM-FAIXA
           END-IF
      *
           IF WS-AUX-CDD-INI-TELA(WRK-CDD-IX) NOT NUMERIC
           OR WS-AUX-CDD-FIM-TELA(WRK-CDD-IX) NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
               GO TO 28-51-FIM-FAIXA
           END-IF
      *
           MOVE WS-AUX-CDD-INI-TELA(WRK-CDD-IX)
                                   TO WRK-CDD-CEP-INICIO(WRK-CDD-IX)
           MOVE WS-AUX-CDD-FIM-TELA(WRK-CDD-IX)
                                   TO WRK-CDD-CEP-FIM(WRK-CDD-IX)
           IF WRK-CDD-CEP-INICIO(WRK-CDD-IX)
                               GREATER WRK-CDD-CEP-FIM(WRK-CDD-IX)
           OR WRK-CDD-CEP-FIM(WRK-CDD-IX) EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           ADD 1                       TO WRK-CDD-QTDE-FAIXAS
           .
      *
       28-51-FIM-FAIXA.
           EXIT.
      *----------------------------------------------------------------*
       28-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-52-MONTA-CDD                 SECTION.
      *----------------------------------------------------------------*
      *    COPIA OS DADOS VALIDADOS DA TELA PARA O REGISTRO DO CD
      *    (ATIVO, COM DATA E OPERADOR DA ALTERACAO).
      *
           MOVE WS-AUX-CDD-NOME        TO CDIST-NOME
           MOVE WRK-CDD-LATITUDE       TO CDIST-LATITUDE
           MOVE WRK-CDD-LONGITUDE      TO CDIST-LONGITUDE
           MOVE WRK-CDD-FAIXAS         TO CDIST-FAIXAS-CEP
           MOVE WRK-CDD-FRETE-KM       TO CDIST-FRETE-KM
           MOVE WRK-CDD-FRETE-KG       TO CDIST-FRETE-KG
           MOVE WS-AUX-CDD-UF          TO CDIST-UF
           SET CDIST-ATIVO             TO TRUE
           MOVE WRK-DHG-DATA8          TO CDIST-DATA-ALTER
           MOVE WRK-OPER-ID            TO CDIST-OPERADOR
           .
      *----------------------------------------------------------------*
       28-52-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-60-REGISTRA-CONTEST          SECTION.
      *----------------------------------------------------------------*
      *    REGISTRA A CONTESTACAO DE COMISSAO DO VENDEDOR (VENDEDOR,
      *    PERIODO, CLIENTE, VALOR PLEITEADO E MOTIVO) COM A
      *    CONFERENCIA DO HISTORICO DE CARTEIRAS, E DEIXA PENDENTE
      *    PARA A DECISAO DO SUPERVISOR (MENU SUPERVISAO).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 28-61-CAPTURA-CONTEST THRU 28-61-SAIDA
               UNTIL WRK-NUM-VALID
      *
      *    PERFIL V/S SO CONTESTA PELOS VENDEDORES DO SEU ESCOPO.
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-60-SAIDA
           END-IF
      *
           PERFORM 28-62-CONFERE-CARTEIRA THRU 28-62-SAIDA
      *
           OPEN I-O ARQCTS
           IF WRK-ARQCTS-NAO-EXISTE
               OPEN OUTPUT ARQCTS
               CLOSE ARQCTS
               OPEN I-O ARQCTS
           END-IF
           IF NOT WRK-ARQCTS-OK
               MOVE WRK-FS-ARQCTS      TO STATUS-CODE-02
               MOVE 'ARQCTS'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-60-SAIDA
           END-IF
      *
      *    A SEQUENCIA E A PROXIMA LIVRE DO VENDEDOR X PERIODO.
           MOVE ZEROS                  TO WRK-CTS-PROX-SEQ
           MOVE 'N'                    TO WRK-CTS-FIM-FLAG
           MOVE WS-AUX-CODIGO-VEND     TO CONTEST-COD-VEN
           MOVE WRK-CTS-PERIODO        TO CONTEST-PERIODO
           MOVE ZEROS                  TO CONTEST-SEQ
           START ARQCTS KEY IS GREATER THAN OR EQUAL CONTEST-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
           END-START
           PERFORM 28-63-LE-ULT-SEQ
               UNTIL WRK-CTS-FIM
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE CONTEST-REG
           MOVE WS-AUX-CODIGO-VEND     TO CONTEST-COD-VEN
           MOVE WRK-CTS-PERIODO        TO CONTEST-PERIODO
           COMPUTE CONTEST-SEQ = WRK-CTS-PROX-SEQ + 1
           MOVE WS-AUX-CODIGO-CLI      TO CONTEST-COD-CLI
           MOVE WRK-CTS-VALOR          TO CONTEST-VALOR
           MOVE WS-AUX-CTS-MOTIVO      TO CONTEST-MOTIVO
           MOVE WRK-CTS-VEN-VIGENTE    TO CONTEST-VEN-CARTEIRA
           MOVE WRK-CTS-CONFERE        TO CONTEST-CONFERE
           SET CONTEST-PENDENTE        TO TRUE
           MOVE WRK-DHG-DATA8          TO CONTEST-DATA-ABERTURA
           MOVE WRK-OPER-ID            TO CONTEST-OPER-ABERTURA
           MOVE ZEROS                  TO CONTEST-DATA-DECISAO
                                          CONTEST-AJUSTE-SEQ
           MOVE SPACES                 TO CONTEST-OPER-DECISAO
           WRITE CONTEST-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQCTS'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   CLOSE ARQCTS
                   GO TO 28-60-SAIDA
           END-WRITE
      *
           MOVE 'CONTEST-COMI' TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'VEN=' CONTEST-COD-VEN
                  ' PER=' CONTEST-PERIODO
                  ' SEQ=' CONTEST-SEQ
                  ' CLI=' CONTEST-COD-CLI
                  ' VALOR=' CONTEST-VALOR
                  ' CONF=' CONTEST-CONFERE
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQCTS
      *
           DISPLAY CLEAR-SCREEN
           MOVE SPACES                 TO ERRO-MSG
           EVALUATE TRUE
               WHEN CONTEST-CONFERE-SIM
                   STRING 'CONTESTACAO ' CONTEST-SEQ
                          ' GRAVADA - O VENDEDOR ATENDIA O CLIENTE '
                          'NO PERIODO'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
               WHEN CONTEST-CONFERE-NAO
                   STRING 'CONTESTACAO ' CONTEST-SEQ
                          ' GRAVADA - NO HISTORICO O CLIENTE ERA DO '
                          'VENDEDOR ' CONTEST-VEN-CARTEIRA
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
               WHEN OTHER
                   STRING 'CONTESTACAO ' CONTEST-SEQ
                          ' GRAVADA - CLIENTE SEM HISTORICO DE '
                          'CARTEIRA ATE O PERIODO'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
           END-EVALUATE
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *
       28-63-LE-ULT-SEQ.
      *
           READ ARQCTS NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
               NOT AT END
                   IF CONTEST-COD-VEN NOT EQUAL WS-AUX-CODIGO-VEND
                   OR CONTEST-PERIODO NOT EQUAL WRK-CTS-PERIODO
                       MOVE 'S'        TO WRK-CTS-FIM-FLAG
                   ELSE
                       MOVE CONTEST-SEQ
                                       TO WRK-CTS-PROX-SEQ
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       28-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-61-CAPTURA-CONTEST           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A CONTESTACAO E RE-EXIBE ATE VENDEDOR, PERIODO
      *    AAAAMM VALIDO E NAO FUTURO, CLIENTE, VALOR POSITIVO E
      *    MOTIVO PREENCHIDO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CTS-CAD
           ACCEPT  TELA-CTS-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
               IF WS-AUX-CODIGO-VEND   EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-CTS-PER-TELA      NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-CTS-PER-TELA)
                                       TO WRK-CTS-PERIODO
               MOVE WRK-CTS-PERIODO(5:2)
                                       TO WRK-CTS-MES
               IF WRK-CTS-MES          LESS 1
               OR WRK-CTS-MES          GREATER 12
               OR WRK-CTS-PERIODO      GREATER WRK-DHG-DATA8(1:6)
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
               IF WS-AUX-CODIGO-CLI    EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           MOVE WS-AUX-CTS-VAL-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CTS-VALOR
               IF WRK-CTS-VALOR        NOT GREATER ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-CTS-MOTIVO        EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       28-61-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-62-CONFERE-CARTEIRA          SECTION.
      *----------------------------------------------------------------*
      *    CONFERE NO HISTORICO DE CARTEIRAS QUEM ATENDIA O CLIENTE NO
      *    PERIODO CONTESTADO: A ASSOCIACAO EM VIGOR NO PRIMEIRO DIA
      *    DO MES E AS GRAVADAS DENTRO DO MES. SE O RECLAMANTE
      *    APARECE EM QUALQUER UMA DELAS A CONFERENCIA E 'S'; GUARDA
      *    O VENDEDOR EM VIGOR NO FIM DO PERIODO.
      *
           MOVE 'D'                    TO WRK-CTS-CONFERE
           MOVE 'N'                    TO WRK-CTS-HIST-FLAG
           MOVE 'N'                    TO WRK-CTS-FIM-FLAG
           MOVE ZEROS                  TO WRK-CTS-VEN-INICIO
                                          WRK-CTS-VEN-VIGENTE
           COMPUTE WRK-CTS-DATA-INI = WRK-CTS-PERIODO * 100 + 1
           COMPUTE WRK-CTS-DATA-FIM = WRK-CTS-PERIODO * 100 + 31
      *
           OPEN INPUT ARQHCART
           IF NOT WRK-ARQHCART-OK
               GO TO 28-62-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO HCART-COD-CLI
           MOVE ZEROS                  TO HCART-DATA-EXEC
           START ARQHCART KEY IS GREATER THAN OR EQUAL HCART-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
           END-START
      *
           PERFORM 28-64-LE-HIST-CONTEST
               UNTIL WRK-CTS-FIM
      *
           CLOSE ARQHCART
      *
           IF NOT WRK-CTS-TEM-HIST
               GO TO 28-62-SAIDA
           END-IF
      *
           IF  WRK-CTS-CONFERE        NOT EQUAL 'S'
               IF  WRK-CTS-VEN-INICIO  EQUAL WS-AUX-CODIGO-VEND
                   MOVE 'S'            TO WRK-CTS-CONFERE
               ELSE
                   MOVE 'N'            TO WRK-CTS-CONFERE
               END-IF
           END-IF
           .
      *
       28-64-LE-HIST-CONTEST.
      *
      *    ASSOCIACAO SEM VENDEDOR CONTA COMO VENDEDOR ZEROS.
           READ ARQHCART NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
               NOT AT END
                   IF HCART-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
                   OR HCART-DATA-EXEC GREATER WRK-CTS-DATA-FIM
                       MOVE 'S'        TO WRK-CTS-FIM-FLAG
                   ELSE
                       MOVE 'S'        TO WRK-CTS-HIST-FLAG
                       IF HCART-NAO-ASSOCIADO
                           MOVE ZEROS  TO WRK-CTS-VEN-VIGENTE
                       ELSE
                           MOVE HCART-COD-VEN
                                       TO WRK-CTS-VEN-VIGENTE
                       END-IF
                       IF HCART-DATA-EXEC LESS WRK-CTS-DATA-INI
                           MOVE WRK-CTS-VEN-VIGENTE
                                       TO WRK-CTS-VEN-INICIO
                       ELSE
                           IF WRK-CTS-VEN-VIGENTE
                                       EQUAL WS-AUX-CODIGO-VEND
                               MOVE 'S'
                                       TO WRK-CTS-CONFERE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       28-62-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-70-DECIDE-CONTEST            SECTION.
      *----------------------------------------------------------------*
      *    FILA DE DECISAO DAS CONTESTACOES DE COMISSAO (SO
      *    SUPERVISOR): PERCORRE O ARQCTS MOSTRANDO AS PENDENTES COM A
      *    CONFERENCIA DO HISTORICO DE CARTEIRAS; APROVAR GERA O
      *    AJUSTE MANUAL NO ARQAJC (CREDITO DO VALOR PLEITEADO NO
      *    PERIODO CONTESTADO, MOTIVO CTS), REJEITAR SO ENCERRA A
      *    CONTESTACAO (AMBOS COM AUDITORIA); ENTER PULA, X ENCERRA.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE ZEROS                  TO WRK-QTDE-CTS-DECID
           MOVE 'N'                    TO WRK-CTS-FIM-FLAG
      *
           OPEN I-O ARQCTS
           IF NOT WRK-ARQCTS-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA CONTESTACOES DE COMISSAO GRAVADAS AINDA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-70-SAIDA
           END-IF
      *
           OPEN I-O ARQAJC
           IF WRK-ARQAJC-NAO-EXISTE
               OPEN OUTPUT ARQAJC
               CLOSE ARQAJC
               OPEN I-O ARQAJC
           END-IF
           IF NOT WRK-ARQAJC-OK
               MOVE WRK-FS-ARQAJC      TO STATUS-CODE-02
               MOVE 'ARQAJC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               CLOSE ARQCTS
               GO TO 28-70-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO CONTEST-CHAVE
           START ARQCTS KEY IS GREATER THAN OR EQUAL CONTEST-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
           END-START
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CONTESTACOES DE COMISSAO '
                   '(S=APROVA N=REJEITA ENTER=PULA X=SAI)'
      *
           PERFORM 28-71-DECIDE-UMA-CONTEST THRU 28-71-SAIDA
               UNTIL WRK-CTS-FIM
      *
           CLOSE ARQCTS
                 ARQAJC
      *
           DISPLAY 'CONTESTACOES DECIDIDAS NA REVISAO: '
                   WRK-QTDE-CTS-DECID
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       28-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-71-DECIDE-UMA-CONTEST        SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCTS NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
                   GO TO 28-71-SAIDA
           END-READ
      *
           IF NOT CONTEST-PENDENTE
               GO TO 28-71-SAIDA
           END-IF
      *
           MOVE CONTEST-VALOR          TO WRK-CTS-VALOR-ED
           DISPLAY 'VENDEDOR ' CONTEST-COD-VEN
                   '  PERIODO ' CONTEST-PERIODO
                   '  SEQ ' CONTEST-SEQ
                   '  CLIENTE ' CONTEST-COD-CLI
                   '  ABERTA EM ' CONTEST-DATA-ABERTURA
           DISPLAY '  VALOR PLEITEADO: ' WRK-CTS-VALOR-ED
                   '  MOTIVO: ' CONTEST-MOTIVO
           EVALUATE TRUE
               WHEN CONTEST-CONFERE-SIM
                   DISPLAY '  CARTEIRA: O VENDEDOR ATENDIA O CLIENTE '
                           'NO PERIODO (NO FIM: ' CONTEST-VEN-CARTEIRA
                           ')'
               WHEN CONTEST-CONFERE-NAO
                   DISPLAY '  CARTEIRA: *** CLIENTE DE OUTRO VENDEDOR '
                           'NO PERIODO (NO FIM: ' CONTEST-VEN-CARTEIRA
                           ') ***'
               WHEN OTHER
                   DISPLAY '  CARTEIRA: *** SEM HISTORICO DO CLIENTE '
                           'ATE O PERIODO ***'
           END-EVALUATE
           DISPLAY '  S=APROVA N=REJEITA ENTER=PULA X=SAI: '
           ACCEPT WS-AUX-DECISAO
      *
           EVALUATE TRUE
               WHEN WRK-DEC-SAIR
                   MOVE 'S'            TO WRK-CTS-FIM-FLAG
                   GO TO 28-71-SAIDA
               WHEN WRK-DEC-APROVA
                   PERFORM 28-72-GERA-AJUSTE THRU 28-72-SAIDA
                   IF CONTEST-AJUSTE-SEQ EQUAL ZEROS
                       GO TO 28-71-SAIDA
                   END-IF
                   SET CONTEST-APROVADA
                                       TO TRUE
                   MOVE 'APROV-CONTES' TO WRK-AUDIT-ACAO
               WHEN WRK-DEC-REJEITA
                   SET CONTEST-REJEITADA
                                       TO TRUE
                   MOVE 'REJEI-CONTES' TO WRK-AUDIT-ACAO
               WHEN OTHER
                   GO TO 28-71-SAIDA
           END-EVALUATE
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WRK-DHG-DATA8          TO CONTEST-DATA-DECISAO
           MOVE WRK-OPER-ID            TO CONTEST-OPER-DECISAO
           REWRITE CONTEST-REG
           END-REWRITE
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'VEN=' CONTEST-COD-VEN
                  ' PER=' CONTEST-PERIODO
                  ' SEQ=' CONTEST-SEQ
                  ' SIT=P'
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           STRING 'VEN=' CONTEST-COD-VEN
                  ' PER=' CONTEST-PERIODO
                  ' SEQ=' CONTEST-SEQ
                  ' SIT=' CONTEST-SITUACAO
                  ' AJUSTE=' CONTEST-AJUSTE-SEQ
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ADD 1                       TO WRK-QTDE-CTS-DECID
           .
      *----------------------------------------------------------------*
       28-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-72-GERA-AJUSTE               SECTION.
      *----------------------------------------------------------------*
      *    GRAVA NO ARQAJC O AJUSTE DA CONTESTACAO APROVADA: CREDITO
      *    DO VALOR PLEITEADO NO VENDEDOR X PERIODO CONTESTADO, NA
      *    PROXIMA SEQUENCIA LIVRE (MESMA REGRA DO LANCAMENTO MANUAL),
      *    AUTORIZADO PELO SUPERVISOR. A SEQUENCIA VOLTA NA
      *    CONTESTACAO; FALHA NA GRAVACAO DEIXA A CONTESTACAO PENDENTE.
      *
           MOVE ZEROS                  TO CONTEST-AJUSTE-SEQ
           MOVE ZEROS                  TO WRK-AJC-PROX-SEQ
           MOVE 'N'                    TO WRK-AJC-FIM-FLAG
           MOVE CONTEST-COD-VEN        TO WS-AUX-CODIGO-VEND
           MOVE CONTEST-PERIODO        TO WRK-AJC-PERIODO
           MOVE CONTEST-COD-VEN        TO AJUSTE-COD-VEN
           MOVE CONTEST-PERIODO        TO AJUSTE-PERIODO
           MOVE ZEROS                  TO AJUSTE-SEQ
           START ARQAJC KEY IS GREATER THAN OR EQUAL AJUSTE-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-AJC-FIM-FLAG
           END-START
           PERFORM 24-62-LE-ULT-SEQ
               UNTIL WRK-AJC-FIM
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE CONTEST-COD-VEN        TO AJUSTE-COD-VEN
           MOVE CONTEST-PERIODO        TO AJUSTE-PERIODO
           COMPUTE AJUSTE-SEQ = WRK-AJC-PROX-SEQ + 1
           MOVE CONTEST-VALOR          TO AJUSTE-VALOR
           MOVE 'CTS'                  TO AJUSTE-MOTIVO
           MOVE WRK-OPER-ID            TO AJUSTE-OPERADOR
           MOVE WRK-DHG-DATA8          TO AJUSTE-DATA
           MOVE ZEROS                  TO AJUSTE-PERIODO-APLICADO
           WRITE AJUSTE-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQAJC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 28-72-SAIDA
           END-WRITE
      *
           MOVE AJUSTE-SEQ             TO CONTEST-AJUSTE-SEQ
           MOVE 'AJUSTE-COMIS' TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'VEN=' AJUSTE-COD-VEN
                  ' PERIODO=' AJUSTE-PERIODO
                  ' SEQ=' AJUSTE-SEQ
                  ' VALOR=' AJUSTE-VALOR
                  ' MOTIVO=' AJUSTE-MOTIVO
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       28-72-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-80-CAD-PERFIL-FISCAL         SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO PERFIL FISCAL DO VENDEDOR (PESSOA FISICA OU
      *    REPRESENTANTE PJ, DOCUMENTO, REGIME DE RETENCAO DO IRRF E
      *    ALIQUOTAS): INCLUI/SUBSTITUI OU EXCLUI (SEM PERFIL A
      *    COMISSAO E PAGA PELO BRUTO, SEM RETENCAO).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 28-81-CAPTURA-FISCAL THRU 28-81-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQFISC
           IF WRK-ARQFISC-NAO-EXISTE
               IF NOT WRK-FIS-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQFISC'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 28-80-SAIDA
               END-IF
               OPEN OUTPUT ARQFISC
               CLOSE ARQFISC
               OPEN I-O ARQFISC
           END-IF
           IF NOT WRK-ARQFISC-OK
               MOVE WRK-FS-ARQFISC     TO STATUS-CODE-02
               MOVE 'ARQFISC'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-80-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO FISC-COD-VEN
      *
           IF WRK-FIS-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               INITIALIZE FISC-REG
               MOVE WS-AUX-CODIGO-VEND TO FISC-COD-VEN
               MOVE FUNCTION UPPER-CASE(WS-AUX-FIS-TIPO)
                                       TO FISC-TIPO-PESSOA
               MOVE WS-AUX-FIS-DOC-TELA
                                       TO FISC-NR-DOC
               MOVE FUNCTION UPPER-CASE(WS-AUX-FIS-REGIME)
                                       TO FISC-REGIME
               MOVE WRK-FIS-PCT-IRRF   TO FISC-PCT-IRRF
               MOVE WRK-FIS-PCT-ISS    TO FISC-PCT-ISS
               MOVE WRK-DHG-DATA8      TO FISC-DATA-ALTER
               MOVE WRK-OPER-ID        TO FISC-OPERADOR
               WRITE FISC-REG
                   INVALID KEY
                       REWRITE FISC-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-FISCAL'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'VEN=' FISC-COD-VEN
                      ' TP=' FISC-TIPO-PESSOA
                      ' DOC=' FISC-NR-DOC
                      ' REG=' FISC-REGIME
                      ' IR=' FISC-PCT-IRRF
                      ' ISS=' FISC-PCT-ISS
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQFISC
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQFISC'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-FISCAL'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'VEN=' FISC-COD-VEN
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQFISC
           .
      *----------------------------------------------------------------*
       28-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-81-CAPTURA-FISCAL            SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O PERFIL FISCAL E RE-EXIBE ATE VENDEDOR VALIDO E,
      *    NA INCLUSAO, PESSOA F/J, CPF OU CNPJ VALIDO CONFORME A
      *    PESSOA, REGIME R/S/I E ALIQUOTAS ABAIXO DE 100; ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-FIS-CAD
           ACCEPT  TELA-FIS-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
               IF WS-AUX-CODIGO-VEND   EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-FIS-ACAO-INCLUIR
           AND NOT WRK-FIS-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF NOT WRK-FIS-ACAO-INCLUIR
               GO TO 28-81-SAIDA
           END-IF
      *
      *    PJ: CNPJ DO REPRESENTANTE; PF: CPF NAS 11 PRIMEIRAS
      *    POSICOES DO CAMPO.
           EVALUATE TRUE
               WHEN WRK-FIS-TIPO-JURIDICA
                   MOVE 'CL'           TO COMUNIC-TPO-PESSOA
                   MOVE WS-AUX-FIS-DOC-TELA
                                       TO COMUNIC-NR-CNPJ
                   CALL 'VALIDA-CPF-CNPJ'
                                       USING COMUNIC-BLOCO
                   CANCEL 'VALIDA-CPF-CNPJ'
                   IF COMUNIC-COD-RETORNO
                                       NOT EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               WHEN WRK-FIS-TIPO-FISICA
                   MOVE 'VD'           TO COMUNIC-TPO-PESSOA
                   MOVE WS-AUX-FIS-DOC-TELA(1:11)
                                       TO COMUNIC-NR-CPF
                   CALL 'VALIDA-CPF-CNPJ'
                                       USING COMUNIC-BLOCO
                   CANCEL 'VALIDA-CPF-CNPJ'
                   IF COMUNIC-COD-RETORNO
                                       NOT EQUAL ZEROS
                   OR WS-AUX-FIS-DOC-TELA(12:3)
                                       NOT EQUAL SPACES
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
           END-EVALUATE
      *
           IF NOT WRK-FIS-REGIME-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE ZEROS                  TO WRK-FIS-PCT-IRRF
                                          WRK-FIS-PCT-ISS
           IF WS-AUX-FIS-IRRF-TELA     NOT EQUAL SPACES
               MOVE WS-AUX-FIS-IRRF-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA         NOT LESS 100
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-FIS-PCT-IRRF
               END-IF
           END-IF
      *
           IF WS-AUX-FIS-ISS-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-FIS-ISS-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA         NOT LESS 100
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-FIS-PCT-ISS
               END-IF
           END-IF
      *
      *    REGIME QUE RETEM EXIGE A ALIQUOTA DO IRRF.
           IF  WS-AUX-FIS-REGIME       EQUAL 'R' OR 'r'
           AND WRK-FIS-PCT-IRRF        EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       28-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-90-CAD-PROGRAMADO            SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO PEDIDO PROGRAMADO (RECORRENTE) DO CLIENTE:
      *    INCLUI (VENDEDOR, FREQUENCIA, PRIMEIRO VENCIMENTO, TERMINO
      *    E ITENS), SUSPENDE/REATIVA, ENCERRA OU CONSULTA. OS PEDIDOS
      *    SAO GERADOS NO VENCIMENTO PELO GERA-PROGRAMADOS DO LOTE.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 28-91-CAPTURA-PROGRAMADO THRU 28-91-SAIDA
               UNTIL WRK-NUM-VALID
      *
      *    PERFIL V/S SO MANTEM PROGRAMADO DE CLIENTE DA SUA CARTEIRA.
           PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-90-SAIDA
           END-IF
      *
           IF WRK-PPG-ACAO-INCLUIR
               PERFORM 28-92-INCLUI-PROGRAMADO THRU 28-92-SAIDA
               GO TO 28-90-SAIDA
           END-IF
      *
           OPEN I-O ARQPPRG
           IF WRK-ARQPPRG-NAO-EXISTE
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQPPRG'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-90-SAIDA
           END-IF
           IF NOT WRK-ARQPPRG-OK
               MOVE WRK-FS-ARQPPRG     TO STATUS-CODE-02
               MOVE 'ARQPPRG'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-90-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO PPROG-COD-CLI
           MOVE WRK-PPG-SEQ            TO PPROG-SEQ
           READ ARQPPRG
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQPPRG'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               CLOSE ARQPPRG
               GO TO 28-90-SAIDA
           END-IF
      *
      *    E DE VENDEDOR DO SEU ESCOPO.
           MOVE PPROG-COD-VEN          TO WS-AUX-CODIGO-VEND
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               CLOSE ARQPPRG
               GO TO 28-90-SAIDA
           END-IF
      *
           IF WRK-PPG-ACAO-CONSULTAR
               PERFORM 28-96-EXIBE-PROGRAMADO THRU 28-96-SAIDA
               CLOSE ARQPPRG
               GO TO 28-90-SAIDA
           END-IF
      *
           IF PPROG-ENCERRADO
               DISPLAY CLEAR-SCREEN
               MOVE 'PROGRAMADO JA ENCERRADO - NAO PODE SER ALTERADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               CLOSE ARQPPRG
               GO TO 28-90-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' PPROG-COD-CLI
                  ' SEQ=' PPROG-SEQ
                  ' SIT=' PPROG-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
      *    S ALTERNA ENTRE ATIVO E SUSPENSO (O SUSPENSO NAO GERA
      *    PEDIDO NEM AVANCA O VENCIMENTO); E ENCERRA DE VEZ.
           EVALUATE TRUE
               WHEN WRK-PPG-ACAO-SUSPENDER
                   IF PPROG-SUSPENSO
                       SET PPROG-ATIVO TO TRUE
                       MOVE 'REAT-PROGRAM'
                                       TO WRK-AUDIT-ACAO
                   ELSE
                       SET PPROG-SUSPENSO
                                       TO TRUE
                       MOVE 'SUSP-PROGRAM'
                                       TO WRK-AUDIT-ACAO
                   END-IF
               WHEN OTHER
                   SET PPROG-ENCERRADO TO TRUE
                   MOVE 'ENCE-PROGRAM' TO WRK-AUDIT-ACAO
           END-EVALUATE
           MOVE WRK-DHG-DATA8          TO PPROG-DATA-ALTER
           MOVE WRK-OPER-ID            TO PPROG-OPERADOR
      *
           REWRITE PPROG-REG
               INVALID KEY
                   MOVE WRK-FS-ARQPPRG TO STATUS-CODE-02
                   MOVE 'ARQPPRG'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
               NOT INVALID KEY
                   STRING 'CLI=' PPROG-COD-CLI
                          ' SEQ=' PPROG-SEQ
                          ' SIT=' PPROG-SITUACAO
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           END-REWRITE
      *
           CLOSE ARQPPRG
           .
      *----------------------------------------------------------------*
       28-90-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-91-CAPTURA-PROGRAMADO        SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA O PROGRAMADO E RE-EXIBE ATE CLIENTE VALIDO E ACAO
      *    I/S/E/C. FORA DA INCLUSAO EXIGE A SEQUENCIA; NA INCLUSAO
      *    EXIGE FREQUENCIA S/Q/M, PRIMEIRO VENCIMENTO VALIDO NAO
      *    ANTERIOR A HOJE E TERMINO (OPCIONAL) NAO ANTERIOR A ELE.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PPG-CAD
           ACCEPT  TELA-PPG-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
               IF WS-AUX-CODIGO-CLI    EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-PPG-ACAO-INCLUIR
           AND NOT WRK-PPG-ACAO-SUSPENDER
           AND NOT WRK-PPG-ACAO-ENCERRAR
           AND NOT WRK-PPG-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF NOT WRK-PPG-ACAO-INCLUIR
               MOVE WS-AUX-PPG-SEQ-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PPG-SEQ
                   IF WRK-PPG-SEQ      EQUAL ZEROS
                   OR WRK-PPG-SEQ      GREATER 99
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
               GO TO 28-91-SAIDA
           END-IF
      *
           IF NOT WRK-PPG-FREQ-VALIDA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           MOVE ZEROS                  TO WRK-PPG-DATA-INICIO
                                          WRK-PPG-DATA-FIM
           IF WS-AUX-PPG-INICIO-TELA   NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-PPG-INICIO-TELA)
                                       TO WRK-PPG-DATA-INICIO
               IF WRK-PPG-DATA-INICIO  LESS 19000101
               OR WRK-PPG-DATA-INICIO  LESS WRK-DHG-DATA8
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(WRK-PPG-DATA-INICIO)
                                       EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF WS-AUX-PPG-FIM-TELA      NOT EQUAL SPACES
               IF WS-AUX-PPG-FIM-TELA  NOT NUMERIC
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AUX-PPG-FIM-TELA)
                                       TO WRK-PPG-DATA-FIM
                   IF WRK-PPG-DATA-FIM LESS WRK-PPG-DATA-INICIO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       28-91-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-92-INCLUI-PROGRAMADO         SECTION.
      *----------------------------------------------------------------*
      *    INCLUSAO: CLIENTE CADASTRADO E ATIVO, VENDEDOR (SUGERIDO
      *    PELA CARTEIRA), PROXIMA SEQUENCIA LIVRE DO CLIENTE E ATE 20
      *    ITENS. PRECO EM BRANCO FICA ZERO E O LOTE USA O PRECO
      *    VIGENTE NO DIA DA GERACAO.
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           PERFORM 50-40-FECHAR-ARQCLI
      *
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQCLI01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-92-SAIDA
           END-IF
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               DISPLAY CLEAR-SCREEN
               MOVE 'CLIENTE NAO ESTA ATIVO - PROGRAMADO NAO GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 28-92-SAIDA
           END-IF
      *
           PERFORM 20-94-BUSCA-VEND-CARTEIRA THRU 20-94-SAIDA
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 20-97-CAPTURA-VEND-PED THRU 20-97-SAIDA
               UNTIL WRK-NUM-VALID
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 28-92-SAIDA
           END-IF
      *
           OPEN I-O ARQPPRG
           IF WRK-ARQPPRG-NAO-EXISTE
               OPEN OUTPUT ARQPPRG
               CLOSE ARQPPRG
               OPEN I-O ARQPPRG
           END-IF
           IF NOT WRK-ARQPPRG-OK
               MOVE WRK-FS-ARQPPRG     TO STATUS-CODE-02
               MOVE 'ARQPPRG'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 28-92-SAIDA
           END-IF
      *
           PERFORM 28-94-PROXIMA-SEQ-PPG THRU 28-94-SAIDA
           IF WRK-PPG-SEQ              GREATER 99
               DISPLAY CLEAR-SCREEN
               MOVE 'CLIENTE JA TEM 99 PROGRAMADOS - NAO GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               CLOSE ARQPPRG
               GO TO 28-92-SAIDA
           END-IF
      *
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-NAO-EXISTE
               DISPLAY CLEAR-SCREEN
               MOVE 'CADASTRO DE PRODUTOS VAZIO - INCLUA PRODUTOS '
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               CLOSE ARQPPRG
               GO TO 28-92-SAIDA
           END-IF
           IF NOT WRK-ARQPRD01-OK
               MOVE WRK-FS-ARQPRD01    TO STATUS-CODE-02
               MOVE 'ARQPRD01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               CLOSE ARQPPRG
               GO TO 28-92-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE PPROG-REG
           MOVE WS-AUX-CODIGO-CLI      TO PPROG-COD-CLI
           MOVE WRK-PPG-SEQ            TO PPROG-SEQ
           MOVE WS-AUX-CODIGO-VEND     TO PPROG-COD-VEN
           MOVE FUNCTION UPPER-CASE(WS-AUX-PPG-FREQ)
                                       TO PPROG-FREQUENCIA
           MOVE WRK-PPG-DATA-INICIO    TO PPROG-DATA-INICIO
                                          PPROG-DATA-PROXIMA
           MOVE WRK-PPG-DATA-FIM       TO PPROG-DATA-FIM
           SET PPROG-ATIVO             TO TRUE
           MOVE WRK-DHG-DATA8          TO PPROG-DATA-ALTER
           MOVE WRK-OPER-ID            TO PPROG-OPERADOR
           MOVE ZEROS                  TO PPROG-QTDE-ITENS
      *
           MOVE 'S'                    TO WS-AUX-ITEM-CONTINUA
           PERFORM 28-93-CAPTURA-ITEM-PPG THRU 28-93-SAIDA
               UNTIL NOT WRK-ITEM-CONTINUA
                  OR PPROG-QTDE-ITENS NOT LESS 20
      *
           CLOSE ARQPRD01
      *
           IF PPROG-QTDE-ITENS         EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE 'PROGRAMADO SEM ITENS - NAO GRAVADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               CLOSE ARQPPRG
               GO TO 28-92-SAIDA
           END-IF
      *
           WRITE PPROG-REG
               INVALID KEY
                   MOVE WRK-FS-ARQPPRG TO STATUS-CODE-02
                   MOVE 'ARQPPRG'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
               NOT INVALID KEY
                   MOVE 'INCL-PROGRAM' TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'CLI=' PPROG-COD-CLI
                          ' SEQ=' PPROG-SEQ
                          ' VEN=' PPROG-COD-VEN
                          ' FREQ=' PPROG-FREQUENCIA
                          ' VENC=' PPROG-DATA-PROXIMA
                          ' FIM=' PPROG-DATA-FIM
                          ' ITENS=' PPROG-QTDE-ITENS
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'PEDIDO PROGRAMADO GRAVADO - CLIENTE '
                           PPROG-COD-CLI ' SEQUENCIA ' PPROG-SEQ
                   DISPLAY 'TECLE ENTER PARA CONTINUAR'
                   ACCEPT WS-AUX-OPCAO-CONFIRM
           END-WRITE
      *
           CLOSE ARQPPRG
           .
      *----------------------------------------------------------------*
       28-92-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-93-CAPTURA-ITEM-PPG          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA UM ITEM DO PROGRAMADO: PRODUTO EXISTENTE E ATIVO,
      *    QUANTIDADE POSITIVA E PRECO NEGOCIADO OPCIONAL. ITEM
      *    INVALIDO NAO ENTRA E A TELA E REAPRESENTADA.
      *
           MOVE SPACES                 TO WS-AUX-PROD-COD-TELA
                                          WS-AUX-ITEM-QTDE-TELA
                                          WS-AUX-ITEM-PRECO-TELA
           MOVE 'N'                    TO WS-AUX-ITEM-CONTINUA
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ITEM-CAD
           ACCEPT  TELA-ITEM-CAD
      *
           MOVE 'S'                    TO WRK-ITEM-ACEITO-FLAG
      *
           MOVE WS-AUX-PROD-COD-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'N'                TO WRK-ITEM-ACEITO-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PROD-CODIGO
           END-IF
      *
           IF WRK-ITEM-ACEITO
               MOVE WRK-PROD-CODIGO    TO PRODUTO-CODIGO
               READ ARQPRD01
                   INVALID KEY
                       MOVE 'N'        TO WRK-ITEM-ACEITO-FLAG
                   NOT INVALID KEY
                       IF NOT PRODUTO-STATUS-ATIVO
                           MOVE 'N'    TO WRK-ITEM-ACEITO-FLAG
                       END-IF
               END-READ
           END-IF
      *
           MOVE WS-AUX-ITEM-QTDE-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'N'                TO WRK-ITEM-ACEITO-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-ITEM-QTDE
               IF WRK-ITEM-QTDE        NOT GREATER ZEROS
                   MOVE 'N'            TO WRK-ITEM-ACEITO-FLAG
               END-IF
           END-IF
      *
           MOVE ZEROS                  TO WRK-ITEM-PRECO
           IF WS-AUX-ITEM-PRECO-TELA   NOT EQUAL SPACES
               MOVE WS-AUX-ITEM-PRECO-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'N'            TO WRK-ITEM-ACEITO-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-ITEM-PRECO
                   IF WRK-ITEM-PRECO   NOT GREATER ZEROS
                       MOVE 'N'        TO WRK-ITEM-ACEITO-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF WRK-ITEM-ACEITO
               ADD 1                   TO PPROG-QTDE-ITENS
               MOVE WRK-PROD-CODIGO    TO PPROG-ITEM-COD-PROD
                                          (PPROG-QTDE-ITENS)
               MOVE WRK-ITEM-QTDE      TO PPROG-ITEM-QTDE
                                          (PPROG-QTDE-ITENS)
               MOVE WRK-ITEM-PRECO     TO PPROG-ITEM-PRECO
                                          (PPROG-QTDE-ITENS)
           ELSE
               DISPLAY CLEAR-SCREEN
               MOVE 'ITEM INVALIDO (PRODUTO/QTDE/PRECO) - REPITA'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               MOVE 'S'                TO WS-AUX-ITEM-CONTINUA
           END-IF
           .
      *----------------------------------------------------------------*
       28-93-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-94-PROXIMA-SEQ-PPG           SECTION.
      *----------------------------------------------------------------*
      *    PROXIMA SEQUENCIA LIVRE DO CLIENTE = MAIOR GRAVADA + 1.
      *
           MOVE 1                      TO WRK-PPG-SEQ
           MOVE 'N'                    TO WRK-PPG-FIM-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO PPROG-COD-CLI
           MOVE ZEROS                  TO PPROG-SEQ
           START ARQPPRG KEY IS GREATER THAN OR EQUAL PPROG-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-PPG-FIM-FLAG
           END-START
      *
           PERFORM 28-95-LE-SEQ-PPG THRU 28-95-SAIDA
               UNTIL WRK-PPG-FIM
           .
      *----------------------------------------------------------------*
       28-94-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-95-LE-SEQ-PPG                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPPRG NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-PPG-FIM-FLAG
               NOT AT END
                   IF PPROG-COD-CLI    NOT EQUAL WS-AUX-CODIGO-CLI
                       MOVE 'S'        TO WRK-PPG-FIM-FLAG
                   ELSE
                       COMPUTE WRK-PPG-SEQ = PPROG-SEQ + 1
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       28-95-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-96-EXIBE-PROGRAMADO          SECTION.
      *----------------------------------------------------------------*
      *    CONSULTA DO PROGRAMADO: DADOS, SITUACAO, ULTIMA GERACAO E
      *    ITENS (PRECO ZERO = VIGENTE NO DIA DA GERACAO).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PEDIDO PROGRAMADO - CLIENTE ' PPROG-COD-CLI
                   ' SEQUENCIA ' PPROG-SEQ
                   ' VENDEDOR ' PPROG-COD-VEN
           DISPLAY 'FREQUENCIA (S/Q/M): ' PPROG-FREQUENCIA
                   '   SITUACAO (A/S/E): ' PPROG-SITUACAO
           DISPLAY 'INICIO: ' PPROG-DATA-INICIO
                   '   PROXIMO VENCTO: ' PPROG-DATA-PROXIMA
                   '   TERMINO: ' PPROG-DATA-FIM
           DISPLAY 'ULTIMA GERACAO: ' PPROG-DATA-ULT-GERACAO
                   '   ULTIMO PEDIDO: ' PPROG-ULT-PEDIDO
           DISPLAY 'ALTERADO EM ' PPROG-DATA-ALTER
                   ' POR ' PPROG-OPERADOR
           DISPLAY ' '
           DISPLAY 'PRODUTO   QUANTIDADE     PRECO UNIT'
      *
           PERFORM 28-97-EXIBE-ITEM-PPG THRU 28-97-SAIDA
               VARYING WRK-PPG-IX FROM 1 BY 1
                 UNTIL WRK-PPG-IX GREATER PPROG-QTDE-ITENS
      *
           DISPLAY 'TECLE ENTER PARA CONTINUAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       28-96-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       28-97-EXIBE-ITEM-PPG            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PPROG-ITEM-QTDE(WRK-PPG-IX)
                                       TO WRK-PPG-QTDE-ED
           MOVE PPROG-ITEM-PRECO(WRK-PPG-IX)
                                       TO WRK-PPG-PRECO-ED
           DISPLAY PPROG-ITEM-COD-PROD(WRK-PPG-IX) '   '
                   WRK-PPG-QTDE-ED '  ' WRK-PPG-PRECO-ED
           .
      *----------------------------------------------------------------*
       28-97-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-10-CAD-RATEIO                SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO RATEIO DE CREDITO DE CLIENTE COMPARTILHADO:
      *    INCLUI/SUBSTITUI A VIGENCIA DO RATEIO A PARTIR DE UMA DATA
      *    (2 A 4 VENDEDORES, PERCENTUAIS SOMANDO 100) OU EXCLUI A
      *    VIGENCIA. O RATEIO SO AFETA O CREDITO DA VENDA; O VENDEDOR
      *    DA CARTEIRA CONTINUA SENDO O DA DISTRIBUICAO.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-11-CAPTURA-RATEIO THRU 29-11-SAIDA
               UNTIL WRK-NUM-VALID
      *
           IF WRK-SPL-ACAO-INCLUIR
               PERFORM 50-20-ABRIR-ARQCLI
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               MOVE WS-AUX-CODIGO-CLI  TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               PERFORM 50-40-FECHAR-ARQCLI
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCLI01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-10-SAIDA
               END-IF
      *
               PERFORM 50-30-ABRIR-ARQVEN
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               PERFORM 29-13-CONFERE-VENDEDOR THRU 29-13-SAIDA
                   VARYING WRK-SPL-IX FROM 1 BY 1
                   UNTIL WRK-SPL-IX GREATER WRK-SPL-QTDE-VEND
                      OR WRK-CHV-INVALID
               PERFORM 50-50-FECHAR-ARQVEN
               IF WRK-CHV-INVALID
                   GO TO 29-10-SAIDA
               END-IF
           END-IF
      *
           OPEN I-O ARQSPLT
           IF WRK-ARQSPLT-NAO-EXISTE
               IF NOT WRK-SPL-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQSPLT'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-10-SAIDA
               END-IF
               OPEN OUTPUT ARQSPLT
               CLOSE ARQSPLT
               OPEN I-O ARQSPLT
           END-IF
           IF NOT WRK-ARQSPLT-OK
               MOVE WRK-FS-ARQSPLT     TO STATUS-CODE-02
               MOVE 'ARQSPLT'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-10-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO RATEIO-COD-CLI
           MOVE WRK-SPL-INICIO         TO RATEIO-DATA-INICIO
      *
           IF WRK-SPL-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE WRK-SPL-FIM        TO RATEIO-DATA-FIM
               MOVE WRK-SPL-QTDE-VEND  TO RATEIO-QTDE-VEND
               MOVE WRK-SPL-PARTE(1)   TO RATEIO-PARTE(1)
               MOVE WRK-SPL-PARTE(2)   TO RATEIO-PARTE(2)
               MOVE WRK-SPL-PARTE(3)   TO RATEIO-PARTE(3)
               MOVE WRK-SPL-PARTE(4)   TO RATEIO-PARTE(4)
               MOVE WRK-DHG-DATA8      TO RATEIO-DATA-ALTER
               MOVE WRK-OPER-ID        TO RATEIO-OPERADOR
               WRITE RATEIO-REG
                   INVALID KEY
                       REWRITE RATEIO-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-RATEIO'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'CLI=' RATEIO-COD-CLI
                      ' INI=' RATEIO-DATA-INICIO
                      ' FIM=' RATEIO-DATA-FIM
                      ' VEN=' RATEIO-COD-VEN(1)
                      '/' RATEIO-COD-VEN(2)
                      '/' RATEIO-COD-VEN(3)
                      '/' RATEIO-COD-VEN(4)
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQSPLT
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQSPLT'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-RATEIO'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-ANTES
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       STRING 'CLI=' RATEIO-COD-CLI
                              ' INI=' RATEIO-DATA-INICIO
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQSPLT
           .
      *----------------------------------------------------------------*
       29-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-11-CAPTURA-RATEIO            SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE RATEIO E RE-EXIBE ATE CLIENTE E INICIO
      *    SEREM VALIDOS E, NA INCLUSAO, FIM (ZERO OU NAO ANTERIOR AO
      *    INICIO) E OS VENDEDORES (PREENCHIDOS EM SEQUENCIA, SEM
      *    REPETICAO, DE 2 A 4, PERCENTUAIS SOMANDO 100), ACAO I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-SPL-CAD
           ACCEPT  TELA-SPL-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           IF WS-AUX-SPL-INICIO-TELA   NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-SPL-INICIO-TELA)
                                       TO WRK-SPL-INICIO
               IF WRK-SPL-INICIO       LESS 19000101
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WRK-SPL-ACAO-INCLUIR
               MOVE ZEROS              TO WRK-SPL-FIM
               IF  WS-AUX-SPL-FIM-TELA NOT EQUAL SPACES
               AND WS-AUX-SPL-FIM-TELA NOT EQUAL '0'
                   IF WS-AUX-SPL-FIM-TELA NOT NUMERIC
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-AUX-SPL-FIM-TELA)
                                       TO WRK-SPL-FIM
                       IF  WRK-SPL-FIM GREATER ZEROS
                       AND WRK-SPL-FIM LESS WRK-SPL-INICIO
                           MOVE 'S'    TO WRK-NUM-INVALID-FLAG
                       END-IF
                   END-IF
               END-IF
      *
               MOVE ZEROS              TO WRK-SPL-PARTES
                                          WRK-SPL-QTDE-VEND
                                          WRK-SPL-SOMA-PCT
               MOVE 'N'                TO WRK-SPL-FIM-PARTES-FLAG
               MOVE 1                  TO WRK-SPL-IX
               PERFORM 29-12-VALIDA-PARTE THRU 29-12-FIM
                   UNTIL WRK-SPL-IX GREATER 4
               IF WRK-SPL-QTDE-VEND    LESS 2
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
      *
      *        A SOMA DIFERENTE DE 100 E AVISADA (O ERRO MAIS COMUM).
               IF  WRK-SPL-QTDE-VEND   NOT LESS 2
               AND WRK-SPL-SOMA-PCT    NOT EQUAL 100
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
                   MOVE WRK-SPL-SOMA-PCT
                                       TO WRK-SPL-SOMA-ED
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'PERCENTUAIS DO RATEIO SOMAM '
                          WRK-SPL-SOMA-ED
                          ' - A SOMA DEVE SER 100'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               END-IF
           END-IF
      *
           IF  NOT WRK-SPL-ACAO-INCLUIR
           AND NOT WRK-SPL-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           GO TO 29-11-SAIDA
           .
      *
      *    LINHA EM BRANCO ENCERRA OS VENDEDORES; VENDEDOR ZERO,
      *    REPETIDO OU PERCENTUAL ZERADO/ACIMA DE 100 INVALIDAM A TELA.
       29-12-VALIDA-PARTE.
      *
           IF  WS-AUX-SPL-VEN-TELA(WRK-SPL-IX) EQUAL SPACES
           AND WS-AUX-SPL-PCT-TELA(WRK-SPL-IX) EQUAL SPACES
               MOVE 'S'                TO WRK-SPL-FIM-PARTES-FLAG
               ADD 1                   TO WRK-SPL-IX
               GO TO 29-12-FIM
           END-IF
      *
           IF WRK-SPL-FIM-PARTES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           ADD 1                       TO WRK-SPL-QTDE-VEND
      *
           MOVE WS-AUX-SPL-VEN-TELA(WRK-SPL-IX)
                                       TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-SPL-COD-VEN(WRK-SPL-IX)
               MOVE 1                  TO WRK-SPL-IX2
               PERFORM 29-14-TESTA-REPETIDO THRU 29-14-SAIDA
                   UNTIL WRK-SPL-IX2 NOT LESS WRK-SPL-IX
           END-IF
      *
           MOVE WS-AUX-SPL-PCT-TELA(WRK-SPL-IX)
                                       TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             NOT GREATER ZEROS
           OR NUMVAL-SAIDA             NOT LESS 100
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-SPL-PCT(WRK-SPL-IX)
               ADD WRK-SPL-PCT(WRK-SPL-IX)
                                       TO WRK-SPL-SOMA-PCT
           END-IF
           ADD 1                       TO WRK-SPL-IX
           .
      *
       29-12-FIM.
           EXIT.
      *----------------------------------------------------------------*
       29-11-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-13-CONFERE-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *    O VENDEDOR DA PARTE WRK-SPL-IX PRECISA ESTAR CADASTRADO.
      *
           MOVE WRK-SPL-COD-VEN(WRK-SPL-IX)
                                       TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'VENDEDOR ' WRK-SPL-COD-VEN(WRK-SPL-IX)
                          ' NAO CADASTRADO - RATEIO NAO GRAVADO'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
           END-READ
           .
      *----------------------------------------------------------------*
       29-13-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-14-TESTA-REPETIDO            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SPL-COD-VEN(WRK-SPL-IX2)
                                       EQUAL WRK-SPL-COD-VEN(WRK-SPL-IX)
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           ADD 1                       TO WRK-SPL-IX2
           .
      *----------------------------------------------------------------*
       29-14-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-20-CAD-CONDPAG               SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE CONDICOES DE PAGAMENTO: CONSULTA
      *    (TRAZ A CONDICAO GRAVADA PARA A TELA, JA PRONTA PARA
      *    ALTERAR) OU INCLUI/ALTERA. NAO HA EXCLUSAO - A CONDICAO FORA
      *    DE USO E INATIVADA, PORQUE OS PEDIDOS E PARCELAS JA GERADOS
      *    CONTINUAM APONTANDO PARA ELA.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-CPG-CODIGO-TELA
                                          WS-AUX-CPG-DESCR-TELA
                                          WS-AUX-CPG-SITUACAO-TELA
                                          WS-AUX-CPG-PARCS-TELA
                                          WS-AUX-ACAO-CPG
           .
      *
       29-20-TELA.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-21-CAPTURA-CONDPAG THRU 29-21-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCPAG
           IF WRK-ARQCPAG-NAO-EXISTE
               IF WRK-CPG-ACAO-CONSULTAR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCPAG'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-20-SAIDA
               END-IF
               OPEN OUTPUT ARQCPAG
               CLOSE ARQCPAG
               OPEN I-O ARQCPAG
           END-IF
           IF NOT WRK-ARQCPAG-OK
               MOVE WRK-FS-ARQCPAG     TO STATUS-CODE-02
               MOVE 'ARQCPAG'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-20-SAIDA
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-CPG-CODIGO-TELA)
                                       TO WS-AUX-CPG-CODIGO-TELA
           MOVE WS-AUX-CPG-CODIGO-TELA TO CONDPAG-CODIGO
      *
           IF WRK-CPG-ACAO-CONSULTAR
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               READ ARQCPAG
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               CLOSE ARQCPAG
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCPAG'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-20-SAIDA
               END-IF
               PERFORM 29-23-CARREGA-TELA-CPG THRU 29-23-SAIDA
               MOVE 'I'                TO WS-AUX-ACAO-CPG
               GO TO 29-20-TELA
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQCPAG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'COND=' CONDPAG-CODIGO
                          ' SIT=' CONDPAG-SITUACAO
                          ' PARC=' CONDPAG-QTDE-PARC
                          ' DIAS=' CONDPAG-DIAS(1)
                          '/' CONDPAG-DIAS(2)
                          '/' CONDPAG-DIAS(3)
                          '/' CONDPAG-DIAS(4)
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE CONDPAG-REG
           MOVE WS-AUX-CPG-CODIGO-TELA TO CONDPAG-CODIGO
           MOVE WS-AUX-CPG-DESCR-TELA  TO CONDPAG-DESCRICAO
           MOVE WS-AUX-CPG-SITUACAO-TELA
                                       TO CONDPAG-SITUACAO
           MOVE WRK-CPG-QTDE-PARC      TO CONDPAG-QTDE-PARC
           PERFORM 29-25-COPIA-PARCELA THRU 29-25-SAIDA
               VARYING WRK-CPG-IX FROM 1 BY 1
               UNTIL WRK-CPG-IX GREATER 12
           MOVE WRK-DHG-DATA8          TO CONDPAG-DATA-ALTER
           MOVE WRK-OPER-ID            TO CONDPAG-OPERADOR
           WRITE CONDPAG-REG
               INVALID KEY
                   REWRITE CONDPAG-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-CONDPAG'         TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'COND=' CONDPAG-CODIGO
                  ' SIT=' CONDPAG-SITUACAO
                  ' PARC=' CONDPAG-QTDE-PARC
                  ' DIAS=' CONDPAG-DIAS(1)
                  '/' CONDPAG-DIAS(2)
                  '/' CONDPAG-DIAS(3)
                  '/' CONDPAG-DIAS(4)
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQCPAG
           .
      *----------------------------------------------------------------*
       29-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-21-CAPTURA-CONDPAG           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE CONDICAO E RE-EXIBE ATE CODIGO E ACAO
      *    SEREM VALIDOS E, NA INCLUSAO/ALTERACAO, DESCRICAO, SITUACAO
      *    A/I E AS PARCELAS (PREENCHIDAS EM SEQUENCIA, PRAZOS
      *    CRESCENTES DE 0 A 999 DIAS; PERCENTUAIS TODOS EM BRANCO OU
      *    TODOS INFORMADOS, SOMANDO 100).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CPG-CAD
           ACCEPT  TELA-CPG-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-CPG-CODIGO-TELA   EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  NOT WRK-CPG-ACAO-INCLUIR
           AND NOT WRK-CPG-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-CPG-ACAO-INCLUIR
               GO TO 29-21-SAIDA
           END-IF
      *
           IF WS-AUX-CPG-DESCR-TELA    EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-AUX-CPG-SITUACAO-TELA)
                                       TO WS-AUX-CPG-SITUACAO-TELA
           IF  WS-AUX-CPG-SITUACAO-TELA NOT EQUAL 'A'
           AND WS-AUX-CPG-SITUACAO-TELA NOT EQUAL 'I'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE ZEROS                  TO WRK-CPG-PARCELAS
                                          WRK-CPG-QTDE-PARC
                                          WRK-CPG-QTDE-PCT
                                          WRK-CPG-SOMA-PCT
                                          WRK-CPG-DIAS-ANT
           MOVE 'N'                    TO WRK-CPG-FIM-PARCS-FLAG
           MOVE 1                      TO WRK-CPG-IX
           PERFORM 29-22-VALIDA-PARCELA THRU 29-22-FIM
               UNTIL WRK-CPG-IX GREATER 12
           IF WRK-CPG-QTDE-PARC        EQUAL ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
      *    PERCENTUAL SO EM PARTE DAS PARCELAS INVALIDA A TELA; TODOS
      *    INFORMADOS PRECISAM SOMAR 100 (O ERRO MAIS COMUM, AVISADO).
           IF  WRK-CPG-QTDE-PCT        GREATER ZEROS
           AND WRK-CPG-QTDE-PCT        NOT EQUAL WRK-CPG-QTDE-PARC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  WRK-CPG-QTDE-PCT        GREATER ZEROS
           AND WRK-CPG-QTDE-PCT        EQUAL WRK-CPG-QTDE-PARC
           AND WRK-CPG-SOMA-PCT        NOT EQUAL 100
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
               MOVE WRK-CPG-SOMA-PCT   TO WRK-CPG-SOMA-ED
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'PERCENTUAIS DAS PARCELAS SOMAM '
                      WRK-CPG-SOMA-ED
                      ' - A SOMA DEVE SER 100'
                      DELIMITED BY SIZE INTO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
           END-IF
           GO TO 29-21-SAIDA
           .
      *
      *    LINHA EM BRANCO ENCERRA AS PARCELAS; PARCELA DEPOIS DA LINHA
      *    EM BRANCO, PRAZO NAO CRESCENTE OU PERCENTUAL ZERADO/ACIMA DE
      *    100 INVALIDAM A TELA.
       29-22-VALIDA-PARCELA.
      *
           IF  WS-AUX-CPG-DIAS-TELA(WRK-CPG-IX) EQUAL SPACES
           AND WS-AUX-CPG-PCT-TELA(WRK-CPG-IX)  EQUAL SPACES
               MOVE 'S'                TO WRK-CPG-FIM-PARCS-FLAG
               ADD 1                   TO WRK-CPG-IX
               GO TO 29-22-FIM
           END-IF
      *
           IF WRK-CPG-FIM-PARCS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           ADD 1                       TO WRK-CPG-QTDE-PARC
      *
           MOVE WS-AUX-CPG-DIAS-TELA(WRK-CPG-IX)
                                       TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             LESS ZEROS
           OR NUMVAL-SAIDA             GREATER 999
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CPG-DIAS(WRK-CPG-IX)
               IF  WRK-CPG-QTDE-PARC   GREATER 1
               AND WRK-CPG-DIAS(WRK-CPG-IX)
                                       NOT GREATER WRK-CPG-DIAS-ANT
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               MOVE WRK-CPG-DIAS(WRK-CPG-IX)
                                       TO WRK-CPG-DIAS-ANT
           END-IF
      *
           IF WS-AUX-CPG-PCT-TELA(WRK-CPG-IX) NOT EQUAL SPACES
               ADD 1                   TO WRK-CPG-QTDE-PCT
               MOVE WS-AUX-CPG-PCT-TELA(WRK-CPG-IX)
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
               OR NUMVAL-SAIDA         NOT GREATER ZEROS
               OR NUMVAL-SAIDA         GREATER 100
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-CPG-PCT(WRK-CPG-IX)
                   ADD WRK-CPG-PCT(WRK-CPG-IX)
                                       TO WRK-CPG-SOMA-PCT
               END-IF
           END-IF
           ADD 1                       TO WRK-CPG-IX
           .
      *
       29-22-FIM.
           EXIT.
      *----------------------------------------------------------------*
       29-21-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-23-CARREGA-TELA-CPG          SECTION.
      *----------------------------------------------------------------*
      *    LEVA A CONDICAO LIDA PARA OS CAMPOS DA TELA (CONSULTA).
      *
           MOVE CONDPAG-DESCRICAO      TO WS-AUX-CPG-DESCR-TELA
           MOVE CONDPAG-SITUACAO       TO WS-AUX-CPG-SITUACAO-TELA
           MOVE SPACES                 TO WS-AUX-CPG-PARCS-TELA
           PERFORM 29-24-CARREGA-PARCELA THRU 29-24-SAIDA
               VARYING WRK-CPG-IX FROM 1 BY 1
               UNTIL WRK-CPG-IX GREATER CONDPAG-QTDE-PARC
                  OR WRK-CPG-IX GREATER 12
           .
      *----------------------------------------------------------------*
       29-23-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-24-CARREGA-PARCELA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CONDPAG-DIAS(WRK-CPG-IX)
               TO WS-AUX-CPG-DIAS-TELA(WRK-CPG-IX)
           IF CONDPAG-PCT(WRK-CPG-IX)  GREATER ZEROS
               MOVE CONDPAG-PCT(WRK-CPG-IX)
                                       TO WRK-CPG-PCT-ED
               MOVE WRK-CPG-PCT-ED
                   TO WS-AUX-CPG-PCT-TELA(WRK-CPG-IX)
           END-IF
           .
      *----------------------------------------------------------------*
       29-24-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-25-COPIA-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPG-PARCELA(WRK-CPG-IX)
                                       TO CONDPAG-PARCELA(WRK-CPG-IX)
           .
      *----------------------------------------------------------------*
       29-25-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-27-CAD-CONDPAG-CLI           SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA CONDICAO DE PAGAMENTO PADRAO DO CLIENTE:
      *    INCLUI/SUBSTITUI (CLIENTE CADASTRADO E CONDICAO ATIVA) OU
      *    EXCLUI. A PADRAO E SUGERIDA NA DIGITACAO DO PEDIDO E USADA
      *    NA CARGA DO APP E NOS PEDIDOS PROGRAMADOS.
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-28-CAPTURA-CONDPAG-CLI THRU 29-28-SAIDA
               UNTIL WRK-NUM-VALID
      *
           IF WRK-CPC-ACAO-INCLUIR
               PERFORM 50-20-ABRIR-ARQCLI
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               MOVE WS-AUX-CODIGO-CLI  TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               PERFORM 50-40-FECHAR-ARQCLI
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCLI01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-27-SAIDA
               END-IF
      *
               OPEN INPUT ARQCPAG
               IF NOT WRK-ARQCPAG-OK
                   MOVE WRK-FS-ARQCPAG TO STATUS-CODE-02
                   MOVE 'ARQCPAG'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-27-SAIDA
               END-IF
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               MOVE WS-AUX-CPG-CODIGO-TELA
                                       TO CONDPAG-CODIGO
               READ ARQCPAG
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
                   NOT INVALID KEY
                       IF NOT CONDPAG-ATIVA
                           MOVE 'S'    TO WRK-CHV-INVALID-FLAG
                       END-IF
               END-READ
               CLOSE ARQCPAG
               IF WRK-CHV-INVALID
                   DISPLAY CLEAR-SCREEN
                   MOVE SPACES         TO ERRO-MSG
                   STRING 'CONDICAO ' WS-AUX-CPG-CODIGO-TELA
                          ' INEXISTENTE OU INATIVA - NADA GRAVADO'
                          DELIMITED BY SIZE INTO ERRO-MSG
                   END-STRING
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
                   GO TO 29-27-SAIDA
               END-IF
           END-IF
      *
           OPEN I-O ARQCPCL
           IF WRK-ARQCPCL-NAO-EXISTE
               IF NOT WRK-CPC-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCPCL'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-27-SAIDA
               END-IF
               OPEN OUTPUT ARQCPCL
               CLOSE ARQCPCL
               OPEN I-O ARQCPCL
           END-IF
           IF NOT WRK-ARQCPCL-OK
               MOVE WRK-FS-ARQCPCL     TO STATUS-CODE-02
               MOVE 'ARQCPCL'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-27-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO CONDCLI-COD-CLI
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQCPCL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'CLI=' CONDCLI-COD-CLI
                          ' COND=' CONDCLI-CODIGO
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           IF WRK-CPC-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               INITIALIZE CONDCLI-REG
               MOVE WS-AUX-CODIGO-CLI  TO CONDCLI-COD-CLI
               MOVE WS-AUX-CPG-CODIGO-TELA
                                       TO CONDCLI-CODIGO
               MOVE WRK-DHG-DATA8      TO CONDCLI-DATA-ALTER
               MOVE WRK-OPER-ID        TO CONDCLI-OPERADOR
               WRITE CONDCLI-REG
                   INVALID KEY
                       REWRITE CONDCLI-REG
                       END-REWRITE
               END-WRITE
               MOVE 'ALTE-CONDCLI'     TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'CLI=' CONDCLI-COD-CLI
                      ' COND=' CONDCLI-CODIGO
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQCPCL
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQCPCL'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-CONDCLI'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQCPCL
           .
      *----------------------------------------------------------------*
       29-27-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-28-CAPTURA-CONDPAG-CLI       SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA CONDICAO PADRAO E RE-EXIBE ATE O CLIENTE
      *    SER NUMERICO, A CONDICAO PREENCHIDA (NA INCLUSAO) E A ACAO
      *    SER I/E.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CPC-CAD
           ACCEPT  TELA-CPC-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-COD-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-CLI
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-CPG-CODIGO-TELA)
                                       TO WS-AUX-CPG-CODIGO-TELA
           IF  WRK-CPC-ACAO-INCLUIR
           AND WS-AUX-CPG-CODIGO-TELA  EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  NOT WRK-CPC-ACAO-INCLUIR
           AND NOT WRK-CPC-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       29-28-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-30-CAD-ALIQUOTA              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DAS REGRAS DE ICMS: INCLUI/SUBSTITUI OU EXCLUI A
      *    REGRA DE UMA COMBINACAO UF ORIGEM + UF DESTINO + CLASSE
      *    FISCAL. ORIGEM OU CLASSE EM BRANCO VALEM PARA QUALQUER UMA
      *    (A REGRA MAIS ESPECIFICA GANHA NA DIGITACAO DO PEDIDO).
      *
           INITIALIZE FILE-STATUS-AREA
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-31-CAPTURA-ALIQUOTA THRU 29-31-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQALIQ
           IF WRK-ARQALIQ-NAO-EXISTE
               IF NOT WRK-ALQ-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQALIQ'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-30-SAIDA
               END-IF
               OPEN OUTPUT ARQALIQ
               CLOSE ARQALIQ
               OPEN I-O ARQALIQ
           END-IF
           IF NOT WRK-ARQALIQ-OK
               MOVE WRK-FS-ARQALIQ     TO STATUS-CODE-02
               MOVE 'ARQALIQ'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-30-SAIDA
           END-IF
      *
           MOVE WS-AUX-ALQ-ORIGEM      TO ALIQ-UF-ORIGEM
           MOVE WS-AUX-ALQ-DESTINO     TO ALIQ-UF-DESTINO
           MOVE WS-AUX-ALQ-CLASSE      TO ALIQ-CLASSE
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQALIQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'REGRA=' ALIQ-CHAVE
                          ' PCT=' ALIQ-PERCENTUAL
                          ' ST=' ALIQ-SUBST
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           IF WRK-ALQ-ACAO-INCLUIR
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               INITIALIZE ALIQ-REG
               MOVE WS-AUX-ALQ-ORIGEM  TO ALIQ-UF-ORIGEM
               MOVE WS-AUX-ALQ-DESTINO TO ALIQ-UF-DESTINO
               MOVE WS-AUX-ALQ-CLASSE  TO ALIQ-CLASSE
               MOVE WRK-ALQ-PCT        TO ALIQ-PERCENTUAL
               MOVE WS-AUX-ALQ-SUBST   TO ALIQ-SUBST
               MOVE WRK-DHG-DATA8      TO ALIQ-DATA-ALTER
               MOVE WRK-OPER-ID        TO ALIQ-OPERADOR
               WRITE ALIQ-REG
                   INVALID KEY
                       REWRITE ALIQ-REG
                       END-REWRITE
               END-WRITE
               IF WRK-AUDIT-ANTES      EQUAL SPACES
                   MOVE 'INCL-ALIQ'    TO WRK-AUDIT-ACAO
               ELSE
                   MOVE 'ALTE-ALIQ'    TO WRK-AUDIT-ACAO
               END-IF
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               STRING 'REGRA=' ALIQ-CHAVE
                      ' PCT=' ALIQ-PERCENTUAL
                      ' ST=' ALIQ-SUBST
                      DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
               END-STRING
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           ELSE
               DELETE ARQALIQ
                   INVALID KEY
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQALIQ'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       MOVE 'EXCL-ALIQ'
                                       TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-DEPOIS
                       PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-DELETE
           END-IF
      *
           CLOSE ARQALIQ
           .
      *----------------------------------------------------------------*
       29-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-31-CAPTURA-ALIQUOTA          SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA REGRA E RE-EXIBE ATE A UF DESTINO SER
      *    VALIDA, A ORIGEM VALIDA OU EM BRANCO, A ACAO SER I/E E, NA
      *    INCLUSAO, A ALIQUOTA DE 0 A 99,99 E A ST S/N.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ALIQ-CAD
           ACCEPT  TELA-ALIQ-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-ALQ-ORIGEM)
                                       TO WS-AUX-ALQ-ORIGEM
           MOVE FUNCTION UPPER-CASE(WS-AUX-ALQ-DESTINO)
                                       TO WS-AUX-ALQ-DESTINO
           MOVE FUNCTION UPPER-CASE(WS-AUX-ALQ-CLASSE)
                                       TO WS-AUX-ALQ-CLASSE
           MOVE FUNCTION UPPER-CASE(WS-AUX-ALQ-SUBST)
                                       TO WS-AUX-ALQ-SUBST
      *
           MOVE WS-AUX-ALQ-DESTINO     TO WRK-UF-TESTE
           IF NOT WRK-UF-VALIDA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           MOVE WS-AUX-ALQ-ORIGEM      TO WRK-UF-TESTE
           IF  WS-AUX-ALQ-ORIGEM       NOT EQUAL SPACES
           AND NOT WRK-UF-VALIDA
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  NOT WRK-ALQ-ACAO-INCLUIR
           AND NOT WRK-ALQ-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-ALQ-ACAO-INCLUIR
               GO TO 29-31-SAIDA
           END-IF
      *
           MOVE WS-AUX-ALQ-PCT-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             LESS ZEROS
           OR NUMVAL-SAIDA             NOT LESS 100
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               COMPUTE WRK-ALQ-PCT ROUNDED = NUMVAL-SAIDA
           END-IF
           IF WS-AUX-ALQ-SUBST         EQUAL SPACES
               MOVE 'N'                TO WS-AUX-ALQ-SUBST
           END-IF
           IF NOT WRK-ALQ-SUBST-VALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       29-31-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-40-CAD-CONTA-BANCO           SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA CONTA BANCARIA DO VENDEDOR: INCLUI/ALTERA OU
      *    EXCLUI. A CONTA GRAVADA (NOVA OU TROCADA) FICA PENDENTE E O
      *    GERA-REMESSA RETEM O PAGAMENTO DO VENDEDOR ATE OUTRO
      *    OPERADOR CONFIRMAR NO MENU SUPERVISAO. REGRAVAR A MESMA
      *    CONTA NAO MEXE NA SITUACAO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WRK-CBN-MSG
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-41-CAPTURA-CONTA THRU 29-41-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQCBAN
           IF WRK-ARQCBAN-NAO-EXISTE
               IF NOT WRK-CBN-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCBAN'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-40-SAIDA
               END-IF
               OPEN OUTPUT ARQCBAN
               CLOSE ARQCBAN
               OPEN I-O ARQCBAN
           END-IF
           IF NOT WRK-ARQCBAN-OK
               MOVE WRK-FS-ARQCBAN     TO STATUS-CODE-02
               MOVE 'ARQCBAN'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-40-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO CBAN-COD-VEN
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           READ ARQCBAN
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
               NOT INVALID KEY
                   STRING 'VEN=' CBAN-COD-VEN
                          ' BCO=' CBAN-BANCO
                          ' AG=' CBAN-AGENCIA '-' CBAN-AGENCIA-DV
                          ' CC=' CBAN-CONTA '-' CBAN-CONTA-DV
                          ' SIT=' CBAN-SITUACAO
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           IF WRK-CBN-ACAO-EXCLUIR
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCBAN'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
               ELSE
                   DELETE ARQCBAN RECORD
                   END-DELETE
                   MOVE 'EXCL-CBANCO'  TO WRK-AUDIT-ACAO
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               END-IF
               CLOSE ARQCBAN
               GO TO 29-40-SAIDA
           END-IF
      *
           IF  NOT WRK-CHV-INVALID
           AND CBAN-BANCO              EQUAL WRK-CBN-BANCO
           AND CBAN-AGENCIA            EQUAL WRK-CBN-AGENCIA
           AND CBAN-AGENCIA-DV         EQUAL WS-AUX-CBN-AGENCIA-DV
           AND CBAN-CONTA              EQUAL WRK-CBN-CONTA
           AND CBAN-CONTA-DV           EQUAL WS-AUX-CBN-CONTA-DV
               CLOSE ARQCBAN
               DISPLAY CLEAR-SCREEN
               MOVE 'CONTA IGUAL A CADASTRADA - NADA ALTERADO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 29-40-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE CBAN-REG
           MOVE WS-AUX-CODIGO-VEND     TO CBAN-COD-VEN
           MOVE WRK-CBN-BANCO          TO CBAN-BANCO
           MOVE WRK-CBN-AGENCIA        TO CBAN-AGENCIA
           MOVE WS-AUX-CBN-AGENCIA-DV  TO CBAN-AGENCIA-DV
           MOVE WRK-CBN-CONTA          TO CBAN-CONTA
           MOVE WS-AUX-CBN-CONTA-DV    TO CBAN-CONTA-DV
           SET CBAN-PENDENTE           TO TRUE
           MOVE WRK-OPER-ID            TO CBAN-OPER-ALTER
           MOVE WRK-DHG-DATA8          TO CBAN-DATA-ALTER
           MOVE WRK-DATA-HORA-GER(9:6) TO CBAN-HORA-ALTER
           IF WRK-CHV-INVALID
               MOVE 'INCL-CBANCO'      TO WRK-AUDIT-ACAO
               WRITE CBAN-REG
                   INVALID KEY
                       REWRITE CBAN-REG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE 'ALTE-CBANCO'      TO WRK-AUDIT-ACAO
               REWRITE CBAN-REG
               END-REWRITE
           END-IF
           STRING 'VEN=' CBAN-COD-VEN
                  ' BCO=' CBAN-BANCO
                  ' AG=' CBAN-AGENCIA '-' CBAN-AGENCIA-DV
                  ' CC=' CBAN-CONTA '-' CBAN-CONTA-DV
                  ' SIT=' CBAN-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQCBAN
      *
           DISPLAY CLEAR-SCREEN
           MOVE 'CONTA GRAVADA - PAGAMENTO RETIDO ATE A CONFIRMACAO'
                                       TO ERRO-MSG
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       29-40-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-41-CAPTURA-CONTA             SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA CONTA E RE-EXIBE (COM O MOTIVO NA LINHA
      *    DE MENSAGEM) ATE VENDEDOR VALIDO, ACAO I/E E, NA INCLUSAO,
      *    BANCO/AGENCIA/CONTA NUMERICOS COM OS DIGITOS CONFERIDOS
      *    PELA REGRA DO BANCO (VALIDA-CONTA).
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CBAN-CAD
           ACCEPT  TELA-CBAN-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           MOVE SPACES                 TO WRK-CBN-MSG
      *
           MOVE WS-AUX-COD-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
               IF WS-AUX-CODIGO-VEND   EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-CBN-ACAO-INCLUIR
           AND NOT WRK-CBN-ACAO-EXCLUIR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-NUM-INVALID
               MOVE 'VENDEDOR OU ACAO INVALIDOS'
                                       TO WRK-CBN-MSG
               GO TO 29-41-SAIDA
           END-IF
           IF NOT WRK-CBN-ACAO-INCLUIR
               GO TO 29-41-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-CBN-BANCO
                                          WRK-CBN-AGENCIA
                                          WRK-CBN-CONTA
           MOVE WS-AUX-CBN-BANCO-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             LESS ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CBN-BANCO
           END-IF
      *
           MOVE WS-AUX-CBN-AGENCIA-TELA
                                       TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             LESS ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CBN-AGENCIA
           END-IF
      *
           MOVE WS-AUX-CBN-CONTA-TELA  TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
           OR NUMVAL-SAIDA             LESS ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CBN-CONTA
           END-IF
      *
           IF WRK-NUM-INVALID
               MOVE 'BANCO, AGENCIA OU CONTA NAO NUMERICOS'
                                       TO WRK-CBN-MSG
               GO TO 29-41-SAIDA
           END-IF
      *
           INSPECT WS-AUX-CBN-AGENCIA-DV
                                       CONVERTING 'xp' TO 'XP'
           INSPECT WS-AUX-CBN-CONTA-DV CONVERTING 'xp' TO 'XP'
           MOVE WRK-CBN-BANCO          TO COMUNIC-BCO-BANCO
           MOVE WRK-CBN-AGENCIA        TO COMUNIC-BCO-AGENCIA
           MOVE WS-AUX-CBN-AGENCIA-DV  TO COMUNIC-BCO-AGENCIA-DV
           MOVE WRK-CBN-CONTA          TO COMUNIC-BCO-CONTA
           MOVE WS-AUX-CBN-CONTA-DV    TO COMUNIC-BCO-CONTA-DV
           CALL 'VALIDA-CONTA'         USING COMUNIC-BLOCO
           CANCEL 'VALIDA-CONTA'
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
               MOVE COMUNIC-MSG        TO WRK-CBN-MSG
           END-IF
           .
      *----------------------------------------------------------------*
       29-41-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-45-CONFIRMA-CONTAS           SECTION.
      *----------------------------------------------------------------*
      *    CONFIRMACAO DAS CONTAS BANCARIAS PENDENTES, UMA A UMA. QUEM
      *    INCLUIU OU TROCOU A CONTA NAO A CONFIRMA (QUATRO OLHOS);
      *    CONFIRMADA, O GERA-REMESSA VOLTA A PAGAR O VENDEDOR.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE ZEROS                  TO WRK-QTDE-CBN-PEND
           MOVE 'N'                    TO WRK-CBN-FIM-FLAG
      *
           OPEN I-O ARQCBAN
           IF NOT WRK-ARQCBAN-OK
               MOVE WRK-FS-ARQCBAN     TO STATUS-CODE-02
               MOVE 'ARQCBAN'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-45-SAIDA
           END-IF
      *
           PERFORM 29-46-CONFIRMA-UMA THRU 29-46-SAIDA
               UNTIL WRK-CBN-FIM
      *
           CLOSE ARQCBAN
      *
           DISPLAY CLEAR-SCREEN
           IF WRK-QTDE-CBN-PEND EQUAL ZEROS
               MOVE 'NAO HAVIA CONTAS BANCARIAS PENDENTES'
                                       TO ERRO-MSG
           ELSE
               MOVE 'REVISAO DE CONTAS BANCARIAS ENCERRADA'
                                       TO ERRO-MSG
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       29-45-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-46-CONFIRMA-UMA              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCBAN NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CBN-FIM-FLAG
                   GO TO 29-46-SAIDA
           END-READ
      *
           IF NOT CBAN-PENDENTE
               GO TO 29-46-SAIDA
           END-IF
           ADD 1                       TO WRK-QTDE-CBN-PEND
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CONTA BANCARIA PENDENTE - VENDEDOR ' CBAN-COD-VEN
           DISPLAY 'BANCO.......: ' CBAN-BANCO
           DISPLAY 'AGENCIA.....: ' CBAN-AGENCIA '-' CBAN-AGENCIA-DV
           DISPLAY 'CONTA.......: ' CBAN-CONTA '-' CBAN-CONTA-DV
           DISPLAY 'ALTERADA POR: ' CBAN-OPER-ALTER
                   ' EM ' CBAN-DATA-ALTER ' ' CBAN-HORA-ALTER
      *
           IF CBAN-OPER-ALTER EQUAL WRK-OPER-ID
               DISPLAY 'QUATRO OLHOS: QUEM ALTEROU A CONTA NAO A '
                       'CONFIRMA - PULANDO'
               DISPLAY 'ENTER CONTINUA / X SAI'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-CBN-FIM-FLAG
               END-IF
               GO TO 29-46-SAIDA
           END-IF
      *
           DISPLAY 'CONFIRMA (S)  PULA (ENTER)  SAI (X)'
           ACCEPT WS-AUX-OPCAO-CONFIRM
      *
           EVALUATE TRUE
               WHEN WRK-CONFIRMA-SIM
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   SET CBAN-CONFIRMADA TO TRUE
                   MOVE WRK-OPER-ID    TO CBAN-OPER-CONF
                   MOVE WRK-DHG-DATA8  TO CBAN-DATA-CONF
                   REWRITE CBAN-REG
                   END-REWRITE
                   MOVE 'CONF-CBANCO'  TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'VEN=' CBAN-COD-VEN
                          ' ALTERADA POR ' CBAN-OPER-ALTER
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   STRING 'VEN=' CBAN-COD-VEN
                          ' BCO=' CBAN-BANCO
                          ' AG=' CBAN-AGENCIA '-' CBAN-AGENCIA-DV
                          ' CC=' CBAN-CONTA '-' CBAN-CONTA-DV
                          ' SIT=' CBAN-SITUACAO
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               WHEN WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-CBN-FIM-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       29-46-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LICENCAS E CERTIFICADOS DO CLIENTE EM CONSULTA: MOSTRA A       *
      * CATEGORIA, LISTA AS LICENCAS (EM ORDEM DE TIPO, COM A          *
      * SITUACAO NA DATA) E OFERECE A INCLUSAO OU ALTERACAO DE UMA     *
      * DELAS OU A TROCA DA CATEGORIA.                                 *
      *----------------------------------------------------------------*
       29-50-LICENCAS                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQLIC
           IF WRK-ARQLIC-NAO-EXISTE
               OPEN OUTPUT ARQLIC
               CLOSE ARQLIC
               OPEN I-O ARQLIC
           END-IF
           IF NOT WRK-ARQLIC-OK
               MOVE WRK-FS-ARQLIC      TO STATUS-CODE-02
               MOVE 'ARQLIC'           TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-50-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE SPACES                 TO WS-AUX-LIC-CATEGORIA
           OPEN INPUT ARQCATC
           IF WRK-ARQCATC-OK
               MOVE WS-AUX-CODIGO-CLI  TO CATCLI-COD-CLI
               READ ARQCATC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CATCLI-CATEGORIA
                                       TO WS-AUX-LIC-CATEGORIA
               END-READ
               CLOSE ARQCATC
           END-IF
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'LICENCAS E CERTIFICADOS DO CLIENTE '
                   WS-AUX-CODIGO-CLI ' - CATEGORIA: '
                   WS-AUX-LIC-CATEGORIA
           DISPLAY 'TIPO NUMERO               ORGAO EMISSOR        '
                   'VALIDADE SITUACAO'
      *
           MOVE 'N'                    TO WRK-LIC-FIM-FLAG
           MOVE ZEROS                  TO WRK-LIC-QTDE-LIDOS
           MOVE WS-AUX-CODIGO-CLI      TO LICENCA-COD-CLI
           MOVE LOW-VALUES             TO LICENCA-TIPO
           START ARQLIC KEY IS GREATER THAN OR EQUAL LICENCA-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-LIC-FIM-FLAG
           END-START
      *
           PERFORM 29-51-LISTA-LICENCA THRU 29-51-SAIDA
               UNTIL WRK-LIC-FIM
      *
           IF WRK-LIC-QTDE-LIDOS EQUAL ZEROS
               DISPLAY '(SEM LICENCAS REGISTRADAS)'
           END-IF
      *
           DISPLAY 'M=INCLUIR/ALTERAR LICENCA   K=CATEGORIA DO CLIENTE'
                   '   ENTER=VOLTAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           EVALUATE WS-AUX-OPCAO-CONFIRM
               WHEN 'M'
               WHEN 'm'
                   PERFORM 29-52-GRAVA-LICENCA THRU 29-52-SAIDA
               WHEN 'K'
               WHEN 'k'
                   PERFORM 29-54-GRAVA-CATEGORIA THRU 29-54-SAIDA
           END-EVALUATE
      *
           CLOSE ARQLIC
      *    A CONFIRMACAO DA CONSULTA E REFEITA NA VOLTA.
           MOVE SPACES                 TO WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       29-50-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-51-LISTA-LICENCA             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQLIC NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LIC-FIM-FLAG
                   GO TO 29-51-SAIDA
           END-READ
      *
           IF LICENCA-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
               MOVE 'S'                TO WRK-LIC-FIM-FLAG
               GO TO 29-51-SAIDA
           END-IF
      *
           IF LICENCA-VALIDADE LESS WRK-DHG-DATA8
               MOVE 'VENCIDA'          TO WRK-LIC-SITUACAO
           ELSE
               MOVE 'EM DIA'           TO WRK-LIC-SITUACAO
           END-IF
           DISPLAY LICENCA-TIPO '  ' LICENCA-NUMERO ' '
                   LICENCA-ORGAO ' ' LICENCA-VALIDADE ' '
                   WRK-LIC-SITUACAO
           ADD 1                       TO WRK-LIC-QTDE-LIDOS
           IF FUNCTION MOD(WRK-LIC-QTDE-LIDOS, 10) = 0
               DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-LIC-FIM-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       29-51-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * INCLUI OU ALTERA UMA LICENCA DO CLIENTE EM CONSULTA. NA        *
      * ALTERACAO SO OS CAMPOS PREENCHIDOS SUBSTITUEM O GRAVADO (A     *
      * RENOVACAO E A ALTERACAO DO NUMERO E DA VALIDADE).              *
      *----------------------------------------------------------------*
       29-52-GRAVA-LICENCA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-AUX-LIC-TIPO
                                          WS-AUX-LIC-NUMERO
                                          WS-AUX-LIC-ORGAO
                                          WS-AUX-LIC-VALID-TELA
                                          WS-AUX-ACAO-LIC
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-53-CAPTURA-LICENCA THRU 29-53-SAIDA
               UNTIL WRK-NUM-VALID
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE WS-AUX-CODIGO-CLI      TO LICENCA-COD-CLI
           MOVE WS-AUX-LIC-TIPO        TO LICENCA-TIPO
      *
           IF WRK-LIC-ACAO-INCLUIR
               INITIALIZE LICENCA-REG
               MOVE WS-AUX-CODIGO-CLI  TO LICENCA-COD-CLI
               MOVE WS-AUX-LIC-TIPO    TO LICENCA-TIPO
               MOVE SPACES             TO WRK-AUDIT-ANTES
               MOVE 'INCL-LICENCA'     TO WRK-AUDIT-ACAO
           ELSE
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               READ ARQLIC
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQLIC'       TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-52-SAIDA
               END-IF
               MOVE SPACES             TO WRK-AUDIT-ANTES
               STRING 'CLI=' LICENCA-COD-CLI
                      ' TIPO=' LICENCA-TIPO
                      ' NUM=' LICENCA-NUMERO
                      ' VAL=' LICENCA-VALIDADE
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
               MOVE 'ALTE-LICENCA'     TO WRK-AUDIT-ACAO
           END-IF
      *
           IF WS-AUX-LIC-NUMERO        NOT EQUAL SPACES
               MOVE WS-AUX-LIC-NUMERO  TO LICENCA-NUMERO
           END-IF
           IF WS-AUX-LIC-ORGAO         NOT EQUAL SPACES
               MOVE WS-AUX-LIC-ORGAO   TO LICENCA-ORGAO
           END-IF
           IF WS-AUX-LIC-VALID-TELA    NOT EQUAL SPACES
               MOVE WRK-LIC-VALIDADE   TO LICENCA-VALIDADE
           END-IF
           MOVE WRK-DHG-DATA8          TO LICENCA-DATA-ALTER
           MOVE WRK-OPER-ID            TO LICENCA-OPERADOR
      *
           IF WRK-LIC-ACAO-INCLUIR
               WRITE LICENCA-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQLIC'   TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                       GO TO 29-52-SAIDA
               END-WRITE
           ELSE
               REWRITE LICENCA-REG
               END-REWRITE
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' LICENCA-COD-CLI
                  ' TIPO=' LICENCA-TIPO
                  ' NUM=' LICENCA-NUMERO
                  ' VAL=' LICENCA-VALIDADE
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       29-52-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-53-CAPTURA-LICENCA           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA LICENCA E RE-EXIBE ATE O TIPO ESTAR
      *    PREENCHIDO, A VALIDADE INFORMADA SER UMA DATA AAAAMMDD E A
      *    ACAO SER I/A. NA INCLUSAO NUMERO E VALIDADE SAO
      *    OBRIGATORIOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-LIC-CAD
           ACCEPT  TELA-LIC-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
           MOVE FUNCTION UPPER-CASE(WS-AUX-LIC-TIPO)
                                       TO WS-AUX-LIC-TIPO
      *
           IF WS-AUX-LIC-TIPO          EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-LIC-ACAO-INCLUIR
           AND NOT WRK-LIC-ACAO-ALTERAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-LIC-ACAO-INCLUIR
               IF WS-AUX-LIC-NUMERO    EQUAL SPACES
               OR WS-AUX-LIC-VALID-TELA EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-LIC-VALID-TELA    NOT EQUAL SPACES
               IF WS-AUX-LIC-VALID-TELA NOT NUMERIC
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AUX-LIC-VALID-TELA)
                                       TO WRK-LIC-VALIDADE
                   IF WRK-LIC-VALIDADE LESS 19000101
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       29-53-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TROCA A CATEGORIA DO CLIENTE EM CONSULTA (BRANCO = SEM         *
      * CATEGORIA, NENHUMA LICENCA EXIGIDA).                           *
      *----------------------------------------------------------------*
       29-54-GRAVA-CATEGORIA           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'NOVA CATEGORIA (4 POSICOES, BRANCO = SEM '
                   'CATEGORIA): '
           MOVE SPACES                 TO WS-AUX-LIC-CATEGORIA
           ACCEPT WS-AUX-LIC-CATEGORIA
           MOVE FUNCTION UPPER-CASE(WS-AUX-LIC-CATEGORIA)
                                       TO WS-AUX-LIC-CATEGORIA
      *
           OPEN I-O ARQCATC
           IF WRK-ARQCATC-NAO-EXISTE
               OPEN OUTPUT ARQCATC
               CLOSE ARQCATC
               OPEN I-O ARQCATC
           END-IF
           IF NOT WRK-ARQCATC-OK
               MOVE WRK-FS-ARQCATC     TO STATUS-CODE-02
               MOVE 'ARQCATC'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-54-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE WS-AUX-CODIGO-CLI      TO CATCLI-COD-CLI
           READ ARQCATC
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           IF WRK-CHV-INVALID
               INITIALIZE CATCLI-REG
               MOVE WS-AUX-CODIGO-CLI  TO CATCLI-COD-CLI
           ELSE
               STRING 'CLI=' CATCLI-COD-CLI
                      ' CAT=' CATCLI-CATEGORIA
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
           END-IF
           MOVE WS-AUX-LIC-CATEGORIA   TO CATCLI-CATEGORIA
           MOVE WRK-DHG-DATA8          TO CATCLI-DATA-ALTER
           MOVE WRK-OPER-ID            TO CATCLI-OPERADOR
           IF WRK-CHV-INVALID
               WRITE CATCLI-REG
               END-WRITE
           ELSE
               REWRITE CATCLI-REG
               END-REWRITE
           END-IF
           CLOSE ARQCATC
      *
           MOVE 'ALTE-CATCLI'          TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' CATCLI-COD-CLI
                  ' CAT=' CATCLI-CATEGORIA
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       29-54-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-60-CAD-MOTIVO-CANC           SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO CADASTRO DE MOTIVOS DE CANCELAMENTO: CONSULTA
      *    (TRAZ O MOTIVO GRAVADO PARA A TELA, JA PRONTO PARA ALTERAR)
      *    OU INCLUI/ALTERA. NAO HA EXCLUSAO - O MOTIVO FORA DE USO E
      *    INATIVADO. A ORIGEM VEM DO CODIGO: CRD/CNP/LIC SAO DOS
      *    BLOQUEIOS AUTOMATICOS, OS DEMAIS SAO ESCOLHIDOS NA TELA DE
      *    STATUS DO PEDIDO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-MCN-CODIGO-TELA
                                          WS-AUX-MCN-DESCR-TELA
                                          WS-AUX-MCN-SITUACAO-TELA
                                          WS-AUX-ACAO-MCN
           .
      *
       29-60-TELA.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-61-CAPTURA-MOTIVO-CANC THRU 29-61-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQMCAN
           IF WRK-ARQMCAN-NAO-EXISTE
               IF WRK-MCN-ACAO-CONSULTAR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQMCAN'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-60-SAIDA
               END-IF
               OPEN OUTPUT ARQMCAN
               CLOSE ARQMCAN
               OPEN I-O ARQMCAN
           END-IF
           IF NOT WRK-ARQMCAN-OK
               MOVE WRK-FS-ARQMCAN     TO STATUS-CODE-02
               MOVE 'ARQMCAN'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-60-SAIDA
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-MCN-CODIGO-TELA)
                                       TO WS-AUX-MCN-CODIGO-TELA
           MOVE WS-AUX-MCN-CODIGO-TELA TO MOTCAN-CODIGO
      *
           IF WRK-MCN-ACAO-CONSULTAR
               MOVE 'N'                TO WRK-CHV-INVALID-FLAG
               READ ARQMCAN
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               CLOSE ARQMCAN
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQMCAN'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-60-SAIDA
               END-IF
               MOVE MOTCAN-DESCRICAO   TO WS-AUX-MCN-DESCR-TELA
               MOVE MOTCAN-SITUACAO    TO WS-AUX-MCN-SITUACAO-TELA
               MOVE 'I'                TO WS-AUX-ACAO-MCN
               GO TO 29-60-TELA
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQMCAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'MOTIVO=' MOTCAN-CODIGO
                          ' SIT=' MOTCAN-SITUACAO
                          ' ' MOTCAN-DESCRICAO
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE MOTCAN-REG
           MOVE WS-AUX-MCN-CODIGO-TELA TO MOTCAN-CODIGO
           MOVE WS-AUX-MCN-DESCR-TELA  TO MOTCAN-DESCRICAO
           MOVE WS-AUX-MCN-SITUACAO-TELA
                                       TO MOTCAN-SITUACAO
           IF MOTCAN-COD-RESERVADO
               SET MOTCAN-ORIGEM-AUTOMATICA TO TRUE
           ELSE
               SET MOTCAN-ORIGEM-MANUAL TO TRUE
           END-IF
           MOVE WRK-DHG-DATA8          TO MOTCAN-DATA-ALTER
           MOVE WRK-OPER-ID            TO MOTCAN-OPERADOR
           WRITE MOTCAN-REG
               INVALID KEY
                   REWRITE MOTCAN-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-MOTCAN'          TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'MOTIVO=' MOTCAN-CODIGO
                  ' SIT=' MOTCAN-SITUACAO
                  ' ' MOTCAN-DESCRICAO
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQMCAN
           .
      *----------------------------------------------------------------*
       29-60-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-61-CAPTURA-MOTIVO-CANC       SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE MOTIVO E RE-EXIBE ATE CODIGO E ACAO SEREM
      *    VALIDOS E, NA INCLUSAO/ALTERACAO, DESCRICAO E SITUACAO A/I.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-MCN-CAD
           ACCEPT  TELA-MCN-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF WS-AUX-MCN-CODIGO-TELA   EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF  NOT WRK-MCN-ACAO-INCLUIR
           AND NOT WRK-MCN-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-MCN-ACAO-INCLUIR
               GO TO 29-61-SAIDA
           END-IF
      *
           IF WS-AUX-MCN-DESCR-TELA    EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-AUX-MCN-SITUACAO-TELA)
                                       TO WS-AUX-MCN-SITUACAO-TELA
           IF  WS-AUX-MCN-SITUACAO-TELA NOT EQUAL 'A'
           AND WS-AUX-MCN-SITUACAO-TELA NOT EQUAL 'I'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       29-61-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-70-CAD-CERTIFICACAO          SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA MATRIZ DE CERTIFICACAO VENDEDOR X FAMILIA:
      *    CONSULTA (TRAZ A VALIDADE GRAVADA PARA A TELA, JA PRONTA
      *    PARA RENOVAR), INCLUI/RENOVA A VALIDADE OU EXCLUI. NA
      *    INCLUSAO A FAMILIA PRECISA EXISTIR NO CADASTRO DE FAMILIAS.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-COD-VEN-TELA
                                          WS-AUX-CRT-FAM-TELA
                                          WS-AUX-CRT-VALID-TELA
                                          WS-AUX-CRT-SITUACAO
                                          WS-AUX-ACAO-CRT
           .
      *
       29-70-TELA.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-71-CAPTURA-CERTIF THRU 29-71-SAIDA
               UNTIL WRK-NUM-VALID
           MOVE SPACES                 TO WS-AUX-CRT-SITUACAO
      *
           IF WRK-CRT-ACAO-INCLUIR
               MOVE WRK-CRT-FAMILIA    TO WRK-LRQ-FAMILIA
               PERFORM 29-78-VERIFICA-FAMILIA THRU 29-78-SAIDA
               IF WRK-CHV-INVALID
                   GO TO 29-70-SAIDA
               END-IF
           END-IF
      *
           OPEN I-O ARQCERT
           IF WRK-ARQCERT-NAO-EXISTE
               IF NOT WRK-CRT-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCERT'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-70-SAIDA
               END-IF
               OPEN OUTPUT ARQCERT
               CLOSE ARQCERT
               OPEN I-O ARQCERT
           END-IF
           IF NOT WRK-ARQCERT-OK
               MOVE WRK-FS-ARQCERT     TO STATUS-CODE-02
               MOVE 'ARQCERT'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-70-SAIDA
           END-IF
      *
           MOVE WS-AUX-CODIGO-VEND     TO CERTIF-COD-VEN
           MOVE WRK-CRT-FAMILIA        TO CERTIF-FAMILIA
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQCERT
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
               NOT INVALID KEY
                   STRING 'VEN=' CERTIF-COD-VEN
                          ' FAM=' CERTIF-FAMILIA
                          ' VAL=' CERTIF-VALIDADE
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           IF WRK-CRT-ACAO-CONSULTAR
               CLOSE ARQCERT
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCERT'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-70-SAIDA
               END-IF
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               MOVE CERTIF-VALIDADE    TO WS-AUX-CRT-VALID-TELA
               IF CERTIF-VALIDADE      LESS WRK-DHG-DATA8
                   MOVE 'VENCIDA'      TO WS-AUX-CRT-SITUACAO
               ELSE
                   MOVE 'EM DIA'       TO WS-AUX-CRT-SITUACAO
               END-IF
               MOVE 'I'                TO WS-AUX-ACAO-CRT
               GO TO 29-70-TELA
           END-IF
      *
           IF WRK-CRT-ACAO-EXCLUIR
               IF WRK-CHV-INVALID
                   CLOSE ARQCERT
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCERT'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-70-SAIDA
               END-IF
               DELETE ARQCERT RECORD
               END-DELETE
               MOVE 'EXCL-CERTIF'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               CLOSE ARQCERT
               GO TO 29-70-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE CERTIF-REG
           MOVE WS-AUX-CODIGO-VEND     TO CERTIF-COD-VEN
           MOVE WRK-CRT-FAMILIA        TO CERTIF-FAMILIA
           MOVE WRK-CRT-VALIDADE       TO CERTIF-VALIDADE
           MOVE WRK-DHG-DATA8          TO CERTIF-DATA-ALTER
           MOVE WRK-OPER-ID            TO CERTIF-OPERADOR
           WRITE CERTIF-REG
               INVALID KEY
                   REWRITE CERTIF-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-CERTIF'          TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'VEN=' CERTIF-COD-VEN
                  ' FAM=' CERTIF-FAMILIA
                  ' VAL=' CERTIF-VALIDADE
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQCERT
           .
      *----------------------------------------------------------------*
       29-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-71-CAPTURA-CERTIF            SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE CERTIFICACAO E RE-EXIBE ATE VENDEDOR,
      *    FAMILIA E ACAO SEREM VALIDOS E, NA INCLUSAO/RENOVACAO, A
      *    VALIDADE SER UMA DATA AAAAMMDD.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-CRT-CAD
           ACCEPT  TELA-CRT-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WS-AUX-CODIGO-VEND
               IF WS-AUX-CODIGO-VEND   EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           MOVE WS-AUX-CRT-FAM-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-CRT-FAMILIA
               IF WRK-CRT-FAMILIA      EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-CRT-ACAO-INCLUIR
           AND NOT WRK-CRT-ACAO-EXCLUIR
           AND NOT WRK-CRT-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-CRT-ACAO-INCLUIR
               GO TO 29-71-SAIDA
           END-IF
      *
           IF WS-AUX-CRT-VALID-TELA    NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-AUX-CRT-VALID-TELA)
                                       TO WRK-CRT-VALIDADE
               IF WRK-CRT-VALIDADE     LESS 19000101
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       29-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHAS DE PRODUTO EXIGIDAS DO CLIENTE EM CONSULTA: LISTA AS    *
      * FAMILIAS QUE PEDEM VENDEDOR CERTIFICADO (DERIVADAS DO          *
      * HISTORICO DE PEDIDOS OU MARCADAS NA MAO) E OFERECE MARCAR,     *
      * DISPENSAR OU EXCLUIR A MARCACAO DE UMA FAMILIA.                *
      *----------------------------------------------------------------*
       29-75-LINHAS-EXIGIDAS           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQLREQ
           IF WRK-ARQLREQ-NAO-EXISTE
               OPEN OUTPUT ARQLREQ
               CLOSE ARQLREQ
               OPEN I-O ARQLREQ
           END-IF
           IF NOT WRK-ARQLREQ-OK
               MOVE WRK-FS-ARQLREQ     TO STATUS-CODE-02
               MOVE 'ARQLREQ'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-75-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'LINHAS DE PRODUTO EXIGIDAS DO CLIENTE '
                   WS-AUX-CODIGO-CLI
           DISPLAY 'FAMILIA ORIGEM     ALTERADA OPERADOR'
      *
           MOVE 'N'                    TO WRK-LRQ-FIM-FLAG
           MOVE ZEROS                  TO WRK-LRQ-QTDE-LIDOS
           MOVE WS-AUX-CODIGO-CLI      TO LINREQ-COD-CLI
           MOVE ZEROS                  TO LINREQ-FAMILIA
           START ARQLREQ KEY IS GREATER THAN OR EQUAL LINREQ-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-LRQ-FIM-FLAG
           END-START
      *
           PERFORM 29-76-LISTA-LINHA THRU 29-76-SAIDA
               UNTIL WRK-LRQ-FIM
      *
           IF WRK-LRQ-QTDE-LIDOS EQUAL ZEROS
               DISPLAY '(SEM LINHAS EXIGIDAS)'
           END-IF
      *
           DISPLAY 'M=MARCAR LINHA   X=DISPENSAR LINHA   '
                   'E=EXCLUIR MARCACAO   ENTER=VOLTAR'
           ACCEPT WS-AUX-OPCAO-CONFIRM
           EVALUATE WS-AUX-OPCAO-CONFIRM
               WHEN 'M'
               WHEN 'm'
               WHEN 'X'
               WHEN 'x'
               WHEN 'E'
               WHEN 'e'
                   PERFORM 29-77-GRAVA-LINHA THRU 29-77-SAIDA
           END-EVALUATE
      *
           CLOSE ARQLREQ
      *    A CONFIRMACAO DA CONSULTA E REFEITA NA VOLTA.
           MOVE SPACES                 TO WS-AUX-OPCAO-CONFIRM
           .
      *----------------------------------------------------------------*
       29-75-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-76-LISTA-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQLREQ NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-LRQ-FIM-FLAG
                   GO TO 29-76-SAIDA
           END-READ
      *
           IF LINREQ-COD-CLI NOT EQUAL WS-AUX-CODIGO-CLI
               MOVE 'S'                TO WRK-LRQ-FIM-FLAG
               GO TO 29-76-SAIDA
           END-IF
      *
           EVALUATE TRUE
               WHEN LINREQ-DERIVADA
                   MOVE 'DERIVADA'     TO WRK-LRQ-ORIGEM-DESC
               WHEN LINREQ-MANUAL
                   MOVE 'MARCADA'      TO WRK-LRQ-ORIGEM-DESC
               WHEN LINREQ-DISPENSADA
                   MOVE 'DISPENSADA'   TO WRK-LRQ-ORIGEM-DESC
               WHEN OTHER
                   MOVE SPACES         TO WRK-LRQ-ORIGEM-DESC
           END-EVALUATE
           DISPLAY LINREQ-FAMILIA '     ' WRK-LRQ-ORIGEM-DESC ' '
                   LINREQ-DATA-ALTER ' ' LINREQ-OPERADOR
           ADD 1                       TO WRK-LRQ-QTDE-LIDOS
           IF FUNCTION MOD(WRK-LRQ-QTDE-LIDOS, 10) = 0
               DISPLAY 'ENTER=PROXIMA PAGINA   X=SAIR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               IF WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-LRQ-FIM-FLAG
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       29-76-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MARCA (M), DISPENSA (X) OU EXCLUI A MARCACAO (E) DE UMA        *
      * FAMILIA PARA O CLIENTE EM CONSULTA. A MARCACAO MANUAL E A      *
      * DISPENSA NAO SAO TOCADAS PELA DERIVACAO NOTURNA; UMA LINHA     *
      * DERIVADA EXCLUIDA VOLTA NA PROXIMA DERIVACAO SE O CLIENTE      *
      * AINDA COMPRAR A FAMILIA (PARA TIRA-LA DE VEZ, DISPENSAR).      *
      *----------------------------------------------------------------*
       29-77-GRAVA-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WS-AUX-LRQ-FAM-TELA
           DISPLAY 'FAMILIA: '
           ACCEPT WS-AUX-LRQ-FAM-TELA
           MOVE WS-AUX-LRQ-FAM-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE ZEROS              TO WRK-LRQ-FAMILIA
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-LRQ-FAMILIA
           END-IF
           IF WRK-LRQ-FAMILIA          EQUAL ZEROS
               DISPLAY CLEAR-SCREEN
               MOVE 'FAMILIA INVALIDA' TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT TELA-ERRO
               GO TO 29-77-SAIDA
           END-IF
      *
           IF WS-AUX-OPCAO-CONFIRM     EQUAL 'M' OR 'm'
               PERFORM 29-78-VERIFICA-FAMILIA THRU 29-78-SAIDA
               IF WRK-CHV-INVALID
                   GO TO 29-77-SAIDA
               END-IF
           END-IF
      *
           MOVE WS-AUX-CODIGO-CLI      TO LINREQ-COD-CLI
           MOVE WRK-LRQ-FAMILIA        TO LINREQ-FAMILIA
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQLREQ
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
               NOT INVALID KEY
                   STRING 'CLI=' LINREQ-COD-CLI
                          ' FAM=' LINREQ-FAMILIA
                          ' ORIGEM=' LINREQ-ORIGEM
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           IF WS-AUX-OPCAO-CONFIRM     EQUAL 'E' OR 'e'
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQLREQ'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-77-SAIDA
               END-IF
               DELETE ARQLREQ RECORD
               END-DELETE
               MOVE 'EXCL-LINREQ'      TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               GO TO 29-77-SAIDA
           END-IF
      *
           INITIALIZE LINREQ-REG
           MOVE WS-AUX-CODIGO-CLI      TO LINREQ-COD-CLI
           MOVE WRK-LRQ-FAMILIA        TO LINREQ-FAMILIA
           IF WS-AUX-OPCAO-CONFIRM     EQUAL 'M' OR 'm'
               SET LINREQ-MANUAL       TO TRUE
           ELSE
               SET LINREQ-DISPENSADA   TO TRUE
           END-IF
           MOVE WRK-DHG-DATA8          TO LINREQ-DATA-ALTER
           MOVE WRK-OPER-ID            TO LINREQ-OPERADOR
           WRITE LINREQ-REG
               INVALID KEY
                   REWRITE LINREQ-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-LINREQ'          TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'CLI=' LINREQ-COD-CLI
                  ' FAM=' LINREQ-FAMILIA
                  ' ORIGEM=' LINREQ-ORIGEM
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       29-77-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-78-VERIFICA-FAMILIA          SECTION.
      *----------------------------------------------------------------*
      *    CONFERE SE A FAMILIA EM WRK-LRQ-FAMILIA EXISTE NO CADASTRO
      *    DE FAMILIAS; SE NAO, AVISA E DEVOLVE WRK-CHV-INVALID.
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           OPEN INPUT ARQFAM01
           IF NOT WRK-ARQFAM01-OK
               MOVE 'S'                TO WRK-CHV-INVALID-FLAG
           ELSE
               MOVE WRK-LRQ-FAMILIA    TO FAMILIA-CODIGO
               READ ARQFAM01
                   INVALID KEY
                       MOVE 'S'        TO WRK-CHV-INVALID-FLAG
               END-READ
               CLOSE ARQFAM01
           END-IF
           IF WRK-CHV-INVALID
               MOVE '23'               TO STATUS-CODE-02
               MOVE 'ARQFAM01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
           END-IF
           .
      *----------------------------------------------------------------*
       29-78-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-80-CAD-DISTRIBUICAO          SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DA LISTA DE DISTRIBUICAO DOS RELATORIOS:
      *    CONSULTA (TRAZ O REGISTRO GRAVADO PARA A TELA, JA PRONTO
      *    PARA ALTERAR), INCLUI/ALTERA OU EXCLUI UM DESTINATARIO DE
      *    UM TIPO DE RELATORIO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-DST-TIPO-TELA
                                          WS-AUX-DST-DESTINO-TELA
                                          WS-AUX-DST-NOME-TELA
                                          WS-AUX-DST-ESCOPO-TELA
                                          WS-AUX-DST-COD-TELA
                                          WS-AUX-DST-PASTA-TELA
                                          WS-AUX-DST-SITUACAO-TELA
                                          WS-AUX-ACAO-DST
           .
      *
       29-80-TELA.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-81-CAPTURA-DIST THRU 29-81-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQDIST
           IF WRK-ARQDIST-NAO-EXISTE
               IF NOT WRK-DST-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQDIST'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-80-SAIDA
               END-IF
               OPEN OUTPUT ARQDIST
               CLOSE ARQDIST
               OPEN I-O ARQDIST
           END-IF
           IF NOT WRK-ARQDIST-OK
               MOVE WRK-FS-ARQDIST     TO STATUS-CODE-02
               MOVE 'ARQDIST'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-80-SAIDA
           END-IF
      *
           MOVE WS-AUX-DST-TIPO-TELA   TO DIST-TIPO-RELAT
           MOVE WS-AUX-DST-DESTINO-TELA
                                       TO DIST-DESTINO
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           READ ARQDIST
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
               NOT INVALID KEY
                   STRING 'REL=' DIST-TIPO-RELAT
                          ' DST=' DIST-DESTINO
                          ' ESC=' DIST-ESCOPO DIST-ESCOPO-COD
                          ' SIT=' DIST-SITUACAO
                          ' PASTA=' DIST-PASTA
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
           END-READ
      *
           IF WRK-DST-ACAO-CONSULTAR
               CLOSE ARQDIST
               IF WRK-CHV-INVALID
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQDIST'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-80-SAIDA
               END-IF
               MOVE DIST-NOME          TO WS-AUX-DST-NOME-TELA
               MOVE DIST-ESCOPO        TO WS-AUX-DST-ESCOPO-TELA
               MOVE DIST-ESCOPO-COD    TO WS-AUX-DST-COD-TELA
               MOVE DIST-PASTA         TO WS-AUX-DST-PASTA-TELA
               MOVE DIST-SITUACAO      TO WS-AUX-DST-SITUACAO-TELA
               MOVE 'I'                TO WS-AUX-ACAO-DST
               GO TO 29-80-TELA
           END-IF
      *
           IF WRK-DST-ACAO-EXCLUIR
               IF WRK-CHV-INVALID
                   CLOSE ARQDIST
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQDIST'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-80-SAIDA
               END-IF
               DELETE ARQDIST RECORD
               END-DELETE
               MOVE 'EXCL-DIST'        TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-DEPOIS
               PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               CLOSE ARQDIST
               GO TO 29-80-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           INITIALIZE DIST-REG
           MOVE WS-AUX-DST-TIPO-TELA   TO DIST-TIPO-RELAT
           MOVE WS-AUX-DST-DESTINO-TELA
                                       TO DIST-DESTINO
           MOVE WS-AUX-DST-NOME-TELA   TO DIST-NOME
           MOVE WS-AUX-DST-ESCOPO-TELA TO DIST-ESCOPO
           MOVE WS-AUX-DST-COD-TELA    TO DIST-ESCOPO-COD
           MOVE WS-AUX-DST-PASTA-TELA  TO DIST-PASTA
           MOVE WS-AUX-DST-SITUACAO-TELA
                                       TO DIST-SITUACAO
           MOVE WRK-DHG-DATA8          TO DIST-DATA-ALTER
           MOVE WRK-OPER-ID            TO DIST-OPERADOR
           WRITE DIST-REG
               INVALID KEY
                   REWRITE DIST-REG
                   END-REWRITE
           END-WRITE
      *
           MOVE 'ALTE-DIST'            TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'REL=' DIST-TIPO-RELAT
                  ' DST=' DIST-DESTINO
                  ' ESC=' DIST-ESCOPO DIST-ESCOPO-COD
                  ' SIT=' DIST-SITUACAO
                  ' PASTA=' DIST-PASTA
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           CLOSE ARQDIST
           .
      *----------------------------------------------------------------*
       29-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-81-CAPTURA-DIST              SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DA LISTA DE DISTRIBUICAO E RE-EXIBE ATE O
      *    TIPO DE RELATORIO SER UM DOS DISTRIBUIDOS, O DESTINATARIO
      *    ESTAR PREENCHIDO E, NA INCLUSAO/ALTERACAO, O ESCOPO E A
      *    SITUACAO SEREM VALIDOS. VENDEDOR E SUPERVISOR SAO GRAVADOS
      *    COM 3 DIGITOS; TERRITORIO COMO DIGITADO.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-DST-CAD
           ACCEPT  TELA-DST-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-DST-TIPO-TELA)
                                       TO WS-AUX-DST-TIPO-TELA
           MOVE FUNCTION UPPER-CASE(WS-AUX-DST-DESTINO-TELA)
                                       TO WS-AUX-DST-DESTINO-TELA
           IF  WS-AUX-DST-TIPO-TELA    NOT EQUAL 'LIVRO'
           AND WS-AUX-DST-TIPO-TELA    NOT EQUAL 'EXTRATO'
           AND WS-AUX-DST-TIPO-TELA    NOT EQUAL 'CADENCIA'
           AND WS-AUX-DST-TIPO-TELA    NOT EQUAL 'AGING'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF WS-AUX-DST-DESTINO-TELA  EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF  NOT WRK-DST-ACAO-INCLUIR
           AND NOT WRK-DST-ACAO-EXCLUIR
           AND NOT WRK-DST-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF NOT WRK-DST-ACAO-INCLUIR
               GO TO 29-81-SAIDA
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-DST-ESCOPO-TELA)
                                       TO WS-AUX-DST-ESCOPO-TELA
           MOVE FUNCTION UPPER-CASE(WS-AUX-DST-SITUACAO-TELA)
                                       TO WS-AUX-DST-SITUACAO-TELA
           MOVE FUNCTION UPPER-CASE(WS-AUX-DST-COD-TELA)
                                       TO WS-AUX-DST-COD-TELA
           IF  WS-AUX-DST-SITUACAO-TELA NOT EQUAL 'A'
           AND WS-AUX-DST-SITUACAO-TELA NOT EQUAL 'I'
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           EVALUATE WS-AUX-DST-ESCOPO-TELA
               WHEN 'V'
               WHEN 'S'
                   MOVE WS-AUX-DST-COD-TELA TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF NUMVAL-INVALIDO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE NUMVAL-SAIDA TO WRK-DST-COD-NUM
                       IF WRK-DST-COD-NUM EQUAL ZEROS
                           MOVE 'S'    TO WRK-NUM-INVALID-FLAG
                       ELSE
                           MOVE WRK-DST-COD-NUM
                                       TO WS-AUX-DST-COD-TELA
                       END-IF
                   END-IF
               WHEN 'T'
                   IF WS-AUX-DST-COD-TELA EQUAL SPACES
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               WHEN 'G'
                   MOVE SPACES         TO WS-AUX-DST-COD-TELA
               WHEN OTHER
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       29-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-90-CAD-PIPELINE              SECTION.
      *----------------------------------------------------------------*
      *    MANUTENCAO DO PIPELINE DE OPORTUNIDADES: INCLUI, ALTERA
      *    (CAMPO EM BRANCO MANTEM O GRAVADO) OU CONSULTA (TRAZ O
      *    REGISTRO PARA A TELA, JA PRONTO PARA ALTERAR). TODA
      *    MUDANCA DE ESTAGIO VAI PARA O LOG DE ESTAGIOS. OPERADOR DE
      *    PERFIL V/S SO ALCANCA OPORTUNIDADES DE CLIENTES DA SUA
      *    CARTEIRA E DE VENDEDORES DO SEU ESCOPO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-PIP-NUM-TELA
                                          WS-AUX-PIP-CLI-TELA
                                          WS-AUX-PIP-PRS-TELA
                                          WS-AUX-PIP-DESC-TELA
                                          WS-AUX-PIP-VALOR-TELA
                                          WS-AUX-PIP-ESTAGIO-TELA
                                          WS-AUX-PIP-PROB-TELA
                                          WS-AUX-PIP-PREV-TELA
                                          WS-AUX-PIP-VEN-TELA
                                          WS-AUX-ACAO-PIP
           .
      *
       29-90-TELA.
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 29-91-CAPTURA-PIPE THRU 29-91-SAIDA
               UNTIL WRK-NUM-VALID
      *
           OPEN I-O ARQPIPE
           IF WRK-ARQPIPE-NAO-EXISTE
               IF NOT WRK-PIP-ACAO-INCLUIR
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPIPE'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-90-SAIDA
               END-IF
               OPEN OUTPUT ARQPIPE
               CLOSE ARQPIPE
               OPEN I-O ARQPIPE
           END-IF
           IF NOT WRK-ARQPIPE-OK
               MOVE WRK-FS-ARQPIPE     TO STATUS-CODE-02
               MOVE 'ARQPIPE'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 29-90-SAIDA
           END-IF
      *
           MOVE WRK-PIP-NUMERO         TO PIPE-NUMERO
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           READ ARQPIPE
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           IF WRK-PIP-ACAO-INCLUIR
               IF NOT WRK-CHV-INVALID
                   CLOSE ARQPIPE
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQPIPE'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-90-SAIDA
               END-IF
               INITIALIZE PIPE-REG
               MOVE WRK-PIP-NUMERO     TO PIPE-NUMERO
               MOVE ZEROS              TO WRK-PIP-ESTAGIO-ANT
               MOVE SPACES             TO WRK-AUDIT-ANTES
           ELSE
               IF WRK-CHV-INVALID
                   CLOSE ARQPIPE
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQPIPE'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   GO TO 29-90-SAIDA
               END-IF
               MOVE PIPE-ESTAGIO       TO WRK-PIP-ESTAGIO-ANT
               MOVE SPACES             TO WRK-AUDIT-ANTES
               STRING 'OPO=' PIPE-NUMERO ' EST=' PIPE-ESTAGIO
                      ' PRB=' PIPE-PROBAB ' VEN=' PIPE-COD-VEN
                      ' VLR=' PIPE-VALOR-ESTIM
                      DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               END-STRING
      *        A OPORTUNIDADE GRAVADA TEM DE ESTAR NO ESCOPO DO
      *        OPERADOR ANTES DE SER MOSTRADA OU ALTERADA.
               PERFORM 29-93-TESTA-ESCOPO-PIPE THRU 29-93-SAIDA
               IF WRK-ESC-NEGADO
                   CLOSE ARQPIPE
                   GO TO 29-90-SAIDA
               END-IF
           END-IF
      *
           IF WRK-PIP-ACAO-CONSULTAR
               CLOSE ARQPIPE
               PERFORM 29-94-MOSTRA-PIPE THRU 29-94-SAIDA
               MOVE 'A'                TO WS-AUX-ACAO-PIP
               GO TO 29-90-TELA
           END-IF
      *
           PERFORM 29-95-CONFERE-ORIGEM THRU 29-95-SAIDA
           IF WRK-PIP-RECUSADA
               CLOSE ARQPIPE
               GO TO 29-90-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           PERFORM 29-92-MONTA-REG-PIPE THRU 29-92-SAIDA
      *
      *    O CLIENTE E O VENDEDOR RESULTANTES TAMBEM TEM DE FICAR NO
      *    ESCOPO (NAO SE PASSA A OPORTUNIDADE PARA FORA DELE).
           PERFORM 29-93-TESTA-ESCOPO-PIPE THRU 29-93-SAIDA
           IF WRK-ESC-NEGADO
               CLOSE ARQPIPE
               GO TO 29-90-SAIDA
           END-IF
      *
           IF WRK-PIP-ACAO-INCLUIR
               WRITE PIPE-REG
                   INVALID KEY
                       MOVE '22'       TO STATUS-CODE-02
                       MOVE 'ARQPIPE'  TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                       CLOSE ARQPIPE
                       GO TO 29-90-SAIDA
               END-WRITE
               MOVE 'INCL-PIPE'        TO WRK-AUDIT-ACAO
           ELSE
               REWRITE PIPE-REG
               END-REWRITE
               MOVE 'ALTE-PIPE'        TO WRK-AUDIT-ACAO
           END-IF
      *
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING 'OPO=' PIPE-NUMERO ' EST=' PIPE-ESTAGIO
                  ' PRB=' PIPE-PROBAB ' VEN=' PIPE-COD-VEN
                  ' VLR=' PIPE-VALOR-ESTIM
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           IF WRK-PIP-MUDOU-ESTAGIO
               PERFORM 29-96-GRAVA-LOG-PIPE THRU 29-96-SAIDA
           END-IF
      *
           CLOSE ARQPIPE
           .
      *----------------------------------------------------------------*
       29-90-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-91-CAPTURA-PIPE              SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DO PIPELINE E RE-EXIBE ATE O NUMERO E A
      *    ACAO SEREM VALIDOS E, NA INCLUSAO/ALTERACAO, OS CAMPOS
      *    DIGITADOS ESTAREM CORRETOS: SO UM ENTRE CLIENTE E
      *    PROSPECT, ESTAGIO DE 1 A 6, PROBABILIDADE ATE 100 E DATA
      *    NUMERICA. NA INCLUSAO ORIGEM, DESCRICAO E VENDEDOR SAO
      *    OBRIGATORIOS.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-PIPE-CAD
           ACCEPT  TELA-PIPE-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           MOVE WS-AUX-PIP-NUM-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-PIP-NUMERO
               IF WRK-PIP-NUMERO       EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF  NOT WRK-PIP-ACAO-INCLUIR
           AND NOT WRK-PIP-ACAO-ALTERAR
           AND NOT WRK-PIP-ACAO-CONSULTAR
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
           IF WRK-PIP-ACAO-CONSULTAR
               GO TO 29-91-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-PIP-COD-CLI
                                          WRK-PIP-COD-PROSP
           IF WS-AUX-PIP-CLI-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-PIP-CLI-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PIP-COD-CLI
               END-IF
           END-IF
           IF WS-AUX-PIP-PRS-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-PIP-PRS-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PIP-COD-PROSP
               END-IF
           END-IF
           IF  WRK-PIP-COD-CLI         GREATER ZEROS
           AND WRK-PIP-COD-PROSP       GREATER ZEROS
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           IF WRK-PIP-ACAO-INCLUIR
               IF  WRK-PIP-COD-CLI     EQUAL ZEROS
               AND WRK-PIP-COD-PROSP   EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
               IF WS-AUX-PIP-DESC-TELA EQUAL SPACES
               OR WS-AUX-PIP-VEN-TELA  EQUAL SPACES
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           IF WS-AUX-PIP-VALOR-TELA    NOT EQUAL SPACES
               MOVE WS-AUX-PIP-VALOR-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PIP-NUM-AUX
                   IF WRK-PIP-NUM-AUX  LESS ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE WRK-PIP-NUM-AUX
                                       TO WRK-PIP-VALOR
                   END-IF
               END-IF
           END-IF
      *
           IF WS-AUX-PIP-ESTAGIO-TELA  NOT EQUAL SPACES
               IF WS-AUX-PIP-ESTAGIO-TELA NOT NUMERIC
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE WS-AUX-PIP-ESTAGIO-TELA
                                       TO WRK-PIP-ESTAGIO
                   IF NOT WRK-PIP-ESTAGIO-VALIDO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
      *
           IF WS-AUX-PIP-PROB-TELA     NOT EQUAL SPACES
               MOVE WS-AUX-PIP-PROB-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PIP-NUM-AUX
                   IF WRK-PIP-NUM-AUX  LESS ZEROS
                   OR WRK-PIP-NUM-AUX  GREATER 100
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE WRK-PIP-NUM-AUX
                                       TO WRK-PIP-PROBAB
                   END-IF
               END-IF
           END-IF
      *
           IF WS-AUX-PIP-PREV-TELA     NOT EQUAL SPACES
               IF WS-AUX-PIP-PREV-TELA NOT NUMERIC
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AUX-PIP-PREV-TELA)
                                       TO WRK-PIP-PREV
               END-IF
           END-IF
      *
           IF WS-AUX-PIP-VEN-TELA      NOT EQUAL SPACES
               MOVE WS-AUX-PIP-VEN-TELA
                                       TO NUMVAL-ENTRADA
               CALL 'ALPHATONUM'       USING AREA-NUMVAL
               CANCEL 'ALPHATONUM'
               IF NUMVAL-INVALIDO
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-PIP-COD-VEN
                   IF WRK-PIP-COD-VEN  EQUAL ZEROS
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   END-IF
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       29-91-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-92-MONTA-REG-PIPE            SECTION.
      *----------------------------------------------------------------*
      *    SO OS CAMPOS DIGITADOS SUBSTITUEM O GRAVADO (NA INCLUSAO O
      *    REGISTRO VEM LIMPO E ENTRA NO ESTAGIO 1 SE NAO INFORMADO).
      *    NA MUDANCA DE ESTAGIO A DATA DE ENTRADA NO ESTAGIO E
      *    RENOVADA, A PROBABILIDADE NAO DIGITADA PASSA A DO ESTAGIO
      *    E GANHA/PERDIDA GRAVAM A DATA DE FECHAMENTO.
      *
           IF WRK-PIP-COD-CLI          GREATER ZEROS
               MOVE WRK-PIP-COD-CLI    TO PIPE-COD-CLI
               MOVE ZEROS              TO PIPE-COD-PROSP
           END-IF
           IF WRK-PIP-COD-PROSP        GREATER ZEROS
               MOVE WRK-PIP-COD-PROSP  TO PIPE-COD-PROSP
               MOVE ZEROS              TO PIPE-COD-CLI
           END-IF
           IF WS-AUX-PIP-DESC-TELA     NOT EQUAL SPACES
               MOVE WS-AUX-PIP-DESC-TELA
                                       TO PIPE-DESCRICAO
           END-IF
           IF WS-AUX-PIP-VALOR-TELA    NOT EQUAL SPACES
               MOVE WRK-PIP-VALOR      TO PIPE-VALOR-ESTIM
           END-IF
           IF WS-AUX-PIP-PREV-TELA     NOT EQUAL SPACES
               MOVE WRK-PIP-PREV       TO PIPE-DATA-PREV-FECHA
           END-IF
           IF WS-AUX-PIP-VEN-TELA      NOT EQUAL SPACES
               MOVE WRK-PIP-COD-VEN    TO PIPE-COD-VEN
           END-IF
           IF WS-AUX-PIP-ESTAGIO-TELA  NOT EQUAL SPACES
               MOVE WRK-PIP-ESTAGIO    TO PIPE-ESTAGIO
           END-IF
           IF PIPE-ESTAGIO             EQUAL ZEROS
               MOVE 1                  TO PIPE-ESTAGIO
           END-IF
           IF PIPE-DATA-ABERTURA       EQUAL ZEROS
               MOVE WRK-DHG-DATA8      TO PIPE-DATA-ABERTURA
           END-IF
      *
           MOVE 'N'                    TO WRK-PIP-MUDOU-FLAG
           IF PIPE-ESTAGIO             NOT EQUAL WRK-PIP-ESTAGIO-ANT
               SET WRK-PIP-MUDOU-ESTAGIO TO TRUE
               MOVE WRK-DHG-DATA8      TO PIPE-DATA-ESTAGIO
               IF PIPE-ABERTA
                   MOVE ZEROS          TO PIPE-DATA-FECHAMENTO
               ELSE
                   MOVE WRK-DHG-DATA8  TO PIPE-DATA-FECHAMENTO
               END-IF
           END-IF
      *
           IF WS-AUX-PIP-PROB-TELA     NOT EQUAL SPACES
               MOVE WRK-PIP-PROBAB     TO PIPE-PROBAB
           ELSE
               IF WRK-PIP-MUDOU-ESTAGIO
                   MOVE TAB-PIP-PROB-EST (PIPE-ESTAGIO)
                                       TO PIPE-PROBAB
               END-IF
           END-IF
      *    OPORTUNIDADE ENCERRADA NAO FICA COM PROBABILIDADE PARCIAL.
           IF NOT PIPE-ABERTA
               MOVE TAB-PIP-PROB-EST (PIPE-ESTAGIO)
                                       TO PIPE-PROBAB
           END-IF
      *
           MOVE WRK-DHG-DATA8          TO PIPE-DATA-ALTER
           MOVE WRK-OPER-ID            TO PIPE-OPERADOR
           .
      *----------------------------------------------------------------*
       29-92-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * OPORTUNIDADE EM PIPE-REG FORA DO ESCOPO DO OPERADOR V/S: O     *
      * CLIENTE (QUANDO NAO E DE PROSPECT) E DEPOIS O VENDEDOR DONO    *
      * PASSAM PELOS MESMOS TESTES DA DIGITACAO DE PEDIDO. O CLIENTE   *
      * VEM ANTES PORQUE O CODIGO DO VENDEDOR OCUPA OS MESMOS BYTES.   *
      *----------------------------------------------------------------*
       29-93-TESTA-ESCOPO-PIPE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ESC-NEGADO-FLAG
      *
           IF PIPE-COD-CLI             GREATER ZEROS
               MOVE PIPE-COD-CLI       TO WS-AUX-CODIGO-CLI
               PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
               IF WRK-ESC-NEGADO
                   GO TO 29-93-SAIDA
               END-IF
           END-IF
      *
           IF PIPE-COD-VEN             GREATER ZEROS
               MOVE PIPE-COD-VEN       TO WS-AUX-CODIGO-VEND
               PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       29-93-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-94-MOSTRA-PIPE               SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE A OPORTUNIDADE LIDA PARA OS CAMPOS DA TELA (CODIGOS
      *    E DATAS ZERADOS FICAM EM BRANCO).
      *
           MOVE SPACES                 TO WS-AUX-PIP-CLI-TELA
                                          WS-AUX-PIP-PRS-TELA
                                          WS-AUX-PIP-PREV-TELA
           IF PIPE-COD-CLI             GREATER ZEROS
               MOVE PIPE-COD-CLI       TO WS-AUX-PIP-CLI-TELA
           END-IF
           IF PIPE-COD-PROSP           GREATER ZEROS
               MOVE PIPE-COD-PROSP     TO WS-AUX-PIP-PRS-TELA
           END-IF
           IF PIPE-DATA-PREV-FECHA     GREATER ZEROS
               MOVE PIPE-DATA-PREV-FECHA
                                       TO WS-AUX-PIP-PREV-TELA
           END-IF
           MOVE PIPE-DESCRICAO         TO WS-AUX-PIP-DESC-TELA
           MOVE PIPE-VALOR-ESTIM       TO WRK-PIP-VALOR-ED
           MOVE WRK-PIP-VALOR-ED       TO WS-AUX-PIP-VALOR-TELA
           MOVE PIPE-ESTAGIO           TO WS-AUX-PIP-ESTAGIO-TELA
           MOVE PIPE-PROBAB            TO WS-AUX-PIP-PROB-TELA
           MOVE PIPE-COD-VEN           TO WS-AUX-PIP-VEN-TELA
           .
      *----------------------------------------------------------------*
       29-94-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-95-CONFERE-ORIGEM            SECTION.
      *----------------------------------------------------------------*
      *    O CLIENTE OU O PROSPECT DIGITADO TEM DE EXISTIR; PROSPECT
      *    JA CONVERTIDO NAO RECEBE OPORTUNIDADE NOVA (ELA E ABERTA
      *    NO CLIENTE QUE ELE VIROU).
      *
           MOVE 'N'                    TO WRK-PIP-RECUSA-FLAG
      *
           IF WRK-PIP-COD-CLI          GREATER ZEROS
               PERFORM 50-20-ABRIR-ARQCLI
               MOVE WRK-PIP-COD-CLI    TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
               READ ARQCLI01
                   INVALID KEY
                       SET WRK-PIP-RECUSADA TO TRUE
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQCLI01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
               END-READ
               PERFORM 50-40-FECHAR-ARQCLI
           END-IF
      *
           IF WRK-PIP-COD-PROSP        GREATER ZEROS
               OPEN INPUT ARQPROSP
               MOVE WRK-PIP-COD-PROSP  TO PROSP-CODIGO
               READ ARQPROSP
                   INVALID KEY
                       SET WRK-PIP-RECUSADA TO TRUE
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQPROSP' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
                   NOT INVALID KEY
                       IF PROSP-CONVERTIDO
                           SET WRK-PIP-RECUSADA TO TRUE
                           DISPLAY CLEAR-SCREEN
                           MOVE SPACES TO ERRO-MSG
                           STRING 'PROSPECT JA CONVERTIDO NO CLIENTE '
                                  PROSP-COD-CLI
                                  DELIMITED BY SIZE INTO ERRO-MSG
                           END-STRING
                           DISPLAY TELA-ERRO
                           ACCEPT  TELA-ERRO
                       END-IF
               END-READ
               CLOSE ARQPROSP
           END-IF
           .
      *----------------------------------------------------------------*
       29-95-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       29-96-GRAVA-LOG-PIPE            SECTION.
      *----------------------------------------------------------------*
      *    APENDA A MUDANCA DE ESTAGIO NO LOG PROPRIO (QUEM, QUANDO,
      *    DE, PARA). A INCLUSAO ENTRA COMO DE=0.
      *
           OPEN EXTEND ARQPIPLOG
           IF NOT WRK-ARQPIPLOG-OK
               OPEN OUTPUT ARQPIPLOG
           END-IF
      *
           MOVE SPACES                 TO REG-ARQPIPLOG
           STRING WRK-DHG-ANO  '-' WRK-DHG-MES '-' WRK-DHG-DIA ' '
                  WRK-DHG-HORA ':' WRK-DHG-MIN ':' WRK-DHG-SEG
                  ' USUARIO=' WRK-OPER-ID
                  ' OPORTUNIDADE=' PIPE-NUMERO
                  ' DE=' WRK-PIP-ESTAGIO-ANT
                  ' PARA=' PIPE-ESTAGIO
                  ' VEN=' PIPE-COD-VEN
                  ' VALOR=' PIPE-VALOR-ESTIM
                  DELIMITED BY SIZE INTO REG-ARQPIPLOG
           END-STRING
           WRITE REG-ARQPIPLOG
           CLOSE ARQPIPLOG
           .
      *----------------------------------------------------------------*
       29-96-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       27-70-CAD-AMOSTRA               SECTION.
      *----------------------------------------------------------------*
      *    RAZAO DE AMOSTRAS E MATERIAL PROMOCIONAL: REMESSA DO
      *    ALMOXARIFADO PARA O VENDEDOR (NAO PERMITIDA AO PERFIL V/S),
      *    ENTREGA DIGITADA AO CLIENTE NUMA VISITA DO HISTORICO
      *    (DEBITA O SALDO, QUE NAO PODE FICAR NEGATIVO) OU CONSULTA
      *    DO SALDO DO VENDEDOR NO ITEM. OPERADOR V/S SO ALCANCA
      *    VENDEDORES E CLIENTES DO SEU ESCOPO.
      *
           INITIALIZE FILE-STATUS-AREA
           MOVE SPACES                 TO WS-AUX-AMS-VEN-TELA
                                          WS-AUX-AMS-TIPO-TELA
                                          WS-AUX-AMS-ITEM-TELA
                                          WS-AUX-AMS-QTDE-TELA
                                          WS-AUX-AMS-CLI-TELA
                                          WS-AUX-AMS-DATA-TELA
                                          WS-AUX-AMS-DESC-TELA
                                          WS-AUX-ACAO-AMS
      *
           MOVE 'S'                    TO WRK-NUM-INVALID-FLAG
           PERFORM 27-71-CAPTURA-AMOSTRA THRU 27-71-SAIDA
               UNTIL WRK-NUM-VALID
      *
           IF  WRK-AMS-ACAO-REMESSA
           AND WRK-OPER-COM-ESCOPO
               PERFORM 20-06-ACESSO-NEGADO THRU 20-06-SAIDA
               GO TO 27-70-SAIDA
           END-IF
      *
           PERFORM 27-73-TESTA-ESCOPO-AMOS THRU 27-73-SAIDA
           IF WRK-ESC-NEGADO
               GO TO 27-70-SAIDA
           END-IF
      *
           PERFORM 27-72-CONFERE-AMOSTRA THRU 27-72-SAIDA
           IF WRK-AMS-RECUSADA
               GO TO 27-70-SAIDA
           END-IF
      *
           OPEN I-O ARQAMOS
           IF WRK-ARQAMOS-NAO-EXISTE
               OPEN OUTPUT ARQAMOS
               CLOSE ARQAMOS
               OPEN I-O ARQAMOS
           END-IF
           IF NOT WRK-ARQAMOS-OK
               MOVE WRK-FS-ARQAMOS     TO STATUS-CODE-02
               MOVE 'ARQAMOS'          TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 27-70-SAIDA
           END-IF
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
      *    A REMESSA ENTRA COM A DATA DE HOJE; A ENTREGA COM A DA
      *    VISITA. O SALDO CONSIDERA TODOS OS MOVIMENTOS DO ITEM.
           IF WRK-AMS-ACAO-REMESSA
               MOVE WRK-DHG-DATA8      TO WRK-AMS-DATA
           END-IF
           PERFORM 27-74-APURA-SALDO THRU 27-74-SAIDA
      *
           IF WRK-AMS-ACAO-SALDO
               CLOSE ARQAMOS
               MOVE WRK-AMS-SALDO      TO WRK-AMS-SALDO-ED
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'SALDO DO VENDEDOR ' WRK-AMS-COD-VEN
                      ' NO ITEM ' WRK-AMS-TIPO-ITEM ' '
                      WRK-AMS-COD-ITEM ': ' WRK-AMS-SALDO-ED
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 27-70-SAIDA
           END-IF
      *
           IF  WRK-AMS-ACAO-ENTREGA
           AND WRK-AMS-SALDO           LESS WRK-AMS-QTDE
               CLOSE ARQAMOS
               MOVE WRK-AMS-SALDO      TO WRK-AMS-SALDO-ED
               DISPLAY CLEAR-SCREEN
               MOVE SPACES             TO ERRO-MSG
               STRING 'SALDO INSUFICIENTE DO VENDEDOR NO ITEM: '
                      WRK-AMS-SALDO-ED ' - REGISTRE A REMESSA'
                      DELIMITED BY SIZE INTO ERRO-MSG
               END-STRING
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 27-70-SAIDA
           END-IF
      *
           INITIALIZE AMOS-REG
           MOVE WRK-AMS-COD-VEN        TO AMOS-COD-VEN
           MOVE WRK-AMS-ITEM           TO AMOS-ITEM
           MOVE WRK-AMS-DATA           TO AMOS-DATA
           MOVE WRK-AMS-PROX-SEQ       TO AMOS-SEQ
           MOVE WRK-AMS-QTDE           TO AMOS-QTDE
           MOVE WS-AUX-AMS-DESC-TELA   TO AMOS-DESCRICAO
           SET AMOS-ORIGEM-MANUAL      TO TRUE
           MOVE WRK-OPER-ID            TO AMOS-OPERADOR
           MOVE WRK-DHG-DATA8          TO AMOS-DATA-REG
           IF WRK-AMS-ACAO-REMESSA
               SET AMOS-MOV-REMESSA    TO TRUE
               MOVE ZEROS              TO AMOS-COD-CLI
               MOVE 'REMES-AMOST'      TO WRK-AUDIT-ACAO
           ELSE
               SET AMOS-MOV-ENTREGA    TO TRUE
               MOVE WRK-AMS-COD-CLI    TO AMOS-COD-CLI
               MOVE 'ENTRG-AMOST'      TO WRK-AUDIT-ACAO
           END-IF
      *
           WRITE AMOS-REG
               INVALID KEY
                   MOVE '22'           TO STATUS-CODE-02
                   MOVE 'ARQAMOS'      TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
                   CLOSE ARQAMOS
                   GO TO 27-70-SAIDA
           END-WRITE
           CLOSE ARQAMOS
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
                                          WRK-AUDIT-DEPOIS
           STRING 'VEN=' AMOS-COD-VEN ' ITEM=' AMOS-ITEM
                  ' QTD=' AMOS-QTDE ' CLI=' AMOS-COD-CLI
                  ' DT=' AMOS-DATA
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           .
      *----------------------------------------------------------------*
       27-70-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       27-71-CAPTURA-AMOSTRA           SECTION.
      *----------------------------------------------------------------*
      *    CAPTURA A TELA DE AMOSTRAS E RE-EXIBE ATE O MOVIMENTO, O
      *    VENDEDOR E O ITEM SEREM VALIDOS (PRODUTO COM CODIGO
      *    NUMERICO, KIT COM CODIGO INFORMADO) E, NA REMESSA E NA
      *    ENTREGA, A QUANTIDADE MAIOR QUE ZERO. A ENTREGA EXIGE
      *    AINDA O CLIENTE E A DATA DA VISITA.
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-AMOS-CAD
           ACCEPT  TELA-AMOS-CAD
      *
           MOVE 'N'                    TO WRK-NUM-INVALID-FLAG
      *
           IF  NOT WRK-AMS-ACAO-REMESSA
           AND NOT WRK-AMS-ACAO-ENTREGA
           AND NOT WRK-AMS-ACAO-SALDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           END-IF
      *
           MOVE ZEROS                  TO WRK-AMS-COD-VEN
           MOVE WS-AUX-AMS-VEN-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-AMS-COD-VEN
               IF WRK-AMS-COD-VEN      EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
      *
           MOVE FUNCTION UPPER-CASE(WS-AUX-AMS-TIPO-TELA)
                                       TO WS-AUX-AMS-TIPO-TELA
           MOVE WS-AUX-AMS-TIPO-TELA   TO WRK-AMS-TIPO-ITEM
           MOVE SPACES                 TO WRK-AMS-COD-ITEM
           IF NOT WRK-AMS-TIPO-ITEM-VALIDO
           OR WS-AUX-AMS-ITEM-TELA     EQUAL SPACES
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               IF WRK-AMS-ITEM-PRODUTO
                   MOVE WS-AUX-AMS-ITEM-TELA
                                       TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF NUMVAL-INVALIDO
                       MOVE 'S'        TO WRK-NUM-INVALID-FLAG
                   ELSE
                       MOVE NUMVAL-SAIDA
                                       TO WRK-AMS-COD-PROD
                       MOVE WRK-AMS-COD-PROD
                                       TO WRK-AMS-COD-ITEM
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-AUX-AMS-ITEM-TELA)
                                       TO WRK-AMS-COD-ITEM
               END-IF
           END-IF
           IF WRK-AMS-ACAO-SALDO
               GO TO 27-71-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-AMS-QTDE
           MOVE WS-AUX-AMS-QTDE-TELA   TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               IF NUMVAL-SAIDA         NOT GREATER ZEROS
               OR NUMVAL-SAIDA         GREATER 99999
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               ELSE
                   MOVE NUMVAL-SAIDA   TO WRK-AMS-QTDE
               END-IF
           END-IF
           IF WRK-AMS-ACAO-REMESSA
               GO TO 27-71-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-AMS-COD-CLI
                                          WRK-AMS-DATA
           MOVE WS-AUX-AMS-CLI-TELA    TO NUMVAL-ENTRADA
           CALL 'ALPHATONUM'           USING AREA-NUMVAL
           CANCEL 'ALPHATONUM'
           IF NUMVAL-INVALIDO
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE NUMVAL-SAIDA       TO WRK-AMS-COD-CLI
               IF WRK-AMS-COD-CLI      EQUAL ZEROS
                   MOVE 'S'            TO WRK-NUM-INVALID-FLAG
               END-IF
           END-IF
           IF WS-AUX-AMS-DATA-TELA     NOT NUMERIC
               MOVE 'S'                TO WRK-NUM-INVALID-FLAG
           ELSE
               MOVE WS-AUX-AMS-DATA-TELA
                                       TO WRK-AMS-DATA
           END-IF
           .
      *----------------------------------------------------------------*
       27-71-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       27-72-CONFERE-AMOSTRA           SECTION.
      *----------------------------------------------------------------*
      *    O VENDEDOR E O PRODUTO (ITEM P) TEM DE ESTAR CADASTRADOS; NA
      *    ENTREGA O CLIENTE TAMBEM, E A VISITA DA DATA INFORMADA TEM
      *    DE CONSTAR NO HISTORICO FEITA POR ESSE VENDEDOR.
      *
           MOVE 'N'                    TO WRK-AMS-RECUSA-FLAG
      *
           PERFORM 50-30-ABRIR-ARQVEN
           MOVE WRK-AMS-COD-VEN        TO EXEMPLO-CODIGO-VEND
                                       OF ARQVEN01
           READ ARQVEN01
               INVALID KEY
                   SET WRK-AMS-RECUSADA TO TRUE
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQVEN01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
           END-READ
           PERFORM 50-50-FECHAR-ARQVEN
           IF WRK-AMS-RECUSADA
               GO TO 27-72-SAIDA
           END-IF
      *
           IF WRK-AMS-ITEM-PRODUTO
               OPEN INPUT ARQPRD01
               MOVE WRK-AMS-COD-PROD   TO PRODUTO-CODIGO
               READ ARQPRD01
                   INVALID KEY
                       SET WRK-AMS-RECUSADA TO TRUE
                       MOVE '23'       TO STATUS-CODE-02
                       MOVE 'ARQPRD01' TO MENSAGEM-CALLER
                       PERFORM 50-90-DISPLAY-FS
               END-READ
               CLOSE ARQPRD01
               IF WRK-AMS-RECUSADA
                   GO TO 27-72-SAIDA
               END-IF
           END-IF
      *
           IF NOT WRK-AMS-ACAO-ENTREGA
               GO TO 27-72-SAIDA
           END-IF
      *
           PERFORM 50-20-ABRIR-ARQCLI
           MOVE WRK-AMS-COD-CLI        TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   SET WRK-AMS-RECUSADA TO TRUE
                   MOVE '23'           TO STATUS-CODE-02
                   MOVE 'ARQCLI01'     TO MENSAGEM-CALLER
                   PERFORM 50-90-DISPLAY-FS
           END-READ
           PERFORM 50-40-FECHAR-ARQCLI
           IF WRK-AMS-RECUSADA
               GO TO 27-72-SAIDA
           END-IF
      *
           OPEN INPUT ARQVIS01
           IF NOT WRK-ARQVIS01-OK
               SET WRK-AMS-RECUSADA    TO TRUE
               MOVE WRK-FS-ARQVIS01    TO STATUS-CODE-02
               MOVE 'ARQVIS01'         TO MENSAGEM-CALLER
               PERFORM 50-90-DISPLAY-FS
               GO TO 27-72-SAIDA
           END-IF
           MOVE WRK-AMS-COD-CLI        TO VISITA-COD-CLI
           MOVE WRK-AMS-DATA           TO VISITA-DATA
           READ ARQVIS01
               INVALID KEY
                   SET WRK-AMS-RECUSADA TO TRUE
                   DISPLAY CLEAR-SCREEN
                   MOVE 'VISITA NAO ENCONTRADA NO HISTORICO PARA O '
                      & 'CLIENTE E DATA'
                                       TO ERRO-MSG
                   DISPLAY TELA-ERRO
                   ACCEPT  TELA-ERRO
               NOT INVALID KEY
                   IF VISITA-COD-VEN   NOT EQUAL WRK-AMS-COD-VEN
                       SET WRK-AMS-RECUSADA TO TRUE
                       DISPLAY CLEAR-SCREEN
                       MOVE SPACES     TO ERRO-MSG
                       STRING 'A VISITA FOI FEITA PELO VENDEDOR '
                              VISITA-COD-VEN
                              DELIMITED BY SIZE INTO ERRO-MSG
                       END-STRING
                       DISPLAY TELA-ERRO
                       ACCEPT  TELA-ERRO
                   END-IF
           END-READ
           CLOSE ARQVIS01
           .
      *----------------------------------------------------------------*
       27-72-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MOVIMENTO DE AMOSTRA FORA DO ESCOPO DO OPERADOR V/S: NA        *
      * ENTREGA O CLIENTE E TESTADO ANTES DO VENDEDOR, PORQUE O CODIGO *
      * DO VENDEDOR OCUPA OS MESMOS BYTES DO DO CLIENTE.               *
      *----------------------------------------------------------------*
       27-73-TESTA-ESCOPO-AMOS         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ESC-NEGADO-FLAG
      *
           IF WRK-AMS-ACAO-ENTREGA
               MOVE WRK-AMS-COD-CLI    TO WS-AUX-CODIGO-CLI
               PERFORM 62-10-TESTA-ESCOPO-CLI THRU 62-10-SAIDA
               IF WRK-ESC-NEGADO
                   GO TO 27-73-SAIDA
               END-IF
           END-IF
      *
           MOVE WRK-AMS-COD-VEN        TO WS-AUX-CODIGO-VEND
           PERFORM 62-20-TESTA-ESCOPO-VEN THRU 62-20-SAIDA
           .
      *----------------------------------------------------------------*
       27-73-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SALDO DO VENDEDOR NO ITEM (REMESSAS MENOS ENTREGAS) E PROXIMA  *
      * SEQUENCIA LIVRE NA DATA DO MOVIMENTO (WRK-AMS-DATA). ARQAMOS   *
      * JA ABERTO I-O.                                                 *
      *----------------------------------------------------------------*
       27-74-APURA-SALDO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-AMS-SALDO
           MOVE 1                      TO WRK-AMS-PROX-SEQ
           MOVE 'N'                    TO WRK-AMS-FIM-FLAG
      *
           MOVE WRK-AMS-COD-VEN        TO AMOS-COD-VEN
           MOVE WRK-AMS-ITEM           TO AMOS-ITEM
           MOVE ZEROS                  TO AMOS-DATA
                                          AMOS-SEQ
           START ARQAMOS KEY IS GREATER THAN OR EQUAL AMOS-CHAVE
               INVALID KEY
                   GO TO 27-74-SAIDA
           END-START
      *
           PERFORM 27-75-SOMA-MOVIMENTO THRU 27-75-SAIDA
               UNTIL WRK-AMS-FIM
           .
      *----------------------------------------------------------------*
       27-74-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       27-75-SOMA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQAMOS NEXT RECORD
               AT END
                   SET WRK-AMS-FIM     TO TRUE
                   GO TO 27-75-SAIDA
           END-READ
      *
           IF AMOS-COD-VEN             NOT EQUAL WRK-AMS-COD-VEN
           OR AMOS-ITEM                NOT EQUAL WRK-AMS-ITEM
               SET WRK-AMS-FIM         TO TRUE
               GO TO 27-75-SAIDA
           END-IF
      *
           IF AMOS-MOV-REMESSA
               ADD AMOS-QTDE           TO WRK-AMS-SALDO
           ELSE
               SUBTRACT AMOS-QTDE      FROM WRK-AMS-SALDO
           END-IF
           IF AMOS-DATA                EQUAL WRK-AMS-DATA
               COMPUTE WRK-AMS-PROX-SEQ = AMOS-SEQ + 1
           END-IF
           .
      *----------------------------------------------------------------*
       27-75-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REVISAO DAS CORRECOES CADASTRAIS PROPOSTAS PELO APP DE CAMPO   *
      * (SO ADMIN): MOSTRA O VALOR ATUAL E O PROPOSTO DE CADA UMA,     *
      * REFAZ AS CRITICAS DA TELA DE CLIENTES E APROVA (APLICANDO NO   *
      * CADASTRO) OU REJEITA COM MOTIVO. A DECISAO VOLTA AO APP NA     *
      * PROXIMA EXECUCAO DO PROC-CORRECAO.                             *
      *----------------------------------------------------------------*
       27-80-APROVA-CORRECAO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CORR-QTDE-PEND
           MOVE 'N'                    TO WRK-CORR-SAIR-FLAG
      *
           OPEN I-O ARQCORR
           IF NOT WRK-ARQCORR-OK
               DISPLAY CLEAR-SCREEN
               MOVE 'NAO HA CORRECOES DO APP PENDENTES DE DECISAO'
                                       TO ERRO-MSG
               DISPLAY TELA-ERRO
               ACCEPT  TELA-ERRO
               GO TO 27-80-SAIDA
           END-IF
      *
           PERFORM 50-20-ABRIR-ARQCLI
      *
           MOVE LOW-VALUES             TO CORR-CHAVE
           START ARQCORR KEY IS GREATER THAN OR EQUAL CORR-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CORR-SAIR-FLAG
           END-START
      *
           PERFORM 27-81-REVISA-CORRECAO THRU 27-81-SAIDA
               UNTIL WRK-CORR-SAIR
      *
           CLOSE ARQCORR
           PERFORM 50-40-FECHAR-ARQCLI
      *
           DISPLAY CLEAR-SCREEN
           IF WRK-CORR-QTDE-PEND EQUAL ZEROS
               MOVE 'NAO HAVIA CORRECOES PENDENTES'
                                       TO ERRO-MSG
           ELSE
               MOVE 'REVISAO DE CORRECOES ENCERRADA'
                                       TO ERRO-MSG
           END-IF
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       27-80-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       27-81-REVISA-CORRECAO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCORR NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CORR-SAIR-FLAG
                   GO TO 27-81-SAIDA
           END-READ
      *
           IF NOT CORR-PENDENTE
               GO TO 27-81-SAIDA
           END-IF
           ADD 1                       TO WRK-CORR-QTDE-PEND
      *
           MOVE 'S'                    TO WRK-CORR-VALIDA-FLAG
           MOVE SPACES                 TO WRK-CORR-ERRO
                                          WRK-CORR-VALOR-ATUAL
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           MOVE CORR-COD-CLI           TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-READ
      *
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CORRECAO DO APP - CLIENTE ' CORR-COD-CLI
           IF WRK-CHV-INVALID
               MOVE 'N'                TO WRK-CORR-VALIDA-FLAG
               MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WRK-CORR-ERRO
           ELSE
               DISPLAY 'RAZAO SOCIAL: ' EXEMPLO-RAZAO-SOCIAL
                                       OF ARQCLI01
               PERFORM 27-82-VALOR-ATUAL THRU 27-82-SAIDA
           END-IF
           DISPLAY 'CAMPO.......: ' CORR-CAMPO
           DISPLAY 'VALOR ATUAL.: ' WRK-CORR-VALOR-ATUAL
           DISPLAY 'PROPOSTO....: ' CORR-VALOR
           DISPLAY 'VENDEDOR....: ' CORR-COD-VEN
                   ' SOLICITADO EM ' CORR-DATA-SOLIC
                   ' RECEBIDO EM ' CORR-DATA-RECEB
      *
           IF WRK-CORR-VALIDA
               PERFORM 27-83-REVALIDA-CORRECAO THRU 27-83-SAIDA
           END-IF
      *
      *    CORRECAO QUE NAO PASSA MAIS NAS CRITICAS (CLIENTE EXCLUIDO,
      *    TERRITORIO INATIVADO DESDE A CARGA ETC.) SO PODE SER
      *    REJEITADA.
           IF NOT WRK-CORR-VALIDA
               DISPLAY 'NAO PODE SER APLICADA: ' WRK-CORR-ERRO
               DISPLAY 'REJEITA (N)  PULA (ENTER)  SAI (X)'
           ELSE
               IF  CORR-CAMPO-CEP
               AND WS-AUX-TERRITORIO NOT EQUAL
                   EXEMPLO-TERRITORIO OF ARQCLI01
                   DISPLAY 'TERRITORIO..: ' EXEMPLO-TERRITORIO
                                       OF ARQCLI01
                           ' PASSA A ' WS-AUX-TERRITORIO
               END-IF
               DISPLAY 'APROVA (S)  REJEITA (N)  PULA (ENTER)  SAI (X)'
           END-IF
           ACCEPT WS-AUX-OPCAO-CONFIRM
      *
           EVALUATE TRUE
               WHEN WRK-CONFIRMA-SIM AND WRK-CORR-VALIDA
                   PERFORM 27-84-APLICA-CORRECAO THRU 27-84-SAIDA
               WHEN WS-AUX-OPCAO-CONFIRM EQUAL 'N' OR 'n'
                   MOVE SPACES         TO WS-AUX-CORR-MOTIVO
                   DISPLAY 'MOTIVO DA REJEICAO: '
                   ACCEPT WS-AUX-CORR-MOTIVO
                   IF WS-AUX-CORR-MOTIVO EQUAL SPACES
                       IF WRK-CORR-VALIDA
                           MOVE 'REJEITADA PELO BACK-OFFICE'
                                       TO WS-AUX-CORR-MOTIVO
                       ELSE
                           MOVE WRK-CORR-ERRO
                                       TO WS-AUX-CORR-MOTIVO
                       END-IF
                   END-IF
                   PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
                   SET CORR-REJEITADA  TO TRUE
                   MOVE WRK-OPER-ID    TO CORR-OPERADOR
                   MOVE WRK-DHG-DATA8  TO CORR-DATA-DECISAO
                   MOVE WS-AUX-CORR-MOTIVO
                                       TO CORR-MOTIVO
                   REWRITE CORR-REG
                   END-REWRITE
                   MOVE 'REJE-CORR'    TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING CORR-COD-CLI ' ' CORR-CAMPO
                          ' VEN=' CORR-COD-VEN ' ' CORR-MOTIVO
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
               WHEN WS-AUX-OPCAO-CONFIRM EQUAL 'X' OR 'x'
                   MOVE 'S'            TO WRK-CORR-SAIR-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       27-81-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALOR ATUAL DO CAMPO NO CADASTRO, PARA O ANTES/DEPOIS.         *
      *----------------------------------------------------------------*
       27-82-VALOR-ATUAL               SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN CORR-CAMPO-ENDERECO
                   MOVE EXEMPLO-ENDERECO OF ARQCLI01
                                       TO WRK-CORR-VALOR-ATUAL
               WHEN CORR-CAMPO-CEP
                   MOVE EXEMPLO-CEP OF ARQCLI01
                                       TO WRK-CORR-VALOR-ATUAL
               WHEN CORR-CAMPO-TELEFONE
                   MOVE EXEMPLO-TELEFONE OF ARQCLI01
                                       TO WRK-CORR-VALOR-ATUAL
               WHEN CORR-CAMPO-EMAIL
                   MOVE EXEMPLO-EMAIL OF ARQCLI01
                                       TO WRK-CORR-VALOR-ATUAL
               WHEN CORR-CAMPO-LATITUDE
                   MOVE EXEMPLO-LATITUDE OF ARQCLI01
                                       TO WRK-CORR-COORD-ED
                   MOVE WRK-CORR-COORD-ED
                                       TO WRK-CORR-VALOR-ATUAL
               WHEN CORR-CAMPO-LONGITUDE
                   MOVE EXEMPLO-LONGITUDE OF ARQCLI01
                                       TO WRK-CORR-COORD-ED
                   MOVE WRK-CORR-COORD-ED
                                       TO WRK-CORR-VALOR-ATUAL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       27-82-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REFAZ NA HORA DA DECISAO AS CRITICAS DA TELA DE CLIENTES SOBRE *
      * O VALOR PROPOSTO (O CADASTRO PODE TER MUDADO DESDE A CARGA).   *
      * NA TROCA DE CEP DEIXA EM WS-AUX-TERRITORIO O TERRITORIO QUE O  *
      * CLIENTE PASSA A TER.                                           *
      *----------------------------------------------------------------*
       27-83-REVALIDA-CORRECAO         SECTION.
      *----------------------------------------------------------------*
      *
           IF EXEMPLO-STATUS-EXCLUIDO OF ARQCLI01
               MOVE 'N'                TO WRK-CORR-VALIDA-FLAG
               MOVE 'CLIENTE EXCLUIDO' TO WRK-CORR-ERRO
               GO TO 27-83-SAIDA
           END-IF
      *
           EVALUATE TRUE
               WHEN CORR-CAMPO-ENDERECO
                   CONTINUE
               WHEN CORR-CAMPO-CEP
                   IF CORR-VALOR(1:8)  NOT NUMERIC
                   OR CORR-VALOR(9:42) NOT EQUAL SPACES
                       MOVE 'N'        TO WRK-CORR-VALIDA-FLAG
                       MOVE 'CEP INVALIDO (8 DIGITOS)'
                                       TO WRK-CORR-ERRO
                       GO TO 27-83-SAIDA
                   END-IF
                   MOVE CORR-VALOR(1:8) TO WS-AUX-CEP
                   MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WS-AUX-TERRITORIO
                   PERFORM 21-50-DERIVA-TERRITORIO THRU 21-50-SAIDA
                   PERFORM 21-40-VALIDA-TERRITORIO THRU 21-40-SAIDA
                   IF NOT WRK-TERR-VALIDO
                       MOVE 'N'        TO WRK-CORR-VALIDA-FLAG
                       MOVE 'TERRITORIO DO CEP INEXISTENTE/INATIVO'
                                       TO WRK-CORR-ERRO
                   END-IF
               WHEN CORR-CAMPO-LATITUDE
               WHEN CORR-CAMPO-LONGITUDE
                   IF CORR-VALOR(16:35) NOT EQUAL SPACES
                       MOVE 'N'        TO WRK-CORR-VALIDA-FLAG
                       MOVE 'COORDENADA NAO NUMERICA'
                                       TO WRK-CORR-ERRO
                       GO TO 27-83-SAIDA
                   END-IF
                   MOVE CORR-VALOR(1:15) TO NUMVAL-ENTRADA
                   CALL 'ALPHATONUM'   USING AREA-NUMVAL
                   CANCEL 'ALPHATONUM'
                   IF NUMVAL-INVALIDO
                       MOVE 'N'        TO WRK-CORR-VALIDA-FLAG
                       MOVE 'COORDENADA NAO NUMERICA'
                                       TO WRK-CORR-ERRO
                       GO TO 27-83-SAIDA
                   END-IF
                   IF CORR-CAMPO-LATITUDE
                       IF NUMVAL-SAIDA < -90  OR NUMVAL-SAIDA > 90
                           MOVE 'N'    TO WRK-CORR-VALIDA-FLAG
                           MOVE 'LATITUDE FORA DA FAIXA -90 A 90'
                                       TO WRK-CORR-ERRO
                       END-IF
                   ELSE
                       IF NUMVAL-SAIDA < -180 OR NUMVAL-SAIDA > 180
                           MOVE 'N'    TO WRK-CORR-VALIDA-FLAG
                           MOVE 'LONGITUDE FORA DA FAIXA -180 A 180'
                                       TO WRK-CORR-ERRO
                       END-IF
                   END-IF
                   IF WRK-CORR-VALIDA
                       MOVE NUMVAL-SAIDA TO WRK-CORR-COORD
                   END-IF
               WHEN CORR-CAMPO-EMAIL
                   IF CORR-VALOR(41:10) NOT EQUAL SPACES
                       MOVE 'N'        TO WRK-CORR-VALIDA-FLAG
                       MOVE 'E-MAIL MAIOR QUE 40 POSICOES'
                                       TO WRK-CORR-ERRO
                       GO TO 27-83-SAIDA
                   END-IF
                   MOVE CORR-VALOR(1:40) TO WRK-CTT-EMAIL
                   MOVE SPACES         TO WRK-CTT-TELEFONE
                   PERFORM 21-52-VALIDA-CONTATO THRU 21-52-SAIDA
               WHEN CORR-CAMPO-TELEFONE
                   IF CORR-VALOR(16:35) NOT EQUAL SPACES
                       MOVE 'N'        TO WRK-CORR-VALIDA-FLAG
                       MOVE 'TELEFONE MAIOR QUE 15 POSICOES'
                                       TO WRK-CORR-ERRO
                       GO TO 27-83-SAIDA
                   END-IF
                   MOVE SPACES         TO WRK-CTT-EMAIL
                   MOVE CORR-VALOR(1:15) TO WRK-CTT-TELEFONE
                   PERFORM 21-52-VALIDA-CONTATO THRU 21-52-SAIDA
               WHEN OTHER
                   MOVE 'N'            TO WRK-CORR-VALIDA-FLAG
                   MOVE 'CAMPO NAO PERMITIDO PARA CORRECAO'
                                       TO WRK-CORR-ERRO
           END-EVALUATE
      *
           IF  (CORR-CAMPO-EMAIL OR CORR-CAMPO-TELEFONE)
           AND NOT WRK-CTT-VALIDO
               MOVE 'N'                TO WRK-CORR-VALIDA-FLAG
               MOVE WRK-CTT-ERRO       TO WRK-CORR-ERRO
           END-IF
           .
      *----------------------------------------------------------------*
       27-83-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APLICA NO CADASTRO A CORRECAO APROVADA (COM O TERRITORIO       *
      * DERIVADO NA TROCA DE CEP) E FECHA A SOLICITACAO NA FILA. A     *
      * TRILHA LEVA A IMAGEM DE ALTERACAO DE TELA (COM O REGISTRO      *
      * INTEIRO NO JORNAL DO CADASTRO) E UMA LINHA APROV-CORR COM O    *
      * CAMPO E OS VALORES ANTIGO E NOVO.                              *
      *----------------------------------------------------------------*
       27-84-APLICA-CORRECAO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-AUDIT-ANTES
           STRING EXEMPLO-CODIGO-CLI   OF ARQCLI01
                  EXEMPLO-NR-CNPJ      OF ARQCLI01
                  EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
      *
           EVALUATE TRUE
               WHEN CORR-CAMPO-ENDERECO
                   MOVE CORR-VALOR     TO EXEMPLO-ENDERECO
                                       OF ARQCLI01
               WHEN CORR-CAMPO-CEP
                   MOVE CORR-VALOR(1:8) TO EXEMPLO-CEP
                                       OF ARQCLI01
                   MOVE WS-AUX-TERRITORIO
                                       TO EXEMPLO-TERRITORIO
                                       OF ARQCLI01
               WHEN CORR-CAMPO-TELEFONE
                   MOVE CORR-VALOR(1:15) TO EXEMPLO-TELEFONE
                                       OF ARQCLI01
               WHEN CORR-CAMPO-EMAIL
                   MOVE CORR-VALOR(1:40) TO EXEMPLO-EMAIL
                                       OF ARQCLI01
               WHEN CORR-CAMPO-LATITUDE
                   MOVE WRK-CORR-COORD TO EXEMPLO-LATITUDE
                                       OF ARQCLI01
               WHEN CORR-CAMPO-LONGITUDE
                   MOVE WRK-CORR-COORD TO EXEMPLO-LONGITUDE
                                       OF ARQCLI01
           END-EVALUATE
      *
           MOVE 'N'                    TO WRK-CHV-INVALID-FLAG
           REWRITE EXEMPLO-REG OF ARQCLI01
               INVALID KEY
                   MOVE 'S'            TO WRK-CHV-INVALID-FLAG
           END-REWRITE
           IF WRK-CHV-INVALID
               DISPLAY 'FALHA AO REGRAVAR O CLIENTE ' CORR-COD-CLI
                       ' - CORRECAO MANTIDA PENDENTE'
               DISPLAY 'TECLE ENTER PARA CONTINUAR'
               ACCEPT WS-AUX-OPCAO-CONFIRM
               GO TO 27-84-SAIDA
           END-IF
      *
           MOVE 'ALTERACAO'            TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-DEPOIS
           STRING EXEMPLO-CODIGO-CLI   OF ARQCLI01
                  EXEMPLO-NR-CNPJ      OF ARQCLI01
                  EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
           MOVE EXEMPLO-REG OF ARQCLI01
                                       TO WRK-JCAD-IMAGEM
           MOVE 'C'                    TO WRK-JCAD-TIPO
           MOVE CORR-COD-CLI           TO WRK-JCAD-CODIGO
           PERFORM 60-12-GRAVA-JORNAL-CAD THRU 60-12-SAIDA
      *
           MOVE 'APROV-CORR'           TO WRK-AUDIT-ACAO
           MOVE SPACES                 TO WRK-AUDIT-ANTES
                                          WRK-AUDIT-DEPOIS
           STRING CORR-COD-CLI ' ' CORR-CAMPO ' '
                  WRK-CORR-VALOR-ATUAL
                  DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
           END-STRING
           STRING CORR-COD-CLI ' ' CORR-CAMPO ' ' CORR-VALOR
                  DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
           END-STRING
           PERFORM 60-10-GRAVA-AUDITORIA THRU 60-10-SAIDA
      *
           PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
           SET CORR-APROVADA           TO TRUE
           MOVE WRK-OPER-ID            TO CORR-OPERADOR
           MOVE WRK-DHG-DATA8          TO CORR-DATA-DECISAO
           MOVE SPACES                 TO CORR-MOTIVO
           REWRITE CORR-REG
           END-REWRITE
           .
      *----------------------------------------------------------------*
       27-84-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA NO JORNAL DO CADASTRO A IMAGEM INTEIRA DO REGISTRO       *
      * (WRK-JCAD-IMAGEM) COM A DATA, HORA E OPERADOR DA LINHA QUE     *
      * 60-10-GRAVA-AUDITORIA ACABOU DE GRAVAR NA TRILHA. A MESMA      *
      * CHAVE NO MESMO SEGUNDO FICA COM A ULTIMA IMAGEM.               *
      *----------------------------------------------------------------*
       60-12-GRAVA-JORNAL-CAD          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQJCAD
           IF WRK-ARQJCAD-NAO-EXISTE
               OPEN OUTPUT ARQJCAD
               CLOSE ARQJCAD
               OPEN I-O ARQJCAD
           END-IF
           IF NOT WRK-ARQJCAD-OK
               GO TO 60-12-SAIDA
           END-IF
      *
           INITIALIZE JCAD-REG
           MOVE WRK-DHG-DATA8          TO JCAD-DATA
           MOVE WRK-DATA-HORA-GER(9:6) TO JCAD-HORA
           MOVE WRK-OPER-ID            TO JCAD-OPERADOR
           MOVE WRK-JCAD-TIPO          TO JCAD-TIPO
           MOVE WRK-JCAD-CODIGO        TO JCAD-CODIGO
           MOVE WRK-AUDIT-ACAO         TO JCAD-ACAO
           MOVE WRK-JCAD-IMAGEM        TO JCAD-IMAGEM
           WRITE JCAD-REG
               INVALID KEY
                   REWRITE JCAD-REG
                   END-REWRITE
           END-WRITE
      *
           CLOSE ARQJCAD
           .
      *----------------------------------------------------------------*
       60-12-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA UM EVENTO NO LOG DE SEGURANCA (LOGIN, FALHA,          *
      * BLOQUEIO, DESBLOQUEIO), SEPARADO DA TRILHA DE NEGOCIO.         *
      *----------------------------------------------------------------*
                  ' TERMINAL=' WRK-TERMINAL
                  DELIMITED BY SIZE INTO REG-ARQSEG
           END-STRING
      *    EVENTO SOBRE UM CLIENTE OU VENDEDOR ESPECIFICO (ACESSO FORA
      *    DO ESCOPO) LEVA O ALVO NO FIM DA LINHA.
           IF WRK-SEG-ALVO             NOT EQUAL SPACES
               MOVE ' ALVO='           TO REG-ARQSEG(85:6)
               MOVE WRK-SEG-ALVO       TO REG-ARQSEG(91:30)
               MOVE SPACES             TO WRK-SEG-ALVO
           END-IF
           WRITE REG-ARQSEG
           CLOSE ARQSEG
           .
       60-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MONTA NO LOGIN O ESCOPO DO OPERADOR DE PERFIL V/S: A LISTA DOS *
      * VENDEDORES (O PROPRIO VENDEDOR, OU A EQUIPE QUE RESPONDE AO    *
      * SUPERVISOR NA HIERARQUIA VIGENTE HOJE) E A DOS CLIENTES DE QUE *
      * ELES SAO TITULARES NA ULTIMA CARTEIRA OFICIAL DO MANIFESTO.    *
      * SEM VINCULO CADASTRADO O LOGIN E RECUSADO.                     *
      *----------------------------------------------------------------*
       62-00-CARREGA-ESCOPO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTDE-ESC-VEN
                                          WRK-QTDE-ESC-CLI
                                          WRK-ESC-COD-VINC
      *
           OPEN INPUT ARQVINC
           IF WRK-ARQVINC-OK
               MOVE OPER-ID            TO VINC-OPER-ID
               READ ARQVINC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VINC-COD-VEN
                                       TO WRK-ESC-COD-VINC
               END-READ
               CLOSE ARQVINC
           END-IF
      *
           IF WRK-ESC-COD-VINC         EQUAL ZEROS
               SET WRK-ESC-SEM-VINCULO TO TRUE
               DISPLAY CLEAR-SCREEN
               DISPLAY 'PERFIL DE VENDAS SEM VINCULO - PROCURE O '
                       'ADMINISTRADOR'
               MOVE OPER-ID            TO WRK-SEG-OPER
               MOVE 'SEM-VINCULO'      TO WRK-SEG-EVENTO
               PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
               GO TO 62-00-SAIDA
           END-IF
      *
           IF WRK-OPER-EH-VENDEDOR
               MOVE 1                  TO WRK-QTDE-ESC-VEN
               MOVE WRK-ESC-COD-VINC   TO TAB-ESC-VEN(1)
           ELSE
               PERFORM 60-20-CAPTURA-DATA-HORA THRU 60-20-SAIDA
               OPEN INPUT ARQHIER
               IF WRK-ARQHIER-OK
                   PERFORM 62-01-LE-HIERARQUIA THRU 62-01-SAIDA
                       UNTIL WRK-ARQHIER-FIM
                   CLOSE ARQHIER
               END-IF
           END-IF
      *
      *    SUPERVISOR SEM EQUIPE VIGENTE FICA COM O ESCOPO VAZIO.
           IF WRK-QTDE-ESC-VEN         EQUAL ZEROS
               GO TO 62-00-SAIDA
           END-IF
      *
           OPEN INPUT ARQMANIF
           IF WRK-ARQMANIF-OK
               PERFORM 20-93-LER-LINHA-MANIF THRU 20-93-SAIDA
                   UNTIL WRK-ARQMANIF-FIM
               CLOSE ARQMANIF
           END-IF
      *
           IF WRK-TEM-CARTEIRA
               OPEN INPUT ARQCARTU
               IF WRK-ARQCARTU-OK
                   PERFORM 62-02-LE-CARTEIRA THRU 62-02-SAIDA
                       UNTIL WRK-ARQCARTU-FIM
                   CLOSE ARQCARTU
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       62-00-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-01-LE-HIERARQUIA             SECTION.
      *----------------------------------------------------------------*
      *    VENDEDOR ENTRA NA EQUIPE QUANDO O REGISTRO DE HIERARQUIA
      *    VIGENTE HOJE APONTA PARA O SUPERVISOR DO VINCULO.
      *
           READ ARQHIER NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQHIER
               NOT AT END
                   IF  HIER-COD-SUPERV EQUAL WRK-ESC-COD-VINC
                   AND HIER-DATA-INICIO NOT GREATER WRK-DHG-DATA8
                   AND (HIER-DATA-FIM  EQUAL ZEROS
                    OR  HIER-DATA-FIM  NOT LESS WRK-DHG-DATA8)
                       MOVE HIER-COD-VEN
                                       TO WRK-ESC-VEN-BUSCA
                       PERFORM 62-05-PROCURA-VEN THRU 62-05-SAIDA
                       IF NOT WRK-ESC-ACHOU
                       AND WRK-QTDE-ESC-VEN LESS 200
                           ADD 1       TO WRK-QTDE-ESC-VEN
                           MOVE HIER-COD-VEN
                                 TO TAB-ESC-VEN(WRK-QTDE-ESC-VEN)
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       62-01-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-02-LE-CARTEIRA               SECTION.
      *----------------------------------------------------------------*
      *    CLIENTE ENTRA NO ESCOPO QUANDO O TITULAR DELE NA CARTEIRA E
      *    UM DOS VENDEDORES DO ESCOPO (O BACKUP NAO DA ACESSO).
      *
           READ ARQCARTU NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARTU
               NOT AT END
                   IF  REG-CART-TIPO-DETALHE
                   AND NOT REG-CART-TIPO-BACKUP
                   AND NOT REG-CART-NAO-ASSOCIADO
                       MOVE REG-CART-VEN-1
                                       TO WRK-ESC-VEN-BUSCA
                       PERFORM 62-05-PROCURA-VEN THRU 62-05-SAIDA
                       IF WRK-ESC-ACHOU
                       AND WRK-QTDE-ESC-CLI LESS 9999
                           ADD 1       TO WRK-QTDE-ESC-CLI
                           MOVE REG-CART-COD-CLI
                                 TO TAB-ESC-CLI(WRK-QTDE-ESC-CLI)
                       END-IF
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       62-02-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-05-PROCURA-VEN               SECTION.
      *----------------------------------------------------------------*
      *    PROCURA WRK-ESC-VEN-BUSCA NA LISTA DE VENDEDORES DO ESCOPO.
      *    OPERADOR SEM ESCOPO (PERFIS A/O) ALCANCA TODOS.
      *
           IF NOT WRK-OPER-COM-ESCOPO
               MOVE 'S'                TO WRK-ESC-ACHOU-FLAG
               GO TO 62-05-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-ESC-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-ESC
      *
           PERFORM 62-07-TESTA-VEN THRU 62-07-SAIDA
               UNTIL WRK-IX-ESC GREATER WRK-QTDE-ESC-VEN
                  OR WRK-ESC-ACHOU
           .
      *----------------------------------------------------------------*
       62-05-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-07-TESTA-VEN                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ESC-VEN(WRK-IX-ESC)  EQUAL WRK-ESC-VEN-BUSCA
               MOVE 'S'                TO WRK-ESC-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-ESC
           END-IF
           .
      *----------------------------------------------------------------*
       62-07-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-06-PROCURA-CLI               SECTION.
      *----------------------------------------------------------------*
      *    PROCURA WRK-ESC-CLI-BUSCA NA LISTA DE CLIENTES DO ESCOPO.
      *    OPERADOR SEM ESCOPO (PERFIS A/O) ALCANCA TODOS.
      *
           IF NOT WRK-OPER-COM-ESCOPO
               MOVE 'S'                TO WRK-ESC-ACHOU-FLAG
               GO TO 62-06-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-ESC-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-ESC
      *
           PERFORM 62-08-TESTA-CLI THRU 62-08-SAIDA
               UNTIL WRK-IX-ESC GREATER WRK-QTDE-ESC-CLI
                  OR WRK-ESC-ACHOU
           .
      *----------------------------------------------------------------*
       62-06-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-08-TESTA-CLI                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-ESC-CLI(WRK-IX-ESC)  EQUAL WRK-ESC-CLI-BUSCA
               MOVE 'S'                TO WRK-ESC-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-ESC
           END-IF
           .
      *----------------------------------------------------------------*
       62-08-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLIENTE CORRENTE (WS-AUX-CODIGO-CLI) FORA DA CARTEIRA DO       *
      * OPERADOR V/S: RECUSA O ACESSO, AVISA NA TELA E REGISTRA A      *
      * TENTATIVA NO LOG DE SEGURANCA. DEMAIS PERFIS PASSAM DIRETO.    *
      *----------------------------------------------------------------*
       62-10-TESTA-ESCOPO-CLI          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ESC-NEGADO-FLAG
      *
           MOVE WS-AUX-CODIGO-CLI      TO WRK-ESC-CLI-BUSCA
           PERFORM 62-06-PROCURA-CLI THRU 62-06-SAIDA
           IF WRK-ESC-ACHOU
               GO TO 62-10-SAIDA
           END-IF
      *
           SET WRK-ESC-NEGADO          TO TRUE
           MOVE SPACES                 TO WRK-SEG-ALVO
           STRING 'CLI=' WRK-ESC-CLI-BUSCA
                  DELIMITED BY SIZE INTO WRK-SEG-ALVO
           END-STRING
           PERFORM 62-30-REGISTRA-VIOLACAO THRU 62-30-SAIDA
      *
           MOVE 'CLIENTE FORA DA SUA CARTEIRA - ACESSO REGISTRADO'
                                       TO ERRO-MSG
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       62-10-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VENDEDOR CORRENTE (WS-AUX-CODIGO-VEND) FORA DO ESCOPO DO       *
      * OPERADOR V/S: MESMO TRATAMENTO DO CLIENTE FORA DA CARTEIRA.    *
      *----------------------------------------------------------------*
       62-20-TESTA-ESCOPO-VEN          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ESC-NEGADO-FLAG
      *
           MOVE WS-AUX-CODIGO-VEND     TO WRK-ESC-VEN-BUSCA
           PERFORM 62-05-PROCURA-VEN THRU 62-05-SAIDA
           IF WRK-ESC-ACHOU
               GO TO 62-20-SAIDA
           END-IF
      *
           SET WRK-ESC-NEGADO          TO TRUE
           MOVE SPACES                 TO WRK-SEG-ALVO
           STRING 'VEN=' WRK-ESC-VEN-BUSCA
                  DELIMITED BY SIZE INTO WRK-SEG-ALVO
           END-STRING
           PERFORM 62-30-REGISTRA-VIOLACAO THRU 62-30-SAIDA
      *
           MOVE 'VENDEDOR FORA DO SEU ESCOPO - ACESSO REGISTRADO'
                                       TO ERRO-MSG
           DISPLAY CLEAR-SCREEN
           DISPLAY TELA-ERRO
           ACCEPT  TELA-ERRO
           .
      *----------------------------------------------------------------*
       62-20-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       62-30-REGISTRA-VIOLACAO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-OPER-ID            TO WRK-SEG-OPER
           MOVE 'FORA-ESCOPO'          TO WRK-SEG-EVENTO
           PERFORM 60-30-GRAVA-SEGURANCA THRU 60-30-SAIDA
           .
      *----------------------------------------------------------------*
       62-30-SAIDA.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
        99-98-COPIA-ARQUIVO-VEN        SECTION.
      *----------------------------------------------------------------*

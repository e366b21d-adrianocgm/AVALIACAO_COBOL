           05  COMUNIC-HASH-SENHA          PIC X(010).
           05  COMUNIC-HASH-SAL            PIC 9(008).
           05  COMUNIC-HASH-RESULT         PIC 9(018).
      *----------------------------------------------------------------*
      *    ESTIMATIVA DE FRETE (CALC-FRETE): ENTRADA = CLIENTE, CEP,   *
      *    COORDENADAS E PESO TOTAL DO PEDIDO; SAIDA = CD QUE ATENDE,  *
      *    CRITERIO (C = FAIXA DE CEP, D = MAIS PROXIMO), KM E VALOR.  *
      *    'FR' USA A ATRIBUICAO GRAVADA (ARQCLD) QUANDO HOUVER; 'AT'  *
      *    SEMPRE DERIVA O CD (ATRIBUICAO NOTURNA, ATRIBUI-CD).        *
      *----------------------------------------------------------------*
           05  COMUNIC-FRT-OPER            PIC X(002).
               88  COMUNIC-FRT-ESTIMAR                 VALUE 'FR'.
               88  COMUNIC-FRT-ATRIBUIR                VALUE 'AT'.
           05  COMUNIC-FRT-COD-CLI         PIC 9(007).
           05  COMUNIC-FRT-CEP             PIC X(008).
           05  COMUNIC-FRT-LATITUDE        PIC S9(003)V9(008).
           05  COMUNIC-FRT-LONGITUDE       PIC S9(003)V9(008).
           05  COMUNIC-FRT-PESO-KG         PIC 9(007)V99.
           05  COMUNIC-FRT-CD              PIC X(003).
           05  COMUNIC-FRT-CRITERIO        PIC X(001).
           05  COMUNIC-FRT-DISTANCIA       PIC 9(005)V99.
           05  COMUNIC-FRT-VALOR           PIC 9(009)V99.
      *----------------------------------------------------------------*
      *    PARCELAS DO PEDIDO (GERA-PARCELAS): ENTRADA = PEDIDO,       *
      *    CLIENTE, CONDICAO (BRANCOS = PADRAO DO CLIENTE), DATA BASE  *
      *    (EMISSAO) E VALOR. 'CP' SO VALIDA A CONDICAO; 'GP' TAMBEM   *
      *    REGRAVA AS PARCELAS DO PEDIDO EM ARQPARC. SAIDA = CONDICAO  *
      *    USADA, DESCRICAO, QTDE DE PARCELAS E PRIMEIRO VENCIMENTO.   *
      *----------------------------------------------------------------*
           05  COMUNIC-PAR-OPER            PIC X(002).
               88  COMUNIC-PAR-CONSULTAR               VALUE 'CP'.
               88  COMUNIC-PAR-GERAR                   VALUE 'GP'.
           05  COMUNIC-PAR-NUM-PEDIDO      PIC 9(007).
           05  COMUNIC-PAR-COD-CLI         PIC 9(007).
           05  COMUNIC-PAR-CONDICAO        PIC X(003).
           05  COMUNIC-PAR-DATA-BASE       PIC 9(008).
           05  COMUNIC-PAR-VALOR           PIC 9(011)V99.
           05  COMUNIC-PAR-DESCRICAO       PIC X(030).
           05  COMUNIC-PAR-QTDE            PIC 9(002).
           05  COMUNIC-PAR-PRIM-VENCTO     PIC 9(008).
      *----------------------------------------------------------------*
      *    CONTA BANCARIA DO VENDEDOR (VALIDA-CONTA): ENTRADA = BANCO, *
      *    AGENCIA E CONTA COM OS DIGITOS INFORMADOS; SAIDA = RETORNO  *
      *    ('00' OK, '91' TAMANHO, '92' NAO NUMERICO, '94' DIGITO) E   *
      *    MENSAGEM EM COMUNIC-MSG.                                    *
      *----------------------------------------------------------------*
           05  COMUNIC-BCO-BANCO           PIC 9(003).
           05  COMUNIC-BCO-AGENCIA         PIC 9(004).
           05  COMUNIC-BCO-AGENCIA-DV      PIC X(001).
           05  COMUNIC-BCO-CONTA           PIC 9(012).
           05  COMUNIC-BCO-CONTA-DV        PIC X(001).
      *----------------------------------------------------------------*
      *    LICENCAS EXIGIDAS DO CLIENTE (VALIDA-LICENCA): ENTRADA =    *
      *    CLIENTE E DATA DE REFERENCIA (ZEROS = HOJE); SAIDA =        *
      *    RETORNO ('00' LIBERADO, '95' LICENCA EXIGIDA AUSENTE, '96'  *
      *    LICENCA EXIGIDA VENCIDA), CATEGORIA DO CLIENTE, TIPO E      *
      *    VALIDADE DA LICENCA QUE BLOQUEOU E MENSAGEM EM COMUNIC-MSG. *
      *----------------------------------------------------------------*
           05  COMUNIC-LIC-COD-CLI         PIC 9(007).
           05  COMUNIC-LIC-DATA-REF        PIC 9(008).
           05  COMUNIC-LIC-CATEGORIA       PIC X(004).
           05  COMUNIC-LIC-TIPO            PIC X(003).
           05  COMUNIC-LIC-VALIDADE        PIC 9(008).
      *----------------------------------------------------------------*
      *    ICMS DO PEDIDO (CALC-ICMS), EM TRES CHAMADAS: 'IN' ABRE O   *
      *    CALCULO PARA O CLIENTE (UF DESTINO EM ARQCLIMU) E O CD DO   *
      *    FRETE (UF ORIGEM EM ARQCDD; BRANCOS = SO REGRAS SEM         *
      *    ORIGEM); 'IT' CALCULA UM ITEM (SEQUENCIA, PRODUTO E VALOR   *
      *    LIQUIDO) E ACUMULA; 'GR' GRAVA EM ARQICMS O RESUMO E OS     *
      *    ITENS DO PEDIDO INFORMADO. SAIDA = UFS, ICMS DO ITEM,       *
      *    TOTAIS LIQUIDO/ICMS/BRUTO E QTDE DE ITENS COM ST E SEM      *
      *    REGRA. RETORNO '00' OK; '96' CLIENTE SEM UF E '97' SEM      *
      *    CADASTRO DE REGRAS (NOS DOIS O PEDIDO VALE PELO LIQUIDO E   *
      *    NADA E GRAVADO); '98' OPERACAO INVALIDA.                    *
      *----------------------------------------------------------------*
           05  COMUNIC-ICM-OPER            PIC X(002).
               88  COMUNIC-ICM-INICIAR                 VALUE 'IN'.
               88  COMUNIC-ICM-ITEM                    VALUE 'IT'.
               88  COMUNIC-ICM-GRAVAR                  VALUE 'GR'.
           05  COMUNIC-ICM-COD-CLI         PIC 9(007).
           05  COMUNIC-ICM-CD              PIC X(003).
           05  COMUNIC-ICM-NUM-PEDIDO      PIC 9(007).
           05  COMUNIC-ICM-DATA-CALC       PIC 9(008).
           05  COMUNIC-ICM-SEQ             PIC 9(003).
           05  COMUNIC-ICM-COD-PROD        PIC 9(007).
           05  COMUNIC-ICM-ITEM-VALOR      PIC 9(011)V99.
           05  COMUNIC-ICM-ITEM-ICMS       PIC 9(011)V99.
           05  COMUNIC-ICM-UF-ORIGEM       PIC X(002).
           05  COMUNIC-ICM-UF-DESTINO      PIC X(002).
           05  COMUNIC-ICM-LIQUIDO         PIC 9(011)V99.
           05  COMUNIC-ICM-VALOR           PIC 9(011)V99.
           05  COMUNIC-ICM-BRUTO           PIC 9(011)V99.
           05  COMUNIC-ICM-COM-ST          PIC 9(003).
           05  COMUNIC-ICM-SEM-REGRA       PIC 9(003).
      ***  AREA-COMUNC - END-OF-COPY FILE - - - - - - - - - AREA-COMUNC *
      *****************************************************************

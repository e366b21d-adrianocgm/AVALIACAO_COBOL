      ******************************************************************
      * BOOK LAYOUT DA INTERFACE DE PEDIDOS PARA O ERP                 *
      * (ERP_PEDIDOS_*.TXT), GRAVADA POR EXPORTA-ERP: UM REGISTRO DE   *
      * CABECALHO, PARA CADA PEDIDO APROVADO UM REGISTRO DE PEDIDO     *
      * SEGUIDO DOS SEUS ITENS, E UM REGISTRO DE TRAILER COM AS        *
      * QUANTIDADES E O VALOR TOTAL, TODOS DISTINGUIDOS POR            *
      * REG-ERP-TIPO-REG.                                              *
      ******************************************************************
      *
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  REG-ARQERP.
           05 REG-ERP-TIPO-REG         PIC X(001).
              88 REG-ERP-TIPO-HEADER              VALUE 'H'.
              88 REG-ERP-TIPO-PEDIDO              VALUE 'P'.
              88 REG-ERP-TIPO-ITEM                VALUE 'I'.
              88 REG-ERP-TIPO-TRAILER             VALUE 'T'.
           05 REG-ERP-CORPO            PIC X(119).
      *----------------------------------------------------------------*
      *    PEDIDO: VALORES LIQUIDO, DE ICMS E BRUTO PELO RESUMO DE     *
      *    ARQICMS; PEDIDO SEM RESUMO SAI COM ICMS ZERO E BRUTO IGUAL  *
      *    AO LIQUIDO. DATA DE APROVACAO = DATA DO ULTIMO STATUS.      *
      *----------------------------------------------------------------*
           05 REG-ERP-PED REDEFINES REG-ERP-CORPO.
              10 REG-ERP-PED-NUMERO       PIC 9(007).
              10 REG-ERP-PED-COD-CLI      PIC 9(007).
              10 REG-ERP-PED-CNPJ         PIC X(014).
              10 REG-ERP-PED-COD-VEN      PIC 9(003).
              10 REG-ERP-PED-DATA-EMISSAO PIC 9(008).
              10 REG-ERP-PED-DATA-APROV   PIC 9(008).
              10 REG-ERP-PED-COND-PAG     PIC X(003).
              10 REG-ERP-PED-QTDE-ITENS   PIC 9(003).
              10 REG-ERP-PED-VALOR-LIQ    PIC 9(011)V99.
              10 REG-ERP-PED-VALOR-ICMS   PIC 9(011)V99.
              10 REG-ERP-PED-VALOR-BRUTO  PIC 9(011)V99.
              10 FILLER                   PIC X(027).
           05 REG-ERP-ITEM REDEFINES REG-ERP-CORPO.
              10 REG-ERP-ITEM-PEDIDO      PIC 9(007).
              10 REG-ERP-ITEM-SEQ         PIC 9(003).
              10 REG-ERP-ITEM-COD-PROD    PIC 9(007).
              10 REG-ERP-ITEM-QUANTIDADE  PIC 9(007)V99.
              10 REG-ERP-ITEM-PRECO-UNIT  PIC 9(009)V99.
              10 REG-ERP-ITEM-VALOR       PIC 9(011)V99.
              10 REG-ERP-ITEM-ALIQUOTA    PIC 9(002)V99.
              10 REG-ERP-ITEM-VALOR-ICMS  PIC 9(011)V99.
              10 FILLER                   PIC X(052).
           05 REG-ERP-HDR REDEFINES REG-ERP-CORPO.
              10 REG-ERP-HDR-VERSAO       PIC X(005).
              10 REG-ERP-HDR-DATA-GER     PIC 9(008).
              10 REG-ERP-HDR-HORA-GER     PIC 9(006).
              10 FILLER                   PIC X(100).
           05 REG-ERP-TRL REDEFINES REG-ERP-CORPO.
              10 REG-ERP-TRL-QTDE-PED     PIC 9(007).
              10 REG-ERP-TRL-QTDE-ITENS   PIC 9(007).
              10 REG-ERP-TRL-VALOR-TOTAL  PIC 9(013)V99.
              10 FILLER                   PIC X(090).
      *

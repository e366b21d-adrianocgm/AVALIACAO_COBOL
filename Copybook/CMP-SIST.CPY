      ******************************************************************
      * BOOK LAYOUT DO CADASTRO DE CAMPANHAS PROMOCIONAIS DE PRECO.    *
      * UM REGISTRO POR PRODUTO X CAMPANHA (A CHAVE COMECA PELO         *
      * PRODUTO PARA A BUSCA NA DIGITACAO DO ITEM). A CAMPANHA VALE    *
      * DE CAMP-DATA-INICIO A CAMP-DATA-FIM (INCLUSIVE) E DA O PRECO   *
      * PROMOCIONAL FIXO OU UM PERCENTUAL SOBRE O PRECO VIGENTE.       *
      * TERRITORIO E PRIORIDADE EM BRANCO = TODOS OS CLIENTES. VARIAS  *
      * CAMPANHAS EM VIGOR PARA O ITEM: VALE A DE MENOR PRECO, E O     *
      * CODIGO DELA FICA GRAVADO NO ITEM (ITEM-PED-CAMPANHA).          *
      * MANTIDO NA TELA DE CAMPANHAS DO GERENCIADOR; LIDO NA           *
      * DIGITACAO DE PEDIDOS, EM IMPORTA-PEDIDOS E EM RELAT-CAMPANHA.  *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 CAMP-REG.
           05 CAMP-CHAVE.
              10 CAMP-COD-PROD         PIC  9(007).
              10 CAMP-CODIGO           PIC  X(006).
           05 CAMP-DESCRICAO           PIC  X(030).
           05 CAMP-DATA-INICIO         PIC  9(008).
           05 CAMP-DATA-FIM            PIC  9(008).
      *----------------------------------------------------------------*
      *    'P' = PRECO PROMOCIONAL FIXO (CAMP-PRECO-PROMO);            *
      *    'D' = PERCENTUAL DE DESCONTO SOBRE O PRECO VIGENTE.         *
      *----------------------------------------------------------------*
           05 CAMP-TIPO                PIC  X(001).
              88 CAMP-TIPO-PRECO                 VALUE 'P'.
              88 CAMP-TIPO-PERCENTUAL            VALUE 'D'.
           05 CAMP-PRECO-PROMO         PIC  9(009)V99.
           05 CAMP-DESC-PCT            PIC  9(002)V99.
           05 CAMP-TERRITORIO          PIC  X(005).
           05 CAMP-PRIORIDADE          PIC  X(001).
           05 CAMP-STATUS              PIC  X(001).
              88 CAMP-STATUS-ATIVA               VALUE 'A'.
              88 CAMP-STATUS-INATIVA             VALUE 'I'.
           05 CAMP-DATA-ALTER          PIC  9(008).
           05 FILLER                   PIC  X(010).
      *

      ******************************************************************
      * BOOK LAYOUT DO RATEIO DE CREDITO DE CLIENTE COMPARTILHADO,     *
      * MANTIDO NA TELA DE RATEIO DO GERENCIADOR. UM REGISTRO POR      *
      * CLIENTE X INICIO DE VIGENCIA: O RATEIO EM VIGOR NUMA DATA E O  *
      * DO MAIOR INICIO MENOR OU IGUAL A ELA, SE O FIM DE VIGENCIA     *
      * (ZEROS = EM ABERTO) NAO FOR ANTERIOR A DATA. DE 2 A 4          *
      * VENDEDORES, COM PERCENTUAIS SOMANDO SEMPRE 100,00.             *
      * O RATEIO SO AFETA O CREDITO DA VENDA (CALC-COMISSAO,           *
      * RELAT-RANKING E RELAT-META); A ASSOCIACAO PRIMARIA DO CLIENTE  *
      * CONTINUA SENDO A DA CARTEIRA (GERENC-CARTEIRA).                *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 RATEIO-REG.
           05 RATEIO-CHAVE.
              10 RATEIO-COD-CLI        PIC  9(007).
              10 RATEIO-DATA-INICIO    PIC  9(008).
           05 RATEIO-DATA-FIM          PIC  9(008).
           05 RATEIO-QTDE-VEND         PIC  9(001).
           05 RATEIO-PARTE                        OCCURS 4 TIMES.
              10 RATEIO-COD-VEN        PIC  9(003).
              10 RATEIO-PCT            PIC  9(003)V99.
           05 RATEIO-DATA-ALTER        PIC  9(008).
           05 RATEIO-OPERADOR          PIC  X(010).
           05 FILLER                   PIC  X(026).
      *

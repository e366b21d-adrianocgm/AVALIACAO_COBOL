      ******************************************************************
      * BOOK LAYOUT DO CADASTRO DE CONDICOES DE PAGAMENTO (30/60/90,   *
      * A VISTA, 28 DIAS...), MANTIDO NA TELA DE CONDICOES DO          *
      * GERENCIADOR. CADA CONDICAO TEM DE 1 A 12 PARCELAS COM O PRAZO  *
      * EM DIAS CORRIDOS DA EMISSAO (0 = A VISTA) E O PERCENTUAL DO    *
      * VALOR. PERCENTUAIS TODOS ZERADOS = PARCELAS IGUAIS (A ULTIMA   *
      * FICA COM O ARREDONDAMENTO); INFORMADOS, SOMAM SEMPRE 100,00.   *
      * AS PARCELAS DO PEDIDO SAO GERADAS POR GERA-PARCELAS.           *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 160 CHARACTERS.
      *
       01 CONDPAG-REG.
           05 CONDPAG-CODIGO           PIC  X(003).
           05 CONDPAG-DESCRICAO        PIC  X(030).
           05 CONDPAG-SITUACAO         PIC  X(001).
              88 CONDPAG-ATIVA                   VALUE 'A'.
              88 CONDPAG-INATIVA                 VALUE 'I'.
           05 CONDPAG-QTDE-PARC        PIC  9(002).
           05 CONDPAG-PARCELA                     OCCURS 12 TIMES.
              10 CONDPAG-DIAS          PIC  9(003).
              10 CONDPAG-PCT           PIC  9(003)V99.
           05 CONDPAG-DATA-ALTER       PIC  9(008).
           05 CONDPAG-OPERADOR         PIC  X(010).
           05 FILLER                   PIC  X(010).
      *

      ******************************************************************
      * BOOK LAYOUT DO VINCULO DO OPERADOR COM A FORCA DE VENDAS. UM   *
      * REGISTRO POR OPERADOR DE PERFIL 'V' (VENDEDOR) OU 'S'          *
      * (SUPERVISOR), MANTIDO NA ADMINISTRACAO DE OPERADORES DO        *
      * GERENCIADOR. PERFIL 'V': VINC-COD-VEN E O CODIGO DO VENDEDOR;  *
      * PERFIL 'S': E O CODIGO DO SUPERVISOR NA HIERARQUIA COMERCIAL   *
      * (ARQHIER) E A EQUIPE E A DOS VENDEDORES SUBORDINADOS A ELE NA  *
      * DATA DO LOGIN. O OPERADOR SO ALCANCA OS CLIENTES DE QUE ESSES  *
      * VENDEDORES SAO TITULARES NA ULTIMA CARTEIRA OFICIAL.           *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 VINC-REG.
           05 VINC-OPER-ID             PIC  X(010).
           05 VINC-COD-VEN             PIC  9(003).
           05 VINC-DATA-ALTER          PIC  9(008).
           05 VINC-OPERADOR            PIC  X(010).
           05 FILLER                   PIC  X(009).
      *

      ******************************************************************
      * BOOK LAYOUT DA ATRIBUICAO CLIENTE X CENTRO DE DISTRIBUICAO QUE *
      * O ATENDE. REFEITO TODA NOITE POR ATRIBUI-CD A PARTIR DO CEP E  *
      * DAS COORDENADAS DO CLIENTE (CDD-SIST); CLIENTE AINDA SEM       *
      * REGISTRO AQUI TEM O CD DERIVADO NA HORA POR CALC-FRETE.        *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 CLICD-REG.
           05 CLICD-COD-CLI            PIC  9(007).
           05 CLICD-CD                 PIC  X(003).
      *    C = CEP DENTRO DE UMA FAIXA DO CD; D = CD MAIS PROXIMO.
           05 CLICD-CRITERIO           PIC  X(001).
              88 CLICD-POR-CEP                   VALUE 'C'.
              88 CLICD-POR-DISTANCIA             VALUE 'D'.
      *    KM DO CD AO CLIENTE (ZERO QUANDO FALTA COORDENADA).
           05 CLICD-DISTANCIA          PIC  9(005)V99.
           05 CLICD-DATA-ATRIB         PIC  9(008).
           05 FILLER                   PIC  X(014).
      *

      ******************************************************************
      * BOOK LAYOUT DA HIERARQUIA COMERCIAL (VENDEDOR -> SUPERVISOR -> *
      * GERENTE REGIONAL), MANTIDA NA TELA DE EQUIPES DO GERENCIADOR.  *
      * UM REGISTRO POR VENDEDOR X INICIO DE VIGENCIA: A EQUIPE EM     *
      * VIGOR NUMA DATA E A DO MAIOR INICIO MENOR OU IGUAL A ELA, SE   *
      * O FIM DE VIGENCIA (ZEROS = EM ABERTO) NAO FOR ANTERIOR A DATA. *
      * SUPERVISORES E GERENTES NAO PRECISAM ESTAR EM ARQVEN01 (NAO    *
      * RECEBEM CARTEIRA); O NOME FICA GUARDADO NO PROPRIO REGISTRO.   *
      * LIDA POR RELAT-RANKING, RELAT-META E CALC-COMISSAO PARA OS     *
      * TOTAIS POR EQUIPE (SUPERVISOR) E POR REGIAO (GERENTE).         *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 HIER-REG.
           05 HIER-CHAVE.
              10 HIER-COD-VEN          PIC  9(003).
              10 HIER-DATA-INICIO      PIC  9(008).
           05 HIER-DATA-FIM            PIC  9(008).
           05 HIER-COD-SUPERV          PIC  9(003).
           05 HIER-NOME-SUPERV         PIC  X(025).
           05 HIER-COD-GERENTE         PIC  9(003).
           05 HIER-NOME-GERENTE        PIC  X(025).
           05 HIER-DATA-ALTER          PIC  9(008).
           05 FILLER                   PIC  X(017).
      *

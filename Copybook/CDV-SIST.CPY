      ******************************************************************
      * BOOK LAYOUT DA POLITICA DE CADENCIA DE VISITAS: INTERVALO      *
      * MAXIMO, EM DIAS, ENTRE DUAS VISITAS ACEITAS A UM CLIENTE DE    *
      * CADA FAIXA DE PRIORIDADE (EXEMPLO-PRIORIDADE). MANTIDA NO      *
      * GERENCIADOR E LIDA PELA VARREDURA DIARIA DE VISITAS EM ATRASO  *
      * (RELAT-CADENCIA). FAIXA SEM REGISTRO USA O PADRAO COMERCIAL    *
      * A=15, B=30, C=60; DIAS ZERO TIRA A FAIXA DA COBRANCA.          *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 CADENCIA-REG.
           05 CADENCIA-PRIORIDADE      PIC  X(001).
              88 CADENCIA-PRIORIDADE-VALIDA      VALUE 'A' 'B' 'C'.
           05 CADENCIA-DIAS            PIC  9(003).
           05 CADENCIA-DATA-ALTER      PIC  9(008).
           05 CADENCIA-OPERADOR        PIC  X(010).
           05 FILLER                   PIC  X(018).
      *

      ******************************************************************
      * BOOK LAYOUT DA TABELA DE PRAZOS DO SAC (SLA): DIAS CORRIDOS    *
      * PARA SOLUCAO DO CHAMADO POR CATEGORIA X SEVERIDADE. MANTIDA    *
      * PELO ADMINISTRADOR NO GERENCIADOR; SO SE ABRE CHAMADO PARA UMA *
      * CATEGORIA X SEVERIDADE CADASTRADA AQUI.                        *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 SLA-REG.
           05 SLA-CHAVE.
              10 SLA-CATEGORIA         PIC  X(003).
              10 SLA-SEVERIDADE        PIC  X(001).
           05 SLA-DESCRICAO            PIC  X(030).
           05 SLA-DIAS                 PIC  9(003).
           05 SLA-DATA-ALTER           PIC  9(008).
           05 SLA-OPERADOR             PIC  X(010).
           05 FILLER                   PIC  X(005).
      *

      ******************************************************************
      * BOOK LAYOUT DA CONTA BANCARIA DO VENDEDOR (PAGAMENTO DA        *
      * COMISSAO). UM REGISTRO POR VENDEDOR, MANTIDO NO GERENCIADOR    *
      * (SO ADMIN) COM DIGITOS VALIDADOS POR VALIDA-CONTA. TODA        *
      * INCLUSAO OU TROCA DE CONTA FICA PENDENTE ATE OUTRO OPERADOR    *
      * CONFIRMAR (MENU SUPERVISAO); GERA-REMESSA SO PAGA CONTA        *
      * CONFIRMADA E LISTA OS DEMAIS NO RELATORIO DE EXCECOES.         *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 CBAN-REG.
           05 CBAN-COD-VEN             PIC  9(003).
           05 CBAN-BANCO               PIC  9(003).
           05 CBAN-AGENCIA             PIC  9(004).
           05 CBAN-AGENCIA-DV          PIC  X(001).
           05 CBAN-CONTA               PIC  9(012).
           05 CBAN-CONTA-DV            PIC  X(001).
      *----------------------------------------------------------------*
      *    P = PENDENTE DE CONFIRMACAO (PAGAMENTO RETIDO);             *
      *    C = CONFIRMADA POR OPERADOR DIFERENTE DE QUEM ALTEROU.      *
      *----------------------------------------------------------------*
           05 CBAN-SITUACAO            PIC  X(001).
              88 CBAN-PENDENTE                   VALUE 'P'.
              88 CBAN-CONFIRMADA                 VALUE 'C'.
           05 CBAN-OPER-ALTER          PIC  X(010).
           05 CBAN-DATA-ALTER          PIC  9(008).
           05 CBAN-HORA-ALTER          PIC  9(006).
           05 CBAN-OPER-CONF           PIC  X(010).
           05 CBAN-DATA-CONF           PIC  9(008).
           05 FILLER                   PIC  X(013).
      *

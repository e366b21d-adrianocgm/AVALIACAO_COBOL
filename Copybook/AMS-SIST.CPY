      ******************************************************************
      * BOOK LAYOUT DO RAZAO DE AMOSTRAS E MATERIAL PROMOCIONAL POR    *
      * VENDEDOR. CADA MOVIMENTO E UMA REMESSA DO ALMOXARIFADO PARA O  *
      * VENDEDOR (CREDITO) OU UMA ENTREGA DO VENDEDOR A UM CLIENTE NA  *
      * VISITA (DEBITO). O SALDO DO VENDEDOR NO ITEM E A SOMA DAS      *
      * REMESSAS MENOS A DAS ENTREGAS - A CHAVE DEIXA OS MOVIMENTOS    *
      * DE UM VENDEDOR/ITEM JUNTOS EM ORDEM DE DATA. REMESSAS E        *
      * ENTREGAS DIGITADAS VEM DO GERENCIADOR; ENTREGAS DO APP DE      *
      * CAMPO VEM DO PROC-AMOSTRA. LIDO MENSALMENTE PELO RELAT-AMOSTRA.*
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 AMOS-REG.
           05 AMOS-CHAVE.
              10 AMOS-COD-VEN          PIC  9(003).
      *----------------------------------------------------------------*
      *    ITEM: 'P' = PRODUTO DO CADASTRO (ARQPRD01, CODIGO NUMERICO  *
      *    DE 7 POSICOES); 'K' = KIT PROMOCIONAL (CODIGO LIVRE, SEM    *
      *    CADASTRO - SO EXISTE A PARTIR DA PRIMEIRA REMESSA).         *
      *----------------------------------------------------------------*
              10 AMOS-ITEM.
                 15 AMOS-TIPO-ITEM     PIC  X(001).
                    88 AMOS-ITEM-PRODUTO         VALUE 'P'.
                    88 AMOS-ITEM-KIT             VALUE 'K'.
                    88 AMOS-TIPO-ITEM-VALIDO     VALUE 'P' 'K'.
                 15 AMOS-COD-ITEM      PIC  X(007).
                 15 AMOS-COD-PROD REDEFINES AMOS-COD-ITEM
                                       PIC  9(007).
      *       DATA DO MOVIMENTO: NA ENTREGA E A DATA DA VISITA
      *       (ARQVIS01) EM QUE A AMOSTRA FOI DEIXADA COM O CLIENTE.
              10 AMOS-DATA             PIC  9(008).
      *       DESEMPATE DOS MOVIMENTOS DO MESMO VENDEDOR/ITEM/DATA.
              10 AMOS-SEQ              PIC  9(004).
           05 AMOS-TIPO-MOV            PIC  X(001).
              88 AMOS-MOV-REMESSA                VALUE 'R'.
              88 AMOS-MOV-ENTREGA                VALUE 'E'.
           05 AMOS-QTDE                PIC  9(005).
      *    CLIENTE QUE RECEBEU A AMOSTRA (ZEROS NA REMESSA).
           05 AMOS-COD-CLI             PIC  9(007).
      *    ORIGEM: 'A' = APP DE CAMPO (PROC-AMOSTRA), 'M' = DIGITADO.
           05 AMOS-ORIGEM              PIC  X(001).
              88 AMOS-ORIGEM-APP                 VALUE 'A'.
              88 AMOS-ORIGEM-MANUAL              VALUE 'M'.
           05 AMOS-OPERADOR            PIC  X(010).
           05 AMOS-DATA-REG            PIC  9(008).
      *    DESCRICAO DO KIT NA REMESSA OU OBSERVACAO LIVRE.
           05 AMOS-DESCRICAO           PIC  X(030).
           05 FILLER                   PIC  X(015).
      *

      ******************************************************************
      * BOOK LAYOUT DA LISTA DE DISTRIBUICAO DOS RELATORIOS. UM        *
      * REGISTRO POR TIPO DE RELATORIO X DESTINATARIO, MANTIDO NA TELA *
      * DE DISTRIBUICAO DO GERENCIADOR (SO ADMINISTRADOR). O ESCOPO    *
      * DIZ QUE PARTE DOS RELATORIOS POR VENDEDOR O DESTINATARIO       *
      * RECEBE: 'V' = SO O VENDEDOR DIST-ESCOPO-COD, 'S' = A EQUIPE DO *
      * SUPERVISOR DIST-ESCOPO-COD (ARQHIE EM VIGOR), 'T' = OS         *
      * VENDEDORES DO TERRITORIO DIST-ESCOPO-COD, 'G' = TUDO (O        *
      * RELATORIO INTEIRO). A PASTA E A DE SAIDA DO DESTINATARIO; EM   *
      * BRANCO, O ARQUIVO FICA NO DIRETORIO DE RELATORIOS. LIDA PELO   *
      * DISTRIBUI-RELAT NO FIM DO CICLO.                               *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01 DIST-REG.
           05 DIST-CHAVE.
      *       LIVRO / EXTRATO / CADENCIA / AGING.
              10 DIST-TIPO-RELAT       PIC  X(008).
              10 DIST-DESTINO          PIC  X(010).
           05 DIST-NOME                PIC  X(030).
           05 DIST-ESCOPO              PIC  X(001).
              88 DIST-ESCOPO-VENDEDOR            VALUE 'V'.
              88 DIST-ESCOPO-SUPERVISOR          VALUE 'S'.
              88 DIST-ESCOPO-TERRITORIO          VALUE 'T'.
              88 DIST-ESCOPO-GERAL               VALUE 'G'.
              88 DIST-ESCOPO-VALIDO              VALUE 'V' 'S' 'T' 'G'.
           05 DIST-ESCOPO-COD          PIC  X(005).
           05 DIST-PASTA               PIC  X(040).
           05 DIST-SITUACAO            PIC  X(001).
              88 DIST-ATIVO                      VALUE 'A'.
              88 DIST-INATIVO                    VALUE 'I'.
           05 DIST-DATA-ALTER          PIC  9(008).
           05 DIST-OPERADOR            PIC  X(010).
           05 FILLER                   PIC  X(007).
      *

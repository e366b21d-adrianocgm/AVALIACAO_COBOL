      ******************************************************************
      * BOOK LAYOUT DO CADASTRO MESTRE DE FAMILIAS DE PRODUTO. CADA    *
      * PRODUTO DE ARQPRD01 APONTA PARA UMA FAMILIA (PRODUTO-FAMILIA); *
      * A CATEGORIA AGRUPA FAMILIAS AFINS PARA LEITURA GERENCIAL.      *
      * BASE DO RELATORIO DE MIX DE PRODUTOS (RELAT-MIX). FAMILIA      *
      * TECNICA (EXIGE CERTIFICACAO) SO E VENDIDA POR VENDEDOR         *
      * CERTIFICADO NA LINHA (ARQCERT) - O CLIENTE QUE A COMPRA PASSA  *
      * A EXIGIR VENDEDOR CERTIFICADO NA CARTEIRA (ARQLREQ).           *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 FAMILIA-REG.
           05 FAMILIA-CODIGO           PIC  9(003).
           05 FAMILIA-DESCRICAO        PIC  X(030).
           05 FAMILIA-CATEGORIA        PIC  X(020).
           05 FAMILIA-STATUS           PIC  X(001).
              88 FAMILIA-STATUS-ATIVA            VALUE 'A'.
              88 FAMILIA-STATUS-INATIVA          VALUE 'I'.
           05 FAMILIA-EXIGE-CERT       PIC  X(001).
              88 FAMILIA-COM-CERTIFICACAO        VALUE 'S'.
           05 FILLER                   PIC  X(005).
      *

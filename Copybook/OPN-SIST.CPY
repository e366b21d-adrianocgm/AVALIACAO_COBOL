      ******************************************************************
      * BOOK LAYOUT DA LISTA MENSAL DE OPORTUNIDADES DE VENDA CRUZADA  *
      * POR VENDEDOR (OPORTUN_<VEN>_<STAMP>.TXT), GRAVADA POR          *
      * GERA-OPORTUN E REGISTRADA NO MANIFESTO PARA O APP DE CAMPO E   *
      * O BRIEFING. UM REGISTRO 'H' (VENDEDOR E JANELA DE COMPRAS), N  *
      * REGISTROS 'O' (CLIENTE X FAMILIA QUE OS PARES COMPRAM E ELE    *
      * NAO, EM ORDEM DE PENETRACAO) E UM 'T' COM AS CONTAGENS.        *
      * PARES DO CLIENTE = MESMO TERRITORIO E MESMA FAIXA, OU MESMO    *
      * GRUPO ECONOMICO (RAIZ DE 8 DIGITOS DO CNPJ).                   *
      ******************************************************************
      *
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 080 CHARACTERS.
      *
       01  REG-OPORT.
           05 REG-OPN-TIPO-REG         PIC X(001).
              88 REG-OPN-TIPO-HEADER              VALUE 'H'.
              88 REG-OPN-TIPO-OPORTUN             VALUE 'O'.
              88 REG-OPN-TIPO-TRAILER             VALUE 'T'.
           05 REG-OPN-CORPO            PIC X(079).
           05 REG-OPN-HDR REDEFINES REG-OPN-CORPO.
              10 REG-OPN-HDR-VEN          PIC 9(003).
              10 REG-OPN-HDR-DATA         PIC 9(008).
              10 REG-OPN-HDR-DESDE        PIC 9(008).
              10 FILLER                   PIC X(060).
           05 REG-OPN-DET REDEFINES REG-OPN-CORPO.
              10 REG-OPN-COD-CLI          PIC 9(007).
              10 REG-OPN-ORDEM            PIC 9(001).
              10 REG-OPN-FAMILIA          PIC 9(003).
              10 REG-OPN-FAM-DESC         PIC X(030).
      *       PENETRACAO = PARES QUE COMPRAM A FAMILIA / PARES (%).
              10 REG-OPN-PENETRACAO       PIC 9(003)V9.
              10 REG-OPN-QTDE-PARES       PIC 9(005).
              10 REG-OPN-PARES-COMPRAM    PIC 9(005).
              10 FILLER                   PIC X(024).
           05 REG-OPN-TRL REDEFINES REG-OPN-CORPO.
              10 REG-OPN-TRL-QTDE-CLI     PIC 9(005).
              10 REG-OPN-TRL-QTDE-OPN     PIC 9(005).
              10 FILLER                   PIC X(069).
      *

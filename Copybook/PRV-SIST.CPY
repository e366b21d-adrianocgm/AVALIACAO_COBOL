      ******************************************************************
      * BOOK LAYOUT DA PREVISAO DE VENDAS DOS PROXIMOS 3 MESES,        *
      * GRAVADA POR PREVE-VENDAS AO LADO DO ARQUIVO DE METAS E         *
      * RECRIADA A CADA EXECUCAO. UM REGISTRO POR NIVEL X CODIGO X     *
      * PERIODO (AAAAMM): C = CLIENTE, V = VENDEDOR TITULAR NA         *
      * CARTEIRA OFICIAL (000 = SEM VENDEDOR), T = TERRITORIO DO       *
      * CLIENTE (BRANCOS = SEM TERRITORIO). PREVISTO = MEDIA MOVEL DOS *
      * 3 ULTIMOS MESES X FATOR SAZONAL (MESMO MES DO ANO ANTERIOR     *
      * SOBRE A MEDIA DOS 3 MESES EQUIVALENTES DAQUELE ANO). NOS       *
      * NIVEIS V E T O FATOR FICA ZERADO E A MEDIA E A SOMA DAS DOS    *
      * CLIENTES.                                                      *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 PREV-REG.
           05 PREV-CHAVE.
              10 PREV-NIVEL            PIC  X(001).
                 88 PREV-NIVEL-CLIENTE            VALUE 'C'.
                 88 PREV-NIVEL-VENDEDOR           VALUE 'V'.
                 88 PREV-NIVEL-TERRITORIO         VALUE 'T'.
              10 PREV-CODIGO           PIC  X(007).
              10 PREV-COD-NUM REDEFINES PREV-CODIGO
                                       PIC  9(007).
              10 PREV-PERIODO          PIC  9(006).
           05 PREV-VALOR               PIC  9(011)V99.
           05 PREV-MEDIA-MOVEL         PIC  9(011)V99.
           05 PREV-FATOR-SAZONAL       PIC  9(002)V99.
           05 PREV-PERIODO-BASE        PIC  9(006).
           05 PREV-DATA-GERACAO        PIC  9(008).
           05 FILLER                   PIC  X(022).
      *

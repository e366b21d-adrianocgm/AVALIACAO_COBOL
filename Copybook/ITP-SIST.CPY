      * LINHA VENDIDA (PEDIDO X SEQUENCIA), GRAVADO JUNTO COM O        *
      * CABECALHO PEDIDO-REG; O VALOR DO CABECALHO E A SOMA DOS        *
      * VALORES DOS ITENS, NUNCA DIGITADO.                             *
      * ITEM-PED-CAMPANHA TRAZ O CODIGO DA CAMPANHA PROMOCIONAL        *
      * (CMP-SIST) QUE DEU O PRECO DO ITEM; BRANCOS = SEM CAMPANHA.    *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           05 ITEM-PED-QUANTIDADE      PIC  9(007)V99.
           05 ITEM-PED-PRECO-UNIT      PIC  9(009)V99.
           05 ITEM-PED-VALOR           PIC  9(011)V99.
           05 ITEM-PED-CAMPANHA        PIC  X(006).
           05 FILLER                   PIC  X(004).
      *

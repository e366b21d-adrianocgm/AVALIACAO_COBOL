      ******************************************************************
      * BOOK LAYOUT DO CONTROLE DE FATURAMENTO DOS PEDIDOS NO ERP.     *
      * UM REGISTRO POR PEDIDO APROVADO ENVIADO AO ERP (EXPORTA-ERP),  *
      * COMPLETADO COM A NOTA FISCAL QUANDO O RETORNO DO ERP CHEGA     *
      * (PROC-RETERP). PEDIDO COM REGISTRO AQUI NAO E REENVIADO.       *
      * A CHAVE ALTERNATIVA PELA NOTA SERVE AO COMPROVANTE DE ENTREGA  *
      * DAS TRANSPORTADORAS (PROC-ENTREGA), QUE PODE VIR SO COM A NF.  *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 NFPED-REG.
           05 NFPED-NUM-PEDIDO         PIC  9(007).
           05 NFPED-SITUACAO           PIC  X(001).
              88 NFPED-SIT-ENVIADO               VALUE 'E'.
              88 NFPED-SIT-FATURADO              VALUE 'F'.
           05 NFPED-DATA-ENVIO         PIC  9(008).
      *    DATA DA APROVACAO DO PEDIDO (BASE DO PRAZO DE ENTREGA).
           05 NFPED-DATA-APROV         PIC  9(008).
      *----------------------------------------------------------------*
      *    NOTA FISCAL DEVOLVIDA PELO ERP (ZEROS/BRANCOS ENQUANTO O    *
      *    PEDIDO ESTIVER APENAS ENVIADO).                             *
      *----------------------------------------------------------------*
           05 NFPED-NUM-NF             PIC  X(012).
           05 NFPED-DATA-NF            PIC  9(008).
           05 NFPED-VALOR-NF           PIC  9(011)V99.
           05 NFPED-DATA-RETORNO       PIC  9(008).
           05 FILLER                   PIC  X(015).
      *

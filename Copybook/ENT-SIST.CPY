      ******************************************************************
      * BOOK LAYOUT DO HISTORICO DE ENTREGAS DOS PEDIDOS, GRAVADO POR  *
      * PROC-ENTREGA A PARTIR DO COMPROVANTE DAS TRANSPORTADORAS: UM   *
      * REGISTRO POR EVENTO (ENTREGA OU TENTATIVA FRUSTRADA), NA CHAVE *
      * PEDIDO + SEQUENCIA. TERRITORIO, CD E DATA DE APROVACAO SAO     *
      * FOTOGRAFADOS NO EVENTO PARA O RELATORIO MENSAL DE PRAZO DE     *
      * ENTREGA (RELAT-ENTREGA) NAO DEPENDER DO CADASTRO DO DIA.       *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01 ENTREGA-REG.
           05 ENTREGA-CHAVE.
              10 ENTREGA-NUM-PEDIDO    PIC  9(007).
              10 ENTREGA-SEQ           PIC  9(003).
           05 ENTREGA-DATA             PIC  9(008).
      *----------------------------------------------------------------*
      *    OCORRENCIA INFORMADA PELA TRANSPORTADORA: EN = ENTREGUE,    *
      *    RC = RECUSADO, NE = ENDERECO NAO ENCONTRADO, PA = ENTREGA   *
      *    PARCIAL. SO 'EN' PASSA O PEDIDO A ENTREGUE; AS DEMAIS SAO   *
      *    PROBLEMAS DE ENTREGA E VAO AO DIARIO DE OCORRENCIAS.        *
      *----------------------------------------------------------------*
           05 ENTREGA-OCORRENCIA       PIC  X(002).
              88 ENTREGA-OCOR-ENTREGUE           VALUE 'EN'.
              88 ENTREGA-OCOR-RECUSADO           VALUE 'RC'.
              88 ENTREGA-OCOR-END-NAO-ACHADO     VALUE 'NE'.
              88 ENTREGA-OCOR-PARCIAL            VALUE 'PA'.
              88 ENTREGA-OCOR-VALIDA             VALUE 'EN' 'RC'
                                                       'NE' 'PA'.
              88 ENTREGA-OCOR-PROBLEMA           VALUE 'RC' 'NE'
                                                       'PA'.
           05 ENTREGA-TRANSP           PIC  X(005).
           05 ENTREGA-RECEBEDOR        PIC  X(030).
           05 ENTREGA-NUM-NF           PIC  X(012).
           05 ENTREGA-COD-CLI          PIC  9(007).
           05 ENTREGA-COD-VEN          PIC  9(003).
           05 ENTREGA-TERRITORIO       PIC  X(005).
           05 ENTREGA-CD               PIC  X(003).
      *    APROVACAO DO PEDIDO E DIAS CORRIDOS ATE O EVENTO.
           05 ENTREGA-DATA-APROV       PIC  9(008).
           05 ENTREGA-PRAZO-DIAS       PIC  9(005).
           05 ENTREGA-DATA-PROC        PIC  9(008).
           05 FILLER                   PIC  X(014).
      *

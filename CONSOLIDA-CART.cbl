      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    02/09/2026 AM     VERSAO INICIAL DA CONSOLIDACAO.           *
      *    15/10/2026 AM     SOMA DOS SEM VENDEDOR CERTIFICADO DAS     *
      *                      PARTICOES NO TRAILER CONSOLIDADO.         *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
              10 PART-TRL-QTDE-TIER-B  PIC  9(007).
              10 PART-TRL-QTDE-TIER-C  PIC  9(007).
              10 PART-TRL-QTDE-SEMGEO  PIC  9(007).
              10 PART-TRL-QTDE-SEMCERT PIC  9(007).
              10 FILLER                PIC  X(007).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: CARTEIRA CONSOLIDADA (PENDENTE DE APROVACAO).       *
       77  WRK-TRL-QTDE-TIER-B         PIC 9(007)      VALUE ZEROS.
       77  WRK-TRL-QTDE-TIER-C         PIC 9(007)      VALUE ZEROS.
       77  WRK-TRL-QTDE-SEMGEO         PIC 9(007)      VALUE ZEROS.
       77  WRK-TRL-QTDE-SEMCERT        PIC 9(007)      VALUE ZEROS.
      *
       77  WRK-TOT-PARTICOES           PIC 9(003)      VALUE ZEROS.
       77  WRK-TOT-FALTANTES           PIC 9(003)      VALUE ZEROS.
                                       TO WRK-TRL-QTDE-TIER-C
                   ADD PART-TRL-QTDE-SEMGEO
                                       TO WRK-TRL-QTDE-SEMGEO
                   ADD PART-TRL-QTDE-SEMCERT
                                       TO WRK-TRL-QTDE-SEMCERT
               WHEN OTHER
      *            CABECALHOS DAS PARTICOES SAO DESCARTADOS - O
      *            CONSOLIDADO TEM O SEU PROPRIO.
           MOVE WRK-TRL-QTDE-TIER-B    TO REG-CART-TRL-QTDE-TIER-B
           MOVE WRK-TRL-QTDE-TIER-C    TO REG-CART-TRL-QTDE-TIER-C
           MOVE WRK-TRL-QTDE-SEMGEO    TO REG-CART-TRL-QTDE-SEMGEO
           MOVE WRK-TRL-QTDE-SEMCERT   TO REG-CART-TRL-QTDE-SEMCERT
           WRITE REG-ARQSCART
      *
           CLOSE ARQLISTA

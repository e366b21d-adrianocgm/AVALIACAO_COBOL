      ******************************************************************
      * BOOK LAYOUT DO CADASTRO DE CENTROS DE DISTRIBUICAO (CD): DE    *
      * ONDE A MERCADORIA SAI. AS FAIXAS DE CEP ATENDIDAS DECIDEM O CD *
      * DO CLIENTE; FORA DE TODAS AS FAIXAS VALE O CD MAIS PROXIMO     *
      * PELAS COORDENADAS (HAVERSINE). AS TARIFAS DAO A ESTIMATIVA DE  *
      * FRETE DO PEDIDO (CALC-FRETE): KM DO CD AO CLIENTE X TARIFA POR *
      * KM + PESO TOTAL X TARIFA POR KG. A UF DO CD E A ORIGEM DA      *
      * MERCADORIA NO CALCULO DO ICMS DO PEDIDO.                       *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 180 CHARACTERS.
      *
       01 CDIST-REG.
           05 CDIST-CODIGO             PIC  X(003).
           05 CDIST-NOME               PIC  X(030).
           05 CDIST-LATITUDE           PIC S9(003)V9(008).
           05 CDIST-LONGITUDE          PIC S9(003)V9(008).
      *----------------------------------------------------------------*
      *    ATE 5 FAIXAS DE CEP ATENDIDAS (INICIO/FIM INCLUSIVE). FAIXA *
      *    ZERADA = NAO USADA.                                         *
      *----------------------------------------------------------------*
           05 CDIST-FAIXAS-CEP.
              10 CDIST-FAIXA           OCCURS 5 TIMES.
                 15 CDIST-CEP-INICIO   PIC  9(008).
                 15 CDIST-CEP-FIM      PIC  9(008).
      *    TARIFAS DE FRETE: REAIS POR KM RODADO E REAIS POR KG.
           05 CDIST-FRETE-KM           PIC  9(003)V99.
           05 CDIST-FRETE-KG           PIC  9(003)V9(004).
           05 CDIST-STATUS             PIC  X(001).
              88 CDIST-ATIVO                     VALUE 'A'.
              88 CDIST-INATIVO                   VALUE 'I'.
           05 CDIST-DATA-ALTER         PIC  9(008).
           05 CDIST-OPERADOR           PIC  X(010).
      *    UF DO CD. BRANCOS = NAO INFORMADA (REGISTROS ANTIGOS).
           05 CDIST-UF                 PIC  X(002).
           05 FILLER                   PIC  X(012).
      *

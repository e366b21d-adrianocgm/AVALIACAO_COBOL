      ******************************************************************
      * BOOK LAYOUT DAS REGRAS DE ICMS (UF DE ORIGEM X UF DE DESTINO X *
      * CLASSE FISCAL DO PRODUTO), MANTIDAS NA TELA DE ALIQUOTAS DO    *
      * GERENCIADOR (SO ADMIN). BRANCOS NA UF DE ORIGEM OU NA CLASSE   *
      * VALEM PARA QUALQUER UMA: A BUSCA TENTA A REGRA EXATA, DEPOIS   *
      * A DA CLASSE EM BRANCO, DEPOIS AS DE ORIGEM EM BRANCO.          *
      * O INDICADOR DE SUBSTITUICAO TRIBUTARIA E LEVADO AO ITEM DO     *
      * PEDIDO PARA O FATURAMENTO; NAO ALTERA O CALCULO DO ICMS.       *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 050 CHARACTERS.
      *
       01 ALIQ-REG.
           05 ALIQ-CHAVE.
              10 ALIQ-UF-ORIGEM        PIC  X(002).
              10 ALIQ-UF-DESTINO       PIC  X(002).
              10 ALIQ-CLASSE           PIC  X(002).
           05 ALIQ-PERCENTUAL          PIC  9(002)V99.
           05 ALIQ-SUBST               PIC  X(001).
              88 ALIQ-COM-ST                     VALUE 'S'.
              88 ALIQ-SEM-ST                     VALUE 'N'.
           05 ALIQ-DATA-ALTER          PIC  9(008).
           05 ALIQ-OPERADOR            PIC  X(010).
           05 FILLER                   PIC  X(021).
      *

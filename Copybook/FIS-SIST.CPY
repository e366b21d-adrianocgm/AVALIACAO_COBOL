      ******************************************************************
      * BOOK LAYOUT DO PERFIL FISCAL DO VENDEDOR. UM REGISTRO POR      *
      * VENDEDOR, MANTIDO NO GERENCIADOR (SO ADMIN). DEFINE SE A       *
      * COMISSAO E PAGA A PESSOA FISICA OU AO REPRESENTANTE PESSOA     *
      * JURIDICA E AS RETENCOES NA FONTE (IRRF E ISS) QUE O            *
      * CALC-COMISSAO DESCONTA DO BRUTO. VENDEDOR SEM PERFIL NAO TEM   *
      * RETENCAO (RECEBE O BRUTO).                                     *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 060 CHARACTERS.
      *
       01 FISC-REG.
           05 FISC-COD-VEN             PIC  9(003).
           05 FISC-TIPO-PESSOA         PIC  X(001).
              88 FISC-PESSOA-FISICA              VALUE 'F'.
              88 FISC-PESSOA-JURIDICA            VALUE 'J'.
      *    CNPJ DO REPRESENTANTE (PJ) OU CPF DO VENDEDOR (PF, 11
      *    POSICOES ALINHADAS A ESQUERDA).
           05 FISC-NR-DOC              PIC  X(014).
      *----------------------------------------------------------------*
      *    REGIME DE RETENCAO DO IRRF: R = RETEM NA ALIQUOTA DO        *
      *    PERFIL, S = OPTANTE DO SIMPLES NACIONAL (SEM IRRF),         *
      *    I = ISENTO/DISPENSADO. O ISS E RETIDO EM QUALQUER REGIME    *
      *    QUANDO A ALIQUOTA DO MUNICIPIO FOR INFORMADA.               *
      *----------------------------------------------------------------*
           05 FISC-REGIME              PIC  X(001).
              88 FISC-REGIME-RETEM               VALUE 'R'.
              88 FISC-REGIME-SIMPLES             VALUE 'S'.
              88 FISC-REGIME-ISENTO              VALUE 'I'.
           05 FISC-PCT-IRRF            PIC  9(002)V99.
      *    ZERO = MUNICIPIO SEM RETENCAO DE ISS.
           05 FISC-PCT-ISS             PIC  9(002)V99.
           05 FISC-DATA-ALTER          PIC  9(008).
           05 FISC-OPERADOR            PIC  X(010).
           05 FILLER                   PIC  X(015).
      *

      ******************************************************************
      * BOOK LAYOUT DAS RETENCOES DA COMISSAO POR VENDEDOR X PERIODO.  *
      * COMPLEMENTO DO HISTORICO DE COMISSOES (ARQHCOM, MESMA CHAVE):  *
      * GRAVADO POR CALC-COMISSAO JUNTO COM O HCOM (BRUTO, IRRF, ISS E *
      * LIQUIDO A PAGAR, COM O PERFIL FISCAL USADO NO CALCULO). A      *
      * REMESSA (GERA-REMESSA) PAGA O LIQUIDO E MARCA A DATA DE        *
      * PAGAMENTO, QUE DEFINE O ANO DO INFORME DE RENDIMENTOS          *
      * (INFORME-RENDTO). REEXECUCAO DO PERIODO REGRAVA O REGISTRO.    *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01 HRET-REG.
           05 HRET-CHAVE.
              10 HRET-COD-VEN          PIC  9(003).
              10 HRET-PERIODO          PIC  9(006).
      *    BRUTO = HCOM-VALOR (COM SINAL). SO HA RETENCAO SOBRE BRUTO
      *    POSITIVO.
           05 HRET-VALOR-BRUTO         PIC S9(011)V99.
      *    PERFIL FISCAL EM VIGOR NO CALCULO (BRANCOS = SEM PERFIL).
           05 HRET-TIPO-PESSOA         PIC  X(001).
           05 HRET-NR-DOC              PIC  X(014).
           05 HRET-REGIME              PIC  X(001).
           05 HRET-PCT-IRRF            PIC  9(002)V99.
           05 HRET-VALOR-IRRF          PIC  9(011)V99.
           05 HRET-PCT-ISS             PIC  9(002)V99.
           05 HRET-VALOR-ISS           PIC  9(011)V99.
           05 HRET-VALOR-LIQUIDO       PIC S9(011)V99.
           05 HRET-DATA-CALC           PIC  9(008).
      *    DATA DE PAGAMENTO DA REMESSA (ZEROS = AINDA NAO REMETIDO).
           05 HRET-DATA-PAGTO          PIC  9(008).
           05 FILLER                   PIC  X(019).
      *

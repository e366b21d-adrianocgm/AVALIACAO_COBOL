      ******************************************************************
      * BOOK LAYOUT DO REEMBOLSO DE QUILOMETRAGEM POR VENDEDOR X       *
      * PERIODO (AAAAMM). GRAVADO POR REEMB-KM A PARTIR DO PERCURSO    *
      * REALIZADO NAS VISITAS, APROVADO NA SUPERVISAO DO GERENCIADOR E *
      * REMETIDO AO BANCO POR GERA-REMESSA-KM. REPROCESSAR O PERIODO   *
      * SO SUBSTITUI REGISTROS AINDA PENDENTES OU REJEITADOS.          *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 090 CHARACTERS.
      *
       01 REEMB-REG.
           05 REEMB-CHAVE.
              10 REEMB-COD-VEN         PIC  9(003).
              10 REEMB-PERIODO         PIC  9(006).
      *    KM RODADOS NO PERCURSO REAL (CASA -> VISITAS NA ORDEM DA
      *    HORA DO CHECK-IN -> CASA) E NO PERCURSO DO ROTA_PLANO.TXT
      *    NOS MESMOS DIAS (ZERO NOS DIAS SEM PLANO).
           05 REEMB-KM-REALIZADO       PIC  9(007)V99.
           05 REEMB-KM-PLANEJADO       PIC  9(007)V99.
           05 REEMB-QTDE-DIAS          PIC  9(003).
      *    DIAS EM QUE O REALIZADO FICOU MUITO ACIMA DO PLANEJADO.
           05 REEMB-QTDE-DIAS-ALERTA   PIC  9(003).
           05 REEMB-VALOR-KM           PIC  9(001)V99.
           05 REEMB-VALOR              PIC  9(009)V99.
      *----------------------------------------------------------------*
      *    SITUACAO DO REEMBOLSO: P = PENDENTE DE APROVACAO,           *
      *    A = APROVADO (ENTRA NA PROXIMA REMESSA), X = REJEITADO PELO *
      *    SUPERVISOR, R = REMETIDO AO BANCO.                          *
      *----------------------------------------------------------------*
           05 REEMB-SITUACAO           PIC  X(001).
              88 REEMB-PENDENTE                  VALUE 'P'.
              88 REEMB-APROVADO                  VALUE 'A'.
              88 REEMB-REJEITADO                 VALUE 'X'.
              88 REEMB-REMETIDO                  VALUE 'R'.
           05 REEMB-DATA-CALC          PIC  9(008).
           05 REEMB-DATA-DECISAO       PIC  9(008).
           05 REEMB-OPERADOR           PIC  X(010).
           05 REEMB-DATA-REMESSA       PIC  9(008).
           05 FILLER                   PIC  X(008).
      *

              88 HCOM-PAGTO-PENDENTE             VALUE ' '.
              88 HCOM-PAGTO-LIQUIDADO            VALUE 'L'.
              88 HCOM-PAGTO-REJEITADO            VALUE 'R'.
      *    PLANO DE COMISSAO (ARQPLANO) APLICADO NO PERIODO.
           05 HCOM-PLANO               PIC  9(003).
           05 FILLER                   PIC  X(007).
      *

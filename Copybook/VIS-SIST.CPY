      *----------------------------------------------------------------*
           05 VISITA-FORA-CERCA        PIC  X(001).
              88 VISITA-CHECKIN-SUSPEITO         VALUE 'S'.
      *----------------------------------------------------------------*
      *    HORA DO CHECK-IN (HHMMSS) ENVIADA PELO APP. REGISTROS       *
      *    ANTIGOS TRAZEM BRANCOS AQUI - TESTAR NUMERIC ANTES DE USAR. *
      *    ORDENA AS VISITAS DO DIA NO PERCURSO REALIZADO (REEMB-KM).  *
      *----------------------------------------------------------------*
           05 VISITA-HORA              PIC  9(006).
           05 FILLER                   PIC  X(003).
      *

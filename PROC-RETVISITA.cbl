      *                      (CONTAGEM + HASH DOS CODIGOS).            *
      *    02/09/2026 AM     VISITA ACEITA DEIXA LINHA-RESUMO NO       *
      *                      DIARIO DE OCORRENCIAS (ARQOCOR).          *
      *    15/10/2026 AM     HORA DO CHECK-IN (RET-HORA) GRAVADA NA    *
      *                      VISITA PARA O PERCURSO DO REEMBOLSO DE KM.*
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *    EXTRATORES ANTIGOS - SEM COORDENADA NAO HA CERCA).
           05 RET-LATITUDE             PIC  X(013).
           05 RET-LONGITUDE            PIC  X(013).
      *    HORA DO CHECK-IN (HHMMSS). BRANCOS NOS EXTRATORES ANTIGOS -
      *    HORA INVALIDA OU AUSENTE VAI ZERADA PARA O HISTORICO.
           05 RET-HORA                 PIC  X(006).
           05 RET-HORA-9 REDEFINES RET-HORA
                                       PIC  9(006).
      *
      *----------------------------------------------------------------*
      *    ENVELOPE DE CONTROLE DO ARQUIVO (H/T): CABECALHO COM        *
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQRVREJ.
      *
       01  REG-ARQRVREJ                PIC  X(135).
      *
      *----------------------------------------------------------------*
      *    ARQUIVO DE PARAMETROS DE DIRETORIO (VER PARM-SIST.CPY).     *
           ELSE
               MOVE 'N'                TO VISITA-FORA-CERCA
           END-IF
           IF  RET-HORA                NUMERIC
           AND RET-HORA-9              NOT GREATER 235959
               MOVE RET-HORA-9         TO VISITA-HORA
           ELSE
               MOVE ZEROS              TO VISITA-HORA
           END-IF
      *
           WRITE VISITA-REG
               INVALID KEY

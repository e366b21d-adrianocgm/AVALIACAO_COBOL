      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    22/08/2026 AM     VERSAO INICIAL DA DESCARGA.               *
      *    15/10/2026 AM     HORA DA DESCARGA NO CABECALHO - PONTO DE  *
      *                      PARTIDA DA RECUPERACAO (RECUPERA-CAD).    *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           05 DUMP-HDR REDEFINES DUMP-CORPO.
              10 DUMP-HDR-DATA         PIC 9(008).
              10 DUMP-HDR-ARQUIVO      PIC X(008).
              10 DUMP-HDR-HORA         PIC 9(006).
              10 FILLER                PIC X(220).
           05 DUMP-TRL REDEFINES DUMP-CORPO.
              10 DUMP-TRL-QTDE         PIC 9(007).
              10 FILLER                PIC X(235).
      *
       77  WRK-QTDE-DUMP               PIC 9(007)      VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-DESCARGA           PIC 9(006)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM OS SUBPROGRAMAS CHAMADOS.           *
               GOBACK
           END-IF
      *
      *    A HORA DO CABECALHO E O PONTO DE PARTIDA DO RECUPERA-CAD:
      *    TUDO O QUE A TRILHA DE AUDITORIA REGISTRAR DAQUI EM DIANTE
      *    FICA DE FORA DESTA DESCARGA.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WRK-HORA-DESCARGA
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01_UNLOAD.SEQ'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQDUMP
           MOVE 'H'                    TO DUMP-TIPO-REG
           MOVE WRK-DATA-HOJE          TO DUMP-HDR-DATA
           MOVE 'ARQCLI01'             TO DUMP-HDR-ARQUIVO
           MOVE WRK-HORA-DESCARGA      TO DUMP-HDR-HORA
           WRITE REG-ARQDUMP
      *
           PERFORM 2100-COPIA-CLI THRU 2100-SAIDA
               GOBACK
           END-IF
      *
      *    A HORA DO CABECALHO E O PONTO DE PARTIDA DO RECUPERA-CAD:
      *    TUDO O QUE A TRILHA DE AUDITORIA REGISTRAR DAQUI EM DIANTE
      *    FICA DE FORA DESTA DESCARGA.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WRK-HORA-DESCARGA
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01_UNLOAD.SEQ'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQDUMP
           MOVE 'H'                    TO DUMP-TIPO-REG
           MOVE WRK-DATA-HOJE          TO DUMP-HDR-DATA
           MOVE 'ARQVEN01'             TO DUMP-HDR-ARQUIVO
           MOVE WRK-HORA-DESCARGA      TO DUMP-HDR-HORA
           WRITE REG-ARQDUMP
      *
           PERFORM 2600-COPIA-VEN THRU 2600-SAIDA

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. PROC-ENTREGA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: PROC-ENTREGA                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ABSORVER O COMPROVANTE DE ENTREGA DAS          *
      *                 TRANSPORTADORAS: CADA REGISTRO (TRANSPORTADORA,*
      *                 PEDIDO OU NOTA FISCAL, DATA, RECEBEDOR E       *
      *                 OCORRENCIA) VIRA UM EVENTO NO HISTORICO DE     *
      *                 ENTREGAS (ARQENTR). OCORRENCIA 'EN' PASSA O    *
      *                 PEDIDO FATURADO A ENTREGUE, REGISTRA A MUDANCA *
      *                 NO LOG DE STATUS DE PEDIDO E LIBERA AS         *
      *                 RESERVAS DE ESTOQUE, COMO A TELA DE STATUS DO  *
      *                 GERENCIADOR. RECUSA, ENDERECO NAO ENCONTRADO   *
      *                 E ENTREGA PARCIAL FICAM NO DIARIO DE           *
      *                 OCORRENCIAS DO CLIENTE (ARQOCOR) E O PEDIDO    *
      *                 CONTINUA FATURADO. REGISTRO INVALIDO, DE       *
      *                 PEDIDO NAO ENCONTRADO OU FORA DE FATURADO SAI  *
      *                 NO REJEITADOS COM O MOTIVO. SEM ARQUIVO NO DIA *
      *                 NADA E FEITO.                                  *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>COMPROVANTE_ENTREGA.TXT            *
      *    SAIDAS......: <DIR-RELAT>ENTREGA_REJ_<STAMP>.TXT            *
      *                  ARQENTR.DAT / ARQOCOR.DAT / PEDIDO-STATUS.LOG *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQNFPED                        NFP-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQFRT                          FRT-SIST        *
      *                ARQCLD                          CLD-SIST        *
      *                ARQENTR                         ENT-SIST        *
      *                ARQOCOR                         OCO-SIST        *
      *                ARQRESE                         RSE-SIST        *
      *                ARQSTQ01                        STQ-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO COMPROVANTE DE ENTREGA. *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT ARQPED01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PEDIDO-NUMERO
               FILE STATUS             IS WRK-FS-ARQPED01.
      *
           SELECT ARQNFPED ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NFPED-NUM-PEDIDO
               ALTERNATE RECORD KEY    IS NFPED-NUM-NF
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQNFPED.
      *
           SELECT ARQCLI01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
           SELECT ARQFRT   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FRETE-NUM-PEDIDO
               FILE STATUS             IS WRK-FS-ARQFRT.
      *
           SELECT ARQCLD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CLICD-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCLD.
      *
           SELECT ARQENTR  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ENTREGA-CHAVE
               FILE STATUS             IS WRK-FS-ARQENTR.
      *
           SELECT ARQOCOR  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS OCOR-CHAVE
               FILE STATUS             IS WRK-FS-ARQOCOR.
      *
           SELECT ARQRESE  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RESERVA-CHAVE
               ALTERNATE RECORD KEY    IS RESERVA-COD-PROD
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY    IS RESERVA-COD-VEN
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQRESE.
      *
           SELECT ARQSTQ01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ESTOQUE-COD-PROD
               FILE STATUS             IS WRK-FS-ARQSTQ01.
      *
           SELECT ARQPOENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPOENT.
      *
           SELECT ARQPOREJ ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPOREJ.
      *
      *    LOG DE MUDANCAS DE STATUS DE PEDIDO (O MESMO DE GERENCIADOR)
           SELECT ARQPEDLOG
               ASSIGN TO DISK          'PEDIDO-STATUS.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPEDLOG.
      *
           SELECT ARQPARM  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQPARM.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQNFPED
            VALUE OF FILE-ID IS NOME-ARQNFPED-WS
            COPY "NFP-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQFRT
            VALUE OF FILE-ID IS NOME-ARQFRT-WS
            COPY "FRT-SIST.CPY".
      *
         FD ARQCLD
            VALUE OF FILE-ID IS NOME-ARQCLD-WS
            COPY "CLD-SIST.CPY".
      *
         FD ARQENTR
            VALUE OF FILE-ID IS NOME-ARQENTR-WS
            COPY "ENT-SIST.CPY".
      *
         FD ARQOCOR
            VALUE OF FILE-ID IS NOME-ARQOCOR-WS
            COPY "OCO-SIST.CPY".
      *
         FD ARQRESE
            VALUE OF FILE-ID IS NOME-ARQRESE-WS
            COPY "RSE-SIST.CPY".
      *
         FD ARQSTQ01
            VALUE OF FILE-ID IS NOME-ARQSTQ01-WS
            COPY "STQ-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: COMPROVANTE DE ENTREGA DAS TRANSPORTADORAS. O PEDIDO *
      *    PODE VIR EM BRANCO QUANDO A TRANSPORTADORA SO CONHECE A NF. *
      *----------------------------------------------------------------*
      *
         FD ARQPOENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQPOENT-WS.
      *
       01  REG-ARQPOENT.
           05 POD-TRANSP               PIC  X(005).
           05 POD-NUM-PEDIDO           PIC  X(007).
           05 POD-NUM-PEDIDO-9 REDEFINES POD-NUM-PEDIDO
                                       PIC  9(007).
           05 POD-NUM-NF               PIC  X(012).
           05 POD-DATA                 PIC  X(008).
           05 POD-DATA-9 REDEFINES POD-DATA.
              10 POD-ANO               PIC  9(004).
              10 POD-MES               PIC  9(002).
              10 POD-DIA               PIC  9(002).
           05 POD-DATA-N REDEFINES POD-DATA
                                       PIC  9(008).
           05 POD-OCORRENCIA           PIC  X(002).
           05 POD-RECEBEDOR            PIC  X(030).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: REJEITADOS COM MOTIVO (IMAGEM DO REGISTRO + CAUSA). *
      *----------------------------------------------------------------*
      *
         FD ARQPOREJ
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQPOREJ.
      *
       01  REG-ARQPOREJ                PIC  X(110).
      *
         FD ARQPEDLOG
            RECORD CONTAINS 120 CHARACTERS.
       01 REG-ARQPEDLOG                PIC  X(120).
      *
         FD ARQPARM
            VALUE OF FILE-ID IS 'C:\GERENC\PARM-SIST.DAT'
            COPY "PARM-SIST.CPY".
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(050)     VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       77  WRK-PROGRAMA                PIC  X(013)     VALUE
           'PROC-ENTREGA'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQNFPED-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQNFPED.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQFRT-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQFRT.DAT'.
       01 NOME-ARQCLD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLD.DAT'.
       01 NOME-ARQENTR-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQENTR.DAT'.
       01 NOME-ARQOCOR-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQOCOR.DAT'.
       01 NOME-ARQRESE-WS              PIC X(050)      VALUE
                                      'C:\GERENC\RESERVA_ESTOQUE.DAT'.
       01 NOME-ARQSTQ01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQSTQ01.DAT'.
       01 NOME-ARQPOENT-WS             PIC X(050)      VALUE
                                    'C:\GERENC\COMPROVANTE_ENTREGA.TXT'.
       01 WRK-NOME-ARQPOREJ            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-STAMP-R REDEFINES WRK-STAMP.
          05 WRK-STP-ANO               PIC X(004).
          05 WRK-STP-MES               PIC X(002).
          05 WRK-STP-DIA               PIC X(002).
          05 WRK-STP-HORA              PIC X(002).
          05 WRK-STP-MIN               PIC X(002).
          05 WRK-STP-SEG               PIC X(002).
      *
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQNFPED             PIC X(002)      VALUE SPACES.
           88  WRK-ARQNFPED-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQFRT               PIC X(002)      VALUE SPACES.
           88  WRK-ARQFRT-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQCLD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLD-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQENTR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQENTR-OK                          VALUE '00' '05'.
           88  WRK-ARQENTR-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQOCOR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQOCOR-OK                          VALUE '00' '05'.
           88  WRK-ARQOCOR-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQRESE              PIC X(002)      VALUE SPACES.
           88  WRK-ARQRESE-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQSTQ01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQSTQ01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPOENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPOENT-OK                         VALUE ZEROS.
           88  WRK-ARQPOENT-FIM                        VALUE '10'.
       01  WRK-FS-ARQPOREJ             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPOREJ-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPEDLOG            PIC X(002)      VALUE SPACES.
           88  WRK-ARQPEDLOG-OK                        VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-NFPED-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-NFPED                           VALUE 'S'.
       01  WRK-TEM-CLIENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTE                         VALUE 'S'.
       01  WRK-TEM-FRETE-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-FRETE                           VALUE 'S'.
       01  WRK-TEM-CLD-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLD                             VALUE 'S'.
       01  WRK-TEM-RESERVA-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-RESERVA                         VALUE 'S'.
       01  WRK-TEM-ESTOQUE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ESTOQUE                         VALUE 'S'.
       01  WRK-ENTR-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-ENTR-FIM                            VALUE 'S'.
       01  WRK-RESE-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-RESE-FIM                            VALUE 'S'.
      *
       77  WRK-USUARIO-LOG             PIC X(010)      VALUE SPACES.
       77  WRK-STPED-DE                PIC X(001)      VALUE SPACE.
       77  WRK-STPED-PARA              PIC X(001)      VALUE SPACE.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-OCOR-ORD-BASE           PIC 9(014)      VALUE ZEROS.
       77  WRK-ULT-SEQ                 PIC 9(003)      VALUE ZEROS.
       01  WRK-DESC-OCOR               PIC X(024)      VALUE SPACES.
      *
       77  WRK-TOT-LIDOS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-ENTREGUES           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-PROBLEMAS           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(035)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING COMUNIC-BLOCO.
      *================================================================*
      *
      *----------------------------------------------------------------*
      * ROTINA PRINCIPAL DO PROGRAMA.                                  *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR
      *
           PERFORM 2000-PROCESSAR-COMPROVANTE THRU 2000-SAIDA
               UNTIL WRK-ARQPOENT-FIM
      *
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO DO PROGRAMA.                           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WRK-STAMP
           MOVE WRK-STAMP(1:8)         TO WRK-DATA-HOJE
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM COMPROVANTE NO DIA NAO HA O QUE FAZER.
           OPEN INPUT ARQPOENT
           IF NOT WRK-ARQPOENT-OK
               DISPLAY 'PROC-ENTREGA: SEM ARQUIVO DE COMPROVANTES - '
                       NOME-ARQPOENT-WS
               MOVE ZEROS              TO RETURN-CODE
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN I-O ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'PROC-ENTREGA: FALHA EM ARQPED01 - '
                       'FILE STATUS=' WRK-FS-ARQPED01
               MOVE WRK-FS-ARQPED01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQPED01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    HISTORICO DE ENTREGAS E DIARIO DE OCORRENCIAS SAO CRIADOS
      *    NA PRIMEIRA CARGA.
           OPEN I-O ARQENTR
           IF WRK-ARQENTR-NAO-EXISTE
               OPEN OUTPUT ARQENTR
               CLOSE ARQENTR
               OPEN I-O ARQENTR
           END-IF
           IF NOT WRK-ARQENTR-OK
               DISPLAY 'PROC-ENTREGA: FALHA EM ARQENTR - '
                       'FILE STATUS=' WRK-FS-ARQENTR
               MOVE WRK-FS-ARQENTR     TO COMUNIC-COD-RETORNO
               MOVE 'ARQENTR'          TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    A BASE DA ORDEM INVERTIDA DO DIARIO E O INSTANTE DA CARGA;
      *    CADA REGISTRO SUBTRAI O CONTADOR DE LIDOS PARA NAO COLIDIR
      *    NO MESMO SEGUNDO.
           OPEN I-O ARQOCOR
           IF WRK-ARQOCOR-NAO-EXISTE
               OPEN OUTPUT ARQOCOR
               CLOSE ARQOCOR
               OPEN I-O ARQOCOR
           END-IF
           COMPUTE WRK-OCOR-ORD-BASE = 99999999999999
                   - FUNCTION NUMVAL(WRK-STAMP)
      *
      *    CONTROLE DO ERP, CLIENTES, FRETE E CD SO ENRIQUECEM O
      *    EVENTO; RESERVAS E ESTOQUE SO EXISTEM COM O ARMAZEM
      *    CARREGADO.
           OPEN INPUT ARQNFPED
           IF WRK-ARQNFPED-OK
               SET WRK-TEM-NFPED       TO TRUE
           END-IF
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLIENTE     TO TRUE
           END-IF
           OPEN INPUT ARQFRT
           IF WRK-ARQFRT-OK
               SET WRK-TEM-FRETE       TO TRUE
           END-IF
           OPEN INPUT ARQCLD
           IF WRK-ARQCLD-OK
               SET WRK-TEM-CLD         TO TRUE
           END-IF
           OPEN I-O ARQRESE
           IF WRK-ARQRESE-OK
               SET WRK-TEM-RESERVA     TO TRUE
           END-IF
           OPEN I-O ARQSTQ01
           IF WRK-ARQSTQ01-OK
               SET WRK-TEM-ESTOQUE     TO TRUE
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'ENTREGA_REJ_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPOREJ
           OPEN OUTPUT ARQPOREJ
      *
           PERFORM 7100-LER-ARQPOENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO. SE NAO EXISTIR,       *
      * MANTEM OS DIRETORIOS PADRAO JA ASSUMIDOS NO WORKING-STORAGE.   *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPARM
      *
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQNFPED.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNFPED-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFRT.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQFRT-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLD-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQENTR.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQENTR-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQOCOR.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQOCOR-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RESERVA_ESTOQUE.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQRESE-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSTQ01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSTQ01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS)
                  'COMPROVANTE_ENTREGA.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPOENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA E APLICA UM REGISTRO DO COMPROVANTE DE ENTREGA.         *
      *----------------------------------------------------------------*
       2000-PROCESSAR-COMPROVANTE      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-REJ-MOTIVO
      *
           IF POD-TRANSP               EQUAL SPACES
               MOVE 'TRANSPORTADORA EM BRANCO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           IF POD-DATA                 NOT NUMERIC
           OR POD-MES LESS 01 OR POD-MES GREATER 12
           OR POD-DIA LESS 01 OR POD-DIA GREATER 31
               MOVE 'DATA DE ENTREGA INVALIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           IF POD-DATA-N               GREATER WRK-DATA-HOJE
               MOVE 'DATA DE ENTREGA FUTURA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           MOVE POD-OCORRENCIA         TO ENTREGA-OCORRENCIA
           IF NOT ENTREGA-OCOR-VALIDA
               MOVE 'OCORRENCIA DESCONHECIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
      *
      *    PEDIDO PELO NUMERO OU, NA FALTA DELE, PELA NOTA FISCAL
      *    GUARDADA NO CONTROLE DO ERP.
           IF  POD-NUM-PEDIDO          NUMERIC
           AND POD-NUM-PEDIDO-9        GREATER ZEROS
               MOVE POD-NUM-PEDIDO-9   TO PEDIDO-NUMERO
           ELSE
               IF POD-NUM-NF           EQUAL SPACES
               OR NOT WRK-TEM-NFPED
                   MOVE 'SEM PEDIDO E SEM NOTA FISCAL'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2000-REJEITA
               END-IF
               MOVE POD-NUM-NF         TO NFPED-NUM-NF
               READ ARQNFPED KEY IS NFPED-NUM-NF
                   INVALID KEY
                       MOVE 'NOTA FISCAL NAO ENCONTRADA'
                                       TO WRK-REJ-MOTIVO
                       GO TO 2000-REJEITA
               END-READ
               MOVE NFPED-NUM-PEDIDO   TO PEDIDO-NUMERO
           END-IF
      *
           READ ARQPED01
               INVALID KEY
                   MOVE 'PEDIDO NAO ENCONTRADO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2000-REJEITA
           END-READ
      *
           IF PEDIDO-STATUS-ENTREGUE
               MOVE 'PEDIDO JA ENTREGUE'
                                       TO WRK-REJ-MOTIVO
               GO TO 2000-REJEITA
           END-IF
           IF NOT PEDIDO-STATUS-FATURADO
               STRING 'PEDIDO NAO FATURADO - STATUS='
                      PEDIDO-STATUS
                      DELIMITED BY SIZE INTO WRK-REJ-MOTIVO
               END-STRING
               GO TO 2000-REJEITA
           END-IF
      *
           MOVE SPACES                 TO WRK-USUARIO-LOG
           STRING 'TRN=' POD-TRANSP    DELIMITED BY SIZE
                  INTO WRK-USUARIO-LOG
           END-STRING
      *
           PERFORM 2100-GRAVA-EVENTO   THRU 2100-SAIDA
      *
           IF ENTREGA-OCOR-ENTREGUE
               MOVE PEDIDO-STATUS      TO WRK-STPED-DE
               SET PEDIDO-STATUS-ENTREGUE
                                       TO TRUE
               MOVE PEDIDO-STATUS      TO WRK-STPED-PARA
               MOVE POD-DATA-N         TO PEDIDO-DATA-STATUS
               REWRITE PEDIDO-REG
               END-REWRITE
               PERFORM 2300-GRAVA-LOG-STPED THRU 2300-SAIDA
               PERFORM 2400-LIBERA-ESTOQUE THRU 2400-SAIDA
               ADD 1                   TO WRK-TOT-ENTREGUES
           ELSE
               PERFORM 2500-GRAVA-OCORRENCIA THRU 2500-SAIDA
               ADD 1                   TO WRK-TOT-PROBLEMAS
           END-IF
           GO TO 2000-LER
           .
      *
       2000-REJEITA.
      *
           ADD 1                       TO WRK-TOT-REJEITADOS
           MOVE SPACES                 TO REG-ARQPOREJ
           STRING REG-ARQPOENT ' MOTIVO=' WRK-REJ-MOTIVO
                  DELIMITED BY SIZE INTO REG-ARQPOREJ
           END-STRING
           WRITE REG-ARQPOREJ
           .
      *
       2000-LER.
      *
           PERFORM 7100-LER-ARQPOENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O EVENTO NO HISTORICO DE ENTREGAS, COM A FOTOGRAFIA DE   *
      * TERRITORIO, CD E APROVACAO DO PEDIDO E O PRAZO EM DIAS.        *
      *----------------------------------------------------------------*
       2100-GRAVA-EVENTO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2200-ULTIMA-SEQ     THRU 2200-SAIDA
      *
           MOVE SPACES                 TO ENTREGA-REG
           MOVE PEDIDO-NUMERO          TO ENTREGA-NUM-PEDIDO
           COMPUTE ENTREGA-SEQ         = WRK-ULT-SEQ + 1
           MOVE POD-DATA-N             TO ENTREGA-DATA
           MOVE POD-OCORRENCIA         TO ENTREGA-OCORRENCIA
           MOVE POD-TRANSP             TO ENTREGA-TRANSP
           MOVE POD-RECEBEDOR          TO ENTREGA-RECEBEDOR
           MOVE POD-NUM-NF             TO ENTREGA-NUM-NF
           MOVE PEDIDO-COD-CLI         TO ENTREGA-COD-CLI
           MOVE PEDIDO-COD-VEN         TO ENTREGA-COD-VEN
           MOVE WRK-DATA-HOJE          TO ENTREGA-DATA-PROC
      *
      *    APROVACAO PELO CONTROLE DO ERP; SEM ELE, PELA EMISSAO.
           MOVE PEDIDO-DATA-EMISSAO    TO ENTREGA-DATA-APROV
           IF WRK-TEM-NFPED
               MOVE PEDIDO-NUMERO      TO NFPED-NUM-PEDIDO
               READ ARQNFPED KEY IS NFPED-NUM-PEDIDO
                   NOT INVALID KEY
                       IF NFPED-DATA-APROV NUMERIC
                       AND NFPED-DATA-APROV GREATER ZEROS
                           MOVE NFPED-DATA-APROV
                                       TO ENTREGA-DATA-APROV
                       END-IF
                       IF ENTREGA-NUM-NF EQUAL SPACES
                           MOVE NFPED-NUM-NF
                                       TO ENTREGA-NUM-NF
                       END-IF
               END-READ
           END-IF
           MOVE ZEROS                  TO ENTREGA-PRAZO-DIAS
           IF  ENTREGA-DATA-APROV      NUMERIC
           AND ENTREGA-DATA-APROV      GREATER ZEROS
           AND ENTREGA-DATA-APROV      NOT GREATER ENTREGA-DATA
               COMPUTE ENTREGA-PRAZO-DIAS
                       = FUNCTION INTEGER-OF-DATE(ENTREGA-DATA)
                       - FUNCTION INTEGER-OF-DATE(ENTREGA-DATA-APROV)
           END-IF
      *
           MOVE SPACES                 TO ENTREGA-TERRITORIO
           IF WRK-TEM-CLIENTE
               MOVE LOW-VALUES         TO EXEMPLO-DADOS
               MOVE PEDIDO-COD-CLI     TO EXEMPLO-CODIGO-CLI
               START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS
                   INVALID KEY
                       MOVE HIGH-VALUES
                                       TO EXEMPLO-DADOS
               END-START
               IF EXEMPLO-DADOS        NOT EQUAL HIGH-VALUES
                   READ ARQCLI01 NEXT RECORD
                       NOT AT END
                           IF EXEMPLO-CODIGO-CLI EQUAL PEDIDO-COD-CLI
                               MOVE EXEMPLO-TERRITORIO
                                       TO ENTREGA-TERRITORIO
                           END-IF
                   END-READ
               END-IF
           END-IF
      *
      *    CD DA ESTIMATIVA DE FRETE DO PEDIDO; SEM ELA, O CD ATRIBUIDO
      *    AO CLIENTE.
           MOVE SPACES                 TO ENTREGA-CD
           IF WRK-TEM-FRETE
               MOVE PEDIDO-NUMERO      TO FRETE-NUM-PEDIDO
               READ ARQFRT
                   NOT INVALID KEY
                       MOVE FRETE-CD   TO ENTREGA-CD
               END-READ
           END-IF
           IF  ENTREGA-CD              EQUAL SPACES
           AND WRK-TEM-CLD
               MOVE PEDIDO-COD-CLI     TO CLICD-COD-CLI
               READ ARQCLD
                   NOT INVALID KEY
                       MOVE CLICD-CD   TO ENTREGA-CD
               END-READ
           END-IF
      *
           WRITE ENTREGA-REG
               INVALID KEY
                   DISPLAY 'PROC-ENTREGA: FALHA NO HISTORICO DO PEDIDO '
                           PEDIDO-NUMERO ' - FILE STATUS='
                           WRK-FS-ARQENTR
           END-WRITE
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ULTIMA SEQUENCIA DE EVENTO JA GRAVADA PARA O PEDIDO.           *
      *----------------------------------------------------------------*
       2200-ULTIMA-SEQ                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ULT-SEQ
           MOVE 'N'                    TO WRK-ENTR-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ENTREGA-NUM-PEDIDO
           MOVE ZEROS                  TO ENTREGA-SEQ
           START ARQENTR KEY IS NOT LESS THAN ENTREGA-CHAVE
               INVALID KEY
                   SET WRK-ENTR-FIM    TO TRUE
           END-START
      *
           PERFORM 2210-LER-EVENTO     THRU 2210-SAIDA
               UNTIL WRK-ENTR-FIM
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-LER-EVENTO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQENTR NEXT RECORD
               AT END
                   SET WRK-ENTR-FIM    TO TRUE
                   GO TO 2210-SAIDA
           END-READ
           IF ENTREGA-NUM-PEDIDO       NOT EQUAL PEDIDO-NUMERO
               SET WRK-ENTR-FIM        TO TRUE
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE ENTREGA-SEQ            TO WRK-ULT-SEQ
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APENDA A MUDANCA DE STATUS NO LOG DE STATUS DE PEDIDO, NO      *
      * MESMO FORMATO GRAVADO PELA TELA DE STATUS DE GERENCIADOR.      *
      *----------------------------------------------------------------*
       2300-GRAVA-LOG-STPED            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQPEDLOG
           IF NOT WRK-ARQPEDLOG-OK
               OPEN OUTPUT ARQPEDLOG
           END-IF
      *
           MOVE SPACES                 TO REG-ARQPEDLOG
           STRING WRK-STP-ANO  '-' WRK-STP-MES '-' WRK-STP-DIA ' '
                  WRK-STP-HORA ':' WRK-STP-MIN ':' WRK-STP-SEG
                  ' USUARIO=' WRK-USUARIO-LOG
                  ' PEDIDO=' PEDIDO-NUMERO
                  ' DE=' WRK-STPED-DE
                  ' PARA=' WRK-STPED-PARA
                  DELIMITED BY SIZE INTO REG-ARQPEDLOG
           END-STRING
           WRITE REG-ARQPEDLOG
           CLOSE ARQPEDLOG
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LIBERA AS RESERVAS DO PEDIDO ENTREGUE E O TIRA DA FILA DE      *
      * BACKORDER; A MERCADORIA SAIU, ENTAO O FISICO TAMBEM E BAIXADO  *
      * ATE A PROXIMA CARGA DO ARMAZEM (REGRA DA TELA DE STATUS).      *
      *----------------------------------------------------------------*
       2400-LIBERA-ESTOQUE             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-RESERVA
               GO TO 2400-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-RESE-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO RESERVA-NUMERO
           MOVE ZEROS                  TO RESERVA-SEQ
           START ARQRESE KEY IS GREATER THAN OR EQUAL RESERVA-CHAVE
               INVALID KEY
                   SET WRK-RESE-FIM    TO TRUE
           END-START
      *
           PERFORM 2410-LIBERA-ITEM    THRU 2410-SAIDA
               UNTIL WRK-RESE-FIM
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2410-LIBERA-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQRESE NEXT RECORD
               AT END
                   SET WRK-RESE-FIM    TO TRUE
                   GO TO 2410-SAIDA
           END-READ
      *
           IF RESERVA-NUMERO NOT EQUAL PEDIDO-NUMERO
               SET WRK-RESE-FIM        TO TRUE
               GO TO 2410-SAIDA
           END-IF
      *
           IF RESERVA-RESERVADA AND WRK-TEM-ESTOQUE
               MOVE RESERVA-COD-PROD   TO ESTOQUE-COD-PROD
               READ ARQSTQ01
                   INVALID KEY
                       GO TO 2410-REMOVE
               END-READ
               IF ESTOQUE-QTD-RESERVADA GREATER RESERVA-QUANTIDADE
                   SUBTRACT RESERVA-QUANTIDADE
                                       FROM ESTOQUE-QTD-RESERVADA
               ELSE
                   MOVE ZEROS          TO ESTOQUE-QTD-RESERVADA
               END-IF
               IF ESTOQUE-QTD-FISICA GREATER RESERVA-QUANTIDADE
                   SUBTRACT RESERVA-QUANTIDADE
                                       FROM ESTOQUE-QTD-FISICA
               ELSE
                   MOVE ZEROS          TO ESTOQUE-QTD-FISICA
               END-IF
               COMPUTE ESTOQUE-QTD-DISPONIVEL
                       = ESTOQUE-QTD-FISICA - ESTOQUE-QTD-RESERVADA
               MOVE WRK-DATA-HOJE      TO ESTOQUE-DATA-MOVTO
               REWRITE ESTOQUE-REG
               END-REWRITE
           END-IF
           .
      *
       2410-REMOVE.
      *
           DELETE ARQRESE
               INVALID KEY
                   CONTINUE
           END-DELETE
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROBLEMA DE ENTREGA NO DIARIO DE OCORRENCIAS DO CLIENTE        *
      * (CONSULTAVEL NA TELA DO GERENCIADOR).                          *
      *----------------------------------------------------------------*
       2500-GRAVA-OCORRENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-ARQOCOR-OK
               GO TO 2500-SAIDA
           END-IF
      *
           EVALUATE TRUE
               WHEN ENTREGA-OCOR-RECUSADO
                   MOVE 'ENTREGA RECUSADA'
                                       TO WRK-DESC-OCOR
               WHEN ENTREGA-OCOR-END-NAO-ACHADO
                   MOVE 'ENDERECO NAO ENCONTRADO'
                                       TO WRK-DESC-OCOR
               WHEN OTHER
                   MOVE 'ENTREGA PARCIAL'
                                       TO WRK-DESC-OCOR
           END-EVALUATE
      *
           MOVE SPACES                 TO OCOR-REG
           MOVE PEDIDO-COD-CLI         TO OCOR-COD-CLI
           COMPUTE OCOR-ORD = WRK-OCOR-ORD-BASE - WRK-TOT-LIDOS
           MOVE POD-DATA-N             TO OCOR-DATA
           MOVE ZEROS                  TO OCOR-HORA
           MOVE WRK-USUARIO-LOG        TO OCOR-AUTOR
           MOVE 'ENT'                  TO OCOR-TIPO
           MOVE SPACES                 TO OCOR-TEXTO
           STRING 'PED=' PEDIDO-NUMERO ' ' WRK-DESC-OCOR
                  ' RECEB=' POD-RECEBEDOR
                                       DELIMITED BY SIZE
                  INTO OCOR-TEXTO
           END-STRING
           WRITE OCOR-REG
               INVALID KEY
                   REWRITE OCOR-REG
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DO PROCESSAMENTO.               *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQPOENT
                 ARQPOREJ
                 ARQPED01
                 ARQENTR
           IF WRK-ARQOCOR-OK
               CLOSE ARQOCOR
           END-IF
           IF WRK-TEM-NFPED
               CLOSE ARQNFPED
           END-IF
           IF WRK-TEM-CLIENTE
               CLOSE ARQCLI01
           END-IF
           IF WRK-TEM-FRETE
               CLOSE ARQFRT
           END-IF
           IF WRK-TEM-CLD
               CLOSE ARQCLD
           END-IF
           IF WRK-TEM-RESERVA
               CLOSE ARQRESE
           END-IF
           IF WRK-TEM-ESTOQUE
               CLOSE ARQSTQ01
           END-IF
      *
           DISPLAY 'PROC-ENTREGA: REGISTROS LIDOS.....: '
                   WRK-TOT-LIDOS
           DISPLAY 'PROC-ENTREGA: PEDIDOS ENTREGUES...: '
                   WRK-TOT-ENTREGUES
           DISPLAY 'PROC-ENTREGA: PROBLEMAS DE ENTREGA: '
                   WRK-TOT-PROBLEMAS
           DISPLAY 'PROC-ENTREGA: REGISTROS INVALIDOS.: '
                   WRK-TOT-REJEITADOS
      *
           MOVE ZEROS                  TO RETURN-CODE
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO.                                         *
      *----------------------------------------------------------------*
       3300-GO-BACK                    SECTION.
      *----------------------------------------------------------------*
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE COMPROVANTES DE ENTREGA.                 *
      *----------------------------------------------------------------*
       7100-LER-ARQPOENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPOENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPOENT
               NOT AT END
                   ADD 1               TO WRK-TOT-LIDOS
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM PROC-ENTREGA.

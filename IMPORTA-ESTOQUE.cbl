      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. IMPORTA-ESTOQUE.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: IMPORTA-ESTOQUE                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ABSORVER A POSICAO DIARIA DE ESTOQUE FISICO    *
      *                 ENVIADA PELO ARMAZEM (PRODUTO E QUANTIDADE EM  *
      *                 MAOS), VALIDANDO CADA PRODUTO CONTRA ARQPRD01  *
      *                 E GRAVANDO NA POSICAO DE ESTOQUE (ARQSTQ01).   *
      *                 O RESERVADO PELOS PEDIDOS APROVADOS E MANTIDO  *
      *                 E O DISPONIVEL E RECALCULADO. EM SEGUIDA A     *
      *                 FILA DE BACKORDER (ARQRESE) E PERCORRIDA NA    *
      *                 ORDEM DOS PEDIDOS: ITEM QUE AGORA CABE NO      *
      *                 DISPONIVEL PASSA A RESERVADO. PRODUTO AUSENTE  *
      *                 DO ARQUIVO DO DIA MANTEM A POSICAO ANTERIOR.   *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>ESTOQUE_ARMAZEM.TXT                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQSTQ01                        STQ-SIST        *
      *                ARQRESE                         RSE-SIST        *
      *                ARQSTENT                        (ENTRADA)       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CARGA DE ESTOQUE.       *
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
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
      *
           SELECT ARQSTQ01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ESTOQUE-COD-PROD
               FILE STATUS             IS WRK-FS-ARQSTQ01.
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
           SELECT ARQSTENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQSTENT.
      *
           SELECT ARQPARM  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQPARM.
      *
      *    MANIFESTO GLOBAL (REGISTRO DA CARGA PARA O MONITOR DE
      *    INTERFACES)
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQSTQ01
            VALUE OF FILE-ID IS NOME-ARQSTQ01-WS
            COPY "STQ-SIST.CPY".
      *
         FD ARQRESE
            VALUE OF FILE-ID IS NOME-ARQRESE-WS
            COPY "RSE-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: POSICAO DE ESTOQUE FISICO DO ARMAZEM.                *
      *----------------------------------------------------------------*
      *
         FD ARQSTENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQSTENT-WS.
      *
       01  REG-ARQSTENT.
           05 ENT-COD-PROD             PIC  X(007).
           05 ENT-COD-PROD-9 REDEFINES ENT-COD-PROD
                                       PIC  9(007).
           05 ENT-QTD-FISICA           PIC  X(011).
           05 ENT-QTD-FISICA-9 REDEFINES ENT-QTD-FISICA
                                       PIC  9(009)V99.
      *
      *----------------------------------------------------------------*
      *    ENVELOPE DE CONTROLE DO ARQUIVO (MESMA DISCIPLINA H/T DA    *
      *    CARGA DE VENDAS): CABECALHO COM ORIGEM E DATA DE GERACAO,   *
      *    TRAILER COM CONTAGEM E HASH-TOTAL DAS QUANTIDADES.          *
      *    ENVELOPE AUSENTE OU DIVERGENTE RECUSA O ARQUIVO INTEIRO.    *
      *----------------------------------------------------------------*
      *
       01  REG-STENT-ENVEL.
           05 ENV-TIPO                 PIC  X(001).
              88 ENV-TIPO-HEADER                 VALUE 'H'.
              88 ENV-TIPO-TRAILER                VALUE 'T'.
           05 ENV-CORPO                PIC  X(025).
           05 ENV-HDR REDEFINES ENV-CORPO.
              10 ENV-HDR-ORIGEM        PIC  X(008).
              10 ENV-HDR-DATA-GER      PIC  9(008).
              10 FILLER                PIC  X(009).
           05 ENV-TRL REDEFINES ENV-CORPO.
              10 ENV-TRL-QTDE          PIC  9(007).
              10 ENV-TRL-HASH          PIC  9(015)V99.
              10 FILLER                PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    ARQUIVO DE PARAMETROS DE DIRETORIO (VER PARM-SIST.CPY).     *
      *----------------------------------------------------------------*
      *
         FD ARQPARM
            VALUE OF FILE-ID IS 'C:\GERENC\PARM-SIST.DAT'
            COPY "PARM-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
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
       77  WRK-PROGRAMA                PIC  X(015)     VALUE
           'IMPORTA-ESTOQUE'.
      *
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQSTQ01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQSTQ01.DAT'.
       01 NOME-ARQRESE-WS              PIC X(050)      VALUE
                                      'C:\GERENC\RESERVA_ESTOQUE.DAT'.
       01 NOME-ARQSTENT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ESTOQUE_ARMAZEM.TXT'.
      *----------------------------------------------------------------*
      *    DIRETORIOS DE DADOS/RELATORIO, SUBSTITUIDOS PELO CONTEUDO   *
      *    DE PARM-SIST.DAT QUANDO ESSE ARQUIVO EXISTIR.               *
      *----------------------------------------------------------------*
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQSTQ01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQSTQ01-OK                         VALUE '00' '05'.
           88  WRK-ARQSTQ01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQRESE              PIC X(002)      VALUE SPACES.
           88  WRK-ARQRESE-OK                          VALUE '00' '05'.
           88  WRK-ARQRESE-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQSTENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQSTENT-OK                         VALUE ZEROS.
           88  WRK-ARQSTENT-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQSTENT-FIM                        VALUE '10'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONFERENCIA DO ENVELOPE NA PRE-PASSADA (NADA E APLICADO     *
      *    ANTES DO ENVELOPE FECHAR).                                  *
      *----------------------------------------------------------------*
       01  WRK-ENV-OK-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-ENV-OK                              VALUE 'S'.
       01  WRK-ENV-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ENV-FIM                             VALUE 'S'.
       01  WRK-ENV-TEM-TRL-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-ENV-TEM-TRL                         VALUE 'S'.
       77  WRK-ENV-QTDE                PIC 9(007)      VALUE ZEROS.
       77  WRK-ENV-HASH                PIC 9(015)V99   VALUE ZEROS.
       77  WRK-ENV-PRIMEIRO            PIC X(001)      VALUE 'S'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DO RESUMO DE CARGA (MESMO MOLDE DA IMPORTACAO    *
      *    DE VENDAS).                                                 *
      *----------------------------------------------------------------*
      *
       77  WRK-TOT-LIDOS               PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-INCLUIDOS           PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-ATUALIZADOS         PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-ATENDIDOS           PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-PENDENTES           PIC 9(007) COMP-3 VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(030)      VALUE SPACES.
       01  WRK-REG-VALIDO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-REG-VALIDO                          VALUE 'S'.
       01  WRK-TEM-RESERVA-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-RESERVA                         VALUE 'S'.
       01  WRK-RESE-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-RESE-FIM                            VALUE 'S'.
      *
       01  WRK-DATA-CARGA              PIC 9(008)      VALUE ZEROS.
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
           PERFORM 2000-PROCESSAR-POSICAO THRU 2000-SAIDA
               UNTIL WRK-ARQSTENT-FIM
      *
           IF WRK-TEM-RESERVA
               PERFORM 2500-ATENDE-BACKORDER THRU 2500-SAIDA
           END-IF
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-CARGA
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN INPUT ARQSTENT
           IF WRK-ARQSTENT-NAO-EXISTE
               DISPLAY 'IMPORTA-ESTOQUE: ARQUIVO DO ARMAZEM NAO '
                       'ENCONTRADO - ' NOME-ARQSTENT-WS
               MOVE WRK-FS-ARQSTENT    TO COMUNIC-COD-RETORNO
               MOVE 'ARQSTENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 7030-TESTAR-FS-ARQSTENT THRU 7030-SAIDA
      *
      *    PRE-PASSADA DE ENVELOPE: O ARQUIVO INTEIRO E CONFERIDO
      *    (CABECALHO, CONTAGEM E HASH DO TRAILER) ANTES DE QUALQUER
      *    REGISTRO SER APLICADO; DIVERGENCIA RECUSA O ARQUIVO.
           PERFORM 1500-VALIDA-ENVELOPE THRU 1500-SAIDA
           IF NOT WRK-ENV-OK
               DISPLAY 'IMPORTA-ESTOQUE: ENVELOPE DO ARQUIVO INVALIDO '
                       '- CARGA RECUSADA INTEIRA'
               MOVE 'EV'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQSTENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           CLOSE ARQSTENT
           OPEN INPUT ARQSTENT
           PERFORM 7030-TESTAR-FS-ARQSTENT THRU 7030-SAIDA
      *    PULA O CABECALHO DO ENVELOPE.
           READ ARQSTENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSTENT
           END-READ
      *
           OPEN INPUT ARQPRD01
           PERFORM 7010-TESTAR-FS-ARQPRD01 THRU 7010-SAIDA
      *
      *    A POSICAO DE ESTOQUE E CRIADA NA PRIMEIRA CARGA.
           OPEN I-O ARQSTQ01
           IF WRK-ARQSTQ01-NAO-EXISTE
               OPEN OUTPUT ARQSTQ01
               CLOSE ARQSTQ01
               OPEN I-O ARQSTQ01
           END-IF
           PERFORM 7020-TESTAR-FS-ARQSTQ01 THRU 7020-SAIDA
      *
      *    SEM ARQUIVO DE RESERVAS AINDA NAO HA FILA A ATENDER.
           OPEN I-O ARQRESE
           IF WRK-ARQRESE-OK
               SET WRK-TEM-RESERVA     TO TRUE
           END-IF
      *
           PERFORM 7100-LER-ARQSTENT THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQSTQ01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSTQ01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'RESERVA_ESTOQUE.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQRESE-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ESTOQUE_ARMAZEM.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQSTENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRE-PASSADA DO ENVELOPE: PRIMEIRO REGISTRO DEVE SER O          *
      * CABECALHO 'H'; OS DETALHES SAO CONTADOS E SOMADOS; O TRAILER   *
      * 'T' DEVE BATER CONTAGEM E HASH-TOTAL DAS QUANTIDADES.          *
      *----------------------------------------------------------------*
       1500-VALIDA-ENVELOPE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ENV-OK-FLAG
                                          WRK-ENV-FIM-FLAG
                                          WRK-ENV-TEM-TRL-FLAG
           MOVE 'S'                    TO WRK-ENV-PRIMEIRO
           MOVE ZEROS                  TO WRK-ENV-QTDE
                                          WRK-ENV-HASH
      *
           PERFORM 1510-LE-ENVELOPE THRU 1510-SAIDA
               UNTIL WRK-ENV-FIM
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LE-ENVELOPE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSTENT NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
                   GO TO 1510-SAIDA
           END-READ
      *
           IF WRK-ENV-PRIMEIRO EQUAL 'S'
               MOVE 'N'                TO WRK-ENV-PRIMEIRO
               IF NOT ENV-TIPO-HEADER
                   DISPLAY 'IMPORTA-ESTOQUE: ARQUIVO SEM CABECALHO DE '
                           'ENVELOPE'
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
               END-IF
               GO TO 1510-SAIDA
           END-IF
      *
           IF ENV-TIPO-TRAILER
               SET WRK-ENV-TEM-TRL     TO TRUE
               IF  ENV-TRL-QTDE NUMERIC
               AND ENV-TRL-HASH NUMERIC
               AND ENV-TRL-QTDE EQUAL WRK-ENV-QTDE
               AND ENV-TRL-HASH EQUAL WRK-ENV-HASH
                   SET WRK-ENV-OK      TO TRUE
               ELSE
                   DISPLAY 'IMPORTA-ESTOQUE: TRAILER DIVERGENTE - '
                           'QTDE/HASH NAO BATEM COM O CONTEUDO'
               END-IF
               MOVE 'S'                TO WRK-ENV-FIM-FLAG
               GO TO 1510-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-ENV-QTDE
           IF ENT-QTD-FISICA NUMERIC
               ADD ENT-QTD-FISICA-9    TO WRK-ENV-HASH
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA O REGISTRO DE POSICAO CORRENTE E, SE ACEITO, GRAVA/     *
      * ATUALIZA O ESTOQUE DO PRODUTO.                                 *
      *----------------------------------------------------------------*
       2000-PROCESSAR-POSICAO          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDA-REGISTRO THRU 2100-SAIDA
      *
           IF WRK-REG-VALIDO
               PERFORM 2200-GRAVA-ESTOQUE THRU 2200-SAIDA
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
               DISPLAY 'IMPORTA-ESTOQUE: REJEITADO PRODUTO='
                       ENT-COD-PROD
                       ' MOTIVO=' WRK-REJ-MOTIVO
           END-IF
      *
           PERFORM 7100-LER-ARQSTENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICAS DO REGISTRO DE ENTRADA: CAMPOS NUMERICOS E PRODUTO    *
      * EXISTENTE NO CADASTRO MESTRE.                                  *
      *----------------------------------------------------------------*
       2100-VALIDA-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-REG-VALIDO-FLAG
           MOVE SPACES                 TO WRK-REJ-MOTIVO
      *
           IF ENT-COD-PROD             NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE PRODUTO NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-QTD-FISICA           NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'QUANTIDADE NAO NUMERICA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE ENT-COD-PROD-9         TO PRODUTO-CODIGO
           READ ARQPRD01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'PRODUTO NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
           END-READ
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA A POSICAO DO PRODUTO (INCLUSAO) OU SUBSTITUI O FISICO,   *
      * PRESERVANDO O RESERVADO, QUANDO O PRODUTO JA TEM POSICAO.      *
      *----------------------------------------------------------------*
       2200-GRAVA-ESTOQUE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ENT-COD-PROD-9         TO ESTOQUE-COD-PROD
           READ ARQSTQ01
               INVALID KEY
                   INITIALIZE ESTOQUE-REG
                   MOVE ENT-COD-PROD-9 TO ESTOQUE-COD-PROD
                   MOVE ENT-QTD-FISICA-9
                                       TO ESTOQUE-QTD-FISICA
                   MOVE ENT-QTD-FISICA-9
                                       TO ESTOQUE-QTD-DISPONIVEL
                   MOVE WRK-DATA-CARGA TO ESTOQUE-DATA-CARGA
                   WRITE ESTOQUE-REG
                       INVALID KEY
                           ADD 1       TO WRK-TOT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1       TO WRK-TOT-INCLUIDOS
                   END-WRITE
                   GO TO 2200-SAIDA
           END-READ
      *
           MOVE ENT-QTD-FISICA-9       TO ESTOQUE-QTD-FISICA
           COMPUTE ESTOQUE-QTD-DISPONIVEL
                   = ESTOQUE-QTD-FISICA - ESTOQUE-QTD-RESERVADA
           MOVE WRK-DATA-CARGA         TO ESTOQUE-DATA-CARGA
           REWRITE ESTOQUE-REG
               INVALID KEY
                   ADD 1               TO WRK-TOT-REJEITADOS
               NOT INVALID KEY
                   ADD 1               TO WRK-TOT-ATUALIZADOS
           END-REWRITE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PERCORRE A FILA DE BACKORDER NA ORDEM DOS PEDIDOS (O MAIS      *
      * ANTIGO PRIMEIRO) RESERVANDO O QUE O NOVO DISPONIVEL COBRE.     *
      *----------------------------------------------------------------*
       2500-ATENDE-BACKORDER           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-RESE-FIM-FLAG
           MOVE ZEROS                  TO RESERVA-CHAVE
           START ARQRESE KEY IS GREATER THAN OR EQUAL RESERVA-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
           END-START
      *
           PERFORM 2510-AVALIA-ITEM-FILA THRU 2510-SAIDA
               UNTIL WRK-RESE-FIM
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-AVALIA-ITEM-FILA           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQRESE NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-RESE-FIM-FLAG
                   GO TO 2510-SAIDA
           END-READ
      *
           IF NOT RESERVA-BACKORDER
               GO TO 2510-SAIDA
           END-IF
      *
           MOVE RESERVA-COD-PROD       TO ESTOQUE-COD-PROD
           READ ARQSTQ01
               INVALID KEY
                   ADD 1               TO WRK-TOT-PENDENTES
                   GO TO 2510-SAIDA
           END-READ
      *
           IF ESTOQUE-QTD-DISPONIVEL LESS RESERVA-QUANTIDADE
               ADD 1                   TO WRK-TOT-PENDENTES
               GO TO 2510-SAIDA
           END-IF
      *
           ADD RESERVA-QUANTIDADE      TO ESTOQUE-QTD-RESERVADA
           COMPUTE ESTOQUE-QTD-DISPONIVEL
                   = ESTOQUE-QTD-FISICA - ESTOQUE-QTD-RESERVADA
           MOVE WRK-DATA-CARGA         TO ESTOQUE-DATA-MOVTO
           REWRITE ESTOQUE-REG
           END-REWRITE
      *
           SET RESERVA-RESERVADA       TO TRUE
           MOVE WRK-DATA-CARGA         TO RESERVA-DATA
           REWRITE RESERVA-REG
           END-REWRITE
           ADD 1                       TO WRK-TOT-ATENDIDOS
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DE CARGA, NO MESMO MOLDE DA     *
      * IMPORTACAO DE VENDAS.                                          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQSTENT
                 ARQPRD01
                 ARQSTQ01
           IF WRK-TEM-RESERVA
               CLOSE ARQRESE
           END-IF
      *
           DISPLAY 'RELATORIO DE CARGA - POSICAO DE ESTOQUE'
           DISPLAY 'REGISTROS LIDOS.......: ' WRK-TOT-LIDOS
           DISPLAY 'REGISTROS INCLUIDOS...: ' WRK-TOT-INCLUIDOS
           DISPLAY 'REGISTROS ATUALIZADOS.: ' WRK-TOT-ATUALIZADOS
           DISPLAY 'REGISTROS REJEITADOS..: ' WRK-TOT-REJEITADOS
           DISPLAY 'BACKORDERS ATENDIDOS..: ' WRK-TOT-ATENDIDOS
           DISPLAY 'BACKORDERS PENDENTES..: ' WRK-TOT-PENDENTES
      *
      *    A CARGA ENTRA NO MANIFESTO (O MONITOR DE INTERFACES LE A
      *    ULTIMA TROCA DE CADA INTERFACE DE LA).
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
           COMPUTE WRK-MANIF-QTDE
                   = WRK-TOT-INCLUIDOS + WRK-TOT-ATUALIZADOS
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  NOME-ARQSTENT-WS
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
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
      * ROTINA PARA TESTAR FILE STATUS DO ARQUIVO ARQPRD01.            *
      *----------------------------------------------------------------*
       7010-TESTAR-FS-ARQPRD01         SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT WRK-ARQPRD01-OK
               MOVE WRK-FS-ARQPRD01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQPRD01'         TO COMUNIC-DES-PGR-ARQ
               DISPLAY 'IMPORTA-ESTOQUE: FALHA EM ARQPRD01 - '
                       'FILE STATUS=' WRK-FS-ARQPRD01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       7010-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA PARA TESTAR FILE STATUS DO ARQUIVO ARQSTQ01.            *
      *----------------------------------------------------------------*
       7020-TESTAR-FS-ARQSTQ01         SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT WRK-ARQSTQ01-OK
               MOVE WRK-FS-ARQSTQ01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQSTQ01'         TO COMUNIC-DES-PGR-ARQ
               DISPLAY 'IMPORTA-ESTOQUE: FALHA EM ARQSTQ01 - '
                       'FILE STATUS=' WRK-FS-ARQSTQ01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       7020-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA PARA TESTAR FILE STATUS DO ARQUIVO ARQSTENT.            *
      *----------------------------------------------------------------*
       7030-TESTAR-FS-ARQSTENT         SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT WRK-ARQSTENT-OK
           AND NOT WRK-ARQSTENT-FIM
               MOVE WRK-FS-ARQSTENT    TO COMUNIC-COD-RETORNO
               MOVE 'ARQSTENT'         TO COMUNIC-DES-PGR-ARQ
               DISPLAY 'IMPORTA-ESTOQUE: FALHA EM ARQSTENT - '
                       'FILE STATUS=' WRK-FS-ARQSTENT
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       7030-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE POSICAO DO ARMAZEM.                      *
      *----------------------------------------------------------------*
       7100-LER-ARQSTENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQSTENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQSTENT
               NOT AT END
      *            O TRAILER DO ENVELOPE ENCERRA OS DADOS.
                   IF ENV-TIPO-TRAILER
                       MOVE '10'       TO WRK-FS-ARQSTENT
                   ELSE
                       ADD 1           TO WRK-TOT-LIDOS
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM IMPORTA-ESTOQUE.

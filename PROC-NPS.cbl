      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. PROC-NPS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: PROC-NPS                                      *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: PROCESSAR O ARQUIVO DE PESQUISAS DE SATISFACAO *
      *                 ENVIADO PELO APP DE VENDAS DE CAMPO APOS A     *
      *                 VISITA (CLIENTE, VENDEDOR, DATA DA VISITA,     *
      *                 NOTA DE 0 A 10 E COMENTARIO), COM O MESMO      *
      *                 ENVELOPE H/T DO RETORNO DE VISITAS. CADA       *
      *                 RESPOSTA E VALIDADA CONTRA O CADASTRO DE       *
      *                 CLIENTES (ARQCLI01) E CONTRA A VISITA A QUE SE *
      *                 REFERE (ARQVIS01 - MESMO CLIENTE, DATA E       *
      *                 VENDEDOR); ACEITAS VAO PARA O HISTORICO DE     *
      *                 PESQUISAS (ARQNPS) E REJEITADAS SAEM COM O     *
      *                 MOTIVO PARA O TIME DO APP CORRIGIR O EXTRATOR. *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>PESQUISA_NPS.TXT                   *
      *    SAIDAS......: ARQNPS.DAT (HISTORICO DE PESQUISAS)           *
      *                  <DIR-RELAT>NPS_REJ_<STAMP>.TXT                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQNPS                          NPS-SIST        *
      *                ARQVIS01                        VIS-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CARGA DE PESQUISAS NPS. *
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
           SELECT ARQNPS   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NPS-CHAVE
               FILE STATUS             IS WRK-FS-ARQNPS.
      *
      *    HISTORICO DE VISITAS (LEITURA - A PESQUISA TEM DE SE
      *    REFERIR A UMA VISITA ACEITA)
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
      *
      *    CADASTRO DE CLIENTES (LEITURA)
           SELECT ARQCLI01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
                                       OF ARQCLI01
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       OF ARQCLI01
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQNPENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQNPENT.
      *
           SELECT ARQNPREJ ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQNPREJ.
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
         FD ARQNPS
            VALUE OF FILE-ID IS NOME-ARQNPS-WS
            COPY "NPS-SIST.CPY".
      *
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
      *----------------------------------------------------------------*
      *    INPUT: PESQUISAS DE SATISFACAO DO APP DE CAMPO.             *
      *----------------------------------------------------------------*
      *
         FD ARQNPENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQNPENT-WS.
      *
       01  REG-ARQNPENT.
           05 PES-COD-CLI              PIC  X(007).
           05 PES-COD-CLI-9 REDEFINES PES-COD-CLI
                                       PIC  9(007).
           05 PES-COD-VEN              PIC  X(003).
           05 PES-COD-VEN-9 REDEFINES PES-COD-VEN
                                       PIC  9(003).
           05 PES-DATA                 PIC  X(008).
           05 PES-DATA-9 REDEFINES PES-DATA
                                       PIC  9(008).
           05 PES-NOTA                 PIC  X(002).
           05 PES-NOTA-9 REDEFINES PES-NOTA
                                       PIC  9(002).
           05 PES-COMENTARIO           PIC  X(060).
      *
      *----------------------------------------------------------------*
      *    ENVELOPE DE CONTROLE DO ARQUIVO (H/T): CABECALHO COM        *
      *    ORIGEM E DATA, TRAILER COM CONTAGEM E HASH-TOTAL (SOMA DOS  *
      *    CODIGOS DE CLIENTE). DIVERGENCIA RECUSA O ARQUIVO INTEIRO.  *
      *----------------------------------------------------------------*
      *
       01  REG-NPENT-ENVEL.
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
      *    OUTPUT: REJEITADOS COM MOTIVO (IMAGEM DO REGISTRO + CAUSA). *
      *----------------------------------------------------------------*
      *
         FD ARQNPREJ
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQNPREJ.
      *
       01  REG-ARQNPREJ                PIC  X(130).
      *
      *----------------------------------------------------------------*
      *    ARQUIVO DE PARAMETROS DE DIRETORIO (VER PARM-SIST.CPY).     *
      *----------------------------------------------------------------*
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
       77  WRK-PROGRAMA                PIC  X(014)     VALUE
           'PROC-NPS'.
      *
       01 NOME-ARQNPS-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQNPS.DAT'.
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQNPENT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\PESQUISA_NPS.TXT'.
       01 WRK-NOME-ARQNPREJ            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-DATA-HOJE                PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-FS-ARQNPS               PIC X(002)      VALUE SPACES.
           88  WRK-ARQNPS-OK                           VALUE '00' '05'.
           88  WRK-ARQNPS-NAO-EXISTE                   VALUE '35'.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQNPENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQNPENT-OK                         VALUE ZEROS.
           88  WRK-ARQNPENT-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQNPENT-FIM                        VALUE '10'.
       01  WRK-FS-ARQNPREJ             PIC X(002)      VALUE SPACES.
           88  WRK-ARQNPREJ-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONFERENCIA DO ENVELOPE NA PRE-PASSADA.                     *
      *----------------------------------------------------------------*
       01  WRK-ENV-OK-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-ENV-OK                              VALUE 'S'.
       01  WRK-ENV-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ENV-FIM                             VALUE 'S'.
       77  WRK-ENV-QTDE                PIC 9(007)      VALUE ZEROS.
       77  WRK-ENV-HASH                PIC 9(015)V99   VALUE ZEROS.
       77  WRK-ENV-PRIMEIRO            PIC X(001)      VALUE 'S'.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DO PROCESSAMENTO.                                *
      *----------------------------------------------------------------*
      *
       77  WRK-TOT-LIDOS               PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-ACEITOS             PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-ATUALIZADOS         PIC 9(007) COMP-3 VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007) COMP-3 VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(035)      VALUE SPACES.
       01  WRK-REG-VALIDO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-REG-VALIDO                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM OS SUBPROGRAMAS CHAMADOS.           *
      *----------------------------------------------------------------*
      *
           COPY 'AREA-COMUNC.CPY'.
      *
      *================================================================*
       PROCEDURE                       DIVISION.
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
           PERFORM 2000-PROCESSAR-PESQUISA THRU 2000-SAIDA
               UNTIL WRK-ARQNPENT-FIM
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WRK-DATA-HOJE
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN INPUT ARQNPENT
           IF WRK-ARQNPENT-NAO-EXISTE
               DISPLAY 'PROC-NPS: SEM ARQUIVO DE PESQUISAS - '
                       NOME-ARQNPENT-WS
               MOVE WRK-FS-ARQNPENT    TO COMUNIC-COD-RETORNO
               MOVE 'ARQNPENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    PRE-PASSADA DE ENVELOPE: NADA E APLICADO ANTES DE
      *    CABECALHO, CONTAGEM E HASH FECHAREM.
           PERFORM 1500-VALIDA-ENVELOPE THRU 1500-SAIDA
           IF NOT WRK-ENV-OK
               DISPLAY 'PROC-NPS: ENVELOPE DO ARQUIVO INVALIDO '
                       '- PESQUISAS RECUSADAS INTEIRAS'
               MOVE 'EV'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQNPENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           CLOSE ARQNPENT
           MOVE SPACES                 TO WRK-FS-ARQNPENT
           OPEN INPUT ARQNPENT
      *    PULA O CABECALHO DO ENVELOPE.
           READ ARQNPENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQNPENT
           END-READ
      *
      *    SEM CADASTRO OU SEM HISTORICO DE VISITAS NAO HA COMO
      *    VALIDAR - O ARQUIVO FICA PARA O PROXIMO CICLO.
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'PROC-NPS: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVIS01
           IF NOT WRK-ARQVIS01-OK
               DISPLAY 'PROC-NPS: FALHA EM ARQVIS01 - '
                       'FILE STATUS=' WRK-FS-ARQVIS01
               MOVE WRK-FS-ARQVIS01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVIS01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN I-O ARQNPS
           IF WRK-ARQNPS-NAO-EXISTE
               OPEN OUTPUT ARQNPS
               CLOSE ARQNPS
               OPEN I-O ARQNPS
           END-IF
           IF NOT WRK-ARQNPS-OK
               DISPLAY 'PROC-NPS: FALHA EM ARQNPS - '
                       'FILE STATUS=' WRK-FS-ARQNPS
               MOVE WRK-FS-ARQNPS      TO COMUNIC-COD-RETORNO
               MOVE 'ARQNPS'           TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'NPS_REJ_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQNPREJ
           OPEN OUTPUT ARQNPREJ
      *
           PERFORM 7100-LER-ARQNPENT THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVIS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQNPS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNPS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'PESQUISA_NPS.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNPENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRE-PASSADA DO ENVELOPE: PRIMEIRO REGISTRO DEVE SER 'H'; OS    *
      * DETALHES SAO CONTADOS E SOMADOS (CODIGO DE CLIENTE); O         *
      * TRAILER 'T' DEVE BATER CONTAGEM E HASH.                        *
      *----------------------------------------------------------------*
       1500-VALIDA-ENVELOPE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ENV-OK-FLAG
                                          WRK-ENV-FIM-FLAG
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
           READ ARQNPENT NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
                   GO TO 1510-SAIDA
           END-READ
      *
           IF WRK-ENV-PRIMEIRO EQUAL 'S'
               MOVE 'N'                TO WRK-ENV-PRIMEIRO
               IF NOT ENV-TIPO-HEADER
                   DISPLAY 'PROC-NPS: ARQUIVO SEM CABECALHO DE '
                           'ENVELOPE'
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
               END-IF
               GO TO 1510-SAIDA
           END-IF
      *
           IF ENV-TIPO-TRAILER
               IF  ENV-TRL-QTDE NUMERIC
               AND ENV-TRL-HASH NUMERIC
               AND ENV-TRL-QTDE EQUAL WRK-ENV-QTDE
               AND ENV-TRL-HASH EQUAL WRK-ENV-HASH
                   SET WRK-ENV-OK      TO TRUE
               ELSE
                   DISPLAY 'PROC-NPS: TRAILER DIVERGENTE - '
                           'QTDE/HASH NAO BATEM COM O CONTEUDO'
               END-IF
               MOVE 'S'                TO WRK-ENV-FIM-FLAG
               GO TO 1510-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-ENV-QTDE
           IF PES-COD-CLI NUMERIC
               ADD PES-COD-CLI-9       TO WRK-ENV-HASH
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA E DESTINA UMA RESPOSTA DE PESQUISA.                     *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PESQUISA         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDA-PESQUISA THRU 2100-SAIDA
      *
           IF WRK-REG-VALIDO
               PERFORM 2200-GRAVA-PESQUISA THRU 2200-SAIDA
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
               MOVE SPACES             TO REG-ARQNPREJ
               STRING REG-ARQNPENT ' MOTIVO=' WRK-REJ-MOTIVO
                      DELIMITED BY SIZE INTO REG-ARQNPREJ
               END-STRING
               WRITE REG-ARQNPREJ
           END-IF
      *
           PERFORM 7100-LER-ARQNPENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICAS DA PESQUISA: CAMPOS NUMERICOS, NOTA DE 0 A 10,        *
      * CLIENTE CADASTRADO E VISITA EXISTENTE NO HISTORICO PARA O      *
      * MESMO CLIENTE E DATA, FEITA PELO VENDEDOR INFORMADO.           *
      *----------------------------------------------------------------*
       2100-VALIDA-PESQUISA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-REG-VALIDO-FLAG
           MOVE SPACES                 TO WRK-REJ-MOTIVO
      *
           IF PES-COD-CLI              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE CLIENTE NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF PES-COD-VEN              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE VENDEDOR NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF PES-DATA                 NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'DATA DA VISITA NAO NUMERICA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF PES-NOTA                 NOT NUMERIC
           OR PES-NOTA-9               GREATER 10
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'NOTA FORA DA ESCALA 0 A 10'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE PES-COD-CLI-9          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
           END-READ
      *
           MOVE PES-COD-CLI-9          TO VISITA-COD-CLI
           MOVE PES-DATA-9             TO VISITA-DATA
           READ ARQVIS01
               INVALID KEY
                   MOVE 'N'            TO WRK-REG-VALIDO-FLAG
                   MOVE 'VISITA NAO ENCONTRADA NO HISTORICO'
                                       TO WRK-REJ-MOTIVO
                   GO TO 2100-SAIDA
           END-READ
      *
           IF VISITA-COD-VEN           NOT EQUAL PES-COD-VEN-9
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'VENDEDOR DIFERENTE DO DA VISITA'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSTA A RESPOSTA ACEITA NO HISTORICO DE PESQUISAS (REENVIO DA  *
      * MESMA VISITA ATUALIZA O REGISTRO EXISTENTE). TERRITORIO E      *
      * FAIXA SAO OS DO CADASTRO LIDO NA VALIDACAO.                    *
      *----------------------------------------------------------------*
       2200-GRAVA-PESQUISA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO NPS-REG
           MOVE PES-COD-CLI-9          TO NPS-COD-CLI
           MOVE PES-DATA-9             TO NPS-DATA-VISITA
           MOVE PES-COD-VEN-9          TO NPS-COD-VEN
           MOVE PES-NOTA-9             TO NPS-NOTA
           MOVE PES-COMENTARIO         TO NPS-COMENTARIO
           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO NPS-TERRITORIO
           MOVE EXEMPLO-PRIORIDADE OF ARQCLI01
                                       TO NPS-PRIORIDADE
           MOVE WRK-DATA-HOJE          TO NPS-DATA-RECEB
      *
           WRITE NPS-REG
               INVALID KEY
                   REWRITE NPS-REG
                       INVALID KEY
                           ADD 1       TO WRK-TOT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1       TO WRK-TOT-ATUALIZADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1               TO WRK-TOT-ACEITOS
           END-WRITE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DO PROCESSAMENTO.               *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQNPENT
                 ARQNPS
                 ARQVIS01
                 ARQCLI01
                 ARQNPREJ
      *
           DISPLAY 'PROC-NPS: REGISTROS LIDOS....: '
                   WRK-TOT-LIDOS
           DISPLAY 'PROC-NPS: ACEITOS............: '
                   WRK-TOT-ACEITOS
           DISPLAY 'PROC-NPS: ATUALIZADOS........: '
                   WRK-TOT-ATUALIZADOS
           DISPLAY 'PROC-NPS: REJEITADOS.........: '
                   WRK-TOT-REJEITADOS
           DISPLAY 'PROC-NPS: REJEITADOS EM......: '
                   WRK-NOME-ARQNPREJ
      *
      *    A CARGA E O ARQUIVO DE REJEITADOS ENTRAM NO MANIFESTO (O
      *    MONITOR DE INTERFACES LE A ULTIMA TROCA DE CADA UMA LA).
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
           COMPUTE WRK-MANIF-QTDE
                   = WRK-TOT-ACEITOS + WRK-TOT-ATUALIZADOS
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  NOME-ARQNPENT-WS
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           MOVE WRK-TOT-REJEITADOS     TO WRK-MANIF-QTDE
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQNPREJ
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
      * LEITURA DO ARQUIVO DE PESQUISAS.                               *
      *----------------------------------------------------------------*
       7100-LER-ARQNPENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQNPENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQNPENT
               NOT AT END
      *            O TRAILER DO ENVELOPE ENCERRA OS DADOS.
                   IF ENV-TIPO-TRAILER
                       MOVE '10'       TO WRK-FS-ARQNPENT
                   ELSE
                       ADD 1           TO WRK-TOT-LIDOS
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM PROC-NPS.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. CARGA-META.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: CARGA-META                                    *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: CARREGAR EM ARQMETA, DE UMA VEZ, A PROPOSTA DE *
      *                 COTAS GERADA POR DISTRIBUI-META E REVISADA     *
      *                 PELO GERENTE COMERCIAL. A PROPOSTA INTEIRA E   *
      *                 VALIDADA ANTES DE QUALQUER GRAVACAO: COTA SEM  *
      *                 ALVO, VENDEDOR INEXISTENTE OU INATIVO, VALOR   *
      *                 INVALIDO, VENDEDOR REPETIDO NO PERIODO OU ALVO *
      *                 CUJAS COTAS NAO SOMAM EXATAMENTE O VALOR       *
      *                 APROVADO RECUSAM A CARGA TODA. COTA ZERO       *
      *                 EXCLUI A META EXISTENTE DO VENDEDOR NO PERIODO.*
      *                 CADA GRAVACAO VAI PARA A TRILHA DE AUDITORIA.  *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>META-PROPOSTA.TXT                  *
      *    SAIDAS......: ARQMETA E <DIR-RELAT>META_CARGA_<STAMP>.TXT   *
      *    RETORNOS....: 00 = PROPOSTA CARREGADA                       *
      *                  08 = PROPOSTA RECUSADA (NADA FOI GRAVADO)     *
      *                  16 = PROPOSTA OU ARQUIVO INDISPONIVEL         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPROP                         MPR-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQMETA                         MET-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CARGA DA PROPOSTA.      *
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
           SELECT ARQPROP  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPROP.
      *
           SELECT ARQVEN01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
                                       OF ARQVEN01
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       OF ARQVEN01
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQVEN01.
      *
           SELECT ARQMETA  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS META-CHAVE
               FILE STATUS             IS WRK-FS-ARQMETA.
      *
           SELECT ARQAUDIT ASSIGN      TO DISK 'AUDIT-TRAIL.LOG'
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQAUDIT.
      *
           SELECT ARQREL01 ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQREL01.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
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
         FD ARQPROP
            VALUE OF FILE-ID IS NOME-ARQPROP-WS
            COPY "MPR-SIST.CPY".
      *
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQMETA
            VALUE OF FILE-ID IS NOME-ARQMETA-WS
            COPY "MET-SIST.CPY".
      *
         FD ARQAUDIT
            RECORD CONTAINS 200 CHARACTERS.
       01  REG-ARQAUDIT                PIC  X(200).
      *
         FD ARQREL01
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREL01.
      *
       01  REG-ARQREL01                PIC  X(132).
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
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
       77  WRK-PROGRAMA                PIC  X(015)     VALUE
           'CARGA-META'.
      *
       01 NOME-ARQPROP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\META-PROPOSTA.TXT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQMETA-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQMETA.DAT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQPROP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPROP-OK                          VALUE ZEROS.
           88  WRK-ARQPROP-FIM                         VALUE '10'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQMETA              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMETA-OK                          VALUE '00' '05'.
           88  WRK-ARQMETA-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQAUDIT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQAUDIT-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ALVOS E COTAS DA PROPOSTA, GUARDADOS NA VALIDACAO PARA A    *
      *    GRAVACAO SO ACONTECER COM A PROPOSTA INTEIRA CORRETA.       *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-ALVO               PIC 9(003)      VALUE ZEROS.
       77  WRK-IX-ALVO                 PIC 9(003)      VALUE ZEROS.
       77  WRK-ALVO-CORRENTE           PIC 9(003)      VALUE ZEROS.
       01  TAB-ALVOS.
           05 TAB-ALV-ENTRY                          OCCURS 100 TIMES.
              10 TAB-ALV-PERIODO       PIC 9(006).
              10 TAB-ALV-TERRIT        PIC X(005).
              10 TAB-ALV-VALOR         PIC 9(013)V99  COMP-3.
              10 TAB-ALV-SOMA-COTA     PIC 9(013)V99  COMP-3.
              10 TAB-ALV-QTDE-COTA     PIC 9(005)     COMP-3.
      *
       77  WRK-QTDE-COTA               PIC 9(005)      VALUE ZEROS.
       77  WRK-IX-COTA                 PIC 9(005)      VALUE ZEROS.
       77  WRK-IX-BUSCA                PIC 9(005)      VALUE ZEROS.
       01  TAB-COTAS.
           05 TAB-COT-ENTRY                          OCCURS 2000 TIMES.
              10 TAB-COT-PERIODO       PIC 9(006).
              10 TAB-COT-COD-VEN       PIC 9(003).
              10 TAB-COT-VALOR         PIC 9(011)V99.
      *
       01  WRK-PERIODO-LIDO-G.
           05 WRK-PERIODO-LIDO         PIC 9(006)      VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO-LIDO.
              10 WRK-PLID-ANO          PIC 9(004).
              10 WRK-PLID-MES          PIC 9(002).
       77  WRK-COD-VEN-LIDO            PIC 9(003)      VALUE ZEROS.
       77  WRK-VALOR-LIDO              PIC 9(013)V99   VALUE ZEROS.
       01  WRK-TERR-LIDO               PIC X(005)      VALUE SPACES.
      *
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU                               VALUE 'S'.
       01  WRK-META-EXISTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-META-EXISTE                         VALUE 'S'.
       01  WRK-MSG-ERRO                PIC X(070)      VALUE SPACES.
       01  WRK-LIN-RESUMO              PIC X(132)      VALUE SPACES.
      *
       77  WRK-QTDE-LINHAS             PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-ERROS              PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-GRAVADAS           PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDAS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTDE-SEM-MUDANCA        PIC 9(005)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       77  WRK-META-ANTERIOR           PIC 9(011)V99   VALUE ZEROS.
      *
       01  WRK-OPER-ID                 PIC X(010)      VALUE 'BATCH'.
       01  WRK-DATA-HORA-GER.
           05 WRK-DHG-ANO              PIC 9(004).
           05 WRK-DHG-MES              PIC 9(002).
           05 WRK-DHG-DIA              PIC 9(002).
           05 WRK-DHG-HORA             PIC 9(002).
           05 WRK-DHG-MIN              PIC 9(002).
           05 WRK-DHG-SEG              PIC 9(002).
           05 FILLER                   PIC X(010).
       01  WRK-AUDIT-ACAO              PIC X(012)      VALUE SPACES.
       01  WRK-AUDIT-ANTES             PIC X(060)      VALUE SPACES.
       01  WRK-AUDIT-DEPOIS            PIC X(060)      VALUE SPACES.
      *
       01  WRK-LIN-ERRO.
           05 FILLER                   PIC X(008)      VALUE
              '  LINHA '.
           05 LIN-ER-LINHA             PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE ': '.
           05 LIN-ER-MSG               PIC X(070).
           05 FILLER                   PIC X(047)      VALUE SPACES.
      *
       01  WRK-LIN-CAB.
           05 FILLER                   PIC X(044)      VALUE
              '  PERIODO VEN           META ANTERIOR       '.
           05 FILLER                   PIC X(088)      VALUE
              '      META NOVA SITUACAO'.
      *
       01  WRK-LIN-DET.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-PERIODO           PIC 9(006).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-VEN               PIC 9(003).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-ANTERIOR          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-DT-NOVA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-DT-SITUACAO          PIC X(012).
           05 FILLER                   PIC X(066)      VALUE SPACES.
      *
       01  WRK-LIN-ALVO.
           05 FILLER                   PIC X(015)      VALUE
              '  ALVO PERIODO='.
           05 LIN-AL-PERIODO           PIC 9(006).
           05 FILLER                   PIC X(012)      VALUE
              ' TERRITORIO='.
           05 LIN-AL-TERRIT            PIC X(007).
           05 FILLER                   PIC X(007)      VALUE ' VALOR='.
           05 LIN-AL-VALOR             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(007)      VALUE ' COTAS='.
           05 LIN-AL-SOMA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(042)      VALUE SPACES.
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
           PERFORM 2000-LER-PROPOSTA THRU 2000-SAIDA
               UNTIL WRK-ARQPROP-FIM
           CLOSE ARQPROP
                 ARQVEN01
      *
           PERFORM 2500-CONFERE-ALVO THRU 2500-SAIDA
               VARYING WRK-IX-ALVO FROM 1 BY 1
               UNTIL WRK-IX-ALVO GREATER WRK-QTDE-ALVO
      *
           IF  WRK-QTDE-ERROS EQUAL ZEROS
           AND WRK-QTDE-ALVO  EQUAL ZEROS
               MOVE ZEROS              TO WRK-QTDE-LINHAS
               MOVE 'PROPOSTA SEM NENHUM ALVO' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
           END-IF
      *
           IF WRK-QTDE-ERROS           EQUAL ZEROS
               PERFORM 2600-CARREGA-METAS THRU 2600-SAIDA
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
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WRK-STAMP
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATA-HORA-GER
           INITIALIZE TAB-ALVOS
                      TAB-COTAS
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
           OPEN INPUT ARQPROP
           IF NOT WRK-ARQPROP-OK
               DISPLAY 'CARGA-META: PROPOSTA NAO ENCONTRADA - '
                       NOME-ARQPROP-WS
               MOVE WRK-FS-ARQPROP     TO COMUNIC-COD-RETORNO
               MOVE 'ARQPROP'          TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'CARGA-META: CADASTRO DE VENDEDORES '
                       'INDISPONIVEL - FILE STATUS=' WRK-FS-ARQVEN01
               CLOSE ARQPROP
               MOVE WRK-FS-ARQVEN01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVEN01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'META_CARGA_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CARGA DA PROPOSTA DE METAS - '
                  FUNCTION TRIM(NOME-ARQPROP-WS)
                  ' - ' WRK-STAMP
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS DE DIRETORIO.                       *
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'META-PROPOSTA.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPROP-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMETA.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQMETA-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA UMA LINHA DA PROPOSTA E GUARDA O ALVO OU A COTA.        *
      *----------------------------------------------------------------*
       2000-LER-PROPOSTA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPROP NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPROP
                   GO TO 2000-SAIDA
           END-READ
           ADD 1                       TO WRK-QTDE-LINHAS
      *
           IF METAPROP-REG             EQUAL SPACES
           OR METAPROP-COMENTARIO
               GO TO 2000-SAIDA
           END-IF
      *
           IF NOT METAPROP-TIPO-ALVO
           AND NOT METAPROP-TIPO-COTA
               MOVE 'TIPO DE LINHA DESCONHECIDO (USE A, C OU *)'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2000-SAIDA
           END-IF
      *
      *    UM NOVO ALVO ENCERRA O ANTERIOR MESMO QUE SEJA RECUSADO.
           IF METAPROP-TIPO-ALVO
               MOVE ZEROS              TO WRK-ALVO-CORRENTE
           END-IF
      *
           IF METAPROP-PERIODO         NOT NUMERIC
               MOVE 'PERIODO NAO NUMERICO' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2000-SAIDA
           END-IF
           MOVE METAPROP-PERIODO       TO WRK-PERIODO-LIDO
           IF WRK-PLID-MES             EQUAL ZEROS
           OR WRK-PLID-MES             GREATER 12
               MOVE 'MES DO PERIODO INVALIDO' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2000-SAIDA
           END-IF
           MOVE FUNCTION UPPER-CASE(METAPROP-TERRITORIO)
                                       TO WRK-TERR-LIDO
      *
           IF FUNCTION TEST-NUMVAL(METAPROP-VALOR) NOT EQUAL ZEROS
               MOVE 'VALOR INVALIDO'   TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2000-SAIDA
           END-IF
           IF FUNCTION NUMVAL(METAPROP-VALOR) LESS ZEROS
               MOVE 'VALOR NEGATIVO'   TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2000-SAIDA
           END-IF
           COMPUTE WRK-VALOR-LIDO = FUNCTION NUMVAL(METAPROP-VALOR)
      *
           IF METAPROP-TIPO-ALVO
               PERFORM 2100-GUARDA-ALVO THRU 2100-SAIDA
           ELSE
               PERFORM 2200-GUARDA-COTA THRU 2200-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-GUARDA-ALVO                SECTION.
      *----------------------------------------------------------------*
      *
      *    AS COTAS SEGUINTES PASSAM A PERTENCER A ESTE ALVO; SE ELE
      *    FOR RECUSADO, ELAS SAO RECUSADAS COMO COTAS SEM ALVO.
           IF WRK-VALOR-LIDO           EQUAL ZEROS
               MOVE 'VALOR DO ALVO DEVE SER MAIOR QUE ZERO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           PERFORM 2110-TESTA-ALVO-REPETIDO THRU 2110-SAIDA
               VARYING WRK-IX-ALVO FROM 1 BY 1
               UNTIL WRK-IX-ALVO GREATER WRK-QTDE-ALVO
                  OR WRK-ACHOU
           IF WRK-ACHOU
               MOVE 'ALVO REPETIDO PARA O PERIODO E TERRITORIO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2100-SAIDA
           END-IF
      *
           IF WRK-QTDE-ALVO            NOT LESS 100
               MOVE 'LIMITE DE 100 ALVOS POR PROPOSTA EXCEDIDO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2100-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ALVO
           MOVE WRK-QTDE-ALVO          TO WRK-ALVO-CORRENTE
           MOVE WRK-PERIODO-LIDO       TO TAB-ALV-PERIODO
                                          (WRK-QTDE-ALVO)
           MOVE WRK-TERR-LIDO          TO TAB-ALV-TERRIT(WRK-QTDE-ALVO)
           MOVE WRK-VALOR-LIDO         TO TAB-ALV-VALOR(WRK-QTDE-ALVO)
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-TESTA-ALVO-REPETIDO        SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-ALV-PERIODO(WRK-IX-ALVO) EQUAL WRK-PERIODO-LIDO
           AND TAB-ALV-TERRIT(WRK-IX-ALVO)  EQUAL WRK-TERR-LIDO
               MOVE 'S'                TO WRK-ACHOU-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2200-GUARDA-COTA                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ALVO-CORRENTE        EQUAL ZEROS
               MOVE 'COTA SEM ALVO VALIDO ANTES DELA' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2200-SAIDA
           END-IF
           IF WRK-PERIODO-LIDO  NOT EQUAL
                                TAB-ALV-PERIODO(WRK-ALVO-CORRENTE)
           OR WRK-TERR-LIDO     NOT EQUAL
                                TAB-ALV-TERRIT(WRK-ALVO-CORRENTE)
               MOVE 'PERIODO/TERRITORIO DA COTA DIFERENTE DO ALVO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2200-SAIDA
           END-IF
      *
           IF METAPROP-COD-VEN         NOT NUMERIC
               MOVE 'CODIGO DO VENDEDOR NAO NUMERICO' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2200-SAIDA
           END-IF
           MOVE METAPROP-COD-VEN       TO WRK-COD-VEN-LIDO
      *
           PERFORM 2210-VERIFICA-VENDEDOR THRU 2210-SAIDA
           IF NOT WRK-ACHOU
               MOVE 'VENDEDOR INEXISTENTE OU INATIVO' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           PERFORM 2220-TESTA-COTA-REPETIDA THRU 2220-SAIDA
               VARYING WRK-IX-BUSCA FROM 1 BY 1
               UNTIL WRK-IX-BUSCA GREATER WRK-QTDE-COTA
                  OR WRK-ACHOU
           IF WRK-ACHOU
               MOVE 'VENDEDOR COM MAIS DE UMA COTA NO PERIODO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2200-SAIDA
           END-IF
      *
           IF WRK-QTDE-COTA            NOT LESS 2000
               MOVE 'LIMITE DE 2000 COTAS POR PROPOSTA EXCEDIDO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2200-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-COTA
           MOVE WRK-PERIODO-LIDO       TO TAB-COT-PERIODO
                                          (WRK-QTDE-COTA)
           MOVE WRK-COD-VEN-LIDO       TO TAB-COT-COD-VEN
                                          (WRK-QTDE-COTA)
           MOVE WRK-VALOR-LIDO         TO TAB-COT-VALOR(WRK-QTDE-COTA)
           ADD WRK-VALOR-LIDO          TO TAB-ALV-SOMA-COTA
                                          (WRK-ALVO-CORRENTE)
           ADD 1                       TO TAB-ALV-QTDE-COTA
                                          (WRK-ALVO-CORRENTE)
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * O VENDEDOR DA COTA PRECISA EXISTIR E ESTAR ATIVO NO CADASTRO.  *
      *----------------------------------------------------------------*
       2210-VERIFICA-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
           IF WRK-COD-VEN-LIDO         EQUAL ZEROS
               GO TO 2210-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQVEN01
           MOVE WRK-COD-VEN-LIDO       TO EXEMPLO-CODIGO-VEND
                                          OF ARQVEN01
           START ARQVEN01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQVEN01
               INVALID KEY
                   GO TO 2210-SAIDA
           END-START
           READ ARQVEN01 NEXT RECORD
               AT END
                   GO TO 2210-SAIDA
           END-READ
      *
           IF  EXEMPLO-CODIGO-VEND OF ARQVEN01 EQUAL WRK-COD-VEN-LIDO
           AND EXEMPLO-STATUS-ATIVO OF ARQVEN01
               MOVE 'S'                TO WRK-ACHOU-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2220-TESTA-COTA-REPETIDA        SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-COT-PERIODO(WRK-IX-BUSCA) EQUAL WRK-PERIODO-LIDO
           AND TAB-COT-COD-VEN(WRK-IX-BUSCA) EQUAL WRK-COD-VEN-LIDO
               MOVE 'S'                TO WRK-ACHOU-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CADA ALVO PRECISA TER COTAS E ELAS PRECISAM SOMAR EXATAMENTE   *
      * O VALOR APROVADO.                                              *
      *----------------------------------------------------------------*
       2500-CONFERE-ALVO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-ALV-PERIODO(WRK-IX-ALVO)
                                       TO LIN-AL-PERIODO
           IF TAB-ALV-TERRIT(WRK-IX-ALVO) EQUAL SPACES
               MOVE 'EMPRESA'          TO LIN-AL-TERRIT
           ELSE
               MOVE TAB-ALV-TERRIT(WRK-IX-ALVO)
                                       TO LIN-AL-TERRIT
           END-IF
           MOVE TAB-ALV-VALOR(WRK-IX-ALVO)
                                       TO LIN-AL-VALOR
           MOVE TAB-ALV-SOMA-COTA(WRK-IX-ALVO)
                                       TO LIN-AL-SOMA
           WRITE REG-ARQREL01          FROM WRK-LIN-ALVO
      *
           MOVE ZEROS                  TO WRK-QTDE-LINHAS
           IF TAB-ALV-QTDE-COTA(WRK-IX-ALVO) EQUAL ZEROS
               MOVE 'ALVO ACIMA SEM NENHUMA COTA' TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
               GO TO 2500-SAIDA
           END-IF
           IF TAB-ALV-SOMA-COTA(WRK-IX-ALVO) NOT EQUAL
              TAB-ALV-VALOR(WRK-IX-ALVO)
               MOVE 'COTAS DO ALVO ACIMA NAO SOMAM O VALOR APROVADO'
                                       TO WRK-MSG-ERRO
               PERFORM 2900-REGISTRA-ERRO THRU 2900-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA AS COTAS EM ARQMETA (SO COM A PROPOSTA TODA VALIDA).     *
      *----------------------------------------------------------------*
       2600-CARREGA-METAS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQMETA
           IF WRK-ARQMETA-NAO-EXISTE
               OPEN OUTPUT ARQMETA
               CLOSE ARQMETA
               OPEN I-O ARQMETA
           END-IF
           IF NOT WRK-ARQMETA-OK
               DISPLAY 'CARGA-META: FALHA AO ABRIR ARQMETA - '
                       'FILE STATUS=' WRK-FS-ARQMETA
               MOVE WRK-FS-ARQMETA     TO COMUNIC-COD-RETORNO
               MOVE 'ARQMETA'          TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               CLOSE ARQREL01
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB
      *
           PERFORM 2610-GRAVA-COTA THRU 2610-SAIDA
               VARYING WRK-IX-COTA FROM 1 BY 1
               UNTIL WRK-IX-COTA GREATER WRK-QTDE-COTA
      *
           CLOSE ARQMETA
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * COTA MAIOR QUE ZERO INCLUI/SUBSTITUI A META; COTA ZERO EXCLUI  *
      * A META EXISTENTE. META IGUAL A ATUAL NAO E REGRAVADA.          *
      *----------------------------------------------------------------*
       2610-GRAVA-COTA                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-COT-COD-VEN(WRK-IX-COTA)
                                       TO META-COD-VEN
           MOVE TAB-COT-PERIODO(WRK-IX-COTA)
                                       TO META-PERIODO
           MOVE 'N'                    TO WRK-META-EXISTE-FLAG
           MOVE ZEROS                  TO WRK-META-ANTERIOR
           READ ARQMETA KEY IS META-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-META-EXISTE TO TRUE
                   MOVE META-VALOR     TO WRK-META-ANTERIOR
           END-READ
      *
           MOVE META-PERIODO           TO LIN-DT-PERIODO
           MOVE META-COD-VEN           TO LIN-DT-VEN
           MOVE WRK-META-ANTERIOR      TO LIN-DT-ANTERIOR
           MOVE TAB-COT-VALOR(WRK-IX-COTA)
                                       TO LIN-DT-NOVA
      *
           EVALUATE TRUE
               WHEN TAB-COT-VALOR(WRK-IX-COTA) EQUAL ZEROS
                AND NOT WRK-META-EXISTE
                   MOVE 'SEM META'     TO LIN-DT-SITUACAO
                   ADD 1               TO WRK-QTDE-SEM-MUDANCA
               WHEN TAB-COT-VALOR(WRK-IX-COTA) EQUAL ZEROS
                   DELETE ARQMETA
                   MOVE 'EXCLUIDA'     TO LIN-DT-SITUACAO
                   ADD 1               TO WRK-QTDE-EXCLUIDAS
                   MOVE 'EXCL-META'    TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   STRING 'VEN=' META-COD-VEN
                          ' PERIODO=' META-PERIODO
                          ' META=' WRK-META-ANTERIOR
                          DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   END-STRING
                   PERFORM 2700-GRAVA-AUDITORIA THRU 2700-SAIDA
               WHEN WRK-META-EXISTE
                AND TAB-COT-VALOR(WRK-IX-COTA) EQUAL WRK-META-ANTERIOR
                   MOVE 'INALTERADA'   TO LIN-DT-SITUACAO
                   ADD 1               TO WRK-QTDE-SEM-MUDANCA
               WHEN OTHER
                   MOVE TAB-COT-VALOR(WRK-IX-COTA)
                                       TO META-VALOR
                   IF WRK-META-EXISTE
                       REWRITE META-REG
                       MOVE 'ALTERADA' TO LIN-DT-SITUACAO
                   ELSE
                       WRITE META-REG
                       MOVE 'INCLUIDA' TO LIN-DT-SITUACAO
                   END-IF
                   ADD 1               TO WRK-QTDE-GRAVADAS
                   MOVE 'CARGA-META'   TO WRK-AUDIT-ACAO
                   MOVE SPACES         TO WRK-AUDIT-ANTES
                   MOVE SPACES         TO WRK-AUDIT-DEPOIS
                   IF WRK-META-EXISTE
                       STRING 'VEN=' META-COD-VEN
                              ' PERIODO=' META-PERIODO
                              ' META=' WRK-META-ANTERIOR
                              DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       END-STRING
                   END-IF
                   STRING 'VEN=' META-COD-VEN
                          ' PERIODO=' META-PERIODO
                          ' META=' META-VALOR
                          DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   END-STRING
                   PERFORM 2700-GRAVA-AUDITORIA THRU 2700-SAIDA
           END-EVALUATE
      *
           WRITE REG-ARQREL01          FROM WRK-LIN-DET
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSTA A MUDANCA NA TRILHA DE AUDITORIA, NO MESMO FORMATO DA    *
      * MANUTENCAO DE METAS ONLINE (ANTES/DEPOIS POR OPERADOR).        *
      *----------------------------------------------------------------*
       2700-GRAVA-AUDITORIA            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQAUDIT
           IF NOT WRK-ARQAUDIT-OK
               OPEN OUTPUT ARQAUDIT
           END-IF
      *
           MOVE SPACES                 TO REG-ARQAUDIT
           STRING WRK-DHG-ANO  '-' WRK-DHG-MES '-' WRK-DHG-DIA ' '
                  WRK-DHG-HORA ':' WRK-DHG-MIN ':' WRK-DHG-SEG
                  ' USUARIO=' WRK-OPER-ID
                  ' ACAO='   WRK-AUDIT-ACAO
                  ' ANTES='  WRK-AUDIT-ANTES
                  ' DEPOIS=' WRK-AUDIT-DEPOIS
                  DELIMITED BY SIZE INTO REG-ARQAUDIT
           END-STRING
           WRITE REG-ARQAUDIT
           CLOSE ARQAUDIT
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO RELATORIO UM ERRO DA PROPOSTA (LINHA 00000 = ERRO  *
      * DO ALVO LISTADO LOGO ACIMA).                                   *
      *----------------------------------------------------------------*
       2900-REGISTRA-ERRO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-ERROS
           MOVE WRK-QTDE-LINHAS        TO LIN-ER-LINHA
           MOVE WRK-MSG-ERRO           TO LIN-ER-MSG
           WRITE REG-ARQREL01          FROM WRK-LIN-ERRO
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO.                                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           IF WRK-QTDE-ERROS           GREATER ZEROS
               STRING 'PROPOSTA RECUSADA - ' WRK-QTDE-ERROS
                      ' ERRO(S) - NADA FOI CARREGADO EM ARQMETA'
                      DELIMITED BY SIZE INTO WRK-LIN-RESUMO
               END-STRING
           ELSE
               STRING 'PROPOSTA CARREGADA: ALVOS=' WRK-QTDE-ALVO
                      ' GRAVADAS=' WRK-QTDE-GRAVADAS
                      ' EXCLUIDAS=' WRK-QTDE-EXCLUIDAS
                      ' SEM MUDANCA=' WRK-QTDE-SEM-MUDANCA
                      DELIMITED BY SIZE INTO WRK-LIN-RESUMO
               END-STRING
           END-IF
           WRITE REG-ARQREL01          FROM WRK-LIN-RESUMO
           CLOSE ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'CARGA-META: ' WRK-LIN-RESUMO(1:79)
           DISPLAY 'CARGA-META: RELATORIO: '
                   FUNCTION TRIM(WRK-NOME-ARQREL01)
      *
           IF WRK-QTDE-ERROS           GREATER ZEROS
               MOVE '99'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQPROP'          TO COMUNIC-DES-PGR-ARQ
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO COMUNIC-COD-RETORNO
               MOVE ZEROS              TO RETURN-CODE
           END-IF
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO MANIFESTO GLOBAL O RELATORIO GERADO.               *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           COMPUTE WRK-MANIF-QTDE = WRK-QTDE-GRAVADAS
                                  + WRK-QTDE-EXCLUIDAS
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQREL01
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
           .
      *----------------------------------------------------------------*
       3050-SAIDA.                     EXIT.
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
      *END PROGRAM CARGA-META.

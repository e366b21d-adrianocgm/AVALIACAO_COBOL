      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. CALC-ICMS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: CALC-ICMS                                     *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ICMS DO PEDIDO, ITEM A ITEM, PARA TODAS AS     *
      *                 ENTRADAS DE PEDIDO (DIGITACAO E CONVERSAO DE   *
      *                 ORCAMENTO NO GERENCIADOR, CARGA DO APP EM      *
      *                 IMPORTA-PEDIDOS E GERA-PROGRAMADOS). OS        *
      *                 VALORES DOS ITENS SAO LIQUIDOS; A ALIQUOTA DE  *
      *                 CADA ITEM VEM DA REGRA DE ARQALIQ PARA A UF DO *
      *                 CD QUE ATENDE (ORIGEM), A UF DO CLIENTE EM     *
      *                 ARQCLIMU (DESTINO) E A CLASSE FISCAL DO        *
      *                 PRODUTO (ARQPRCF). A REGRA MAIS ESPECIFICA     *
      *                 VALE: EXATA, SEM CLASSE, SEM ORIGEM E SO A UF  *
      *                 DESTINO. O BRUTO (LIQUIDO + ICMS) E O QUE O    *
      *                 CLIENTE PAGA: VAI PARA AS PARCELAS, O CREDITO  *
      *                 E A CONFERENCIA DA NOTA (PROC-RETERP).         *
      *                 'IN' ABRE O CALCULO, 'IT' SOMA UM ITEM E 'GR'  *
      *                 GRAVA O RESUMO (SEQ 000) E OS ITENS DO PEDIDO  *
      *                 EM ARQICMS. OS ITENS FICAM NESTE PROGRAMA      *
      *                 ENTRE AS CHAMADAS - O CANCEL VEM DEPOIS DO     *
      *                 'GR' (OU NO FIM DO LOTE).                      *
      *----------------------------------------------------------------*
      *    RETORNOS....: '00' OK;                                      *
      *                 '96' CLIENTE SEM UF (ICMS NAO CALCULADO);      *
      *                 '97' SEM CADASTRO DE REGRAS DE ICMS;           *
      *                 '98' OPERACAO INVALIDA OU FORA DE ORDEM;       *
      *                 OUTROS: FILE STATUS DO ARQUIVO EM              *
      *                 COMUNIC-DES-PGR-ARQ.                           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQALIQ                         ALQ-SIST        *
      *                ARQPRCF                         PCF-SIST        *
      *                ARQCLIMU                        CLM-SIST        *
      *                ARQCDD                          CDD-SIST        *
      *                ARQICMS                         ICM-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL: ICMS DO PEDIDO FORA DO    *
      *                      GERENCIADOR, COMUM A TODAS AS ENTRADAS.   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
       CONFIGURATION                   SECTION.
      *
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *
           SELECT ARQALIQ  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ALIQ-CHAVE
               FILE STATUS             IS WRK-FS-ARQALIQ.
      *
           SELECT ARQPRCF  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRDCF-COD-PROD
               FILE STATUS             IS WRK-FS-ARQPRCF.
      *
           SELECT ARQCLIMU ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CLIMUN-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCLIMU.
      *
           SELECT ARQCDD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CDIST-CODIGO
               FILE STATUS             IS WRK-FS-ARQCDD.
      *
           SELECT ARQICMS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ICMS-CHAVE
               FILE STATUS             IS WRK-FS-ARQICMS.
      *
           SELECT ARQPARM  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQPARM.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
       FILE                            SECTION.
      *
         FD ARQALIQ
            VALUE OF FILE-ID IS NOME-ARQALIQ-WS
            COPY "ALQ-SIST.CPY".
      *
         FD ARQPRCF
            VALUE OF FILE-ID IS NOME-ARQPRCF-WS
            COPY "PCF-SIST.CPY".
      *
         FD ARQCLIMU
            VALUE OF FILE-ID IS NOME-ARQCLIMU-WS
            COPY "CLM-SIST.CPY".
      *
         FD ARQCDD
            VALUE OF FILE-ID IS NOME-ARQCDD-WS
            COPY "CDD-SIST.CPY".
      *
         FD ARQICMS
            VALUE OF FILE-ID IS NOME-ARQICMS-WS
            COPY "ICM-SIST.CPY".
      *
         FD ARQPARM
            VALUE OF FILE-ID IS 'C:\GERENC\PARM-SIST.DAT'
            COPY "PARM-SIST.CPY".
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  FILLER                      PIC  X(050)     VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *
       01 NOME-ARQALIQ-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQALIQ.DAT'.
       01 NOME-ARQPRCF-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRCF.DAT'.
       01 NOME-ARQCLIMU-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLIMU.DAT'.
       01 NOME-ARQCDD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCDD.DAT'.
       01 NOME-ARQICMS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQICMS.DAT'.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQALIQ              PIC X(002)      VALUE SPACES.
           88  WRK-ARQALIQ-OK                          VALUE '00' '05'.
           88  WRK-ARQALIQ-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQPRCF              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRCF-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQCLIMU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLIMU-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCDD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCDD-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQICMS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQICMS-OK                          VALUE '00' '05'.
           88  WRK-ARQICMS-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-PARAM-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-PARAM-LIDO                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CALCULO EM ANDAMENTO: ABERTO PELO 'IN' SEM ERRO, SO ENTAO   *
      *    'IT' E 'GR' SAO ACEITOS.                                    *
      *----------------------------------------------------------------*
      *
       01  WRK-CALC-FLAG               PIC X(001)      VALUE 'N'.
           88  WRK-CALC-ABERTO                         VALUE 'S'.
       01  WRK-ACHOU-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-ACHOU-REGRA                         VALUE 'S'.
       01  WRK-UF-ORIGEM               PIC X(002)      VALUE SPACES.
       01  WRK-UF-DESTINO              PIC X(002)      VALUE SPACES.
       01  WRK-CLASSE                  PIC X(002)      VALUE SPACES.
       77  WRK-PED-LIQUIDO             PIC 9(011)V99   VALUE ZEROS.
       77  WRK-PED-ICMS                PIC 9(011)V99   VALUE ZEROS.
       77  WRK-QTDE-COM-ST             PIC 9(003)      VALUE ZEROS.
       77  WRK-QTDE-SEM-REGRA          PIC 9(003)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ITENS CALCULADOS DO PEDIDO, NA SEQUENCIA DE ARQITP01.       *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-ITENS              PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-ITEM                 PIC 9(003) COMP VALUE ZEROS.
       01  TAB-ITENS-ICMS.
           05 TAB-ICM-ENTRY                          OCCURS 050 TIMES.
              10 TAB-ICM-SEQ           PIC 9(003).
              10 TAB-ICM-CLASSE        PIC X(002).
              10 TAB-ICM-BASE          PIC 9(011)V99.
              10 TAB-ICM-ALIQ          PIC 9(002)V99.
              10 TAB-ICM-VALOR         PIC 9(011)V99.
              10 TAB-ICM-SUBST         PIC X(001).
              10 TAB-ICM-REGRA         PIC X(001).
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
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PARAM-LIDO
               PERFORM 1000-LER-PARAMETROS THRU 1000-SAIDA
           END-IF
      *
           MOVE '00'                   TO COMUNIC-COD-RETORNO
      *
           EVALUATE TRUE
               WHEN COMUNIC-ICM-INICIAR
                   PERFORM 2000-INICIAR   THRU 2000-SAIDA
               WHEN COMUNIC-ICM-ITEM
                   PERFORM 3000-CALCULA-ITEM THRU 3000-SAIDA
               WHEN COMUNIC-ICM-GRAVAR
                   PERFORM 4000-GRAVAR    THRU 4000-SAIDA
               WHEN OTHER
                   MOVE '98'           TO COMUNIC-COD-RETORNO
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DIRETORIO DE DADOS DO ARQUIVO DE PARAMETROS.                   *
      *----------------------------------------------------------------*
       1000-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-PARAM-LIDO          TO TRUE
           OPEN INPUT ARQPARM
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQALIQ.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQALIQ-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRCF.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRCF-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLIMU.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLIMU-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCDD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCDD-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQICMS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQICMS-WS
           .
      *----------------------------------------------------------------*
       1000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ABRE O CALCULO DO PEDIDO: ZERA OS ITENS E OS TOTAIS, CONFERE O *
      * CADASTRO DE REGRAS E ACHA AS UFS. SEM UF DO CLIENTE NAO HA     *
      * COMO TRIBUTAR; SEM CD (OU CD SEM UF) SO VALEM AS REGRAS SEM    *
      * ORIGEM.                                                        *
      *----------------------------------------------------------------*
       2000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CALC-FLAG
           MOVE ZEROS                  TO WRK-QTDE-ITENS
                                          WRK-PED-LIQUIDO
                                          WRK-PED-ICMS
                                          WRK-QTDE-COM-ST
                                          WRK-QTDE-SEM-REGRA
           MOVE SPACES                 TO WRK-UF-ORIGEM
                                          WRK-UF-DESTINO
           PERFORM 5000-DEVOLVE-TOTAIS THRU 5000-SAIDA
      *
           OPEN INPUT ARQALIQ
           IF WRK-ARQALIQ-NAO-EXISTE
               MOVE '97'               TO COMUNIC-COD-RETORNO
               MOVE 'SEM CADASTRO DE REGRAS DE ICMS'
                                       TO COMUNIC-MSG
               GO TO 2000-SAIDA
           END-IF
           IF NOT WRK-ARQALIQ-OK
               MOVE WRK-FS-ARQALIQ     TO COMUNIC-COD-RETORNO
               MOVE 'ARQALIQ'          TO COMUNIC-DES-PGR-ARQ
               GO TO 2000-SAIDA
           END-IF
           CLOSE ARQALIQ
      *
           OPEN INPUT ARQCLIMU
           IF WRK-ARQCLIMU-OK
               MOVE COMUNIC-ICM-COD-CLI
                                       TO CLIMUN-COD-CLI
               READ ARQCLIMU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIMUN-UF  TO WRK-UF-DESTINO
               END-READ
               CLOSE ARQCLIMU
           END-IF
           IF WRK-UF-DESTINO           EQUAL SPACES
               MOVE '96'               TO COMUNIC-COD-RETORNO
               MOVE 'CLIENTE SEM UF - ICMS NAO CALCULADO'
                                       TO COMUNIC-MSG
               GO TO 2000-SAIDA
           END-IF
      *
           IF COMUNIC-ICM-CD           NOT EQUAL SPACES
               OPEN INPUT ARQCDD
               IF WRK-ARQCDD-OK
                   MOVE COMUNIC-ICM-CD TO CDIST-CODIGO
                   READ ARQCDD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CDIST-UF
                                       TO WRK-UF-ORIGEM
                   END-READ
                   CLOSE ARQCDD
               END-IF
           END-IF
      *
           SET WRK-CALC-ABERTO         TO TRUE
           PERFORM 5000-DEVOLVE-TOTAIS THRU 5000-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ICMS DE UM ITEM. PRODUTO SEM CLASSE (OU NAO ACHADO) USA A      *
      * REGRA GERAL DA UF; ITEM SEM REGRA FICA SEM ICMS E E CONTADO    *
      * PARA O AVISO.                                                  *
      *----------------------------------------------------------------*
       3000-CALCULA-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO COMUNIC-ICM-ITEM-ICMS
      *
           IF NOT WRK-CALC-ABERTO
           OR WRK-QTDE-ITENS           NOT LESS 50
               MOVE '98'               TO COMUNIC-COD-RETORNO
               GO TO 3000-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-CLASSE
           OPEN INPUT ARQPRCF
           IF WRK-ARQPRCF-OK
               MOVE COMUNIC-ICM-COD-PROD
                                       TO PRDCF-COD-PROD
               READ ARQPRCF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRDCF-CLASSE
                                       TO WRK-CLASSE
               END-READ
               CLOSE ARQPRCF
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS
           MOVE WRK-QTDE-ITENS         TO WRK-IX-ITEM
           MOVE COMUNIC-ICM-SEQ        TO TAB-ICM-SEQ(WRK-IX-ITEM)
           MOVE WRK-CLASSE             TO TAB-ICM-CLASSE(WRK-IX-ITEM)
           MOVE COMUNIC-ICM-ITEM-VALOR TO TAB-ICM-BASE(WRK-IX-ITEM)
           MOVE ZEROS                  TO TAB-ICM-ALIQ(WRK-IX-ITEM)
                                          TAB-ICM-VALOR(WRK-IX-ITEM)
           MOVE 'N'                    TO TAB-ICM-SUBST(WRK-IX-ITEM)
                                          TAB-ICM-REGRA(WRK-IX-ITEM)
           ADD COMUNIC-ICM-ITEM-VALOR  TO WRK-PED-LIQUIDO
      *
           OPEN INPUT ARQALIQ
           IF NOT WRK-ARQALIQ-OK
               ADD 1                   TO WRK-QTDE-SEM-REGRA
               GO TO 3000-TOTAIS
           END-IF
           PERFORM 3100-BUSCA-REGRA THRU 3100-SAIDA
           CLOSE ARQALIQ
           IF NOT WRK-ACHOU-REGRA
               ADD 1                   TO WRK-QTDE-SEM-REGRA
               GO TO 3000-TOTAIS
           END-IF
      *
           MOVE 'S'                    TO TAB-ICM-REGRA(WRK-IX-ITEM)
           MOVE ALIQ-PERCENTUAL        TO TAB-ICM-ALIQ(WRK-IX-ITEM)
           MOVE ALIQ-SUBST             TO TAB-ICM-SUBST(WRK-IX-ITEM)
           IF ALIQ-COM-ST
               ADD 1                   TO WRK-QTDE-COM-ST
           END-IF
           COMPUTE TAB-ICM-VALOR(WRK-IX-ITEM) ROUNDED
                   = COMUNIC-ICM-ITEM-VALOR * ALIQ-PERCENTUAL / 100
           ADD TAB-ICM-VALOR(WRK-IX-ITEM)
                                       TO WRK-PED-ICMS
           MOVE TAB-ICM-VALOR(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-ITEM-ICMS
           .
      *
       3000-TOTAIS.
      *
           PERFORM 5000-DEVOLVE-TOTAIS THRU 5000-SAIDA
           .
      *----------------------------------------------------------------*
       3000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BUSCA A REGRA MAIS ESPECIFICA PARA ORIGEM/DESTINO/CLASSE:      *
      * EXATA, DEPOIS SEM CLASSE, DEPOIS SEM ORIGEM, POR ULTIMO SO A   *
      * UF DESTINO. ACHANDO, ALIQ-REG FICA COM A REGRA.                *
      *----------------------------------------------------------------*
       3100-BUSCA-REGRA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-ACHOU-FLAG
      *
           MOVE WRK-UF-ORIGEM          TO ALIQ-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO ALIQ-UF-DESTINO
           MOVE WRK-CLASSE             TO ALIQ-CLASSE
           PERFORM 3100-LE-REGRA
           IF WRK-ACHOU-REGRA
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE WRK-UF-ORIGEM          TO ALIQ-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO ALIQ-UF-DESTINO
           MOVE SPACES                 TO ALIQ-CLASSE
           PERFORM 3100-LE-REGRA
           IF WRK-ACHOU-REGRA
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE SPACES                 TO ALIQ-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO ALIQ-UF-DESTINO
           MOVE WRK-CLASSE             TO ALIQ-CLASSE
           PERFORM 3100-LE-REGRA
           IF WRK-ACHOU-REGRA
               GO TO 3100-SAIDA
           END-IF
      *
           MOVE SPACES                 TO ALIQ-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO ALIQ-UF-DESTINO
           MOVE SPACES                 TO ALIQ-CLASSE
           PERFORM 3100-LE-REGRA
           GO TO 3100-SAIDA
           .
      *
       3100-LE-REGRA.
      *
           READ ARQALIQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-ACHOU-REGRA TO TRUE
           END-READ
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O ICMS DO PEDIDO JA NUMERADO: O RESUMO (SEQ 000, LIQUIDO *
      * ICMS E BRUTO) E UM REGISTRO POR ITEM. REGRAVA SE O PEDIDO JA   *
      * TIVER ICMS.                                                    *
      *----------------------------------------------------------------*
       4000-GRAVAR                     SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-CALC-ABERTO
               MOVE '98'               TO COMUNIC-COD-RETORNO
               GO TO 4000-SAIDA
           END-IF
      *
           OPEN I-O ARQICMS
           IF WRK-ARQICMS-NAO-EXISTE
               OPEN OUTPUT ARQICMS
               CLOSE ARQICMS
               OPEN I-O ARQICMS
           END-IF
           IF NOT WRK-ARQICMS-OK
               MOVE WRK-FS-ARQICMS     TO COMUNIC-COD-RETORNO
               MOVE 'ARQICMS'          TO COMUNIC-DES-PGR-ARQ
               GO TO 4000-SAIDA
           END-IF
      *
           INITIALIZE ICMS-REG
           MOVE COMUNIC-ICM-NUM-PEDIDO TO ICMS-NUM-PEDIDO
           MOVE ZEROS                  TO ICMS-SEQ
           MOVE WRK-UF-ORIGEM          TO ICMS-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO ICMS-UF-DESTINO
           MOVE WRK-PED-LIQUIDO        TO ICMS-PED-LIQUIDO
           MOVE WRK-PED-ICMS           TO ICMS-PED-ICMS
           COMPUTE ICMS-PED-BRUTO      = WRK-PED-LIQUIDO + WRK-PED-ICMS
           MOVE COMUNIC-ICM-DATA-CALC  TO ICMS-DATA-CALC
           WRITE ICMS-REG
               INVALID KEY
                   REWRITE ICMS-REG
                   END-REWRITE
           END-WRITE
      *
           PERFORM 4100-GRAVA-ITEM THRU 4100-SAIDA
               VARYING WRK-IX-ITEM FROM 1 BY 1
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS
      *
           CLOSE ARQICMS
           MOVE 'N'                    TO WRK-CALC-FLAG
           PERFORM 5000-DEVOLVE-TOTAIS THRU 5000-SAIDA
           .
      *----------------------------------------------------------------*
       4000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       4100-GRAVA-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE ICMS-REG
           MOVE COMUNIC-ICM-NUM-PEDIDO TO ICMS-NUM-PEDIDO
           MOVE TAB-ICM-SEQ(WRK-IX-ITEM)
                                       TO ICMS-SEQ
           MOVE WRK-UF-ORIGEM          TO ICMS-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO ICMS-UF-DESTINO
           MOVE TAB-ICM-CLASSE(WRK-IX-ITEM)
                                       TO ICMS-CLASSE
           MOVE TAB-ICM-BASE(WRK-IX-ITEM)
                                       TO ICMS-BASE
           MOVE TAB-ICM-ALIQ(WRK-IX-ITEM)
                                       TO ICMS-ALIQUOTA
           MOVE TAB-ICM-VALOR(WRK-IX-ITEM)
                                       TO ICMS-VALOR
           MOVE TAB-ICM-SUBST(WRK-IX-ITEM)
                                       TO ICMS-SUBST
           MOVE TAB-ICM-REGRA(WRK-IX-ITEM)
                                       TO ICMS-REGRA
           MOVE COMUNIC-ICM-DATA-CALC  TO ICMS-DATA-CALC
           WRITE ICMS-REG
               INVALID KEY
                   REWRITE ICMS-REG
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
       4100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DEVOLVE AS UFS E OS TOTAIS ACUMULADOS AO CHAMADOR.             *
      *----------------------------------------------------------------*
       5000-DEVOLVE-TOTAIS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-UF-ORIGEM          TO COMUNIC-ICM-UF-ORIGEM
           MOVE WRK-UF-DESTINO         TO COMUNIC-ICM-UF-DESTINO
           MOVE WRK-PED-LIQUIDO        TO COMUNIC-ICM-LIQUIDO
           MOVE WRK-PED-ICMS           TO COMUNIC-ICM-VALOR
           COMPUTE COMUNIC-ICM-BRUTO   = WRK-PED-LIQUIDO + WRK-PED-ICMS
           MOVE WRK-QTDE-COM-ST        TO COMUNIC-ICM-COM-ST
           MOVE WRK-QTDE-SEM-REGRA     TO COMUNIC-ICM-SEM-REGRA
           .
      *----------------------------------------------------------------*
       5000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM CALC-ICMS.

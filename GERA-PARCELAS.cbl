      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. GERA-PARCELAS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: GERA-PARCELAS                                 *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: CONDICAO DE PAGAMENTO E CRONOGRAMA DE          *
      *                 PARCELAS DO PEDIDO. SEM CONDICAO INFORMADA     *
      *                 VALE A PADRAO DO CLIENTE (ARQCPCL). A CONDICAO *
      *                 PRECISA ESTAR ATIVA NO CADASTRO (ARQCPAG).     *
      *                 'CP' SO VALIDA A CONDICAO E DEVOLVE O PRIMEIRO *
      *                 VENCIMENTO; 'GP' APAGA AS PARCELAS JA GRAVADAS *
      *                 DO PEDIDO E GRAVA AS NOVAS EM ARQPARC. CADA    *
      *                 VENCIMENTO E A DATA BASE (EMISSAO) MAIS O      *
      *                 PRAZO DA PARCELA, EMPURRADO PARA O PRIMEIRO    *
      *                 DIA UTIL DO CALENDARIO (ARQCAL01); SEM         *
      *                 CALENDARIO O VENCIMENTO FICA NA DATA CORRIDA.  *
      *                 O VALOR E REPARTIDO PELOS PERCENTUAIS DA       *
      *                 CONDICAO (OU EM PARTES IGUAIS) E A ULTIMA      *
      *                 PARCELA FICA COM O ARREDONDAMENTO.             *
      *----------------------------------------------------------------*
      *    RETORNOS....: '00' OK; '94' CADASTRO DE CONDICOES AUSENTE;  *
      *                 '95' CONDICAO INEXISTENTE OU INATIVA;          *
      *                 '96' CLIENTE SEM CONDICAO PADRAO;              *
      *                 '97' ERRO NA GRAVACAO DAS PARCELAS;            *
      *                 '98' OPERACAO INVALIDA.                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCPAG                         CPG-SIST        *
      *                ARQCPCL                         CPC-SIST        *
      *                ARQPARC                         PCL-SIST        *
      *                ARQCAL01                        CAL-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DAS PARCELAS DO PEDIDO     *
      *                      POR CONDICAO DE PAGAMENTO.                *
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
           SELECT ARQCPAG  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONDPAG-CODIGO
               FILE STATUS             IS WRK-FS-ARQCPAG.
      *
           SELECT ARQCPCL  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONDCLI-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCPCL.
      *
           SELECT ARQPARC  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PARCELA-CHAVE
               FILE STATUS             IS WRK-FS-ARQPARC.
      *
           SELECT ARQCAL01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CALEND-DATA
               FILE STATUS             IS WRK-FS-ARQCAL01.
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
         FD ARQCPAG
            VALUE OF FILE-ID IS NOME-ARQCPAG-WS
            COPY "CPG-SIST.CPY".
      *
         FD ARQCPCL
            VALUE OF FILE-ID IS NOME-ARQCPCL-WS
            COPY "CPC-SIST.CPY".
      *
         FD ARQPARC
            VALUE OF FILE-ID IS NOME-ARQPARC-WS
            COPY "PCL-SIST.CPY".
      *
         FD ARQCAL01
            VALUE OF FILE-ID IS NOME-ARQCAL01-WS
            COPY "CAL-SIST.CPY".
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
       01 NOME-ARQCPAG-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCPAG.DAT'.
       01 NOME-ARQCPCL-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCPCL.DAT'.
       01 NOME-ARQPARC-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQPARC.DAT'.
       01 NOME-ARQCAL01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCAL01.DAT'.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQCPAG              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCPAG-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQCPCL              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCPCL-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQPARC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARC-OK                          VALUE '00' '05'.
           88  WRK-ARQPARC-NAO-EXISTE                  VALUE '35'.
       01  WRK-FS-ARQCAL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAL01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-PARAM-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-PARAM-LIDO                          VALUE 'S'.
       01  WRK-CAL-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CAL-ABERTO                          VALUE 'S'.
       01  WRK-CAL-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CAL-ACHOU                           VALUE 'S'.
       01  WRK-CAL-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CAL-FIM                             VALUE 'S'.
       01  WRK-PARC-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-PARC-FIM                            VALUE 'S'.
       01  WRK-RATEIO-FLAG             PIC X(001)      VALUE 'N'.
           88  WRK-RATEIO-PCT                          VALUE 'S'.
      *
       77  WRK-IX-PARC                 PIC 9(002) COMP VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-BASE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-CORRIDA            PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-UTIL               PIC 9(008)      VALUE ZEROS.
       77  WRK-VALOR-PARC              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-ACUM              PIC 9(011)V99   VALUE ZEROS.
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
           MOVE SPACES                 TO COMUNIC-PAR-DESCRICAO
           MOVE ZEROS                  TO COMUNIC-PAR-QTDE
                                          COMUNIC-PAR-PRIM-VENCTO
      *
           IF NOT COMUNIC-PAR-CONSULTAR
           AND NOT COMUNIC-PAR-GERAR
               MOVE '98'               TO COMUNIC-COD-RETORNO
               MOVE 'OPERACAO INVALIDA PARA GERA-PARCELAS'
                                       TO COMUNIC-MSG
               GOBACK
           END-IF
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           MOVE COMUNIC-PAR-DATA-BASE  TO WRK-DATA-BASE
           IF WRK-DATA-BASE            EQUAL ZEROS
               MOVE WRK-DATA-HOJE      TO WRK-DATA-BASE
           END-IF
      *
           PERFORM 1100-OBTEM-CONDICAO THRU 1100-SAIDA
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               GOBACK
           END-IF
      *
           MOVE 'N'                    TO WRK-CAL-ABERTO-FLAG
           OPEN INPUT ARQCAL01
           IF WRK-ARQCAL01-OK
               SET WRK-CAL-ABERTO      TO TRUE
           END-IF
      *
           MOVE 1                      TO WRK-IX-PARC
           PERFORM 3000-CALCULA-VENCTO THRU 3000-SAIDA
           MOVE WRK-DATA-UTIL          TO COMUNIC-PAR-PRIM-VENCTO
      *
           IF COMUNIC-PAR-GERAR
               PERFORM 2000-GERA-PARCELAS THRU 2000-SAIDA
           END-IF
      *
           IF WRK-CAL-ABERTO
               CLOSE ARQCAL01
           END-IF
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCPAG.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCPAG-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCPCL.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCPCL-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPARC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPARC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAL01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAL01-WS
           .
      *----------------------------------------------------------------*
       1000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONDICAO A USAR: A INFORMADA OU, EM BRANCO, A PADRAO DO        *
      * CLIENTE. PRECISA EXISTIR E ESTAR ATIVA NO CADASTRO.            *
      *----------------------------------------------------------------*
       1100-OBTEM-CONDICAO             SECTION.
      *----------------------------------------------------------------*
      *
           IF COMUNIC-PAR-CONDICAO     EQUAL SPACES
               OPEN INPUT ARQCPCL
               IF WRK-ARQCPCL-OK
                   MOVE COMUNIC-PAR-COD-CLI
                                       TO CONDCLI-COD-CLI
                   READ ARQCPCL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CONDCLI-CODIGO
                                       TO COMUNIC-PAR-CONDICAO
                   END-READ
                   CLOSE ARQCPCL
               END-IF
               IF COMUNIC-PAR-CONDICAO EQUAL SPACES
                   MOVE '96'           TO COMUNIC-COD-RETORNO
                   MOVE 'CLIENTE SEM CONDICAO DE PAGAMENTO PADRAO'
                                       TO COMUNIC-MSG
                   GO TO 1100-SAIDA
               END-IF
           END-IF
      *
           OPEN INPUT ARQCPAG
           IF NOT WRK-ARQCPAG-OK
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'CADASTRO DE CONDICOES DE PAGAMENTO NAO ENCONTRADO'
                                       TO COMUNIC-MSG
               GO TO 1100-SAIDA
           END-IF
      *
           MOVE COMUNIC-PAR-CONDICAO   TO CONDPAG-CODIGO
           READ ARQCPAG
               INVALID KEY
                   MOVE '95'           TO COMUNIC-COD-RETORNO
           END-READ
           CLOSE ARQCPAG
      *
           IF COMUNIC-COD-RETORNO      EQUAL '00'
           AND (NOT CONDPAG-ATIVA
           OR  CONDPAG-QTDE-PARC       EQUAL ZEROS)
               MOVE '95'               TO COMUNIC-COD-RETORNO
           END-IF
           IF COMUNIC-COD-RETORNO      EQUAL '95'
               MOVE 'CONDICAO DE PAGAMENTO INEXISTENTE OU INATIVA'
                                       TO COMUNIC-MSG
               GO TO 1100-SAIDA
           END-IF
      *
           MOVE CONDPAG-DESCRICAO      TO COMUNIC-PAR-DESCRICAO
           MOVE CONDPAG-QTDE-PARC      TO COMUNIC-PAR-QTDE
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGRAVA O CRONOGRAMA DO PEDIDO: APAGA AS PARCELAS ANTERIORES   *
      * (CONDICAO TROCADA OU PEDIDO REPROCESSADO) E GRAVA UMA POR      *
      * PARCELA DA CONDICAO.                                           *
      *----------------------------------------------------------------*
       2000-GERA-PARCELAS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPARC
           IF WRK-ARQPARC-NAO-EXISTE
               OPEN OUTPUT ARQPARC
               CLOSE ARQPARC
               OPEN I-O ARQPARC
           END-IF
           IF NOT WRK-ARQPARC-OK
               MOVE '97'               TO COMUNIC-COD-RETORNO
               MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PARCELAS'
                                       TO COMUNIC-MSG
               GO TO 2000-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-PARC-FIM-FLAG
           MOVE COMUNIC-PAR-NUM-PEDIDO TO PARCELA-NUM-PEDIDO
           MOVE ZEROS                  TO PARCELA-SEQ
           START ARQPARC KEY IS NOT LESS THAN PARCELA-CHAVE
               INVALID KEY
                   SET WRK-PARC-FIM    TO TRUE
           END-START
           PERFORM 2100-APAGA-PARCELA THRU 2100-SAIDA
               UNTIL WRK-PARC-FIM
      *
           MOVE 'N'                    TO WRK-RATEIO-FLAG
           PERFORM 2200-TESTA-PCT THRU 2200-SAIDA
               VARYING WRK-IX-PARC FROM 1 BY 1
               UNTIL WRK-IX-PARC GREATER CONDPAG-QTDE-PARC
      *
           MOVE ZEROS                  TO WRK-VALOR-ACUM
           PERFORM 2300-GRAVA-PARCELA THRU 2300-SAIDA
               VARYING WRK-IX-PARC FROM 1 BY 1
               UNTIL WRK-IX-PARC GREATER CONDPAG-QTDE-PARC
                  OR COMUNIC-COD-RETORNO NOT EQUAL '00'
      *
           CLOSE ARQPARC
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2100-APAGA-PARCELA              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPARC NEXT RECORD
               AT END
                   SET WRK-PARC-FIM    TO TRUE
                   GO TO 2100-SAIDA
           END-READ
      *
           IF PARCELA-NUM-PEDIDO       NOT EQUAL COMUNIC-PAR-NUM-PEDIDO
               SET WRK-PARC-FIM        TO TRUE
               GO TO 2100-SAIDA
           END-IF
      *
           DELETE ARQPARC RECORD
           END-DELETE
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2200-TESTA-PCT                  SECTION.
      *----------------------------------------------------------------*
      *
           IF CONDPAG-PCT(WRK-IX-PARC) GREATER ZEROS
               SET WRK-RATEIO-PCT      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALOR DA PARCELA PELO PERCENTUAL (OU PARTES IGUAIS); A ULTIMA  *
      * LEVA O SALDO, ABSORVENDO O ARREDONDAMENTO DAS ANTERIORES.      *
      *----------------------------------------------------------------*
       2300-GRAVA-PARCELA              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-IX-PARC        EQUAL CONDPAG-QTDE-PARC
                   COMPUTE WRK-VALOR-PARC
                         = COMUNIC-PAR-VALOR - WRK-VALOR-ACUM
               WHEN WRK-RATEIO-PCT
                   COMPUTE WRK-VALOR-PARC ROUNDED
                         = COMUNIC-PAR-VALOR
                         * CONDPAG-PCT(WRK-IX-PARC) / 100
               WHEN OTHER
                   COMPUTE WRK-VALOR-PARC
                         = COMUNIC-PAR-VALOR / CONDPAG-QTDE-PARC
           END-EVALUATE
           ADD WRK-VALOR-PARC          TO WRK-VALOR-ACUM
      *
           PERFORM 3000-CALCULA-VENCTO THRU 3000-SAIDA
      *
           INITIALIZE PARCELA-REG
           MOVE COMUNIC-PAR-NUM-PEDIDO TO PARCELA-NUM-PEDIDO
           MOVE WRK-IX-PARC            TO PARCELA-SEQ
           MOVE COMUNIC-PAR-CONDICAO   TO PARCELA-COND-PAG
           MOVE CONDPAG-DIAS(WRK-IX-PARC)
                                       TO PARCELA-DIAS
           MOVE WRK-DATA-CORRIDA       TO PARCELA-VENCTO-ORIG
           MOVE WRK-DATA-UTIL          TO PARCELA-VENCTO
           MOVE WRK-VALOR-PARC         TO PARCELA-VALOR
           MOVE WRK-DATA-HOJE          TO PARCELA-DATA-GERACAO
           WRITE PARCELA-REG
               INVALID KEY
                   MOVE '97'           TO COMUNIC-COD-RETORNO
                   MOVE 'ERRO NA GRAVACAO DAS PARCELAS DO PEDIDO'
                                       TO COMUNIC-MSG
           END-WRITE
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VENCIMENTO DA PARCELA WRK-IX-PARC: DATA BASE + PRAZO EM DIAS   *
      * CORRIDOS, DEPOIS O PRIMEIRO DIA UTIL A PARTIR DELA. FORA DO    *
      * CALENDARIO (OU SEM ELE) A DATA CORRIDA E MANTIDA.              *
      *----------------------------------------------------------------*
       3000-CALCULA-VENCTO             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-DATA-CORRIDA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
                    + CONDPAG-DIAS(WRK-IX-PARC))
           MOVE WRK-DATA-CORRIDA       TO WRK-DATA-UTIL
      *
           IF NOT WRK-CAL-ABERTO
               GO TO 3000-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CAL-ACHOU-FLAG
                                          WRK-CAL-FIM-FLAG
           MOVE WRK-DATA-CORRIDA       TO CALEND-DATA
           START ARQCAL01 KEY IS NOT LESS THAN CALEND-DATA
               INVALID KEY
                   SET WRK-CAL-FIM     TO TRUE
           END-START
      *
           PERFORM 3010-LER-PROXIMO-UTIL
               UNTIL WRK-CAL-FIM OR WRK-CAL-ACHOU
           GO TO 3000-SAIDA
           .
      *
       3010-LER-PROXIMO-UTIL.
      *
           READ ARQCAL01 NEXT RECORD
               AT END
                   SET WRK-CAL-FIM     TO TRUE
               NOT AT END
                   IF CALEND-DIA-UTIL
                       MOVE CALEND-DATA
                                       TO WRK-DATA-UTIL
                       SET WRK-CAL-ACHOU
                                       TO TRUE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       3000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM GERA-PARCELAS.

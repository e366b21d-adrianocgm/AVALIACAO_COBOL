      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. VALIDA-LICENCA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: VALIDA-LICENCA                                *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: LICENCAS EXIGIDAS DO CLIENTE NA ENTRADA DO     *
      *                 PEDIDO (DIGITACAO NO GERENCIADOR E CARGA DO    *
      *                 APP EM IMPORTA-PEDIDOS). A CATEGORIA DO        *
      *                 CLIENTE (ARQCATC) DIZ QUAIS TIPOS DE LICENCA   *
      *                 SAO EXIGIDOS (LICENCA-EXIGIDA.TXT, UMA LINHA   *
      *                 POR CATEGORIA + TIPO); CADA TIPO EXIGIDO       *
      *                 PRECISA ESTAR CADASTRADO EM ARQLIC COM         *
      *                 VALIDADE NAO ANTERIOR A DATA DE REFERENCIA.    *
      *                 SEM CATEGORIA, SEM EXIGENCIA PARA ELA OU SEM   *
      *                 O ARQUIVO DE EXIGENCIAS O CLIENTE E LIBERADO.  *
      *----------------------------------------------------------------*
      *    RETORNOS....: '00' LIBERADO;                                *
      *                 '95' LICENCA EXIGIDA NAO CADASTRADA;           *
      *                 '96' LICENCA EXIGIDA VENCIDA.                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCATC                         CCT-SIST        *
      *                ARQLIC                          LIC-SIST        *
      *                ARQLEX (LICENCA-EXIGIDA.TXT)    -               *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO BLOQUEIO DO PEDIDO POR  *
      *                      LICENCA DO CLIENTE VENCIDA.               *
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
           SELECT ARQCATC  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CATCLI-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCATC.
      *
           SELECT ARQLIC   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS LICENCA-CHAVE
               FILE STATUS             IS WRK-FS-ARQLIC.
      *
           SELECT ARQLEX   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQLEX.
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
         FD ARQCATC
            VALUE OF FILE-ID IS NOME-ARQCATC-WS
            COPY "CCT-SIST.CPY".
      *
         FD ARQLIC
            VALUE OF FILE-ID IS NOME-ARQLIC-WS
            COPY "LIC-SIST.CPY".
      *
         FD ARQLEX
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQLEX-WS.
      *
         01 REG-ARQLEX.
            05 LEX-CATEGORIA            PIC X(004).
            05 LEX-TIPO                 PIC X(003).
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
       01 NOME-ARQCATC-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCATC.DAT'.
       01 NOME-ARQLIC-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQLIC.DAT'.
       01 NOME-ARQLEX-WS               PIC X(050)      VALUE
                                      'C:\GERENC\LICENCA-EXIGIDA.TXT'.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQCATC              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCATC-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQLIC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQLIC-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQLEX               PIC X(002)      VALUE SPACES.
           88  WRK-ARQLEX-OK                           VALUE ZEROS.
           88  WRK-ARQLEX-FIM                          VALUE '10'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-PARAM-FLAG              PIC X(001)      VALUE 'N'.
           88  WRK-PARAM-LIDO                          VALUE 'S'.
       01  WRK-LIC-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-LIC-ABERTO                          VALUE 'S'.
      *
       77  WRK-DATA-REF                PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA CATEGORIA X TIPO DE LICENCA EXIGIDO, CARREGADA NA    *
      *    PRIMEIRA CHAMADA (SE O ARQUIVO EXISTIR).                    *
      *----------------------------------------------------------------*
       77  WRK-QTDE-LEX                PIC 9(003) COMP-3 VALUE ZEROS.
       77  WRK-IX-LEX                  PIC 9(003) COMP-3 VALUE ZEROS.
       01  TAB-LIC-EXIGIDA.
           05 TAB-LEX-ENTRY                          OCCURS 200 TIMES.
              10 TAB-LEX-CATEGORIA     PIC X(004).
              10 TAB-LEX-TIPO          PIC X(003).
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
           MOVE SPACES                 TO COMUNIC-LIC-CATEGORIA
                                          COMUNIC-LIC-TIPO
           MOVE ZEROS                  TO COMUNIC-LIC-VALIDADE
      *
           MOVE COMUNIC-LIC-DATA-REF   TO WRK-DATA-REF
           IF WRK-DATA-REF             EQUAL ZEROS
               ACCEPT WRK-DATA-REF     FROM DATE YYYYMMDD
           END-IF
      *
           IF WRK-QTDE-LEX             EQUAL ZEROS
               GOBACK
           END-IF
      *
           PERFORM 1100-OBTEM-CATEGORIA THRU 1100-SAIDA
           IF COMUNIC-LIC-CATEGORIA    EQUAL SPACES
               GOBACK
           END-IF
      *
           MOVE 'N'                    TO WRK-LIC-ABERTO-FLAG
           OPEN INPUT ARQLIC
           IF WRK-ARQLIC-OK
               SET WRK-LIC-ABERTO      TO TRUE
           END-IF
      *
           PERFORM 2000-TESTA-EXIGENCIA THRU 2000-SAIDA
               VARYING WRK-IX-LEX FROM 1 BY 1
               UNTIL WRK-IX-LEX GREATER WRK-QTDE-LEX
                  OR COMUNIC-COD-RETORNO NOT EQUAL '00'
      *
           IF WRK-LIC-ABERTO
               CLOSE ARQLIC
           END-IF
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DIRETORIO DE DADOS E CARGA DA TABELA DE EXIGENCIAS.            *
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCATC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCATC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQLIC.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQLIC-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'LICENCA-EXIGIDA.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQLEX-WS
      *
           MOVE ZEROS                  TO WRK-QTDE-LEX
           OPEN INPUT ARQLEX
           IF WRK-ARQLEX-OK
               PERFORM 1010-LER-EXIGENCIA THRU 1010-SAIDA
                   UNTIL WRK-ARQLEX-FIM
               CLOSE ARQLEX
           END-IF
           .
      *----------------------------------------------------------------*
       1000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1010-LER-EXIGENCIA              SECTION.
      *----------------------------------------------------------------*
      *    CARREGA UMA LINHA CATEGORIA + TIPO NA TABELA (LINHA COM
      *    CATEGORIA OU TIPO EM BRANCO E IGNORADA).
      *
           READ ARQLEX NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQLEX
               NOT AT END
                   IF  LEX-CATEGORIA   NOT EQUAL SPACES
                   AND LEX-TIPO        NOT EQUAL SPACES
                   AND WRK-QTDE-LEX    LESS 200
                       ADD 1           TO WRK-QTDE-LEX
                       MOVE FUNCTION UPPER-CASE(LEX-CATEGORIA)
                                       TO TAB-LEX-CATEGORIA
                                          (WRK-QTDE-LEX)
                       MOVE FUNCTION UPPER-CASE(LEX-TIPO)
                                       TO TAB-LEX-TIPO(WRK-QTDE-LEX)
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       1010-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CATEGORIA DO CLIENTE NO ARQUIVO LATERAL (SEM ARQUIVO OU SEM    *
      * REGISTRO FICA EM BRANCO).                                      *
      *----------------------------------------------------------------*
       1100-OBTEM-CATEGORIA            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCATC
           IF NOT WRK-ARQCATC-OK
               GO TO 1100-SAIDA
           END-IF
      *
           MOVE COMUNIC-LIC-COD-CLI    TO CATCLI-COD-CLI
           READ ARQCATC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CATCLI-CATEGORIA
                                       TO COMUNIC-LIC-CATEGORIA
           END-READ
           CLOSE ARQCATC
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * UMA EXIGENCIA DA TABELA: SE FOR DA CATEGORIA DO CLIENTE, A     *
      * LICENCA DO TIPO PRECISA EXISTIR E ESTAR NO PRAZO.              *
      *----------------------------------------------------------------*
       2000-TESTA-EXIGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-LEX-CATEGORIA(WRK-IX-LEX)
                                       NOT EQUAL COMUNIC-LIC-CATEGORIA
               GO TO 2000-SAIDA
           END-IF
      *
           MOVE TAB-LEX-TIPO(WRK-IX-LEX)
                                       TO COMUNIC-LIC-TIPO
           IF NOT WRK-LIC-ABERTO
               MOVE '95'               TO COMUNIC-COD-RETORNO
               GO TO 2000-MENSAGEM
           END-IF
      *
           MOVE COMUNIC-LIC-COD-CLI    TO LICENCA-COD-CLI
           MOVE COMUNIC-LIC-TIPO       TO LICENCA-TIPO
           READ ARQLIC
               INVALID KEY
                   MOVE '95'           TO COMUNIC-COD-RETORNO
               NOT INVALID KEY
                   MOVE LICENCA-VALIDADE
                                       TO COMUNIC-LIC-VALIDADE
                   IF LICENCA-VALIDADE LESS WRK-DATA-REF
                       MOVE '96'       TO COMUNIC-COD-RETORNO
                   END-IF
           END-READ
           .
      *
       2000-MENSAGEM.
      *
           MOVE SPACES                 TO COMUNIC-MSG
           EVALUATE COMUNIC-COD-RETORNO
               WHEN '95'
                   STRING 'LICENCA ' COMUNIC-LIC-TIPO
                          ' EXIGIDA PARA A CATEGORIA '
                          COMUNIC-LIC-CATEGORIA ' NAO CADASTRADA'
                          DELIMITED BY SIZE INTO COMUNIC-MSG
                   END-STRING
               WHEN '96'
                   STRING 'LICENCA ' COMUNIC-LIC-TIPO
                          ' VENCIDA EM ' COMUNIC-LIC-VALIDADE
                          DELIMITED BY SIZE INTO COMUNIC-MSG
                   END-STRING
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM VALIDA-LICENCA.

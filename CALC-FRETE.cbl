      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. CALC-FRETE.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: CALC-FRETE                                    *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: CENTRO DE DISTRIBUICAO (CD) QUE ATENDE O       *
      *                 CLIENTE E FRETE ESTIMADO DO PEDIDO. O CD E O   *
      *                 PRIMEIRO ATIVO CUJA FAIXA DE CEP CONTEM O CEP  *
      *                 DO CLIENTE; FORA DE TODAS AS FAIXAS, O ATIVO   *
      *                 MAIS PROXIMO PELAS COORDENADAS (MESMA FORMULA  *
      *                 DE DISTANCIA DA CARTEIRA). O FRETE E KM DO CD  *
      *                 AO CLIENTE X TARIFA POR KM + PESO TOTAL X      *
      *                 TARIFA POR KG DO CD.                           *
      *                 'FR' USA A ATRIBUICAO NOTURNA (ARQCLD) QUANDO  *
      *                 O CD GRAVADO AINDA ESTA ATIVO E DERIVA NA HORA *
      *                 PARA CLIENTE NOVO; 'AT' SEMPRE DERIVA.         *
      *----------------------------------------------------------------*
      *    RETORNOS....: '00' OK; '95' NENHUM CD ATIVO CADASTRADO;     *
      *                 '96' CEP FORA DAS FAIXAS E CLIENTE SEM         *
      *                 COORDENADAS; '98' OPERACAO INVALIDA.           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCDD                          CDD-SIST        *
      *                ARQCLD                          CLD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DO CD POR CLIENTE E DA     *
      *                      ESTIMATIVA DE FRETE DO PEDIDO.            *
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
           SELECT ARQCDD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CDIST-CODIGO
               FILE STATUS             IS WRK-FS-ARQCDD.
      *
           SELECT ARQCLD   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CLICD-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCLD.
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
         FD ARQCDD
            VALUE OF FILE-ID IS NOME-ARQCDD-WS
            COPY "CDD-SIST.CPY".
      *
         FD ARQCLD
            VALUE OF FILE-ID IS NOME-ARQCLD-WS
            COPY "CLD-SIST.CPY".
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
       01 NOME-ARQCDD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCDD.DAT'.
       01 NOME-ARQCLD-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLD.DAT'.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQCDD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCDD-OK                           VALUE '00' '05'.
           88  WRK-ARQCDD-FIM                          VALUE '10'.
       01  WRK-FS-ARQCLD               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLD-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CDS ATIVOS, CARREGADOS UMA VEZ POR CARGA DO PROGRAMA (O     *
      *    ATRIBUI-CD CHAMA PARA TODOS OS CLIENTES SEM CANCEL).        *
      *----------------------------------------------------------------*
      *
       01  WRK-CARREGOU-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-CDS-CARREGADOS                      VALUE 'S'.
       77  WRK-QTDE-CD                 PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-CD                   PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-FAIXA                PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-ESCOLHIDO            PIC 9(003) COMP VALUE ZEROS.
       01  TAB-CENTROS.
           05 TAB-CD-ENTRY                           OCCURS 20 TIMES.
              10 TAB-CD-CODIGO         PIC X(003).
              10 TAB-CD-LATITUDE       PIC S9(003)V9(008).
              10 TAB-CD-LONGITUDE      PIC S9(003)V9(008).
              10 TAB-CD-FAIXA                        OCCURS 5 TIMES.
                 15 TAB-CD-CEP-INICIO  PIC 9(008).
                 15 TAB-CD-CEP-FIM     PIC 9(008).
              10 TAB-CD-FRETE-KM       PIC 9(003)V99.
              10 TAB-CD-FRETE-KG       PIC 9(003)V9(004).
      *
       77  WRK-CEP-NUM                 PIC 9(008)      VALUE ZEROS.
       01  WRK-TEM-COORD-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CLI-TEM-COORD                       VALUE 'S'.
       77  WRK-MENOR-DIST              COMP-2 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    FORMULA DE DISTANCIA (MESMO CALCULO DE GERENC-CARTEIRA).    *
      *----------------------------------------------------------------*
      *
       77  WRK-RAIO-TERRA       COMP-2 VALUE 6378.137.
       77  WRK-PI               COMP-2 VALUE 3.14.
       01  WRK-CALC-ARTH.
           05 DEG2RADMULTIPLIER                        COMP-2.
           05 WRK-LAT-DE                               COMP-2.
           05 WRK-LON-DE                               COMP-2.
           05 WRK-LAT-ATE                              COMP-2.
           05 WRK-LON-ATE                              COMP-2.
           05 WRK-DISTC-LON                            COMP-2.
           05 WRK-COS-ARCO                             COMP-2.
       77  WRK-DISTANCIA-AUX    COMP-2 VALUE ZEROS.
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
           IF NOT WRK-CDS-CARREGADOS
               PERFORM 1000-LER-PARAMETROS THRU 1000-SAIDA
               PERFORM 1100-CARREGA-CDS    THRU 1100-SAIDA
           END-IF
      *
           MOVE '00'                   TO COMUNIC-COD-RETORNO
           MOVE SPACES                 TO COMUNIC-FRT-CD
                                          COMUNIC-FRT-CRITERIO
           MOVE ZEROS                  TO COMUNIC-FRT-DISTANCIA
                                          COMUNIC-FRT-VALOR
      *
           IF WRK-QTDE-CD EQUAL ZEROS
               MOVE '95'               TO COMUNIC-COD-RETORNO
               MOVE 'NENHUM CENTRO DE DISTRIBUICAO ATIVO CADASTRADO'
                                       TO COMUNIC-MSG
               GOBACK
           END-IF
      *
           MOVE 'N'                    TO WRK-TEM-COORD-FLAG
           IF  COMUNIC-FRT-LATITUDE    NOT EQUAL ZEROS
           OR  COMUNIC-FRT-LONGITUDE   NOT EQUAL ZEROS
               SET WRK-CLI-TEM-COORD   TO TRUE
           END-IF
      *
           EVALUATE TRUE
               WHEN COMUNIC-FRT-ESTIMAR
                   PERFORM 2000-ESTIMAR   THRU 2000-SAIDA
               WHEN COMUNIC-FRT-ATRIBUIR
                   PERFORM 3000-ATRIBUIR  THRU 3000-SAIDA
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
       1000-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPARM
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCDD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCDD-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLD.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLD-WS
           .
      *----------------------------------------------------------------*
       1000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA OS CDS ATIVOS. SEM CADASTRO A TABELA FICA VAZIA E O    *
      * CHAMADOR RECEBE '95'.                                          *
      *----------------------------------------------------------------*
       1100-CARREGA-CDS                SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-CDS-CARREGADOS      TO TRUE
           MOVE ZEROS                  TO WRK-QTDE-CD
           INITIALIZE TAB-CENTROS
      *
           OPEN INPUT ARQCDD
           IF NOT WRK-ARQCDD-OK
               GO TO 1100-SAIDA
           END-IF
      *
           PERFORM 1110-LER-CARREGA-CD THRU 1110-SAIDA
               UNTIL WRK-ARQCDD-FIM
           CLOSE ARQCDD
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-LER-CARREGA-CD             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCDD NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCDD
                   GO TO 1110-SAIDA
           END-READ
      *
           IF NOT CDIST-ATIVO
           OR WRK-QTDE-CD              NOT LESS 20
               GO TO 1110-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-CD
           MOVE CDIST-CODIGO           TO TAB-CD-CODIGO   (WRK-QTDE-CD)
           MOVE CDIST-LATITUDE         TO TAB-CD-LATITUDE (WRK-QTDE-CD)
           MOVE CDIST-LONGITUDE        TO TAB-CD-LONGITUDE(WRK-QTDE-CD)
           MOVE CDIST-FRETE-KM         TO TAB-CD-FRETE-KM (WRK-QTDE-CD)
           MOVE CDIST-FRETE-KG         TO TAB-CD-FRETE-KG (WRK-QTDE-CD)
           PERFORM 1120-COPIA-FAIXA THRU 1120-SAIDA
               VARYING WRK-IX-FAIXA FROM 1 BY 1
               UNTIL WRK-IX-FAIXA GREATER 5
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1120-COPIA-FAIXA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CDIST-CEP-INICIO(WRK-IX-FAIXA)
               TO TAB-CD-CEP-INICIO(WRK-QTDE-CD, WRK-IX-FAIXA)
           MOVE CDIST-CEP-FIM(WRK-IX-FAIXA)
               TO TAB-CD-CEP-FIM(WRK-QTDE-CD, WRK-IX-FAIXA)
           .
      *----------------------------------------------------------------*
       1120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ESTIMATIVA DO PEDIDO: CD DA ATRIBUICAO GRAVADA (SE AINDA       *
      * ATIVO) OU DERIVADO NA HORA, DEPOIS KM E VALOR.                 *
      *----------------------------------------------------------------*
       2000-ESTIMAR                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IX-ESCOLHIDO
      *
           OPEN INPUT ARQCLD
           IF WRK-ARQCLD-OK
               MOVE COMUNIC-FRT-COD-CLI
                                       TO CLICD-COD-CLI
               READ ARQCLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2100-LOCALIZA-CD THRU 2100-SAIDA
               END-READ
               CLOSE ARQCLD
           END-IF
      *
           IF WRK-IX-ESCOLHIDO EQUAL ZEROS
               PERFORM 3000-ATRIBUIR   THRU 3000-SAIDA
               GO TO 2000-SAIDA
           END-IF
      *
           MOVE CLICD-CRITERIO         TO COMUNIC-FRT-CRITERIO
           PERFORM 4000-CALCULA-FRETE  THRU 4000-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICAO NA TABELA DO CD GRAVADO NA ATRIBUICAO (ZERO SE O CD    *
      * FOI INATIVADO DEPOIS DA ULTIMA ATRIBUICAO NOTURNA).            *
      *----------------------------------------------------------------*
       2100-LOCALIZA-CD                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2110-COMPARA-CD THRU 2110-SAIDA
               VARYING WRK-IX-CD FROM 1 BY 1
               UNTIL WRK-IX-CD GREATER WRK-QTDE-CD
                  OR WRK-IX-ESCOLHIDO GREATER ZEROS
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-COMPARA-CD                 SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CD-CODIGO(WRK-IX-CD) EQUAL CLICD-CD
               MOVE WRK-IX-CD          TO WRK-IX-ESCOLHIDO
           END-IF
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DERIVA O CD: PRIMEIRO PELA FAIXA DE CEP, DEPOIS PELO MAIS      *
      * PROXIMO. SEM FAIXA E SEM COORDENADAS DEVOLVE '96'.             *
      *----------------------------------------------------------------*
       3000-ATRIBUIR                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IX-ESCOLHIDO
      *
           IF COMUNIC-FRT-CEP          IS NUMERIC
               MOVE COMUNIC-FRT-CEP    TO WRK-CEP-NUM
               PERFORM 3100-TESTA-FAIXAS-CD THRU 3100-SAIDA
                   VARYING WRK-IX-CD FROM 1 BY 1
                   UNTIL WRK-IX-CD GREATER WRK-QTDE-CD
                      OR WRK-IX-ESCOLHIDO GREATER ZEROS
               IF WRK-IX-ESCOLHIDO GREATER ZEROS
                   MOVE 'C'            TO COMUNIC-FRT-CRITERIO
                   PERFORM 4000-CALCULA-FRETE THRU 4000-SAIDA
                   GO TO 3000-SAIDA
               END-IF
           END-IF
      *
           IF NOT WRK-CLI-TEM-COORD
               MOVE '96'               TO COMUNIC-COD-RETORNO
               MOVE 'CEP FORA DAS FAIXAS DOS CDS E CLIENTE SEM COORDS'
                                       TO COMUNIC-MSG
               GO TO 3000-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO WRK-MENOR-DIST
           PERFORM 3200-TESTA-DISTANCIA-CD THRU 3200-SAIDA
               VARYING WRK-IX-CD FROM 1 BY 1
               UNTIL WRK-IX-CD GREATER WRK-QTDE-CD
           MOVE 'D'                    TO COMUNIC-FRT-CRITERIO
           PERFORM 4000-CALCULA-FRETE  THRU 4000-SAIDA
           .
      *----------------------------------------------------------------*
       3000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3100-TESTA-FAIXAS-CD            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3110-TESTA-FAIXA THRU 3110-SAIDA
               VARYING WRK-IX-FAIXA FROM 1 BY 1
               UNTIL WRK-IX-FAIXA GREATER 5
                  OR WRK-IX-ESCOLHIDO GREATER ZEROS
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       3110-TESTA-FAIXA                SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CD-CEP-FIM(WRK-IX-CD, WRK-IX-FAIXA) EQUAL ZEROS
               GO TO 3110-SAIDA
           END-IF
      *
           IF  WRK-CEP-NUM NOT LESS
                   TAB-CD-CEP-INICIO(WRK-IX-CD, WRK-IX-FAIXA)
           AND WRK-CEP-NUM NOT GREATER
                   TAB-CD-CEP-FIM(WRK-IX-CD, WRK-IX-FAIXA)
               MOVE WRK-IX-CD          TO WRK-IX-ESCOLHIDO
           END-IF
           .
      *----------------------------------------------------------------*
       3110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CD MAIS PROXIMO; CD SEM COORDENADAS NAO CONCORRE.              *
      *----------------------------------------------------------------*
       3200-TESTA-DISTANCIA-CD         SECTION.
      *----------------------------------------------------------------*
      *
           IF  TAB-CD-LATITUDE(WRK-IX-CD)  EQUAL ZEROS
           AND TAB-CD-LONGITUDE(WRK-IX-CD) EQUAL ZEROS
               GO TO 3200-SAIDA
           END-IF
      *
           MOVE TAB-CD-LATITUDE(WRK-IX-CD)  TO WRK-LAT-DE
           MOVE TAB-CD-LONGITUDE(WRK-IX-CD) TO WRK-LON-DE
           MOVE COMUNIC-FRT-LATITUDE   TO WRK-LAT-ATE
           MOVE COMUNIC-FRT-LONGITUDE  TO WRK-LON-ATE
           PERFORM 4100-CALCULAR-HAVERSINE THRU 4100-SAIDA
      *
           IF WRK-IX-ESCOLHIDO EQUAL ZEROS
           OR WRK-DISTANCIA-AUX LESS WRK-MENOR-DIST
               MOVE WRK-IX-CD          TO WRK-IX-ESCOLHIDO
               MOVE WRK-DISTANCIA-AUX  TO WRK-MENOR-DIST
           END-IF
           .
      *----------------------------------------------------------------*
       3200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * KM DO CD ESCOLHIDO AO CLIENTE (ZERO QUANDO FALTA COORDENADA DE *
      * UM DOS LADOS) E VALOR = KM X TARIFA KM + PESO X TARIFA KG.     *
      *----------------------------------------------------------------*
       4000-CALCULA-FRETE              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IX-ESCOLHIDO EQUAL ZEROS
               MOVE '96'               TO COMUNIC-COD-RETORNO
               MOVE 'NENHUM CD ATIVO COM COORDENADAS PARA O CLIENTE'
                                       TO COMUNIC-MSG
               GO TO 4000-SAIDA
           END-IF
      *
           MOVE TAB-CD-CODIGO(WRK-IX-ESCOLHIDO)
                                       TO COMUNIC-FRT-CD
           MOVE ZEROS                  TO WRK-DISTANCIA-AUX
           IF  WRK-CLI-TEM-COORD
           AND (TAB-CD-LATITUDE(WRK-IX-ESCOLHIDO)  NOT EQUAL ZEROS
           OR   TAB-CD-LONGITUDE(WRK-IX-ESCOLHIDO) NOT EQUAL ZEROS)
               MOVE TAB-CD-LATITUDE(WRK-IX-ESCOLHIDO)  TO WRK-LAT-DE
               MOVE TAB-CD-LONGITUDE(WRK-IX-ESCOLHIDO) TO WRK-LON-DE
               MOVE COMUNIC-FRT-LATITUDE  TO WRK-LAT-ATE
               MOVE COMUNIC-FRT-LONGITUDE TO WRK-LON-ATE
               PERFORM 4100-CALCULAR-HAVERSINE THRU 4100-SAIDA
           END-IF
      *
           COMPUTE COMUNIC-FRT-DISTANCIA ROUNDED = WRK-DISTANCIA-AUX
           COMPUTE COMUNIC-FRT-VALOR ROUNDED
                   = (COMUNIC-FRT-DISTANCIA
                      * TAB-CD-FRETE-KM(WRK-IX-ESCOLHIDO))
                   + (COMUNIC-FRT-PESO-KG
                      * TAB-CD-FRETE-KG(WRK-IX-ESCOLHIDO))
           .
      *----------------------------------------------------------------*
       4000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FORMULA DE HAVERSINE (MESMO CALCULO DE GERENC-CARTEIRA). O     *
      * COSSENO DO ARCO E LIMITADO A 1 PARA PONTOS MUITO PROXIMOS.     *
      *----------------------------------------------------------------*
       4100-CALCULAR-HAVERSINE         SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT WRK-LON-DE FROM WRK-LON-ATE GIVING WRK-DISTC-LON
           DIVIDE WRK-PI BY 180 GIVING DEG2RADMULTIPLIER
           COMPUTE WRK-COS-ARCO =
               (FUNCTION SIN(WRK-LAT-DE * DEG2RADMULTIPLIER)
              * FUNCTION SIN(WRK-LAT-ATE * DEG2RADMULTIPLIER))
              + (FUNCTION COS(WRK-LAT-DE * DEG2RADMULTIPLIER)
              *  FUNCTION COS(WRK-LAT-ATE * DEG2RADMULTIPLIER)
              *  FUNCTION COS(WRK-DISTC-LON * DEG2RADMULTIPLIER))
           IF WRK-COS-ARCO GREATER 1
               MOVE 1                  TO WRK-COS-ARCO
           END-IF
           COMPUTE WRK-DISTANCIA-AUX  =
              FUNCTION ACOS(WRK-COS-ARCO) * WRK-RAIO-TERRA
           .
      *----------------------------------------------------------------*
       4100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM CALC-FRETE.

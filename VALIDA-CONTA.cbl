      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. VALIDA-CONTA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: VALIDA-CONTA                                  *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: VALIDAR OS DIGITOS VERIFICADORES DA AGENCIA E  *
      *                 DA CONTA CORRENTE DO VENDEDOR CONFORME A REGRA *
      *                 DE CADA BANCO:                                 *
      *                 001 BANCO DO BRASIL - AGENCIA E CONTA (ATE 8   *
      *                     POSICOES) MODULO 11, RESTO 10 = 'X';       *
      *                 237 BRADESCO - AGENCIA MODULO 11 (PESOS 5 A 2) *
      *                     E CONTA (ATE 7 POSICOES) MODULO 11 PESOS   *
      *                     2-7-6-5-4-3-2, RESTO 1 = 'P';              *
      *                 341 ITAU - AGENCIA SEM DIGITO; CONTA (ATE 5    *
      *                     POSICOES) MODULO 10 SOBRE AGENCIA + CONTA. *
      *                 DEMAIS BANCOS: SO O FORMATO (AGENCIA E CONTA   *
      *                 NUMERICAS E NAO ZERADAS, DIGITO DA CONTA       *
      *                 INFORMADO, NUMERICO OU 'X').                   *
      *----------------------------------------------------------------*
      *    RETORNOS....: '00' OK; '91' CAMPO NAO INFORMADO OU CONTA    *
      *                 MAIOR QUE O BANCO ACEITA; '92' NAO NUMERICO;   *
      *                 '94' DIGITO VERIFICADOR INVALIDO;              *
      *                 '98' BANCO NAO INFORMADO.                      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA VALIDACAO DE AGENCIA E  *
      *                      CONTA POR BANCO.                          *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
       CONFIGURATION                   SECTION.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  FILLER                      PIC  X(050)     VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *
      *---NUMERO A PONDERAR (ALINHADO A DIREITA) E PESOS POR POSICAO---*
       01  WRK-BCO-NUMERO              PIC 9(012)      VALUE ZEROS.
       01  WRK-BCO-NUMERO-R REDEFINES  WRK-BCO-NUMERO.
           05  WRK-BCO-DIG             PIC 9  OCCURS 12 TIMES.
      *
       01  WRK-BCO-PESOS               PIC X(012)      VALUE ZEROS.
       01  WRK-BCO-PESOS-R  REDEFINES  WRK-BCO-PESOS.
           05  WRK-BCO-PESO            PIC 9  OCCURS 12 TIMES.
      *
       01  WRK-MODULO-FLAG             PIC X(001)      VALUE '1'.
           88  WRK-MODULO-10                           VALUE '0'.
           88  WRK-MODULO-11                           VALUE '1'.
      *
       01  WRK-DV-CALC                 PIC X(001)      VALUE SPACES.
       01  WRK-DV-NUM                  PIC 9(002)      VALUE ZEROS.
       01  WRK-DV-NUM-R REDEFINES      WRK-DV-NUM.
           05  FILLER                  PIC X(001).
           05  WRK-DV-DIGITO           PIC X(001).
      *
       01  WRK-DV-TESTE                PIC X(001)      VALUE SPACES.
           88  WRK-DV-VALIDO           VALUE '0' THRU '9' 'X'.
      *
       77  WRK-IX                      PIC 9(002) COMP VALUE ZEROS.
       77  WRK-PRODUTO                 PIC 9(003)      VALUE ZEROS.
       77  WRK-SOMA                    PIC 9(005)      VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(005)      VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(005)      VALUE ZEROS.
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
           MOVE '00'                   TO COMUNIC-COD-RETORNO
           MOVE SPACES                 TO COMUNIC-MSG
           INSPECT COMUNIC-BCO-AGENCIA-DV
                                       CONVERTING 'xp' TO 'XP'
           INSPECT COMUNIC-BCO-CONTA-DV
                                       CONVERTING 'xp' TO 'XP'
      *
           IF COMUNIC-BCO-BANCO        NOT NUMERIC
           OR COMUNIC-BCO-BANCO        EQUAL ZEROS
               MOVE '98'               TO COMUNIC-COD-RETORNO
               MOVE 'BANCO NAO INFORMADO'
                                       TO COMUNIC-MSG
               GOBACK
           END-IF
      *
           IF COMUNIC-BCO-AGENCIA      NOT NUMERIC
           OR COMUNIC-BCO-CONTA        NOT NUMERIC
               MOVE '92'               TO COMUNIC-COD-RETORNO
               MOVE 'AGENCIA OU CONTA NAO NUMERICA'
                                       TO COMUNIC-MSG
               GOBACK
           END-IF
      *
           IF COMUNIC-BCO-AGENCIA      EQUAL ZEROS
           OR COMUNIC-BCO-CONTA        EQUAL ZEROS
               MOVE '91'               TO COMUNIC-COD-RETORNO
               MOVE 'AGENCIA OU CONTA NAO INFORMADA'
                                       TO COMUNIC-MSG
               GOBACK
           END-IF
      *
           EVALUATE COMUNIC-BCO-BANCO
               WHEN 001
                   PERFORM 2100-BANCO-BRASIL THRU 2100-SAIDA
               WHEN 237
                   PERFORM 2200-BRADESCO THRU 2200-SAIDA
               WHEN 341
                   PERFORM 2300-ITAU THRU 2300-SAIDA
               WHEN OTHER
                   PERFORM 2900-FORMATO-GERAL THRU 2900-SAIDA
           END-EVALUATE
      *
           IF COMUNIC-COD-RETORNO      EQUAL '00'
               MOVE 'CONTA VALIDA'     TO COMUNIC-MSG
           END-IF
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BANCO DO BRASIL: AGENCIA PESOS 5-4-3-2, CONTA PESOS 9 A 2 (ATE *
      * 8 POSICOES). DV = 11 - RESTO; 10 = 'X', 11 = '0'.              *
      *----------------------------------------------------------------*
       2100-BANCO-BRASIL               SECTION.
      *----------------------------------------------------------------*
      *
           IF COMUNIC-BCO-CONTA        GREATER 99999999
               MOVE '91'               TO COMUNIC-COD-RETORNO
               MOVE 'CONTA DO BANCO 001 TEM ATE 8 POSICOES'
                                       TO COMUNIC-MSG
               GO TO 2100-SAIDA
           END-IF
      *
           SET WRK-MODULO-11           TO TRUE
           MOVE COMUNIC-BCO-AGENCIA    TO WRK-BCO-NUMERO
           MOVE '000000005432'         TO WRK-BCO-PESOS
           PERFORM 5000-SOMA-PONDERADA THRU 5000-SAIDA
           PERFORM 5100-DV-11-X THRU 5100-SAIDA
           IF WRK-DV-CALC              NOT EQUAL COMUNIC-BCO-AGENCIA-DV
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA AGENCIA INVALIDO (BANCO 001)'
                                       TO COMUNIC-MSG
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE COMUNIC-BCO-CONTA      TO WRK-BCO-NUMERO
           MOVE '000098765432'         TO WRK-BCO-PESOS
           PERFORM 5000-SOMA-PONDERADA THRU 5000-SAIDA
           PERFORM 5100-DV-11-X THRU 5100-SAIDA
           IF WRK-DV-CALC              NOT EQUAL COMUNIC-BCO-CONTA-DV
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA CONTA INVALIDO (BANCO 001)'
                                       TO COMUNIC-MSG
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BRADESCO: AGENCIA PESOS 5-4-3-2 (DV = 11 - RESTO; 10 = 'P',    *
      * 11 = '0'); CONTA ATE 7 POSICOES PESOS 2-7-6-5-4-3-2 (RESTO 0 = *
      * '0', RESTO 1 = 'P', DEMAIS DV = 11 - RESTO).                   *
      *----------------------------------------------------------------*
       2200-BRADESCO                   SECTION.
      *----------------------------------------------------------------*
      *
           IF COMUNIC-BCO-CONTA        GREATER 9999999
               MOVE '91'               TO COMUNIC-COD-RETORNO
               MOVE 'CONTA DO BANCO 237 TEM ATE 7 POSICOES'
                                       TO COMUNIC-MSG
               GO TO 2200-SAIDA
           END-IF
      *
           SET WRK-MODULO-11           TO TRUE
           MOVE COMUNIC-BCO-AGENCIA    TO WRK-BCO-NUMERO
           MOVE '000000005432'         TO WRK-BCO-PESOS
           PERFORM 5000-SOMA-PONDERADA THRU 5000-SAIDA
           PERFORM 5100-DV-11-X THRU 5100-SAIDA
           IF WRK-DV-CALC              EQUAL 'X'
               MOVE 'P'                TO WRK-DV-CALC
           END-IF
           IF WRK-DV-CALC              NOT EQUAL COMUNIC-BCO-AGENCIA-DV
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA AGENCIA INVALIDO (BANCO 237)'
                                       TO COMUNIC-MSG
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE COMUNIC-BCO-CONTA      TO WRK-BCO-NUMERO
           MOVE '000002765432'         TO WRK-BCO-PESOS
           PERFORM 5000-SOMA-PONDERADA THRU 5000-SAIDA
           DIVIDE WRK-SOMA             BY 11
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO
           EVALUATE WRK-RESTO
               WHEN 0
                   MOVE '0'            TO WRK-DV-CALC
               WHEN 1
                   MOVE 'P'            TO WRK-DV-CALC
               WHEN OTHER
                   COMPUTE WRK-DV-NUM = 11 - WRK-RESTO
                   MOVE WRK-DV-DIGITO  TO WRK-DV-CALC
           END-EVALUATE
           IF WRK-DV-CALC              NOT EQUAL COMUNIC-BCO-CONTA-DV
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA CONTA INVALIDO (BANCO 237)'
                                       TO COMUNIC-MSG
           END-IF
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ITAU: AGENCIA SEM DIGITO; CONTA ATE 5 POSICOES, DV MODULO 10   *
      * SOBRE AGENCIA(4) + CONTA(5), PESOS 2-1-2-1... (PRODUTO MAIOR   *
      * QUE 9 SOMA OS ALGARISMOS). DV = 10 - RESTO; 10 = '0'.          *
      *----------------------------------------------------------------*
       2300-ITAU                       SECTION.
      *----------------------------------------------------------------*
      *
           IF COMUNIC-BCO-AGENCIA-DV   NOT EQUAL SPACES
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'AGENCIA DO BANCO 341 NAO TEM DIGITO'
                                       TO COMUNIC-MSG
               GO TO 2300-SAIDA
           END-IF
           IF COMUNIC-BCO-CONTA        GREATER 99999
               MOVE '91'               TO COMUNIC-COD-RETORNO
               MOVE 'CONTA DO BANCO 341 TEM ATE 5 POSICOES'
                                       TO COMUNIC-MSG
               GO TO 2300-SAIDA
           END-IF
      *
           SET WRK-MODULO-10           TO TRUE
           COMPUTE WRK-BCO-NUMERO = COMUNIC-BCO-AGENCIA * 100000
                                  + COMUNIC-BCO-CONTA
           MOVE '000212121212'         TO WRK-BCO-PESOS
           PERFORM 5000-SOMA-PONDERADA THRU 5000-SAIDA
           DIVIDE WRK-SOMA             BY 10
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO
           IF WRK-RESTO                EQUAL ZEROS
               MOVE '0'                TO WRK-DV-CALC
           ELSE
               COMPUTE WRK-DV-NUM = 10 - WRK-RESTO
               MOVE WRK-DV-DIGITO      TO WRK-DV-CALC
           END-IF
           IF WRK-DV-CALC              NOT EQUAL COMUNIC-BCO-CONTA-DV
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA CONTA INVALIDO (BANCO 341)'
                                       TO COMUNIC-MSG
           END-IF
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * BANCO SEM REGRA PROPRIA: SO O FORMATO DOS DIGITOS.             *
      *----------------------------------------------------------------*
       2900-FORMATO-GERAL              SECTION.
      *----------------------------------------------------------------*
      *
           IF COMUNIC-BCO-CONTA-DV     EQUAL SPACES
               MOVE '91'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA CONTA NAO INFORMADO'
                                       TO COMUNIC-MSG
               GO TO 2900-SAIDA
           END-IF
      *
           MOVE COMUNIC-BCO-CONTA-DV   TO WRK-DV-TESTE
           IF NOT WRK-DV-VALIDO
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA CONTA DEVE SER NUMERICO OU X'
                                       TO COMUNIC-MSG
               GO TO 2900-SAIDA
           END-IF
      *
           MOVE COMUNIC-BCO-AGENCIA-DV TO WRK-DV-TESTE
           IF  COMUNIC-BCO-AGENCIA-DV  NOT EQUAL SPACES
           AND NOT WRK-DV-VALIDO
               MOVE '94'               TO COMUNIC-COD-RETORNO
               MOVE 'DIGITO DA AGENCIA DEVE SER NUMERICO OU X'
                                       TO COMUNIC-MSG
           END-IF
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SOMA DOS PRODUTOS DIGITO X PESO DAS 12 POSICOES (PESO ZERO     *
      * IGNORA A POSICAO). NO MODULO 10 O PRODUTO DE DOIS ALGARISMOS   *
      * ENTRA PELA SOMA DELES.                                         *
      *----------------------------------------------------------------*
       5000-SOMA-PONDERADA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-SOMA
           PERFORM 5010-SOMA-POSICAO THRU 5010-SAIDA
               VARYING WRK-IX FROM 1 BY 1
                 UNTIL WRK-IX GREATER 12
           .
      *----------------------------------------------------------------*
       5000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       5010-SOMA-POSICAO               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-PRODUTO = WRK-BCO-DIG(WRK-IX)
                               * WRK-BCO-PESO(WRK-IX)
           IF  WRK-MODULO-10
           AND WRK-PRODUTO             GREATER 9
               SUBTRACT 9              FROM WRK-PRODUTO
           END-IF
           ADD WRK-PRODUTO             TO WRK-SOMA
           .
      *----------------------------------------------------------------*
       5010-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * DV MODULO 11 = 11 - RESTO; 10 VIRA 'X' E 11 VIRA '0'.          *
      *----------------------------------------------------------------*
       5100-DV-11-X                    SECTION.
      *----------------------------------------------------------------*
      *
           DIVIDE WRK-SOMA             BY 11
                                       GIVING WRK-QUOCIENTE
                                       REMAINDER WRK-RESTO
           COMPUTE WRK-DV-NUM = 11 - WRK-RESTO
           EVALUATE WRK-DV-NUM
               WHEN 10
                   MOVE 'X'            TO WRK-DV-CALC
               WHEN 11
                   MOVE '0'            TO WRK-DV-CALC
               WHEN OTHER
                   MOVE WRK-DV-DIGITO  TO WRK-DV-CALC
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       5100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*

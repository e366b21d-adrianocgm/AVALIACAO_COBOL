      *                 (NUMPED.CTL, SOB A TRAVA DE EXECUCAO) E VAO    *
      *                 PARA ARQPED01/ARQITP01; OS REJEITADOS SAEM     *
      *                 COM O MOTIVO PARA O TIME DO APP CORRIGIR.      *
      *                 CAMPANHA PROMOCIONAL EM VIGOR (ARQCAMP) BAIXA  *
      *                 O PRECO DO ITEM E FICA GRAVADA NELE.           *
      *                 A CONDICAO DE PAGAMENTO VEM DA PRIMEIRA LINHA  *
      *                 DO PEDIDO (BRANCOS = PADRAO DO CLIENTE) E AS   *
      *                 PARCELAS SAO GERADAS POR GERA-PARCELAS.        *
      *                 CLIENTE COM LICENCA EXIGIDA PELA CATEGORIA     *
      *                 VENCIDA OU AUSENTE E REJEITADO                 *
      *                 (VALIDA-LICENCA).                              *
      *                 O ICMS DOS ITENS E CALCULADO E GRAVADO PELO    *
      *                 CALC-ICMS E AS PARCELAS SAEM SOBRE O BRUTO     *
      *                 (LIQUIDO + ICMS), COMO NA TELA DE PEDIDOS.     *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>PEDIDOS_CAMPO.TXT                  *
      *    SAIDAS......: ARQPED01.DAT / ARQITP01.DAT / ARQFRT.DAT      *
      *                  ARQPARC.DAT (VIA GERA-PARCELAS)               *
      *                  ARQICMS.DAT (VIA CALC-ICMS)                   *
      *                  <DIR-RELAT>PEDIDOS_REJ_<STAMP>.TXT            *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    02/09/2026 AM     VERSAO INICIAL DA CARGA DE PEDIDOS.       *
      *    15/10/2026 AM     APLICA CAMPANHAS PROMOCIONAIS NOS ITENS.  *
      *    15/10/2026 AM     ESTIMATIVA DE FRETE POR CD DO PEDIDO.     *
      *    15/10/2026 AM     CONDICAO DE PAGAMENTO E PARCELAS DO       *
      *                      PEDIDO.                                   *
      *    15/10/2026 AM     REJEITA CLIENTE COM LICENCA EXIGIDA       *
      *                      VENCIDA OU NAO CADASTRADA.                *
      *    15/10/2026 AM     ICMS DO PEDIDO VIA CALC-ICMS; PARCELAS    *
      *                      SOBRE O VALOR BRUTO.                      *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITEM-PED-CHAVE
               FILE STATUS             IS WRK-FS-ARQITP01.
      *
           SELECT ARQCAMP  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAMP-CHAVE
               FILE STATUS             IS WRK-FS-ARQCAMP.
      *
           SELECT ARQTBP01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TABPRC-CHAVE
               FILE STATUS             IS WRK-FS-ARQTBP01.
      *
           SELECT ARQFRT   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS FRETE-NUM-PEDIDO
               FILE STATUS             IS WRK-FS-ARQFRT.
      *
           SELECT ARQNUMP  ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQNUMP.
         FD ARQITP01
            VALUE OF FILE-ID IS NOME-ARQITP01-WS
            COPY "ITP-SIST.CPY".
      *
         FD ARQCAMP
            VALUE OF FILE-ID IS NOME-ARQCAMP-WS
            COPY "CMP-SIST.CPY".
      *
         FD ARQTBP01
            VALUE OF FILE-ID IS NOME-ARQTBP01-WS
            COPY "TBP-SIST.CPY".
      *
         FD ARQFRT
            VALUE OF FILE-ID IS NOME-ARQFRT-WS
            COPY "FRT-SIST.CPY".
      *
         FD ARQNUMP
            VALUE OF FILE-ID IS NOME-ARQNUMP-WS
           05 ENT-PRECO                PIC  X(011).
           05 ENT-PRECO-9 REDEFINES ENT-PRECO
                                       PIC  9(009)V99.
      *    CONDICAO DE PAGAMENTO - BRANCOS = PADRAO DO CLIENTE.
           05 ENT-COND-PAG             PIC  X(003).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: REJEITADOS COM MOTIVO (IMAGEM DO REGISTRO + CAUSA). *
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQCAMP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCAMP.DAT'.
       01 NOME-ARQTBP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTBP01.DAT'.
       01 NOME-ARQFRT-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQFRT.DAT'.
       01 NOME-ARQNUMP-WS              PIC X(050)      VALUE
                                      'C:\GERENC\NUMPED.CTL'.
       01 NOME-ARQPDENT-WS             PIC X(050)      VALUE
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
           88  WRK-ARQITP01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQCAMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCAMP-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQTBP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTBP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQFRT               PIC X(002)      VALUE SPACES.
           88  WRK-ARQFRT-OK                           VALUE '00' '05'.
           88  WRK-ARQFRT-NAO-EXISTE                   VALUE '35'.
       01  WRK-FS-ARQNUMP              PIC X(002)      VALUE SPACES.
           88  WRK-ARQNUMP-OK                          VALUE '00' '05'.
           88  WRK-ARQNUMP-NAO-EXISTE                  VALUE '35'.
              10 TAB-ITEM-QTDE         PIC 9(007)V99.
              10 TAB-ITEM-PRECO        PIC 9(009)V99.
              10 TAB-ITEM-VALOR        PIC 9(011)V99.
              10 TAB-ITEM-CAMPANHA     PIC X(006).
      *
      *----------------------------------------------------------------*
      *    FRETE ESTIMADO DO PEDIDO (CALC-FRETE): O CEP E AS           *
      *    COORDENADAS DO CLIENTE FICAM GUARDADOS NA ABERTURA DO GRUPO *
      *    E O PESO SOMA O PESO UNITARIO DO CADASTRO DE PRODUTOS DE    *
      *    CADA ITEM ACEITO (PRODUTO SEM PESO NAO PESA).               *
      *----------------------------------------------------------------*
      *
       01  WRK-GRP-CEP                 PIC X(008)      VALUE SPACES.
       77  WRK-GRP-LATITUDE            PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-GRP-LONGITUDE           PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-GRP-PESO                PIC 9(007)V99   VALUE ZEROS.
       01  WRK-GRP-CD                  PIC X(003)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    ICMS DO PEDIDO (CALC-ICMS): ORIGEM PELO CD DO FRETE. O      *
      *    BRUTO (LIQUIDO + ICMS) VAI PARA AS PARCELAS; SEM ICMS       *
      *    CALCULADO FICA IGUAL AO LIQUIDO.                            *
      *----------------------------------------------------------------*
      *
       77  WRK-GRP-BRUTO               PIC 9(011)V99   VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CONDICAO DE PAGAMENTO DO GRUPO (DA LINHA QUE O ABRIU); NA   *
      *    GRAVACAO FICA A CONDICAO EFETIVA DEVOLVIDA PELO             *
      *    GERA-PARCELAS, OU BRANCOS QUANDO O PEDIDO FICA SEM ELA.     *
      *----------------------------------------------------------------*
      *
       01  WRK-GRP-COND-PAG            PIC X(003)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    CAMPANHAS PROMOCIONAIS: O ITEM FICA COM O MENOR ENTRE O     *
      *    PRECO DO APP E O DA CAMPANHA EM VIGOR PARA O PRODUTO, O     *
      *    TERRITORIO E A PRIORIDADE DO CLIENTE (MESMA REGRA DA TELA   *
      *    DE PEDIDOS). CAMPANHAS E TABELA DE PRECOS SAO OPCIONAIS.    *
      *----------------------------------------------------------------*
      *
       01  WRK-CMP-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CMP-ABERTO                          VALUE 'S'.
       01  WRK-CMP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-CMP-FIM                             VALUE 'S'.
       01  WRK-TBP-ABERTO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TBP-ABERTO                          VALUE 'S'.
       01  WRK-TBP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-TBP-FIM                             VALUE 'S'.
       01  WRK-CLI-TERRIT              PIC X(005)      VALUE SPACES.
       01  WRK-CLI-PRIOR               PIC X(001)      VALUE SPACES.
       77  WRK-ITEM-PRECO              PIC 9(009)V99   VALUE ZEROS.
       01  WRK-ITEM-CAMPANHA           PIC X(006)      VALUE SPACES.
       77  WRK-PRECO-VIGENTE           PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CMP-PRECO-CALC          PIC 9(009)V99   VALUE ZEROS.
       77  WRK-CMP-MELHOR-PRECO        PIC 9(009)V99   VALUE ZEROS.
       01  WRK-CMP-MELHOR-COD          PIC X(006)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CESSAO DE NUMERO PELO CONTROLE DE FAIXA (SOB TRAVA-EXEC).   *
       77  WRK-TOT-ITENS               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-REJEITADOS          PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FORA-CART           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-CAMPANHA            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-FRETE               PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-FRETE           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-COND            PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-SEM-ICMS            PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-REJ-MOTIVO              PIC X(035)      VALUE SPACES.
           IF WRK-ARQITP01-NAO-EXISTE
               OPEN OUTPUT ARQITP01
           END-IF
           OPEN I-O ARQFRT
           IF WRK-ARQFRT-NAO-EXISTE
               OPEN OUTPUT ARQFRT
           END-IF
      *
           MOVE 'N'                    TO WRK-CMP-ABERTO-FLAG
           OPEN INPUT ARQCAMP
           IF WRK-ARQCAMP-OK
               SET WRK-CMP-ABERTO      TO TRUE
           END-IF
           MOVE 'N'                    TO WRK-TBP-ABERTO-FLAG
           OPEN INPUT ARQTBP01
           IF WRK-ARQTBP01-OK
               SET WRK-TBP-ABERTO      TO TRUE
           END-IF
      *
      *    A TRAVA COBRE A CESSAO DE NUMEROS DA CARGA INTEIRA.
           PERFORM 1300-OBTEM-TRAVA THRU 1300-SAIDA
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAMP.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAMP-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTBP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTBP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQFRT.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQFRT-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'NUMPED.CTL'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNUMP-WS
               PERFORM 2500-FECHA-GRUPO THRU 2500-SAIDA
               MOVE WRK-GRUPO-CHAVE    TO WRK-GRUPO-ANT
               MOVE ENT-COD-VEN-9      TO WRK-GRP-COD-VEN
               MOVE ENT-COND-PAG       TO WRK-GRP-COND-PAG
               MOVE EXEMPLO-CEP        OF ARQCLI01
                                       TO WRK-GRP-CEP
               MOVE EXEMPLO-LATITUDE   OF ARQCLI01
                                       TO WRK-GRP-LATITUDE
               MOVE EXEMPLO-LONGITUDE  OF ARQCLI01
                                       TO WRK-GRP-LONGITUDE
               PERFORM 2300-TESTA-CARTEIRA THRU 2300-SAIDA
           END-IF
      *
               MOVE ENT-COD-PROD-9     TO TAB-ITEM-COD-PROD
                                          (WRK-QTDE-ITENS)
               MOVE ENT-QTDE-9         TO TAB-ITEM-QTDE(WRK-QTDE-ITENS)
               MOVE ENT-PRECO-9        TO WRK-ITEM-PRECO
               MOVE SPACES             TO WRK-ITEM-CAMPANHA
               PERFORM 2200-APLICA-CAMPANHA THRU 2200-SAIDA
               MOVE WRK-ITEM-PRECO     TO TAB-ITEM-PRECO(WRK-QTDE-ITENS)
               MOVE WRK-ITEM-CAMPANHA  TO TAB-ITEM-CAMPANHA
                                          (WRK-QTDE-ITENS)
               COMPUTE TAB-ITEM-VALOR(WRK-QTDE-ITENS) ROUNDED
                       = ENT-QTDE-9 * WRK-ITEM-PRECO
               ADD TAB-ITEM-VALOR(WRK-QTDE-ITENS)
                                       TO WRK-GRP-VALOR
               IF PRODUTO-PESO-KG      IS NUMERIC
                   COMPUTE WRK-GRP-PESO ROUNDED
                           = WRK-GRP-PESO
                           + (ENT-QTDE-9 * PRODUTO-PESO-KG)
               END-IF
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
               MOVE SPACES             TO REG-ARQPDREJ
      *
      *----------------------------------------------------------------*
      * CRITICAS DA LINHA: CAMPOS NUMERICOS, CLIENTE ATIVO EM          *
      * ARQCLI01 COM AS LICENCAS EXIGIDAS EM DIA, PRODUTO ATIVO EM     *
      * ARQPRD01, QUANTIDADE E PRECO POSITIVOS E CONDICAO DE PAGAMENTO *
      * (QUANDO INFORMADA) ATIVA.                                      *
      *----------------------------------------------------------------*
       2100-VALIDA-LINHA               SECTION.
      *----------------------------------------------------------------*
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
      *    LICENCA EXIGIDA PELA CATEGORIA DO CLIENTE VENCIDA OU NAO
      *    CADASTRADA BLOQUEIA O PEDIDO, COMO NA TELA.
           MOVE ENT-COD-CLI-9          TO COMUNIC-LIC-COD-CLI
           MOVE WRK-DATA-HOJE          TO COMUNIC-LIC-DATA-REF
           CALL 'VALIDA-LICENCA'       USING COMUNIC-BLOCO
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE SPACES             TO WRK-REJ-MOTIVO
               IF COMUNIC-COD-RETORNO  EQUAL '96'
                   STRING 'LICENCA ' COMUNIC-LIC-TIPO
                          ' VENCIDA EM ' COMUNIC-LIC-VALIDADE
                          DELIMITED BY SIZE INTO WRK-REJ-MOTIVO
                   END-STRING
               ELSE
                   STRING 'LICENCA ' COMUNIC-LIC-TIPO
                          ' EXIGIDA NAO CADASTRADA'
                          DELIMITED BY SIZE INTO WRK-REJ-MOTIVO
                   END-STRING
               END-IF
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE ENT-COD-PROD-9         TO PRODUTO-CODIGO
           READ ARQPRD01
                                       TO WRK-REJ-MOTIVO
                   END-IF
           END-READ
           IF NOT WRK-REG-VALIDO
           OR ENT-COND-PAG             EQUAL SPACES
               GO TO 2100-SAIDA
           END-IF
      *
           SET COMUNIC-PAR-CONSULTAR   TO TRUE
           MOVE ENT-COD-CLI-9          TO COMUNIC-PAR-COD-CLI
           MOVE ENT-COND-PAG           TO COMUNIC-PAR-CONDICAO
           MOVE WRK-DATA-HOJE          TO COMUNIC-PAR-DATA-BASE
           CALL 'GERA-PARCELAS'        USING COMUNIC-BLOCO
           IF COMUNIC-COD-RETORNO      EQUAL '95'
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CONDICAO DE PAGAMENTO INVALIDA'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA AS CAMPANHAS ATIVAS DO PRODUTO EM VIGOR NA DATA DA     *
      * CARGA PARA O TERRITORIO E A PRIORIDADE DO CLIENTE (BRANCO NO   *
      * CLIENTE = C) E FICA COM A DE MENOR PRECO; O PERCENTUAL INCIDE  *
      * SOBRE O PRECO VIGENTE. SE ELA NAO FOR MAIS CARA QUE O PRECO DO *
      * APP, O ITEM PASSA PARA O PRECO DA CAMPANHA E LEVA O CODIGO.    *
      *----------------------------------------------------------------*
       2200-APLICA-CAMPANHA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-CMP-MELHOR-PRECO
           MOVE SPACES                 TO WRK-CMP-MELHOR-COD
      *
           IF NOT WRK-CMP-ABERTO
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE EXEMPLO-TERRITORIO OF ARQCLI01
                                       TO WRK-CLI-TERRIT
           MOVE EXEMPLO-PRIORIDADE OF ARQCLI01
                                       TO WRK-CLI-PRIOR
           IF WRK-CLI-PRIOR            EQUAL SPACE
               MOVE 'C'                TO WRK-CLI-PRIOR
           END-IF
      *
           PERFORM 2250-ACHA-PRECO-VIGENTE THRU 2250-SAIDA
      *
           MOVE 'N'                    TO WRK-CMP-FIM-FLAG
           MOVE ENT-COD-PROD-9         TO CAMP-COD-PROD
           MOVE LOW-VALUES             TO CAMP-CODIGO
           START ARQCAMP KEY IS GREATER THAN OR EQUAL CAMP-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-CMP-FIM-FLAG
           END-START
      *
           PERFORM 2210-LE-CAMPANHA THRU 2210-SAIDA
               UNTIL WRK-CMP-FIM
      *
           IF WRK-CMP-MELHOR-COD       EQUAL SPACES
           OR WRK-CMP-MELHOR-PRECO     GREATER WRK-ITEM-PRECO
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE WRK-CMP-MELHOR-PRECO   TO WRK-ITEM-PRECO
           MOVE WRK-CMP-MELHOR-COD     TO WRK-ITEM-CAMPANHA
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-LE-CAMPANHA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCAMP NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-CMP-FIM-FLAG
           END-READ
      *
           IF WRK-CMP-FIM
               GO TO 2210-SAIDA
           END-IF
      *
           IF CAMP-COD-PROD            NOT EQUAL ENT-COD-PROD-9
               MOVE 'S'                TO WRK-CMP-FIM-FLAG
               GO TO 2210-SAIDA
           END-IF
      *
           IF NOT CAMP-STATUS-ATIVA
           OR CAMP-DATA-INICIO         GREATER WRK-DATA-HOJE
           OR CAMP-DATA-FIM            LESS WRK-DATA-HOJE
               GO TO 2210-SAIDA
           END-IF
      *
           IF  CAMP-TERRITORIO         NOT EQUAL SPACES
           AND CAMP-TERRITORIO         NOT EQUAL WRK-CLI-TERRIT
               GO TO 2210-SAIDA
           END-IF
           IF  CAMP-PRIORIDADE         NOT EQUAL SPACES
           AND CAMP-PRIORIDADE         NOT EQUAL WRK-CLI-PRIOR
               GO TO 2210-SAIDA
           END-IF
      *
           IF CAMP-TIPO-PERCENTUAL
               COMPUTE WRK-CMP-PRECO-CALC ROUNDED
                       = WRK-PRECO-VIGENTE
                       * (100 - CAMP-DESC-PCT) / 100
           ELSE
               MOVE CAMP-PRECO-PROMO   TO WRK-CMP-PRECO-CALC
           END-IF
      *
           IF WRK-CMP-MELHOR-COD       EQUAL SPACES
           OR WRK-CMP-PRECO-CALC       LESS WRK-CMP-MELHOR-PRECO
               MOVE WRK-CMP-PRECO-CALC TO WRK-CMP-MELHOR-PRECO
               MOVE CAMP-CODIGO        TO WRK-CMP-MELHOR-COD
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRECO VIGENTE DO PRODUTO NA DATA DA CARGA: O REGISTRO DA       *
      * TABELA DE PRECOS COM O MAIOR INICIO NAO POSTERIOR A HOJE; SEM  *
      * ELE, O PRECO DE LISTA DO CADASTRO DE PRODUTOS.                 *
      *----------------------------------------------------------------*
       2250-ACHA-PRECO-VIGENTE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PRODUTO-PRECO-LISTA    TO WRK-PRECO-VIGENTE
      *
           IF NOT WRK-TBP-ABERTO
               GO TO 2250-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-TBP-FIM-FLAG
           MOVE ENT-COD-PROD-9         TO TABPRC-COD-PROD
           MOVE ZEROS                  TO TABPRC-DATA-INICIO
           START ARQTBP01 KEY IS GREATER THAN OR EQUAL TABPRC-CHAVE
               INVALID KEY
                   MOVE 'S'            TO WRK-TBP-FIM-FLAG
           END-START
      *
           PERFORM 2260-LE-PRECO THRU 2260-SAIDA
               UNTIL WRK-TBP-FIM
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2260-LE-PRECO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTBP01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-TBP-FIM-FLAG
               NOT AT END
                   IF TABPRC-COD-PROD  NOT EQUAL ENT-COD-PROD-9
                   OR TABPRC-DATA-INICIO GREATER WRK-DATA-HOJE
                       MOVE 'S'        TO WRK-TBP-FIM-FLAG
                   ELSE
                       MOVE TABPRC-PRECO
                                       TO WRK-PRECO-VIGENTE
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       2260-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONFERE O VENDEDOR DO GRUPO CONTRA A CARTEIRA DO CLIENTE,      *
      * MARCANDO O AVISO QUANDO NAO E TITULAR NEM BACKUP (MESMO        *
      * CRITERIO DA TELA DE PEDIDOS).                                  *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FECHA O GRUPO EM ABERTO: CEDE O NUMERO, ESTIMA O FRETE, GRAVA  *
      * O ICMS, GERA AS PARCELAS SOBRE O BRUTO E GRAVA O CABECALHO EM  *
      * ARQPED01 E OS ITENS EM ARQITP01.                               *
      *----------------------------------------------------------------*
       2500-FECHA-GRUPO                SECTION.
           MOVE NUMPED-PROXIMO         TO WRK-NUM-CEDIDO
           ADD 1                       TO NUMPED-PROXIMO
           REWRITE NUMPED-REG
      *
           PERFORM 2600-ESTIMA-FRETE THRU 2600-SAIDA
           PERFORM 2650-CALCULA-ICMS THRU 2650-SAIDA
           PERFORM 2700-GERA-PARCELAS THRU 2700-SAIDA
      *
           MOVE WRK-NUM-CEDIDO         TO PEDIDO-NUMERO
           MOVE WRK-GRP-COD-CLI        TO PEDIDO-COD-CLI
           SET PEDIDO-STATUS-ATIVO     TO TRUE
           MOVE WRK-GRP-AVISO          TO PEDIDO-AVISO-VEND
           MOVE WRK-DATA-HOJE          TO PEDIDO-DATA-STATUS
           MOVE WRK-GRP-COND-PAG       TO PEDIDO-COND-PAG
           WRITE PEDIDO-REG
           END-WRITE
      *
      *
           MOVE ZEROS                  TO WRK-QTDE-ITENS
                                          WRK-GRP-VALOR
                                          WRK-GRP-PESO
                                          WRK-GRP-BRUTO
           MOVE SPACES                 TO WRK-GRP-COND-PAG
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
                                       TO ITEM-PED-PRECO-UNIT
           MOVE TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO ITEM-PED-VALOR
           MOVE TAB-ITEM-CAMPANHA(WRK-IX-ITEM)
                                       TO ITEM-PED-CAMPANHA
           WRITE ITEM-PED-REG
           END-WRITE
           ADD 1                       TO WRK-TOT-ITENS
           IF ITEM-PED-CAMPANHA        NOT EQUAL SPACES
               ADD 1                   TO WRK-TOT-CAMPANHA
           END-IF
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FRETE ESTIMADO DO PEDIDO: CD DO CLIENTE (ATRIBUIDO OU DERIVADO *
      * NA HORA), DISTANCIA E VALOR POR CALC-FRETE, GRAVADOS EM ARQFRT *
      * COM ORIGEM I (APP). SEM CD QUE ATENDA O CLIENTE O PEDIDO FICA  *
      * GRAVADO SEM ESTIMATIVA E SO ENTRA NA CONTAGEM. O CD FICA PARA  *
      * A UF DE ORIGEM DO ICMS.                                        *
      *----------------------------------------------------------------*
       2600-ESTIMA-FRETE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-GRP-CD
           SET COMUNIC-FRT-ESTIMAR     TO TRUE
           MOVE WRK-GRP-COD-CLI        TO COMUNIC-FRT-COD-CLI
           MOVE WRK-GRP-CEP            TO COMUNIC-FRT-CEP
           MOVE WRK-GRP-LATITUDE       TO COMUNIC-FRT-LATITUDE
           MOVE WRK-GRP-LONGITUDE      TO COMUNIC-FRT-LONGITUDE
           MOVE WRK-GRP-PESO           TO COMUNIC-FRT-PESO-KG
           CALL 'CALC-FRETE'           USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               ADD 1                   TO WRK-TOT-SEM-FRETE
               GO TO 2600-SAIDA
           END-IF
      *
           INITIALIZE FRETE-REG
           MOVE WRK-NUM-CEDIDO         TO FRETE-NUM-PEDIDO
           MOVE COMUNIC-FRT-CD         TO FRETE-CD
                                          WRK-GRP-CD
           MOVE COMUNIC-FRT-CRITERIO   TO FRETE-CRITERIO
           MOVE COMUNIC-FRT-DISTANCIA  TO FRETE-DISTANCIA
           MOVE WRK-GRP-PESO           TO FRETE-PESO-KG
           MOVE COMUNIC-FRT-VALOR      TO FRETE-VALOR
           MOVE WRK-DATA-HOJE          TO FRETE-DATA-CALC
           MOVE 'I'                    TO FRETE-ORIGEM
           WRITE FRETE-REG
               INVALID KEY
                   REWRITE FRETE-REG
                   END-REWRITE
           END-WRITE
           ADD 1                       TO WRK-TOT-FRETE
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ICMS DOS ITENS PELO CALC-ICMS (UF DO CD X UF DO CLIENTE X      *
      * CLASSE FISCAL), GRAVADO EM ARQICMS COM O RESUMO DO PEDIDO.     *
      * CLIENTE SEM UF OU SEM CADASTRO DE REGRAS: O PEDIDO SEGUE PELO  *
      * LIQUIDO E SO ENTRA NA CONTAGEM.                                *
      *----------------------------------------------------------------*
       2650-CALCULA-ICMS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-VALOR          TO WRK-GRP-BRUTO
      *
           SET COMUNIC-ICM-INICIAR     TO TRUE
           MOVE WRK-GRP-COD-CLI        TO COMUNIC-ICM-COD-CLI
           MOVE WRK-GRP-CD             TO COMUNIC-ICM-CD
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               ADD 1                   TO WRK-TOT-SEM-ICMS
               GO TO 2650-SAIDA
           END-IF
      *
           MOVE 1                      TO WRK-IX-ITEM
           PERFORM 2660-ICMS-ITEM THRU 2660-SAIDA
               UNTIL WRK-IX-ITEM GREATER WRK-QTDE-ITENS
      *
           SET COMUNIC-ICM-GRAVAR      TO TRUE
           MOVE WRK-NUM-CEDIDO         TO COMUNIC-ICM-NUM-PEDIDO
           MOVE WRK-DATA-HOJE          TO COMUNIC-ICM-DATA-CALC
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               DISPLAY 'IMPORTA-PEDIDOS: ERRO ' COMUNIC-COD-RETORNO
                       ' EM ' COMUNIC-DES-PGR-ARQ
                       ' - PEDIDO ' WRK-NUM-CEDIDO ' SEM ICMS'
               ADD 1                   TO WRK-TOT-SEM-ICMS
               GO TO 2650-SAIDA
           END-IF
      *
           MOVE COMUNIC-ICM-BRUTO      TO WRK-GRP-BRUTO
           .
      *----------------------------------------------------------------*
       2650-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2660-ICMS-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *
           SET COMUNIC-ICM-ITEM        TO TRUE
           MOVE WRK-IX-ITEM            TO COMUNIC-ICM-SEQ
           MOVE TAB-ITEM-COD-PROD(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-COD-PROD
           MOVE TAB-ITEM-VALOR(WRK-IX-ITEM)
                                       TO COMUNIC-ICM-ITEM-VALOR
           CALL 'CALC-ICMS'            USING COMUNIC-BLOCO
           ADD 1                       TO WRK-IX-ITEM
           .
      *----------------------------------------------------------------*
       2660-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PARCELAS DO PEDIDO (GERA-PARCELAS) SOBRE O BRUTO, PELA         *
      * CONDICAO DO GRUPO OU, EM BRANCO, PELA PADRAO DO CLIENTE. SEM   *
      * CONDICAO VALIDA O PEDIDO E GRAVADO SEM CONDICAO E SO ENTRA NA  *
      * CONTAGEM.                                                      *
      *----------------------------------------------------------------*
       2700-GERA-PARCELAS              SECTION.
      *----------------------------------------------------------------*
      *
           SET COMUNIC-PAR-GERAR       TO TRUE
           MOVE WRK-NUM-CEDIDO         TO COMUNIC-PAR-NUM-PEDIDO
           MOVE WRK-GRP-COD-CLI        TO COMUNIC-PAR-COD-CLI
           MOVE WRK-GRP-COND-PAG       TO COMUNIC-PAR-CONDICAO
           MOVE WRK-DATA-HOJE          TO COMUNIC-PAR-DATA-BASE
           MOVE WRK-GRP-BRUTO          TO COMUNIC-PAR-VALOR
           CALL 'GERA-PARCELAS'        USING COMUNIC-BLOCO
      *
           IF COMUNIC-COD-RETORNO      NOT EQUAL '00'
               MOVE SPACES             TO WRK-GRP-COND-PAG
               ADD 1                   TO WRK-TOT-SEM-COND
               GO TO 2700-SAIDA
           END-IF
      *
           MOVE COMUNIC-PAR-CONDICAO   TO WRK-GRP-COND-PAG
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO, TRAVA E ENCERRAMENTO.          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
                 ARQPRD01
                 ARQPED01
                 ARQITP01
                 ARQFRT
                 ARQNUMP
                 ARQPDREJ
           IF WRK-CMP-ABERTO
               CLOSE ARQCAMP
           END-IF
           IF WRK-TBP-ABERTO
               CLOSE ARQTBP01
           END-IF
           CANCEL 'CALC-FRETE'
           CANCEL 'GERA-PARCELAS'
           CANCEL 'VALIDA-LICENCA'
           CANCEL 'CALC-ICMS'
      *
           PERFORM 3100-LIBERA-TRAVA THRU 3100-SAIDA
      *
                   WRK-TOT-ITENS
           DISPLAY 'IMPORTA-PEDIDOS: FORA DA CARTEIRA...: '
                   WRK-TOT-FORA-CART
           DISPLAY 'IMPORTA-PEDIDOS: ITENS EM CAMPANHA..: '
                   WRK-TOT-CAMPANHA
           DISPLAY 'IMPORTA-PEDIDOS: PEDIDOS COM FRETE..: '
                   WRK-TOT-FRETE
           DISPLAY 'IMPORTA-PEDIDOS: PEDIDOS SEM FRETE..: '
                   WRK-TOT-SEM-FRETE
           DISPLAY 'IMPORTA-PEDIDOS: PEDIDOS SEM CONDIC.: '
                   WRK-TOT-SEM-COND
           DISPLAY 'IMPORTA-PEDIDOS: PEDIDOS SEM ICMS...: '
                   WRK-TOT-SEM-ICMS
           DISPLAY 'IMPORTA-PEDIDOS: LINHAS REJEITADAS..: '
                   WRK-TOT-REJEITADOS
           DISPLAY 'IMPORTA-PEDIDOS: REJEITADOS EM......: '

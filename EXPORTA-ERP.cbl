      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. EXPORTA-ERP.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: EXPORTA-ERP                                   *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: GERAR O ARQUIVO DIARIO DE PEDIDOS APROVADOS    *
      *                 PARA FATURAMENTO NO ERP, NO LAYOUT FIXO        *
      *                 ERP-SIST (CABECALHO, PEDIDO, ITENS E TRAILER   *
      *                 COM AS QUANTIDADES). CADA PEDIDO ENVIADO GANHA *
      *                 UM REGISTRO DE CONTROLE EM ARQNFPED E NAO E    *
      *                 REENVIADO NOS DIAS SEGUINTES; O RETORNO DO ERP *
      *                 COM A NOTA FISCAL E TRATADO POR PROC-RETERP.   *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>ERP_PEDIDOS_<STAMP>.TXT            *
      *                  ARQNFPED.DAT (CONTROLE DE ENVIO)              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQICMS                         ICM-SIST        *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQNFPED                        NFP-SIST        *
      *                ARQERP                          ERP-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA INTERFACE DE PEDIDOS    *
      *                      APROVADOS PARA O ERP.                     *
      *    15/10/2026 AM     DATA DE APROVACAO GRAVADA NO CONTROLE     *
      *                      PARA O PRAZO DE ENTREGA.                  *
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
           SELECT ARQITP01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ITEM-PED-CHAVE
               FILE STATUS             IS WRK-FS-ARQITP01.
      *
           SELECT ARQICMS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ICMS-CHAVE
               FILE STATUS             IS WRK-FS-ARQICMS.
      *
           SELECT ARQCLI01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
           SELECT ARQNFPED ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS NFPED-NUM-PEDIDO
               ALTERNATE RECORD KEY    IS NFPED-NUM-NF
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQNFPED.
      *
           SELECT ARQERP   ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQERP.
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
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQITP01
            VALUE OF FILE-ID IS NOME-ARQITP01-WS
            COPY "ITP-SIST.CPY".
      *
         FD ARQICMS
            VALUE OF FILE-ID IS NOME-ARQICMS-WS
            COPY "ICM-SIST.CPY".
      *
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQNFPED
            VALUE OF FILE-ID IS NOME-ARQNFPED-WS
            COPY "NFP-SIST.CPY".
      *
         FD ARQERP
            VALUE OF FILE-ID IS WRK-NOME-ARQERP
            COPY "ERP-SIST.CPY".
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
       77  WRK-PROGRAMA                PIC  X(013)     VALUE
           'EXPORTA-ERP'.
       77  WRK-VERSAO-LAYOUT           PIC  X(005)     VALUE
           'V0100'.
      *
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQICMS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQICMS.DAT'.
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQNFPED-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQNFPED.DAT'.
       01 WRK-NOME-ARQERP              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
           88  WRK-ARQITP01-FIM                        VALUE '10'.
       01  WRK-FS-ARQICMS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQICMS-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQNFPED             PIC X(002)      VALUE SPACES.
           88  WRK-ARQNFPED-OK                         VALUE '00' '05'.
           88  WRK-ARQNFPED-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQERP               PIC X(002)      VALUE SPACES.
           88  WRK-ARQERP-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-ITENS-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ITENS                           VALUE 'S'.
       01  WRK-TEM-ICMS-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ICMS                            VALUE 'S'.
       01  WRK-TEM-CLIENTE-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CLIENTE                         VALUE 'S'.
      *
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-HORA-AGORA              PIC 9(006)      VALUE ZEROS.
       77  WRK-DATA-APROV              PIC 9(008)      VALUE ZEROS.
       77  WRK-CNPJ-CLI                PIC X(014)      VALUE SPACES.
       77  WRK-QTDE-ITENS-PED          PIC 9(003)      VALUE ZEROS.
       77  WRK-VALOR-LIQ               PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-ICMS              PIC 9(011)V99   VALUE ZEROS.
       77  WRK-VALOR-BRUTO             PIC 9(011)V99   VALUE ZEROS.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-JA-ENVIADOS        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-PEDIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-ITENS              PIC 9(007)      VALUE ZEROS.
       77  WRK-VALOR-TOTAL             PIC 9(013)V99   VALUE ZEROS.
       77  WRK-VALOR-EDIT              PIC Z(12)9.99.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
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
           PERFORM 2000-AVALIA-PEDIDO THRU 2000-SAIDA
               UNTIL WRK-ARQPED01-FIM
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
           MOVE WRK-STAMP(9:6)         TO WRK-HORA-AGORA
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM ITENS, ICMS OU CLIENTES O PEDIDO AINDA E ENVIADO, COM
      *    O QUE HOUVER (SEM ITENS / ICMS ZERO / CNPJ EM BRANCO).
           OPEN INPUT ARQITP01
           IF WRK-ARQITP01-OK
               SET WRK-TEM-ITENS       TO TRUE
           END-IF
           OPEN INPUT ARQICMS
           IF WRK-ARQICMS-OK
               SET WRK-TEM-ICMS        TO TRUE
           END-IF
           OPEN INPUT ARQCLI01
           IF WRK-ARQCLI01-OK
               SET WRK-TEM-CLIENTE     TO TRUE
           END-IF
      *
      *    SEM ARQUIVO DE PEDIDOS A INTERFACE SAI SO COM CABECALHO E
      *    TRAILER ZERADO.
           OPEN INPUT ARQPED01
           IF WRK-ARQPED01-NAO-EXISTE
               MOVE '10'               TO WRK-FS-ARQPED01
           ELSE
               IF NOT WRK-ARQPED01-OK
                   DISPLAY 'EXPORTA-ERP: FALHA EM ARQPED01 - '
                           'FILE STATUS=' WRK-FS-ARQPED01
                   MOVE WRK-FS-ARQPED01
                                       TO COMUNIC-COD-RETORNO
                   MOVE 'ARQPED01'     TO COMUNIC-DES-PGR-ARQ
                   MOVE 20             TO RETURN-CODE
                   PERFORM 3300-GO-BACK
               END-IF
           END-IF
      *
           OPEN I-O ARQNFPED
           IF WRK-ARQNFPED-NAO-EXISTE
               OPEN OUTPUT ARQNFPED
               CLOSE ARQNFPED
               OPEN I-O ARQNFPED
           END-IF
           IF NOT WRK-ARQNFPED-OK
               DISPLAY 'EXPORTA-ERP: FALHA EM ARQNFPED - '
                       'FILE STATUS=' WRK-FS-ARQNFPED
               MOVE WRK-FS-ARQNFPED    TO COMUNIC-COD-RETORNO
               MOVE 'ARQNFPED'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'ERP_PEDIDOS_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQERP
           OPEN OUTPUT ARQERP
           IF NOT WRK-ARQERP-OK
               DISPLAY 'EXPORTA-ERP: FALHA AO CRIAR A INTERFACE - '
                       'FILE STATUS=' WRK-FS-ARQERP
               MOVE WRK-FS-ARQERP      TO COMUNIC-COD-RETORNO
               MOVE 'ARQERP'           TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQERP
           SET REG-ERP-TIPO-HEADER     TO TRUE
           MOVE WRK-VERSAO-LAYOUT      TO REG-ERP-HDR-VERSAO
           MOVE WRK-DATA-HOJE          TO REG-ERP-HDR-DATA-GER
           MOVE WRK-HORA-AGORA         TO REG-ERP-HDR-HORA-GER
           WRITE REG-ARQERP
      *
           IF NOT WRK-ARQPED01-FIM
               PERFORM 7100-LER-ARQPED01 THRU 7100-SAIDA
           END-IF
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQICMS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQICMS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQNFPED.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQNFPED-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SO SAEM NA INTERFACE OS PEDIDOS APROVADOS AINDA NAO ENVIADOS   *
      * (SEM REGISTRO DE CONTROLE EM ARQNFPED). O PEDIDO VAI SEGUIDO   *
      * DOS SEUS ITENS E GANHA O REGISTRO DE CONTROLE DE ENVIO.        *
      *----------------------------------------------------------------*
       2000-AVALIA-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           IF NOT PEDIDO-STATUS-APROVADO
               GO TO 2000-LER
           END-IF
      *
           MOVE PEDIDO-NUMERO          TO NFPED-NUM-PEDIDO
           READ ARQNFPED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1               TO WRK-QTDE-JA-ENVIADOS
                   GO TO 2000-LER
           END-READ
      *
           PERFORM 2100-BUSCA-CLIENTE  THRU 2100-SAIDA
           PERFORM 2200-BUSCA-ICMS-PED THRU 2200-SAIDA
      *
           MOVE ZEROS                  TO WRK-QTDE-ITENS-PED
           IF WRK-TEM-ITENS
               PERFORM 2300-POSICIONA-ITENS THRU 2300-SAIDA
               PERFORM 2400-CONTA-ITEM  THRU 2400-SAIDA
                   UNTIL WRK-ARQITP01-FIM
           END-IF
      *
           MOVE SPACES                 TO REG-ARQERP
           SET REG-ERP-TIPO-PEDIDO     TO TRUE
           MOVE PEDIDO-NUMERO          TO REG-ERP-PED-NUMERO
           MOVE PEDIDO-COD-CLI         TO REG-ERP-PED-COD-CLI
           MOVE WRK-CNPJ-CLI           TO REG-ERP-PED-CNPJ
           MOVE PEDIDO-COD-VEN         TO REG-ERP-PED-COD-VEN
           MOVE PEDIDO-DATA-EMISSAO    TO REG-ERP-PED-DATA-EMISSAO
           IF  PEDIDO-DATA-STATUS      NUMERIC
           AND PEDIDO-DATA-STATUS      GREATER ZEROS
               MOVE PEDIDO-DATA-STATUS TO WRK-DATA-APROV
           ELSE
               MOVE PEDIDO-DATA-EMISSAO
                                       TO WRK-DATA-APROV
           END-IF
           MOVE WRK-DATA-APROV         TO REG-ERP-PED-DATA-APROV
           MOVE PEDIDO-COND-PAG        TO REG-ERP-PED-COND-PAG
           MOVE WRK-QTDE-ITENS-PED     TO REG-ERP-PED-QTDE-ITENS
           MOVE WRK-VALOR-LIQ          TO REG-ERP-PED-VALOR-LIQ
           MOVE WRK-VALOR-ICMS         TO REG-ERP-PED-VALOR-ICMS
           MOVE WRK-VALOR-BRUTO        TO REG-ERP-PED-VALOR-BRUTO
           WRITE REG-ARQERP
      *
           ADD 1                       TO WRK-QTDE-PEDIDOS
           ADD WRK-VALOR-BRUTO         TO WRK-VALOR-TOTAL
      *
           IF WRK-TEM-ITENS
               PERFORM 2300-POSICIONA-ITENS THRU 2300-SAIDA
               PERFORM 2500-GRAVA-ITEM  THRU 2500-SAIDA
                   UNTIL WRK-ARQITP01-FIM
           END-IF
      *
           INITIALIZE NFPED-REG
           MOVE PEDIDO-NUMERO          TO NFPED-NUM-PEDIDO
           SET NFPED-SIT-ENVIADO       TO TRUE
           MOVE WRK-DATA-HOJE          TO NFPED-DATA-ENVIO
           MOVE WRK-DATA-APROV         TO NFPED-DATA-APROV
           WRITE NFPED-REG
               INVALID KEY
                   DISPLAY 'EXPORTA-ERP: FALHA NO CONTROLE DO PEDIDO '
                           PEDIDO-NUMERO ' - FILE STATUS='
                           WRK-FS-ARQNFPED
           END-WRITE
           .
      *
       2000-LER.
           PERFORM 7100-LER-ARQPED01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CNPJ DO CLIENTE (A CHAVE DE ARQCLI01 TRAZ O CNPJ JUNTO, ENTAO  *
      * POSICIONA NO CODIGO E CONFERE O PRIMEIRO REGISTRO LIDO).       *
      *----------------------------------------------------------------*
       2100-BUSCA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-CNPJ-CLI
           IF NOT WRK-TEM-CLIENTE
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS
           MOVE PEDIDO-COD-CLI         TO EXEMPLO-CODIGO-CLI
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS
               INVALID KEY
                   GO TO 2100-SAIDA
           END-START
           READ ARQCLI01 NEXT RECORD
               AT END
                   GO TO 2100-SAIDA
           END-READ
           IF EXEMPLO-CODIGO-CLI EQUAL PEDIDO-COD-CLI
               MOVE EXEMPLO-NR-CNPJ    TO WRK-CNPJ-CLI
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALORES DO PEDIDO PELO RESUMO DE ICMS (SEQUENCIA 000). SEM     *
      * RESUMO O PEDIDO VALE PELO LIQUIDO, COM ICMS ZERO.              *
      *----------------------------------------------------------------*
       2200-BUSCA-ICMS-PED             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PEDIDO-VALOR           TO WRK-VALOR-LIQ
                                          WRK-VALOR-BRUTO
           MOVE ZEROS                  TO WRK-VALOR-ICMS
           IF NOT WRK-TEM-ICMS
               GO TO 2200-SAIDA
           END-IF
      *
           MOVE PEDIDO-NUMERO          TO ICMS-NUM-PEDIDO
           MOVE ZEROS                  TO ICMS-SEQ
           READ ARQICMS
               INVALID KEY
                   GO TO 2200-SAIDA
           END-READ
      *
           MOVE ICMS-PED-LIQUIDO       TO WRK-VALOR-LIQ
           MOVE ICMS-PED-ICMS          TO WRK-VALOR-ICMS
           MOVE ICMS-PED-BRUTO         TO WRK-VALOR-BRUTO
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * POSICIONA NO PRIMEIRO ITEM DO PEDIDO (CHAVE PEDIDO + SEQ.).    *
      *----------------------------------------------------------------*
       2300-POSICIONA-ITENS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           MOVE '00'                   TO WRK-FS-ARQITP01
           START ARQITP01 KEY IS NOT LESS THAN ITEM-PED-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQITP01
           END-START
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTA OS ITENS DO PEDIDO PARA O REGISTRO DE PEDIDO.            *
      *----------------------------------------------------------------*
       2400-CONTA-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 7200-LER-ITEM-PEDIDO THRU 7200-SAIDA
           IF WRK-ARQITP01-FIM
               GO TO 2400-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-ITENS-PED
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA UM ITEM DO PEDIDO, COM A ALIQUOTA E O ICMS DO ITEM.      *
      *----------------------------------------------------------------*
       2500-GRAVA-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 7200-LER-ITEM-PEDIDO THRU 7200-SAIDA
           IF WRK-ARQITP01-FIM
               GO TO 2500-SAIDA
           END-IF
      *
           MOVE SPACES                 TO REG-ARQERP
           SET REG-ERP-TIPO-ITEM       TO TRUE
           MOVE ITEM-PED-NUMERO        TO REG-ERP-ITEM-PEDIDO
           MOVE ITEM-PED-SEQ           TO REG-ERP-ITEM-SEQ
           MOVE ITEM-PED-COD-PROD      TO REG-ERP-ITEM-COD-PROD
           MOVE ITEM-PED-QUANTIDADE    TO REG-ERP-ITEM-QUANTIDADE
           MOVE ITEM-PED-PRECO-UNIT    TO REG-ERP-ITEM-PRECO-UNIT
           MOVE ITEM-PED-VALOR         TO REG-ERP-ITEM-VALOR
           MOVE ZEROS                  TO REG-ERP-ITEM-ALIQUOTA
                                          REG-ERP-ITEM-VALOR-ICMS
      *
           IF WRK-TEM-ICMS
               MOVE ITEM-PED-NUMERO    TO ICMS-NUM-PEDIDO
               MOVE ITEM-PED-SEQ       TO ICMS-SEQ
               READ ARQICMS
                   NOT INVALID KEY
                       MOVE ICMS-ALIQUOTA
                                       TO REG-ERP-ITEM-ALIQUOTA
                       MOVE ICMS-VALOR TO REG-ERP-ITEM-VALOR-ICMS
               END-READ
           END-IF
      *
           WRITE REG-ARQERP
           ADD 1                       TO WRK-QTDE-ITENS
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TRAILER, FECHAMENTO E MANIFESTO.                               *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQERP
           SET REG-ERP-TIPO-TRAILER    TO TRUE
           MOVE WRK-QTDE-PEDIDOS       TO REG-ERP-TRL-QTDE-PED
           MOVE WRK-QTDE-ITENS         TO REG-ERP-TRL-QTDE-ITENS
           MOVE WRK-VALOR-TOTAL        TO REG-ERP-TRL-VALOR-TOTAL
           WRITE REG-ARQERP
      *
           IF WRK-FS-ARQPED01          NOT EQUAL '35'
               CLOSE ARQPED01
           END-IF
           CLOSE ARQERP
                 ARQNFPED
           IF WRK-TEM-ITENS
               CLOSE ARQITP01
           END-IF
           IF WRK-TEM-ICMS
               CLOSE ARQICMS
           END-IF
           IF WRK-TEM-CLIENTE
               CLOSE ARQCLI01
           END-IF
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           MOVE WRK-VALOR-TOTAL        TO WRK-VALOR-EDIT
           DISPLAY 'EXPORTA-ERP: PEDIDOS ENVIADOS....: '
                   WRK-QTDE-PEDIDOS
           DISPLAY 'EXPORTA-ERP: ITENS ENVIADOS......: '
                   WRK-QTDE-ITENS
           DISPLAY 'EXPORTA-ERP: JA ENVIADOS ANTES...: '
                   WRK-QTDE-JA-ENVIADOS
           DISPLAY 'EXPORTA-ERP: VALOR TOTAL.........: '
                   WRK-VALOR-EDIT
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
      * REGISTRA NO MANIFESTO GLOBAL A INTERFACE GERADA.               *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-QTDE-PEDIDOS       TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQERP
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
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS PEDIDOS.                                *
      *----------------------------------------------------------------*
       7100-LER-ARQPED01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROXIMO ITEM DO PEDIDO CORRENTE ('10' AO MUDAR DE PEDIDO).     *
      *----------------------------------------------------------------*
       7200-LER-ITEM-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQITP01
                   GO TO 7200-SAIDA
           END-READ
           IF ITEM-PED-NUMERO          NOT EQUAL PEDIDO-NUMERO
               MOVE '10'               TO WRK-FS-ARQITP01
           END-IF
           .
      *----------------------------------------------------------------*
       7200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM EXPORTA-ERP.

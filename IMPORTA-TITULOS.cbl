      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. IMPORTA-TITULOS.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: IMPORTA-TITULOS                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: ABSORVER O ARQUIVO DE TITULOS A RECEBER        *
      *                 ENVIADO PELO ERP (CLIENTE, NUMERO DO TITULO,   *
      *                 EMISSAO, VENCIMENTO, VALOR, VALOR PAGO E DATA  *
      *                 DA ULTIMA BAIXA), VALIDANDO CADA REGISTRO      *
      *                 CONTRA ARQCLI01 (CLIENTE EXISTE E ESTA ATIVO)  *
      *                 E GRAVANDO NO ARQUIVO DE TITULOS INDEXADO POR  *
      *                 CLIENTE + TITULO (ARQTIT01.DAT). O REENVIO DE  *
      *                 UM TITULO JA CARREGADO ATUALIZA O VALOR PAGO   *
      *                 (BAIXAS PARCIAIS E QUITACAO). AO FINAL EXIBE O *
      *                 MESMO RESUMO DE CARGA DA IMPORTACAO DE VENDAS. *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>TITULOS_RECEBER.TXT                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQTIT01                        TIT-SIST        *
      *                ARQTTENT                        (ENTRADA)       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CARGA DE TITULOS.       *
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
           SELECT ARQTIT01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS TITULO-CHAVE
               FILE STATUS             IS WRK-FS-ARQTIT01.
      *
           SELECT ARQTTENT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQTTENT.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQTIT01
            VALUE OF FILE-ID IS NOME-ARQTIT01-WS
            COPY "TIT-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: ARQUIVO DE TITULOS A RECEBER DO ERP.                 *
      *----------------------------------------------------------------*
      *
         FD ARQTTENT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQTTENT-WS.
      *
       01  REG-ARQTTENT.
           05 ENT-COD-CLI              PIC  X(007).
           05 ENT-COD-CLI-9 REDEFINES ENT-COD-CLI
                                       PIC  9(007).
           05 ENT-NUMERO               PIC  X(012).
           05 ENT-DATA-EMISSAO         PIC  X(008).
           05 ENT-EMISSAO-R REDEFINES ENT-DATA-EMISSAO.
              10 ENT-EMISSAO-ANO       PIC  9(004).
              10 ENT-EMISSAO-MES       PIC  9(002).
              10 ENT-EMISSAO-DIA       PIC  9(002).
           05 ENT-DATA-VENCTO          PIC  X(008).
           05 ENT-VENCTO-R REDEFINES ENT-DATA-VENCTO.
              10 ENT-VENCTO-ANO        PIC  9(004).
              10 ENT-VENCTO-MES        PIC  9(002).
              10 ENT-VENCTO-DIA        PIC  9(002).
           05 ENT-VALOR                PIC  X(013).
           05 ENT-VALOR-9 REDEFINES ENT-VALOR
                                       PIC  9(011)V99.
           05 ENT-VALOR-PAGO           PIC  X(013).
           05 ENT-VALOR-PAGO-9 REDEFINES ENT-VALOR-PAGO
                                       PIC  9(011)V99.
           05 ENT-DATA-PAGTO           PIC  X(008).
           05 ENT-DATA-PAGTO-9 REDEFINES ENT-DATA-PAGTO
                                       PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    ENVELOPE DE CONTROLE DO ARQUIVO (MESMA DISCIPLINA H/T DA    *
      *    CARGA DE VENDAS): CABECALHO COM ORIGEM E DATA DE GERACAO,   *
      *    TRAILER COM CONTAGEM E HASH-TOTAL DO VALOR DOS TITULOS.     *
      *    ENVELOPE AUSENTE OU DIVERGENTE RECUSA O ARQUIVO INTEIRO.    *
      *----------------------------------------------------------------*
      *
       01  REG-TTENT-ENVEL.
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
           'IMPORTA-TITULOS'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQTIT01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQTIT01.DAT'.
       01 NOME-ARQTTENT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\TITULOS_RECEBER.TXT'.
      *----------------------------------------------------------------*
      *    DIRETORIOS DE DADOS/RELATORIO, SUBSTITUIDOS PELO CONTEUDO   *
      *    DE PARM-SIST.DAT QUANDO ESSE ARQUIVO EXISTIR.               *
      *----------------------------------------------------------------*
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE ZEROS.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQTIT01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTIT01-OK                         VALUE '00' '05'.
           88  WRK-ARQTIT01-NAO-EXISTE                 VALUE '35'.
       01  WRK-FS-ARQTTENT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQTTENT-OK                         VALUE ZEROS.
           88  WRK-ARQTTENT-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQTTENT-FIM                        VALUE '10'.
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
      *
       01  WRK-REJ-MOTIVO              PIC X(030)      VALUE SPACES.
       01  WRK-REG-VALIDO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-REG-VALIDO                          VALUE 'S'.
       01  WRK-CLI-ACHADO-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CLI-ACHADO                          VALUE 'S'.
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
           PERFORM 2000-PROCESSAR-TITULO THRU 2000-SAIDA
               UNTIL WRK-ARQTTENT-FIM
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
           OPEN INPUT ARQTTENT
           IF WRK-ARQTTENT-NAO-EXISTE
               DISPLAY 'IMPORTA-TITULOS: ARQUIVO DE TITULOS NAO '
                       'ENCONTRADO - ' NOME-ARQTTENT-WS
               MOVE WRK-FS-ARQTTENT    TO COMUNIC-COD-RETORNO
               MOVE 'ARQTTENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 7030-TESTAR-FS-ARQTTENT THRU 7030-SAIDA
      *
      *    PRE-PASSADA DE ENVELOPE: O ARQUIVO INTEIRO E CONFERIDO
      *    (CABECALHO, CONTAGEM E HASH DO TRAILER) ANTES DE QUALQUER
      *    REGISTRO SER APLICADO; DIVERGENCIA RECUSA O ARQUIVO.
           PERFORM 1500-VALIDA-ENVELOPE THRU 1500-SAIDA
           IF NOT WRK-ENV-OK
               DISPLAY 'IMPORTA-TITULOS: ENVELOPE DO ARQUIVO INVALIDO '
                       '- CARGA RECUSADA INTEIRA'
               MOVE 'EV'               TO COMUNIC-COD-RETORNO
               MOVE 'ARQTTENT'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           CLOSE ARQTTENT
           OPEN INPUT ARQTTENT
           PERFORM 7030-TESTAR-FS-ARQTTENT THRU 7030-SAIDA
      *    PULA O CABECALHO DO ENVELOPE.
           READ ARQTTENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQTTENT
           END-READ
      *
           OPEN INPUT ARQCLI01
           PERFORM 7010-TESTAR-FS-ARQCLI01 THRU 7010-SAIDA
      *
      *    O ARQUIVO DE TITULOS E CRIADO NA PRIMEIRA CARGA.
           OPEN I-O ARQTIT01
           IF WRK-ARQTIT01-NAO-EXISTE
               OPEN OUTPUT ARQTIT01
               CLOSE ARQTIT01
               OPEN I-O ARQTIT01
           END-IF
           PERFORM 7020-TESTAR-FS-ARQTIT01 THRU 7020-SAIDA
      *
           PERFORM 7100-LER-ARQTTENT THRU 7100-SAIDA
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQTIT01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTIT01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'TITULOS_RECEBER.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQTTENT-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PRE-PASSADA DO ENVELOPE: PRIMEIRO REGISTRO DEVE SER O          *
      * CABECALHO 'H'; OS DETALHES SAO CONTADOS E SOMADOS; O TRAILER   *
      * 'T' DEVE BATER CONTAGEM E HASH-TOTAL DO VALOR.                 *
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
           READ ARQTTENT NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-ENV-FIM-FLAG
                   GO TO 1510-SAIDA
           END-READ
      *
           IF WRK-ENV-PRIMEIRO EQUAL 'S'
               MOVE 'N'                TO WRK-ENV-PRIMEIRO
               IF NOT ENV-TIPO-HEADER
                   DISPLAY 'IMPORTA-TITULOS: ARQUIVO SEM CABECALHO DE '
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
                   DISPLAY 'IMPORTA-TITULOS: TRAILER DIVERGENTE - '
                           'QTDE/HASH NAO BATEM COM O CONTEUDO'
               END-IF
               MOVE 'S'                TO WRK-ENV-FIM-FLAG
               GO TO 1510-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-ENV-QTDE
           IF ENT-VALOR NUMERIC
               ADD ENT-VALOR-9         TO WRK-ENV-HASH
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALIDA O REGISTRO DE TITULO CORRENTE E, SE ACEITO, GRAVA/      *
      * ATUALIZA O TITULO DO CLIENTE.                                  *
      *----------------------------------------------------------------*
       2000-PROCESSAR-TITULO           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDA-REGISTRO THRU 2100-SAIDA
      *
           IF WRK-REG-VALIDO
               PERFORM 2200-GRAVA-TITULO THRU 2200-SAIDA
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
               DISPLAY 'IMPORTA-TITULOS: REJEITADO CLI=' ENT-COD-CLI
                       ' TITULO=' ENT-NUMERO
                       ' MOTIVO=' WRK-REJ-MOTIVO
           END-IF
      *
           PERFORM 7100-LER-ARQTTENT THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITICAS DO REGISTRO DE ENTRADA: CAMPOS NUMERICOS, DATAS       *
      * PLAUSIVEIS, VALOR PAGO NAO MAIOR QUE O TITULO E CLIENTE        *
      * EXISTENTE/ATIVO NO CADASTRO.                                   *
      *----------------------------------------------------------------*
       2100-VALIDA-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-REG-VALIDO-FLAG
           MOVE SPACES                 TO WRK-REJ-MOTIVO
      *
           IF ENT-COD-CLI              NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CODIGO DE CLIENTE NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-NUMERO               EQUAL SPACES
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'NUMERO DO TITULO EM BRANCO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-DATA-EMISSAO         NOT NUMERIC
           OR ENT-EMISSAO-MES LESS 01 OR ENT-EMISSAO-MES GREATER 12
           OR ENT-EMISSAO-DIA LESS 01 OR ENT-EMISSAO-DIA GREATER 31
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'DATA DE EMISSAO INVALIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-DATA-VENCTO          NOT NUMERIC
           OR ENT-VENCTO-MES LESS 01 OR ENT-VENCTO-MES GREATER 12
           OR ENT-VENCTO-DIA LESS 01 OR ENT-VENCTO-DIA GREATER 31
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'DATA DE VENCIMENTO INVALIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-DATA-VENCTO          LESS ENT-DATA-EMISSAO
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'VENCIMENTO ANTERIOR A EMISSAO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-VALOR                NOT NUMERIC
           OR ENT-VALOR-PAGO           NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'VALOR NAO NUMERICO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF ENT-VALOR-PAGO-9         GREATER ENT-VALOR-9
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'VALOR PAGO MAIOR QUE O TITULO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
      *    DATA DA BAIXA E OPCIONAL (BRANCO OU ZEROS = SEM BAIXA).
           IF  ENT-DATA-PAGTO          NOT EQUAL SPACES
           AND ENT-DATA-PAGTO          NOT NUMERIC
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'DATA DE PAGAMENTO INVALIDA'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           PERFORM 2150-PROCURA-CLIENTE THRU 2150-SAIDA
      *
           IF NOT WRK-CLI-ACHADO
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WRK-REJ-MOTIVO
               GO TO 2100-SAIDA
           END-IF
      *
           IF NOT EXEMPLO-STATUS-ATIVO OF ARQCLI01
               MOVE 'N'                TO WRK-REG-VALIDO-FLAG
               MOVE 'CLIENTE NAO ESTA ATIVO'
                                       TO WRK-REJ-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE DO TITULO EM ARQCLI01.                      *
      *----------------------------------------------------------------*
       2150-PROCURA-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CLI-ACHADO-FLAG
           MOVE ENT-COD-CLI-9          TO EXEMPLO-CODIGO-CLI
                                       OF ARQCLI01
           READ ARQCLI01
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'            TO WRK-CLI-ACHADO-FLAG
           END-READ
           .
      *----------------------------------------------------------------*
       2150-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * GRAVA O TITULO ACEITO (INCLUSAO) OU ATUALIZA VALOR PAGO E      *
      * DATA DA BAIXA QUANDO O TITULO JA FOI CARREGADO (REENVIO).      *
      *----------------------------------------------------------------*
       2200-GRAVA-TITULO               SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE TITULO-REG
           MOVE ENT-COD-CLI-9          TO TITULO-COD-CLI
           MOVE ENT-NUMERO             TO TITULO-NUMERO
           MOVE ENT-DATA-EMISSAO       TO TITULO-DATA-EMISSAO
           MOVE ENT-DATA-VENCTO        TO TITULO-DATA-VENCTO
           MOVE ENT-VALOR-9            TO TITULO-VALOR
           MOVE ENT-VALOR-PAGO-9       TO TITULO-VALOR-PAGO
           IF ENT-DATA-PAGTO           NUMERIC
               MOVE ENT-DATA-PAGTO-9   TO TITULO-DATA-PAGTO
           ELSE
               MOVE ZEROS              TO TITULO-DATA-PAGTO
           END-IF
      *    QUITACAO SEM DATA DE BAIXA INFORMADA ASSUME O DIA DA CARGA.
           IF  TITULO-VALOR-PAGO       EQUAL TITULO-VALOR
           AND TITULO-DATA-PAGTO       EQUAL ZEROS
               MOVE WRK-DATA-CARGA     TO TITULO-DATA-PAGTO
           END-IF
           MOVE WRK-DATA-CARGA         TO TITULO-DATA-CARGA
      *
           WRITE TITULO-REG
               INVALID KEY
                   REWRITE TITULO-REG
                       INVALID KEY
                           ADD 1       TO WRK-TOT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1       TO WRK-TOT-ATUALIZADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1               TO WRK-TOT-INCLUIDOS
           END-WRITE
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - RESUMO DE CARGA, NO MESMO MOLDE DA     *
      * IMPORTACAO DE VENDAS.                                          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQTTENT
                 ARQCLI01
                 ARQTIT01
      *
           DISPLAY 'RELATORIO DE CARGA - IMPORTACAO DE TITULOS'
           DISPLAY 'REGISTROS LIDOS.......: ' WRK-TOT-LIDOS
           DISPLAY 'REGISTROS INCLUIDOS...: ' WRK-TOT-INCLUIDOS
           DISPLAY 'REGISTROS ATUALIZADOS.: ' WRK-TOT-ATUALIZADOS
           DISPLAY 'REGISTROS REJEITADOS..: ' WRK-TOT-REJEITADOS
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
                  ' ARQUIVO='  NOME-ARQTTENT-WS
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
      * ROTINA PARA TESTAR FILE STATUS DO ARQUIVO ARQCLI01.            *
      *----------------------------------------------------------------*
       7010-TESTAR-FS-ARQCLI01         SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT WRK-ARQCLI01-OK
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               DISPLAY 'IMPORTA-TITULOS: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       7010-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA PARA TESTAR FILE STATUS DO ARQUIVO ARQTIT01.            *
      *----------------------------------------------------------------*
       7020-TESTAR-FS-ARQTIT01         SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT WRK-ARQTIT01-OK
               MOVE WRK-FS-ARQTIT01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQTIT01'         TO COMUNIC-DES-PGR-ARQ
               DISPLAY 'IMPORTA-TITULOS: FALHA EM ARQTIT01 - '
                       'FILE STATUS=' WRK-FS-ARQTIT01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       7020-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA PARA TESTAR FILE STATUS DO ARQUIVO ARQTTENT.            *
      *----------------------------------------------------------------*
       7030-TESTAR-FS-ARQTTENT         SECTION.
      *----------------------------------------------------------------*
      *
           IF  NOT WRK-ARQTTENT-OK
           AND NOT WRK-ARQTTENT-FIM
               MOVE WRK-FS-ARQTTENT    TO COMUNIC-COD-RETORNO
               MOVE 'ARQTTENT'         TO COMUNIC-DES-PGR-ARQ
               DISPLAY 'IMPORTA-TITULOS: FALHA EM ARQTTENT - '
                       'FILE STATUS=' WRK-FS-ARQTTENT
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       7030-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE ENTRADA DE TITULOS.                      *
      *----------------------------------------------------------------*
       7100-LER-ARQTTENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTTENT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQTTENT
               NOT AT END
      *            O TRAILER DO ENVELOPE ENCERRA OS DADOS.
                   IF ENV-TIPO-TRAILER
                       MOVE '10'       TO WRK-FS-ARQTTENT
                   ELSE
                       ADD 1           TO WRK-TOT-LIDOS
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM IMPORTA-TITULOS.

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. EXTRAI-CAMPANHA.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: EXTRAI-CAMPANHA                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: LISTA DE DESTINATARIOS DE CAMPANHA DE E-MAIL   *
      *                 OU TELEFONE, DIRIGIDA POR CARTAO DE PARAMETROS *
      *                 (TERRITORIO, FAIXA DE PRIORIDADE, SEGMENTO RFM *
      *                 E FAMILIA DE PRODUTO COMPRADA). DOS CLIENTES   *
      *                 ATIVOS SELECIONADOS SO VAI PARA A LISTA QUEM   *
      *                 TEM CONSENTIMENTO CONCEDIDO PARA O CANAL NO    *
      *                 REGISTRO DE CONSENTIMENTOS (ARQCONS) E E-MAIL  *
      *                 OU TELEFONE UTILIZAVEL; CADA SELECIONADO QUE   *
      *                 FICOU DE FORA SAI NO RELATORIO DE SUPRESSAO    *
      *                 COM O MOTIVO, PARA PRESTACAO DE CONTAS AO      *
      *                 ENCARREGADO DE DADOS (LGPD).                   *
      *----------------------------------------------------------------*
      *    PARAMETRO...: NOME DO CARTAO EM <DIR-DADOS> NA LINHA DE     *
      *                 COMANDO (PADRAO = EXTRAI-CAMPANHA.TXT).        *
      *    ENTRADA.....: CARTAO DE PARAMETROS, UMA INSTRUCAO POR       *
      *                 LINHA (LINHA EM BRANCO OU COM '*' NA 1A        *
      *                 POSICAO E IGNORADA):                           *
      *                   CANAL      <EMAIL/FONE>   (OBRIGATORIO)      *
      *                   TERRITORIO <CODIGO>                          *
      *                   FAIXA      <A/B/C>                           *
      *                   SEGMENTO   <CP/FI/NV/PR/AT/RI/HB/PD/SC>      *
      *                   FAMILIA    <CODIGO>                          *
      *                   MESES      <N>            (JANELA DA COMPRA  *
      *                                             POR FAMILIA,       *
      *                                             PADRAO 12)         *
      *                 CADA CRITERIO PODE SE REPETIR (QUALQUER DOS    *
      *                 VALORES SERVE); CRITERIOS DIFERENTES SE SOMAM. *
      *                 CRITERIO AUSENTE NAO FILTRA.                   *
      *    SAIDAS......: <DIR-RELAT>CAMPANHA_<CANAL>_<STAMP>.CSV       *
      *                 <DIR-RELAT>CAMPANHA_SUPRESSAO_<STAMP>.TXT      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQCONS                         CNS-SIST        *
      *                ARQRFM                          RFM-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA LISTA DE CAMPANHA COM   *
      *                      CONSENTIMENTO.                            *
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
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQCLI01.
      *
           SELECT ARQCONS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONS-CHAVE
               FILE STATUS             IS WRK-FS-ARQCONS.
      *
           SELECT ARQRFM   ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS RFM-COD-CLI
               FILE STATUS             IS WRK-FS-ARQRFM.
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
           SELECT ARQPRD01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PRODUTO-CODIGO
               FILE STATUS             IS WRK-FS-ARQPRD01.
      *
           SELECT ARQCARD  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCARD.
      *
           SELECT ARQCSV   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQCSV.
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
         FD ARQCLI01
            VALUE OF FILE-ID IS NOME-ARQCLI01-WS
            COPY "CAD-SIST.CPY".
      *
         FD ARQCONS
            VALUE OF FILE-ID IS NOME-ARQCONS-WS
            COPY "CNS-SIST.CPY".
      *
         FD ARQRFM
            VALUE OF FILE-ID IS NOME-ARQRFM-WS
            COPY "RFM-SIST.CPY".
      *
         FD ARQPED01
            VALUE OF FILE-ID IS NOME-ARQPED01-WS
            COPY "PED-SIST.CPY".
      *
         FD ARQITP01
            VALUE OF FILE-ID IS NOME-ARQITP01-WS
            COPY "ITP-SIST.CPY".
      *
         FD ARQPRD01
            VALUE OF FILE-ID IS NOME-ARQPRD01-WS
            COPY "PRD-SIST.CPY".
      *
         FD ARQCARD
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQCARD-WS.
      *
       01  REG-ARQCARD                 PIC  X(080).
      *
         FD ARQCSV
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQCSV.
      *
       01  REG-ARQCSV                  PIC  X(150).
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
           'EXTRAI-CAMPANHA'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQCONS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCONS.DAT'.
       01 NOME-ARQRFM-WS               PIC X(050)      VALUE
                                      'C:\GERENC\ARQRFM.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQCARD-WS              PIC X(050)      VALUE
                                      'C:\GERENC\EXTRAI-CAMPANHA.TXT'.
       01 WRK-NOME-ARQCSV              PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
       01 WRK-CMD-LINHA                PIC X(040)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
           88  WRK-ARQCLI01-FIM                        VALUE '10'.
       01  WRK-FS-ARQCONS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCONS-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQRFM               PIC X(002)      VALUE SPACES.
           88  WRK-ARQRFM-OK                           VALUE '00' '05'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
           88  WRK-ARQPED01-FIM                        VALUE '10'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCARD              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCARD-OK                          VALUE ZEROS.
           88  WRK-ARQCARD-FIM                         VALUE '10'.
       01  WRK-FS-ARQCSV               PIC X(002)      VALUE SPACES.
           88  WRK-ARQCSV-OK                           VALUE ZEROS.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-ARQCONS-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ARQCONS                         VALUE 'S'.
       01  WRK-TEM-ARQRFM-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-ARQRFM                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    INSTRUCAO DO CARTAO SEPARADA EM PALAVRAS.                   *
      *----------------------------------------------------------------*
      *
       01  WRK-CARD-LINHA              PIC X(080)      VALUE SPACES.
       01  WRK-CARD-VERBO              PIC X(010)      VALUE SPACES.
       01  WRK-CARD-VALOR              PIC X(010)      VALUE SPACES.
       77  WRK-QTDE-LINHAS-CARD        PIC 9(005)      VALUE ZEROS.
       01  WRK-CARTAO-ERRO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-CARTAO-COM-ERRO                     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CRITERIOS DE SELECAO LIDOS DO CARTAO (ATE 20 VALORES CADA). *
      *----------------------------------------------------------------*
      *
       01  WRK-CANAL                   PIC X(001)      VALUE SPACE.
           88  WRK-CANAL-EMAIL                         VALUE 'E'.
           88  WRK-CANAL-FONE                          VALUE 'T'.
       01  WRK-CANAL-NOME              PIC X(008)      VALUE SPACES.
       77  WRK-MESES-FAMILIA           PIC 9(003)      VALUE 12.
       77  WRK-MAX-CRIT                PIC 9(003)      VALUE 20.
      *
       77  WRK-QTDE-TER                PIC 9(003) COMP VALUE ZEROS.
       77  WRK-QTDE-FXA                PIC 9(003) COMP VALUE ZEROS.
       77  WRK-QTDE-SEG                PIC 9(003) COMP VALUE ZEROS.
       77  WRK-QTDE-FAM                PIC 9(003) COMP VALUE ZEROS.
       77  WRK-IX-CRIT                 PIC 9(003) COMP VALUE ZEROS.
       01  TAB-CRITERIOS.
           05 TAB-CRIT-TER             PIC X(005) OCCURS 20 TIMES.
           05 TAB-CRIT-FXA             PIC X(001) OCCURS 20 TIMES.
           05 TAB-CRIT-SEG             PIC X(002) OCCURS 20 TIMES.
           05 TAB-CRIT-FAM             PIC 9(003) OCCURS 20 TIMES.
       01  WRK-CRIT-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-CRIT-ACHOU                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CLIENTES QUE COMPRARAM ALGUMA DAS FAMILIAS DO CARTAO NA     *
      *    JANELA (PEDIDOS FATURADOS OU ENTREGUES).                    *
      *----------------------------------------------------------------*
      *
       77  WRK-QTDE-CLI-FAM            PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CLI-FAM              PIC 9(005) COMP-3 VALUE ZEROS.
       01  TAB-CLI-FAMILIA.
           05 TAB-CFM-COD-CLI          PIC 9(007) OCCURS 9999 TIMES.
       77  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
       01  WRK-CFM-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-CFM-ACHOU                           VALUE 'S'.
       01  WRK-ITP-FIM-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-ITP-FIM                             VALUE 'S'.
       01  WRK-PED-DA-FAMILIA-FLAG     PIC X(001)      VALUE 'N'.
           88  WRK-PED-DA-FAMILIA                      VALUE 'S'.
       77  WRK-DATA-HOJE               PIC 9(008)      VALUE ZEROS.
       77  WRK-DATA-CORTE              PIC 9(008)      VALUE ZEROS.
       01  WRK-PERIODO-CALC.
           05 WRK-CALC-ANO             PIC 9(004)      VALUE ZEROS.
           05 WRK-CALC-MES             PIC 9(002)      VALUE ZEROS.
       77  WRK-MESES-TOTAIS            PIC 9(007) COMP VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VALIDACAO DO CONTATO DO CANAL.                              *
      *----------------------------------------------------------------*
      *
       01  WRK-EMAIL-USUARIO           PIC X(040)      VALUE SPACES.
       01  WRK-EMAIL-DOMINIO           PIC X(040)      VALUE SPACES.
       01  WRK-EMAIL-AUX               PIC X(040)      VALUE SPACES.
       77  WRK-TALLY-ARROBA            PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-PONTO             PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-BRANCO            PIC 9(003)      VALUE ZEROS.
       77  WRK-TALLY-DIGITOS           PIC 9(003)      VALUE ZEROS.
       01  WRK-CONTATO                 PIC X(040)      VALUE SPACES.
       01  WRK-SEGMENTO-CLI            PIC X(002)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    DECISAO SOBRE O CLIENTE CORRENTE.                           *
      *----------------------------------------------------------------*
      *
       01  WRK-SELECIONADO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-SELECIONADO                         VALUE 'S'.
       01  WRK-MOTIVO                  PIC X(001)      VALUE SPACE.
           88  WRK-MOT-LIBERADO                        VALUE SPACE.
           88  WRK-MOT-SEM-CONSENT                     VALUE 'N'.
           88  WRK-MOT-REVOGADO                        VALUE 'R'.
           88  WRK-MOT-CONTATO                         VALUE 'C'.
       01  WRK-NOME-CSV                PIC X(040)      VALUE SPACES.
      *
       77  WRK-QTDE-LIDOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SELECIONADOS       PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-LISTA              PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SEM-CONSENT        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-REVOGADO           PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTATO        PIC 9(007)      VALUE ZEROS.
       77  WRK-QTDE-SUPRIMIDOS         PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
       01  WRK-MANIF-ARQUIVO           PIC X(050)      VALUE SPACES.
       77  WRK-PONTEIRO                PIC 9(003)      VALUE ZEROS.
       77  WRK-FAM-ED                  PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-LIN-SUPRESSAO.
           05 LIN-SUP-CLI              PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SUP-NOME             PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SUP-CONTATO          PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SUP-MOTIVO           PIC X(042).
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
           PERFORM 2000-AVALIA-CLIENTE THRU 2000-SAIDA
               UNTIL WRK-ARQCLI01-FIM
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
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
           PERFORM 1100-LER-CARTAO     THRU 1100-SAIDA
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'EXTRAI-CAMPANHA: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
      *    SEM REGISTRO DE CONSENTIMENTOS NENHUM CLIENTE TEM
      *    CONSENTIMENTO - A LISTA SAI VAZIA E TODOS VAO PARA A
      *    SUPRESSAO. SEM SEGMENTACAO, O CRITERIO DE SEGMENTO NAO
      *    ENCONTRA NINGUEM.
           OPEN INPUT ARQCONS
           IF WRK-ARQCONS-OK
               SET WRK-TEM-ARQCONS     TO TRUE
           ELSE
               DISPLAY 'EXTRAI-CAMPANHA: REGISTRO DE CONSENTIMENTOS '
                       'AUSENTE (ARQCONS) - NENHUM CLIENTE LIBERADO'
           END-IF
           IF WRK-QTDE-SEG             GREATER ZEROS
               OPEN INPUT ARQRFM
               IF WRK-ARQRFM-OK
                   SET WRK-TEM-ARQRFM  TO TRUE
               ELSE
                   DISPLAY 'EXTRAI-CAMPANHA: SEGMENTACAO RFM AUSENTE '
                           '(ARQRFM) - CRITERIO SEGMENTO SEM CLIENTES'
               END-IF
           END-IF
      *
           IF WRK-QTDE-FAM             GREATER ZEROS
               PERFORM 1500-CARREGA-CLI-FAMILIA THRU 1500-SAIDA
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CAMPANHA_' WRK-CANAL-NOME DELIMITED BY SPACE
                  '_' WRK-STAMP '.CSV' DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCSV
           OPEN OUTPUT ARQCSV
           IF NOT WRK-ARQCSV-OK
               DISPLAY 'EXTRAI-CAMPANHA: FALHA AO CRIAR A LISTA - '
                       'FILE STATUS=' WRK-FS-ARQCSV
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           MOVE SPACES                 TO REG-ARQCSV
           STRING 'CODIGO;NOME;' WRK-CANAL-NOME DELIMITED BY SPACE
                  ';TERRITORIO;FAIXA;SEGMENTO' DELIMITED BY SIZE
                                       INTO REG-ARQCSV
           END-STRING
           WRITE REG-ARQCSV
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CAMPANHA_SUPRESSAO_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'EXTRAI-CAMPANHA: FALHA AO CRIAR O RELATORIO '
                       'DE SUPRESSAO - FILE STATUS=' WRK-FS-ARQREL01
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           PERFORM 1600-CABECALHO-SUPRESSAO THRU 1600-SAIDA
      *
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS) E O NOME OPCIONAL DO   *
      * CARTAO NA LINHA DE COMANDO.                                    *
      *----------------------------------------------------------------*
       1050-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPARM
           IF WRK-ARQPARM-OK
               READ ARQPARM
               IF WRK-ARQPARM-OK
                   MOVE PARM-DIR-DADOS TO WRK-DIR-DADOS
                   MOVE PARM-DIR-RELAT TO WRK-DIR-RELAT
               END-IF
               CLOSE ARQPARM
           END-IF
      *
           ACCEPT WRK-CMD-LINHA        FROM COMMAND-LINE
           IF WRK-CMD-LINHA            EQUAL SPACES
               MOVE 'EXTRAI-CAMPANHA.TXT'
                                       TO WRK-CMD-LINHA
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCONS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCONS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQRFM.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQRFM-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           MOVE SPACES                 TO NOME-ARQCARD-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS)
                  FUNCTION TRIM(WRK-CMD-LINHA)
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCARD-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O CARTAO INTEIRO, MONTANDO A TABELA DE CRITERIOS. TODAS AS  *
      * LINHAS INVALIDAS SAO LISTADAS ANTES DE ENCERRAR, PARA O        *
      * OPERADOR CORRIGIR O CARTAO DE UMA VEZ.                         *
      *----------------------------------------------------------------*
       1100-LER-CARTAO                 SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCARD
           IF NOT WRK-ARQCARD-OK
               DISPLAY 'EXTRAI-CAMPANHA: CARTAO DE PARAMETROS '
                       FUNCTION TRIM(NOME-ARQCARD-WS)
                       ' AUSENTE - FILE STATUS=' WRK-FS-ARQCARD
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           PERFORM 1110-LER-LINHA THRU 1110-SAIDA
               UNTIL WRK-ARQCARD-FIM
           CLOSE ARQCARD
      *
           IF  WRK-CANAL               EQUAL SPACE
           AND NOT WRK-CARTAO-COM-ERRO
               DISPLAY 'EXTRAI-CAMPANHA: CARTAO SEM A INSTRUCAO CANAL'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
           END-IF
      *
           IF WRK-CARTAO-COM-ERRO
               DISPLAY 'EXTRAI-CAMPANHA: CARTAO DE PARAMETROS COM '
                       'ERRO - NADA FOI EXTRAIDO'
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE UMA LINHA DO CARTAO E GUARDA O CRITERIO DELA.               *
      *----------------------------------------------------------------*
       1110-LER-LINHA                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCARD NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCARD
                   GO TO 1110-SAIDA
           END-READ
           ADD 1                       TO WRK-QTDE-LINHAS-CARD
      *
           IF REG-ARQCARD              EQUAL SPACES
           OR REG-ARQCARD(1:1)         EQUAL '*'
               GO TO 1110-SAIDA
           END-IF
      *
           MOVE FUNCTION TRIM(REG-ARQCARD)
                                       TO WRK-CARD-LINHA
           MOVE SPACES                 TO WRK-CARD-VERBO
                                          WRK-CARD-VALOR
           UNSTRING WRK-CARD-LINHA     DELIMITED BY ALL SPACES
               INTO WRK-CARD-VERBO
                    WRK-CARD-VALOR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WRK-CARD-VERBO)
                                       TO WRK-CARD-VERBO
           MOVE FUNCTION UPPER-CASE(WRK-CARD-VALOR)
                                       TO WRK-CARD-VALOR
      *
           IF WRK-CARD-VALOR           EQUAL SPACES
               DISPLAY 'EXTRAI-CAMPANHA: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - ' FUNCTION TRIM(WRK-CARD-VERBO)
                       ' SEM VALOR'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1110-SAIDA
           END-IF
      *
           EVALUATE WRK-CARD-VERBO
               WHEN 'CANAL'
                   PERFORM 1120-TRATA-CANAL THRU 1120-SAIDA
               WHEN 'TERRITORIO'
               WHEN 'FAIXA'
               WHEN 'SEGMENTO'
               WHEN 'FAMILIA'
                   PERFORM 1130-TRATA-CRITERIO THRU 1130-SAIDA
               WHEN 'MESES'
                   IF  FUNCTION TEST-NUMVAL(WRK-CARD-VALOR) EQUAL ZEROS
                   AND FUNCTION NUMVAL(WRK-CARD-VALOR) GREATER ZEROS
                   AND FUNCTION NUMVAL(WRK-CARD-VALOR) LESS 1000
                       COMPUTE WRK-MESES-FAMILIA
                               = FUNCTION NUMVAL(WRK-CARD-VALOR)
                   ELSE
                       DISPLAY 'EXTRAI-CAMPANHA: LINHA '
                               WRK-QTDE-LINHAS-CARD
                               ' - MESES INVALIDO: ' WRK-CARD-VALOR
                       MOVE 'S'        TO WRK-CARTAO-ERRO-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY 'EXTRAI-CAMPANHA: LINHA '
                           WRK-QTDE-LINHAS-CARD
                           ' - INSTRUCAO DESCONHECIDA: '
                           WRK-CARD-VERBO
                   MOVE 'S'            TO WRK-CARTAO-ERRO-FLAG
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CANAL DA CAMPANHA - SO UM POR CARTAO.                          *
      *----------------------------------------------------------------*
       1120-TRATA-CANAL                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CANAL                NOT EQUAL SPACE
               DISPLAY 'EXTRAI-CAMPANHA: LINHA ' WRK-QTDE-LINHAS-CARD
                       ' - CANAL INFORMADO MAIS DE UMA VEZ'
               MOVE 'S'                TO WRK-CARTAO-ERRO-FLAG
               GO TO 1120-SAIDA
           END-IF
      *
           EVALUATE WRK-CARD-VALOR
               WHEN 'EMAIL'
               WHEN 'E-MAIL'
               WHEN 'E'
                   SET WRK-CANAL-EMAIL TO TRUE
                   MOVE 'EMAIL'        TO WRK-CANAL-NOME
               WHEN 'FONE'
               WHEN 'TELEFONE'
               WHEN 'T'
                   SET WRK-CANAL-FONE  TO TRUE
                   MOVE 'TELEFONE'     TO WRK-CANAL-NOME
               WHEN OTHER
                   DISPLAY 'EXTRAI-CAMPANHA: LINHA '
                           WRK-QTDE-LINHAS-CARD
                           ' - CANAL NAO PREVISTO: ' WRK-CARD-VALOR
                   MOVE 'S'            TO WRK-CARTAO-ERRO-FLAG
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       1120-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VALOR DE UM CRITERIO DE SELECAO (TERRITORIO, FAIXA, SEGMENTO   *
      * OU FAMILIA).                                                   *
      *----------------------------------------------------------------*
       1130-TRATA-CRITERIO             SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-CARD-VERBO
               WHEN 'TERRITORIO'
                   IF WRK-QTDE-TER     NOT LESS WRK-MAX-CRIT
                       GO TO 1130-LIMITE
                   END-IF
                   ADD 1               TO WRK-QTDE-TER
                   MOVE WRK-CARD-VALOR TO TAB-CRIT-TER(WRK-QTDE-TER)
               WHEN 'FAIXA'
                   IF WRK-CARD-VALOR   NOT EQUAL 'A' AND 'B' AND 'C'
                       DISPLAY 'EXTRAI-CAMPANHA: LINHA '
                               WRK-QTDE-LINHAS-CARD
                               ' - FAIXA NAO PREVISTA: ' WRK-CARD-VALOR
                       MOVE 'S'        TO WRK-CARTAO-ERRO-FLAG
                       GO TO 1130-SAIDA
                   END-IF
                   IF WRK-QTDE-FXA     NOT LESS WRK-MAX-CRIT
                       GO TO 1130-LIMITE
                   END-IF
                   ADD 1               TO WRK-QTDE-FXA
                   MOVE WRK-CARD-VALOR TO TAB-CRIT-FXA(WRK-QTDE-FXA)
               WHEN 'SEGMENTO'
                   IF WRK-QTDE-SEG     NOT LESS WRK-MAX-CRIT
                       GO TO 1130-LIMITE
                   END-IF
                   ADD 1               TO WRK-QTDE-SEG
                   MOVE WRK-CARD-VALOR TO TAB-CRIT-SEG(WRK-QTDE-SEG)
               WHEN 'FAMILIA'
                   IF  FUNCTION TEST-NUMVAL(WRK-CARD-VALOR)
                                       NOT EQUAL ZEROS
                   OR  FUNCTION NUMVAL(WRK-CARD-VALOR)
                                       NOT GREATER ZEROS
                   OR  FUNCTION NUMVAL(WRK-CARD-VALOR)
                                       GREATER 999
                       DISPLAY 'EXTRAI-CAMPANHA: LINHA '
                               WRK-QTDE-LINHAS-CARD
                               ' - FAMILIA INVALIDA: ' WRK-CARD-VALOR
                       MOVE 'S'        TO WRK-CARTAO-ERRO-FLAG
                       GO TO 1130-SAIDA
                   END-IF
                   IF WRK-QTDE-FAM     NOT LESS WRK-MAX-CRIT
                       GO TO 1130-LIMITE
                   END-IF
                   ADD 1               TO WRK-QTDE-FAM
                   COMPUTE TAB-CRIT-FAM(WRK-QTDE-FAM)
                           = FUNCTION NUMVAL(WRK-CARD-VALOR)
           END-EVALUATE
           GO TO 1130-SAIDA
           .
      *
       1130-LIMITE.
      *
           DISPLAY 'EXTRAI-CAMPANHA: LINHA ' WRK-QTDE-LINHAS-CARD
                   ' - LIMITE DE ' WRK-MAX-CRIT ' VALORES DE '
                   FUNCTION TRIM(WRK-CARD-VERBO)
           MOVE 'S'                    TO WRK-CARTAO-ERRO-FLAG
           .
      *----------------------------------------------------------------*
       1130-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLIENTES COM PEDIDO FATURADO OU ENTREGUE, EMITIDO DENTRO DA    *
      * JANELA (DO DIA 1 DO MES DE N MESES ATRAS ATE HOJE), COM ALGUM  *
      * ITEM DE PRODUTO DAS FAMILIAS DO CARTAO.                        *
      *----------------------------------------------------------------*
       1500-CARREGA-CLI-FAMILIA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-HOJE(1:4)     TO WRK-CALC-ANO
           MOVE WRK-DATA-HOJE(5:2)     TO WRK-CALC-MES
           COMPUTE WRK-MESES-TOTAIS    = (WRK-CALC-ANO * 12)
                                       + WRK-CALC-MES
                                       - WRK-MESES-FAMILIA
           COMPUTE WRK-CALC-ANO        = (WRK-MESES-TOTAIS - 1) / 12
           COMPUTE WRK-CALC-MES        = WRK-MESES-TOTAIS
                                       - (WRK-CALC-ANO * 12)
           COMPUTE WRK-DATA-CORTE      = (WRK-CALC-ANO * 10000)
                                       + (WRK-CALC-MES * 100) + 1
      *
           OPEN INPUT ARQPED01
           IF NOT WRK-ARQPED01-OK
               DISPLAY 'EXTRAI-CAMPANHA: PEDIDOS AUSENTES (ARQPED01) '
                       '- CRITERIO FAMILIA SEM CLIENTES'
               GO TO 1500-SAIDA
           END-IF
           OPEN INPUT ARQITP01
           OPEN INPUT ARQPRD01
           IF NOT WRK-ARQITP01-OK
           OR NOT WRK-ARQPRD01-OK
               DISPLAY 'EXTRAI-CAMPANHA: ITENS OU PRODUTOS AUSENTES '
                       '- CRITERIO FAMILIA SEM CLIENTES'
               CLOSE ARQPED01
                     ARQITP01
                     ARQPRD01
               GO TO 1500-SAIDA
           END-IF
      *
           PERFORM 1510-LER-PEDIDO THRU 1510-SAIDA
               UNTIL WRK-ARQPED01-FIM
      *
           CLOSE ARQPED01
                 ARQITP01
                 ARQPRD01
           .
      *----------------------------------------------------------------*
       1500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1510-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQPED01
                   GO TO 1510-SAIDA
           END-READ
      *
           IF NOT PEDIDO-STATUS-FATURADO
           AND NOT PEDIDO-STATUS-ENTREGUE
               GO TO 1510-SAIDA
           END-IF
           IF PEDIDO-DATA-EMISSAO      LESS WRK-DATA-CORTE
               GO TO 1510-SAIDA
           END-IF
      *
           MOVE PEDIDO-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 2400-PROCURA-CLI-FAMILIA THRU 2400-SAIDA
           IF WRK-CFM-ACHOU
               GO TO 1510-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-PED-DA-FAMILIA-FLAG
           MOVE 'N'                    TO WRK-ITP-FIM-FLAG
           MOVE PEDIDO-NUMERO          TO ITEM-PED-NUMERO
           MOVE ZEROS                  TO ITEM-PED-SEQ
           START ARQITP01 KEY IS GREATER THAN OR EQUAL ITEM-PED-CHAVE
               INVALID KEY
                   GO TO 1510-SAIDA
           END-START
           PERFORM 1520-LER-ITEM THRU 1520-SAIDA
               UNTIL WRK-ITP-FIM
                  OR WRK-PED-DA-FAMILIA
      *
           IF  WRK-PED-DA-FAMILIA
           AND WRK-QTDE-CLI-FAM        LESS 9999
               ADD 1                   TO WRK-QTDE-CLI-FAM
               MOVE PEDIDO-COD-CLI     TO TAB-CFM-COD-CLI
                                          (WRK-QTDE-CLI-FAM)
           END-IF
           .
      *----------------------------------------------------------------*
       1510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1520-LER-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   SET WRK-ITP-FIM     TO TRUE
                   GO TO 1520-SAIDA
           END-READ
           IF ITEM-PED-NUMERO          NOT EQUAL PEDIDO-NUMERO
               SET WRK-ITP-FIM         TO TRUE
               GO TO 1520-SAIDA
           END-IF
      *
           MOVE ITEM-PED-COD-PROD      TO PRODUTO-CODIGO
           READ ARQPRD01
               INVALID KEY
                   GO TO 1520-SAIDA
           END-READ
           IF PRODUTO-FAMILIA          NOT NUMERIC
               GO TO 1520-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-CRIT-ACHOU-FLAG
           PERFORM 2250-TESTA-FAMILIA THRU 2250-SAIDA
               VARYING WRK-IX-CRIT FROM 1 BY 1
               UNTIL WRK-IX-CRIT GREATER WRK-QTDE-FAM
                  OR WRK-CRIT-ACHOU
           IF WRK-CRIT-ACHOU
               SET WRK-PED-DA-FAMILIA  TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       1520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO DE SUPRESSAO COM OS CRITERIOS USADOS.   *
      *----------------------------------------------------------------*
       1600-CABECALHO-SUPRESSAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CAMPANHA - CLIENTES SELECIONADOS E SUPRIMIDOS - '
                  'POSICAO DE ' WRK-DATA-HOJE
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CANAL: ' WRK-CANAL-NOME
                  ' - CARTAO: ' FUNCTION TRIM(NOME-ARQCARD-WS)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           MOVE 1                      TO WRK-PONTEIRO
           STRING 'TERRITORIO:'        DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           PERFORM 1610-LISTA-TERRITORIO THRU 1610-SAIDA
               VARYING WRK-IX-CRIT FROM 1 BY 1
               UNTIL WRK-IX-CRIT GREATER WRK-QTDE-TER
           IF WRK-QTDE-TER             EQUAL ZEROS
               STRING ' (TODOS)'       DELIMITED BY SIZE
                   INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           END-IF
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           MOVE 1                      TO WRK-PONTEIRO
           STRING 'FAIXA:'             DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           PERFORM 1620-LISTA-FAIXA THRU 1620-SAIDA
               VARYING WRK-IX-CRIT FROM 1 BY 1
               UNTIL WRK-IX-CRIT GREATER WRK-QTDE-FXA
           IF WRK-QTDE-FXA             EQUAL ZEROS
               STRING ' (TODAS)'       DELIMITED BY SIZE
                   INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           END-IF
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           MOVE 1                      TO WRK-PONTEIRO
           STRING 'SEGMENTO:'          DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           PERFORM 1630-LISTA-SEGMENTO THRU 1630-SAIDA
               VARYING WRK-IX-CRIT FROM 1 BY 1
               UNTIL WRK-IX-CRIT GREATER WRK-QTDE-SEG
           IF WRK-QTDE-SEG             EQUAL ZEROS
               STRING ' (TODOS)'       DELIMITED BY SIZE
                   INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           END-IF
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           MOVE 1                      TO WRK-PONTEIRO
           STRING 'FAMILIA COMPRADA:'  DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           PERFORM 1640-LISTA-FAMILIA THRU 1640-SAIDA
               VARYING WRK-IX-CRIT FROM 1 BY 1
               UNTIL WRK-IX-CRIT GREATER WRK-QTDE-FAM
           IF WRK-QTDE-FAM             EQUAL ZEROS
               STRING ' (TODAS)'       DELIMITED BY SIZE
                   INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           ELSE
               STRING ' - ULTIMOS ' WRK-MESES-FAMILIA ' MESES'
                                       DELIMITED BY SIZE
                   INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           END-IF
           WRITE REG-ARQREL01
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'CLIENTES SELECIONADOS E SUPRIMIDOS DA CAMPANHA:'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CLIENTE NOME                                     '
                  'CONTATO                                  MOTIVO'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       1600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1610-LISTA-TERRITORIO           SECTION.
      *----------------------------------------------------------------*
      *
           STRING ' ' TAB-CRIT-TER(WRK-IX-CRIT)
                                       DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           .
      *----------------------------------------------------------------*
       1610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1620-LISTA-FAIXA                SECTION.
      *----------------------------------------------------------------*
      *
           STRING ' ' TAB-CRIT-FXA(WRK-IX-CRIT)
                                       DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           .
      *----------------------------------------------------------------*
       1620-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1630-LISTA-SEGMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           STRING ' ' TAB-CRIT-SEG(WRK-IX-CRIT)
                                       DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           .
      *----------------------------------------------------------------*
       1630-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1640-LISTA-FAMILIA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-CRIT-FAM(WRK-IX-CRIT) TO WRK-FAM-ED
           STRING ' ' WRK-FAM-ED       DELIMITED BY SIZE
               INTO REG-ARQREL01 WITH POINTER WRK-PONTEIRO
           .
      *----------------------------------------------------------------*
       1640-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * APLICA OS CRITERIOS AO CLIENTE ATIVO E, SE SELECIONADO, O      *
      * CONSENTIMENTO E O CONTATO DO CANAL: OU VAI PARA A LISTA OU     *
      * PARA A SUPRESSAO COM O MOTIVO.                                 *
      *----------------------------------------------------------------*
       2000-AVALIA-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT EXEMPLO-STATUS-ATIVO
               GO TO 2000-LER
           END-IF
           ADD 1                       TO WRK-QTDE-LIDOS
      *
           PERFORM 2100-APLICA-CRITERIOS THRU 2100-SAIDA
           IF NOT WRK-SELECIONADO
               GO TO 2000-LER
           END-IF
           ADD 1                       TO WRK-QTDE-SELECIONADOS
      *
           PERFORM 2500-VERIFICA-CONSENT THRU 2500-SAIDA
           IF WRK-MOT-LIBERADO
               PERFORM 2600-VERIFICA-CONTATO THRU 2600-SAIDA
           END-IF
      *
           IF WRK-MOT-LIBERADO
               PERFORM 2700-GRAVA-LISTA THRU 2700-SAIDA
           ELSE
               PERFORM 2800-GRAVA-SUPRESSAO THRU 2800-SAIDA
           END-IF
           .
       2000-LER.
           PERFORM 7100-LER-ARQCLI01 THRU 7100-SAIDA
           .
      *----------------------------------------------------------------*
       2000-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CRITERIOS DO CARTAO: CADA CRITERIO INFORMADO PRECISA SER       *
      * ATENDIDO POR ALGUM DOS SEUS VALORES.                           *
      *----------------------------------------------------------------*
       2100-APLICA-CRITERIOS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-SELECIONADO-FLAG
           MOVE SPACES                 TO WRK-SEGMENTO-CLI
      *
           IF WRK-QTDE-TER             GREATER ZEROS
               MOVE 'N'                TO WRK-CRIT-ACHOU-FLAG
               PERFORM 2210-TESTA-TERRITORIO THRU 2210-SAIDA
                   VARYING WRK-IX-CRIT FROM 1 BY 1
                   UNTIL WRK-IX-CRIT GREATER WRK-QTDE-TER
                      OR WRK-CRIT-ACHOU
               IF NOT WRK-CRIT-ACHOU
                   GO TO 2100-SAIDA
               END-IF
           END-IF
      *
           IF WRK-QTDE-FXA             GREATER ZEROS
               MOVE 'N'                TO WRK-CRIT-ACHOU-FLAG
               PERFORM 2220-TESTA-FAIXA THRU 2220-SAIDA
                   VARYING WRK-IX-CRIT FROM 1 BY 1
                   UNTIL WRK-IX-CRIT GREATER WRK-QTDE-FXA
                      OR WRK-CRIT-ACHOU
               IF NOT WRK-CRIT-ACHOU
                   GO TO 2100-SAIDA
               END-IF
           END-IF
      *
           IF WRK-TEM-ARQRFM
               MOVE EXEMPLO-CODIGO-CLI TO RFM-COD-CLI
               READ ARQRFM
                   INVALID KEY
                       MOVE SPACES     TO WRK-SEGMENTO-CLI
                   NOT INVALID KEY
                       MOVE RFM-SEGMENTO
                                       TO WRK-SEGMENTO-CLI
               END-READ
           END-IF
           IF WRK-QTDE-SEG             GREATER ZEROS
               MOVE 'N'                TO WRK-CRIT-ACHOU-FLAG
               PERFORM 2230-TESTA-SEGMENTO THRU 2230-SAIDA
                   VARYING WRK-IX-CRIT FROM 1 BY 1
                   UNTIL WRK-IX-CRIT GREATER WRK-QTDE-SEG
                      OR WRK-CRIT-ACHOU
               IF NOT WRK-CRIT-ACHOU
                   GO TO 2100-SAIDA
               END-IF
           END-IF
      *
           IF WRK-QTDE-FAM             GREATER ZEROS
               MOVE EXEMPLO-CODIGO-CLI TO WRK-CLI-BUSCA
               PERFORM 2400-PROCURA-CLI-FAMILIA THRU 2400-SAIDA
               IF NOT WRK-CFM-ACHOU
                   GO TO 2100-SAIDA
               END-IF
           END-IF
      *
           SET WRK-SELECIONADO         TO TRUE
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-TESTA-TERRITORIO           SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CRIT-TER(WRK-IX-CRIT) EQUAL EXEMPLO-TERRITORIO
               SET WRK-CRIT-ACHOU      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FAIXA EM BRANCO OU LIXO NO CADASTRO VALE COMO C.               *
      *----------------------------------------------------------------*
       2220-TESTA-FAIXA                SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CRIT-FXA(WRK-IX-CRIT) EQUAL EXEMPLO-PRIORIDADE
           OR (TAB-CRIT-FXA(WRK-IX-CRIT) EQUAL 'C'
               AND NOT EXEMPLO-PRIORIDADE-A
               AND NOT EXEMPLO-PRIORIDADE-B)
               SET WRK-CRIT-ACHOU      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2220-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2230-TESTA-SEGMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           IF  WRK-SEGMENTO-CLI        NOT EQUAL SPACES
           AND TAB-CRIT-SEG(WRK-IX-CRIT) EQUAL WRK-SEGMENTO-CLI
               SET WRK-CRIT-ACHOU      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2230-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2250-TESTA-FAMILIA              SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-CRIT-FAM(WRK-IX-CRIT) EQUAL PRODUTO-FAMILIA
               SET WRK-CRIT-ACHOU      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2250-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PROCURA WRK-CLI-BUSCA NA TABELA DE CLIENTES DAS FAMILIAS.      *
      *----------------------------------------------------------------*
       2400-PROCURA-CLI-FAMILIA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CFM-ACHOU-FLAG
           MOVE 1                      TO WRK-IX-CLI-FAM
           PERFORM 2410-TESTA-CLI-FAMILIA
               UNTIL WRK-IX-CLI-FAM GREATER WRK-QTDE-CLI-FAM
                  OR WRK-CFM-ACHOU
           GO TO 2400-SAIDA
           .
      *
       2410-TESTA-CLI-FAMILIA.
      *
           IF TAB-CFM-COD-CLI(WRK-IX-CLI-FAM) EQUAL WRK-CLI-BUSCA
               MOVE 'S'                TO WRK-CFM-ACHOU-FLAG
           ELSE
               ADD 1                   TO WRK-IX-CLI-FAM
           END-IF
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONSENTIMENTO DO CLIENTE PARA O CANAL DA CAMPANHA: SO O        *
      * CONCEDIDO LIBERA; SEM REGISTRO = SEM MANIFESTACAO = NAO        *
      * LIBERA.                                                        *
      *----------------------------------------------------------------*
       2500-VERIFICA-CONSENT           SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MOT-SEM-CONSENT     TO TRUE
           IF NOT WRK-TEM-ARQCONS
               GO TO 2500-SAIDA
           END-IF
      *
           MOVE EXEMPLO-CODIGO-CLI     TO CONS-COD-CLI
           MOVE WRK-CANAL              TO CONS-CANAL
           READ ARQCONS
               INVALID KEY
                   GO TO 2500-SAIDA
           END-READ
      *
           EVALUATE TRUE
               WHEN CONS-CONCEDIDO
                   SET WRK-MOT-LIBERADO TO TRUE
               WHEN CONS-REVOGADO
                   SET WRK-MOT-REVOGADO TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTATO UTILIZAVEL NO CANAL: E-MAIL COM UM '@', USUARIO E      *
      * DOMINIO COM PONTO, SEM BRANCOS NO MEIO; TELEFONE COM PELO      *
      * MENOS 10 DIGITOS (DDD + NUMERO).                               *
      *----------------------------------------------------------------*
       2600-VERIFICA-CONTATO           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CANAL-FONE
               MOVE ZEROS              TO WRK-TALLY-DIGITOS
               INSPECT EXEMPLO-TELEFONE TALLYING WRK-TALLY-DIGITOS
                   FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                       ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
               IF WRK-TALLY-DIGITOS    LESS 10
                   SET WRK-MOT-CONTATO TO TRUE
               END-IF
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE FUNCTION TRIM(EXEMPLO-EMAIL)
                                       TO WRK-EMAIL-AUX
           MOVE ZEROS                  TO WRK-TALLY-ARROBA
                                          WRK-TALLY-PONTO
                                          WRK-TALLY-BRANCO
           INSPECT WRK-EMAIL-AUX       TALLYING WRK-TALLY-ARROBA
                                       FOR ALL '@'
           IF WRK-TALLY-ARROBA         NOT EQUAL 1
               SET WRK-MOT-CONTATO     TO TRUE
               GO TO 2600-SAIDA
           END-IF
      *
           INSPECT WRK-EMAIL-AUX       TALLYING WRK-TALLY-BRANCO
                                       FOR CHARACTERS
                                       AFTER INITIAL SPACE
           IF WRK-TALLY-BRANCO         GREATER ZEROS
              AND WRK-EMAIL-AUX(40 - WRK-TALLY-BRANCO + 1:
                                        WRK-TALLY-BRANCO)
                                       NOT EQUAL SPACES
               SET WRK-MOT-CONTATO     TO TRUE
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-EMAIL-USUARIO
                                          WRK-EMAIL-DOMINIO
           UNSTRING WRK-EMAIL-AUX      DELIMITED BY '@'
               INTO WRK-EMAIL-USUARIO
                    WRK-EMAIL-DOMINIO
           END-UNSTRING
           INSPECT WRK-EMAIL-DOMINIO   TALLYING WRK-TALLY-PONTO
                                       FOR ALL '.'
           IF WRK-EMAIL-USUARIO        EQUAL SPACES
           OR WRK-EMAIL-DOMINIO        EQUAL SPACES
           OR WRK-EMAIL-DOMINIO(1:1)   EQUAL '.'
           OR WRK-TALLY-PONTO          EQUAL ZEROS
               SET WRK-MOT-CONTATO     TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA DA LISTA DE DESTINATARIOS (';' NO NOME VIRA ',').        *
      *----------------------------------------------------------------*
       2700-GRAVA-LISTA                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CANAL-EMAIL
               MOVE FUNCTION TRIM(EXEMPLO-EMAIL)
                                       TO WRK-CONTATO
           ELSE
               MOVE FUNCTION TRIM(EXEMPLO-TELEFONE)
                                       TO WRK-CONTATO
           END-IF
           MOVE EXEMPLO-RAZAO-SOCIAL   TO WRK-NOME-CSV
           INSPECT WRK-NOME-CSV        REPLACING ALL ';' BY ','
      *
           MOVE SPACES                 TO REG-ARQCSV
           STRING EXEMPLO-CODIGO-CLI   DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-NOME-CSV)
                                       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-CONTATO          DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  EXEMPLO-TERRITORIO   DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  EXEMPLO-PRIORIDADE   DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WRK-SEGMENTO-CLI     DELIMITED BY SPACE
                                       INTO REG-ARQCSV
           END-STRING
           WRITE REG-ARQCSV
           IF NOT WRK-ARQCSV-OK
               DISPLAY 'EXTRAI-CAMPANHA: FALHA NA GRAVACAO DA LISTA - '
                       'FILE STATUS=' WRK-FS-ARQCSV
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           ADD 1                       TO WRK-QTDE-LISTA
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA DO RELATORIO DE SUPRESSAO COM O MOTIVO.                  *
      *----------------------------------------------------------------*
       2800-GRAVA-SUPRESSAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LIN-SUPRESSAO
           MOVE EXEMPLO-CODIGO-CLI     TO LIN-SUP-CLI
           MOVE EXEMPLO-RAZAO-SOCIAL   TO LIN-SUP-NOME
           IF WRK-CANAL-EMAIL
               MOVE EXEMPLO-EMAIL      TO LIN-SUP-CONTATO
           ELSE
               MOVE EXEMPLO-TELEFONE   TO LIN-SUP-CONTATO
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-MOT-SEM-CONSENT
                   MOVE 'SEM CONSENTIMENTO REGISTRADO NO CANAL'
                                       TO LIN-SUP-MOTIVO
                   ADD 1               TO WRK-QTDE-SEM-CONSENT
               WHEN WRK-MOT-REVOGADO
                   STRING 'CONSENTIMENTO REVOGADO EM ' CONS-DATA
                                       DELIMITED BY SIZE
                                       INTO LIN-SUP-MOTIVO
                   END-STRING
                   ADD 1               TO WRK-QTDE-REVOGADO
               WHEN OTHER
                   IF WRK-CANAL-EMAIL
                       MOVE 'E-MAIL AUSENTE OU INVALIDO'
                                       TO LIN-SUP-MOTIVO
                   ELSE
                       MOVE 'TELEFONE AUSENTE OU INVALIDO'
                                       TO LIN-SUP-MOTIVO
                   END-IF
                   ADD 1               TO WRK-QTDE-SEM-CONTATO
           END-EVALUATE
      *
           WRITE REG-ARQREL01          FROM WRK-LIN-SUPRESSAO
           ADD 1                       TO WRK-QTDE-SUPRIMIDOS
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - TOTAIS, FECHAMENTO E MANIFESTO.        *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           STRING 'TOTAL: ATIVOS=' WRK-QTDE-LIDOS
                  ' SELECIONADOS=' WRK-QTDE-SELECIONADOS
                  ' NA LISTA=' WRK-QTDE-LISTA
                  ' SUPRIMIDOS=' WRK-QTDE-SUPRIMIDOS
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'SUPRIMIDOS: SEM CONSENTIMENTO=' WRK-QTDE-SEM-CONSENT
                  ' REVOGADO=' WRK-QTDE-REVOGADO
                  ' CONTATO INUTILIZAVEL=' WRK-QTDE-SEM-CONTATO
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           CLOSE ARQCLI01
                 ARQCSV
                 ARQREL01
           IF WRK-TEM-ARQCONS
               CLOSE ARQCONS
           END-IF
           IF WRK-TEM-ARQRFM
               CLOSE ARQRFM
           END-IF
      *
           MOVE WRK-NOME-ARQCSV        TO WRK-MANIF-ARQUIVO
           MOVE WRK-QTDE-LISTA         TO WRK-MANIF-QTDE
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
           MOVE WRK-NOME-ARQREL01      TO WRK-MANIF-ARQUIVO
           MOVE WRK-QTDE-SUPRIMIDOS    TO WRK-MANIF-QTDE
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           DISPLAY 'EXTRAI-CAMPANHA: CANAL ' WRK-CANAL-NOME
                   ' SELECIONADOS=' WRK-QTDE-SELECIONADOS
                   ' NA LISTA=' WRK-QTDE-LISTA
                   ' SUPRIMIDOS=' WRK-QTDE-SUPRIMIDOS
      *
           MOVE ZEROS                  TO RETURN-CODE
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO MANIFESTO GLOBAL O ARQUIVO GERADO.                 *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-MANIF-ARQUIVO
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
      * LEITURA SEQUENCIAL DO CADASTRO DE CLIENTES.                    *
      *----------------------------------------------------------------*
       7100-LER-ARQCLI01               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCLI01 NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCLI01
           END-READ
           .
      *----------------------------------------------------------------*
       7100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM EXTRAI-CAMPANHA.

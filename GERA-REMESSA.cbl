      *                 POSITIVA VIRA UM DETALHE DA REMESSA (CODIGO,   *
      *                 NOME DE ARQVEN01, VALOR LIQUIDO E DATA DE      *
      *                 PAGAMENTO = PROXIMO DIA UTIL DO CALENDARIO     *
      *                 ARQCAL01 E BANCO/AGENCIA/CONTA DO CADASTRO DE  *
      *                 CONTAS ARQCBAN), EM LAYOUT FIXO COM CABECALHO E*
      *                 TRAILER COMO O INTERCAMBIO DA CARTEIRA. O      *
      *                 RETORNO DO BANCO E ABSORVIDO POR               *
      *                 PROC-RETBANCO, QUE MARCA CADA COMISSAO COMO    *
      *                 LIQUIDADA OU REJEITADA. VENDEDOR SEM CONTA     *
      *                 CADASTRADA OU COM CONTA AINDA NAO CONFIRMADA   *
      *                 FICA FORA DA REMESSA (COMISSAO SEGUE PENDENTE) *
      *                 E SAI NO RELATORIO DE EXCECOES.                *
      *----------------------------------------------------------------*
      *    SAIDAS......: <DIR-RELAT>REMESSA_PAGTO_<STAMP>.TXT          *
      *                 <DIR-RELAT>REMESSA_EXCECOES_<STAMP>.TXT        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQHCOM                         HCO-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQCAL01                        CAL-SIST        *
      *                ARQHRET                         HRT-SIST        *
      *                ARQCBAN                         CBN-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    02/09/2026 AM     VERSAO INICIAL DA REMESSA DE PAGAMENTO.   *
      *    15/10/2026 AM     PAGA O LIQUIDO DAS RETENCOES NA FONTE     *
      *                      (ARQHRET) E GRAVA NELE A DATA DE          *
      *                      PAGAMENTO PARA O INFORME DE RENDIMENTOS.  *
      *    15/10/2026 AM     BANCO/AGENCIA/CONTA DO ARQCBAN NO DETALHE;*
      *                      RETEM VENDEDOR SEM CONTA CONFIRMADA E     *
      *                      LISTA NO RELATORIO DE EXCECOES.           *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CALEND-DATA
               FILE STATUS             IS WRK-FS-ARQCAL01.
      *
           SELECT ARQHRET  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HRET-CHAVE
               FILE STATUS             IS WRK-FS-ARQHRET.
      *
           SELECT ARQCBAN  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CBAN-COD-VEN
               FILE STATUS             IS WRK-FS-ARQCBAN.
      *
           SELECT ARQREM   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQREM.
      *
           SELECT ARQEXC   ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQEXC.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
         FD ARQCAL01
            VALUE OF FILE-ID IS NOME-ARQCAL01-WS
            COPY "CAL-SIST.CPY".
      *
         FD ARQHRET
            VALUE OF FILE-ID IS NOME-ARQHRET-WS
            COPY "HRT-SIST.CPY".
      *
         FD ARQCBAN
            VALUE OF FILE-ID IS NOME-ARQCBAN-WS
            COPY "CBN-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    OUTPUT: REMESSA BANCARIA EM LAYOUT FIXO H/D/T.              *
              88 REM-TIPO-HEADER                 VALUE 'H'.
              88 REM-TIPO-DETALHE                VALUE 'D'.
              88 REM-TIPO-TRAILER                VALUE 'T'.
           05 REM-CORPO                PIC  X(091).
           05 REM-DET REDEFINES REM-CORPO.
              10 REM-COD-VEN           PIC  9(003).
              10 REM-NOME              PIC  X(030).
              10 REM-VALOR             PIC  9(011)V99.
              10 REM-DATA-PAGTO        PIC  9(008).
              10 REM-PERIODO           PIC  9(006).
              10 REM-BANCO             PIC  9(003).
              10 REM-AGENCIA           PIC  9(004).
              10 REM-AGENCIA-DV        PIC  X(001).
              10 REM-CONTA             PIC  9(012).
              10 REM-CONTA-DV          PIC  X(001).
              10 FILLER                PIC  X(010).
           05 REM-HDR REDEFINES REM-CORPO.
              10 REM-HDR-ORIGEM        PIC  X(008).
              10 REM-HDR-DATA-GER      PIC  9(008).
              10 REM-HDR-PERIODO       PIC  9(006).
              10 FILLER                PIC  X(069).
           05 REM-TRL REDEFINES REM-CORPO.
              10 REM-TRL-QTDE          PIC  9(007).
              10 REM-TRL-VALOR-TOTAL   PIC  9(013)V99.
              10 FILLER                PIC  X(069).
      *
      *----------------------------------------------------------------*
      *    OUTPUT: VENDEDORES RETIDOS (SEM CONTA CONFIRMADA).          *
      *----------------------------------------------------------------*
      *
         FD ARQEXC
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQEXC.
      *
       01  REG-ARQEXC                  PIC  X(132).
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQCAL01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCAL01.DAT'.
       01 NOME-ARQHRET-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHRET.DAT'.
       01 NOME-ARQCBAN-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCBAN.DAT'.
       01 WRK-NOME-ARQREM              PIC X(050)      VALUE SPACES.
       01 WRK-NOME-ARQEXC              PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
           88  WRK-ARQCAL01-OK                         VALUE '00' '05'.
           88  WRK-ARQCAL01-NAO-EXISTE                 VALUE '35'.
           88  WRK-ARQCAL01-FIM                        VALUE '10'.
       01  WRK-FS-ARQHRET              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHRET-OK                          VALUE '00' '05'.
      *    SEM ARQUIVO DE RETENCOES (APURACAO ANTERIOR AO PERFIL
      *    FISCAL) A REMESSA PAGA O VALOR CHEIO DO HISTORICO.
       01  WRK-TEM-RETENCAO-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-RETENCAO                        VALUE 'S'.
       01  WRK-HRET-ACHOU-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-HRET-ACHOU                          VALUE 'S'.
       77  WRK-VALOR-PAGAR             PIC S9(011)V99  VALUE ZEROS.
       01  WRK-FS-ARQCBAN              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCBAN-OK                          VALUE '00' '05'.
      *    SEM CADASTRO DE CONTAS NINGUEM E PAGO: TODOS VAO PARA O
      *    RELATORIO DE EXCECOES.
       01  WRK-TEM-CBAN-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-TEM-CBAN                            VALUE 'S'.
       01  WRK-FS-ARQEXC               PIC X(002)      VALUE SPACES.
           88  WRK-ARQEXC-OK                           VALUE ZEROS.
       01  WRK-EXC-MOTIVO              PIC X(060)      VALUE SPACES.
       01  WRK-EXC-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
       77  WRK-TOT-RETIDOS             PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-VALOR-RETIDO        PIC 9(013)V99   VALUE ZEROS.
       01  WRK-FS-ARQREM               PIC X(002)      VALUE SPACES.
           88  WRK-ARQREM-OK                           VALUE ZEROS.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           END-IF
      *
           OPEN INPUT ARQVEN01
      *
           OPEN I-O ARQHRET
           IF WRK-ARQHRET-OK
               SET WRK-TEM-RETENCAO    TO TRUE
           END-IF
      *
           OPEN INPUT ARQCBAN
           IF WRK-ARQCBAN-OK
               SET WRK-TEM-CBAN        TO TRUE
           ELSE
               DISPLAY 'GERA-REMESSA: CADASTRO DE CONTAS BANCARIAS '
                       'AUSENTE - NENHUM VENDEDOR SERA PAGO'
           END-IF
      *
           PERFORM 1200-ACHA-PERIODO-RECENTE THRU 1200-SAIDA
           PERFORM 1300-ACHA-DATA-PAGTO THRU 1300-SAIDA
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREM
           OPEN OUTPUT ARQREM
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'REMESSA_EXCECOES_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQEXC
           OPEN OUTPUT ARQEXC
           MOVE SPACES                 TO REG-ARQEXC
           STRING 'GERA-REMESSA - VENDEDORES RETIDOS (SEM CONTA '
                  'BANCARIA CONFIRMADA) - PERIODO ' WRK-PERIODO-PAGTO
                  ' - GERADO EM ' WRK-STAMP
                                       DELIMITED BY SIZE
                                       INTO REG-ARQEXC
           WRITE REG-ARQEXC
           MOVE SPACES                 TO REG-ARQEXC
           WRITE REG-ARQEXC
           STRING 'VEN NOME                          '
                  '          VALOR  MOTIVO'
                                       DELIMITED BY SIZE
                                       INTO REG-ARQEXC
           WRITE REG-ARQEXC
      *
           MOVE SPACES                 TO REG-ARQREM
           MOVE 'H'                    TO REM-TIPO-REG
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCAL01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCAL01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHRET.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHRET-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCBAN.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCBAN-WS
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      * GERA O DETALHE DA REMESSA PARA A COMISSAO CORRENTE QUANDO ELA  *
      * E DO PERIODO DE PAGAMENTO, ESTA PENDENTE E TEM VALOR POSITIVO. *
      * HAVENDO RETENCAO NA FONTE CALCULADA (ARQHRET), PAGA O LIQUIDO  *
      * E MARCA NELA A DATA DE PAGAMENTO. SEM CONTA CONFIRMADA EM      *
      * ARQCBAN O VENDEDOR E RETIDO (2100) E A COMISSAO FICA PENDENTE. *
      *----------------------------------------------------------------*
       2000-GERA-DETALHE               SECTION.
      *----------------------------------------------------------------*
           OR HCOM-VALOR               NOT GREATER ZEROS
               GO TO 2000-LER
           END-IF
      *
           MOVE HCOM-VALOR             TO WRK-VALOR-PAGAR
           MOVE 'N'                    TO WRK-HRET-ACHOU-FLAG
           IF WRK-TEM-RETENCAO
               MOVE HCOM-CHAVE         TO HRET-CHAVE
               READ ARQHRET
                   NOT INVALID KEY
                       SET WRK-HRET-ACHOU
                                       TO TRUE
                       MOVE HRET-VALOR-LIQUIDO
                                       TO WRK-VALOR-PAGAR
               END-READ
           END-IF
           IF WRK-VALOR-PAGAR          NOT GREATER ZEROS
               GO TO 2000-LER
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREM
           MOVE 'D'                    TO REM-TIPO-REG
                   MOVE EXEMPLO-RAZAO-SOCIAL OF ARQVEN01
                                       TO REM-NOME
           END-READ
      *
           MOVE SPACES                 TO WRK-EXC-MOTIVO
           IF NOT WRK-TEM-CBAN
               MOVE 'CADASTRO DE CONTAS BANCARIAS AUSENTE'
                                       TO WRK-EXC-MOTIVO
           ELSE
               MOVE HCOM-COD-VEN       TO CBAN-COD-VEN
               READ ARQCBAN
                   INVALID KEY
                       MOVE 'SEM CONTA BANCARIA CADASTRADA'
                                       TO WRK-EXC-MOTIVO
                   NOT INVALID KEY
                       IF NOT CBAN-CONFIRMADA
                           STRING 'CONTA ALTERADA EM ' CBAN-DATA-ALTER
                                  ' POR ' CBAN-OPER-ALTER
                                  ' - AGUARDA CONFIRMACAO'
                                       DELIMITED BY SIZE
                                       INTO WRK-EXC-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF WRK-EXC-MOTIVO           NOT EQUAL SPACES
               PERFORM 2100-GRAVA-EXCECAO THRU 2100-SAIDA
               GO TO 2000-LER
           END-IF
      *
           MOVE CBAN-BANCO             TO REM-BANCO
           MOVE CBAN-AGENCIA           TO REM-AGENCIA
           MOVE CBAN-AGENCIA-DV        TO REM-AGENCIA-DV
           MOVE CBAN-CONTA             TO REM-CONTA
           MOVE CBAN-CONTA-DV          TO REM-CONTA-DV
           MOVE WRK-VALOR-PAGAR        TO REM-VALOR
           MOVE WRK-DATA-PAGTO         TO REM-DATA-PAGTO
           MOVE HCOM-PERIODO           TO REM-PERIODO
           WRITE REG-ARQREM
      *
           ADD 1                       TO WRK-TOT-DETALHES
           ADD WRK-VALOR-PAGAR         TO WRK-TOT-VALOR
      *
           IF WRK-HRET-ACHOU
               MOVE WRK-DATA-PAGTO     TO HRET-DATA-PAGTO
               REWRITE HRET-REG
               END-REWRITE
           END-IF
           .
      *
       2000-LER.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LISTA NO RELATORIO DE EXCECOES O VENDEDOR RETIDO, COM O VALOR  *
      * QUE DEIXOU DE SER PAGO E O MOTIVO.                             *
      *----------------------------------------------------------------*
       2100-GRAVA-EXCECAO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-VALOR-PAGAR        TO WRK-EXC-VALOR-ED
           MOVE SPACES                 TO REG-ARQEXC
           STRING HCOM-COD-VEN ' ' REM-NOME ' ' WRK-EXC-VALOR-ED
                  '  ' WRK-EXC-MOTIVO
                                       DELIMITED BY SIZE
                                       INTO REG-ARQEXC
           WRITE REG-ARQEXC
      *
           ADD 1                       TO WRK-TOT-RETIDOS
           ADD WRK-VALOR-PAGAR         TO WRK-TOT-VALOR-RETIDO
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO - TRAILER, MANIFESTO E ENCERRAMENTO.     *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
           MOVE WRK-TOT-VALOR          TO REM-TRL-VALOR-TOTAL
           WRITE REG-ARQREM
      *
           MOVE SPACES                 TO REG-ARQEXC
           WRITE REG-ARQEXC
           MOVE WRK-TOT-VALOR-RETIDO   TO WRK-EXC-VALOR-ED
           MOVE SPACES                 TO REG-ARQEXC
           STRING 'TOTAL RETIDO: ' WRK-TOT-RETIDOS ' VENDEDOR(ES) - '
                  'VALOR ' WRK-EXC-VALOR-ED
                                       DELIMITED BY SIZE
                                       INTO REG-ARQEXC
           WRITE REG-ARQEXC
      *
           IF WRK-TEM-RETENCAO
               CLOSE ARQHRET
           END-IF
           IF WRK-TEM-CBAN
               CLOSE ARQCBAN
           END-IF
           CLOSE ARQHCOM
                 ARQVEN01
                 ARQREM
                 ARQEXC
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
                   WRK-TOT-DETALHES
           DISPLAY 'GERA-REMESSA: ARQUIVO GERADO EM....: '
                   WRK-NOME-ARQREM
           DISPLAY 'GERA-REMESSA: VENDEDORES RETIDOS...: '
                   WRK-TOT-RETIDOS
           DISPLAY 'GERA-REMESSA: EXCECOES EM..........: '
                   WRK-NOME-ARQEXC
      *
      *    RETIDO SEM CONTA CONFIRMADA E AVISO (RC 4), NAO ERRO.
           IF WRK-TOT-RETIDOS          GREATER ZEROS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
      *
           PERFORM 3300-GO-BACK
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
      *
           MOVE WRK-TOT-RETIDOS        TO WRK-MANIF-QTDE
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQEXC
                  ' REGISTROS=' WRK-MANIF-QTDE
                  DELIMITED BY SIZE INTO REG-ARQMANIF
           END-STRING
           WRITE REG-ARQMANIF
           CLOSE ARQMANIF
           .
      *----------------------------------------------------------------*

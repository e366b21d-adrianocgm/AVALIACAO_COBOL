               RECORD KEY              IS DSTC-CHAVE
               FILE STATUS             IS WRK-FS-ARQDSTC.
      *
      *    CADASTRO DE PROSPECTS (OPCIONAL) E SECAO PROPRIA DA SAIDA
      *    COM O VENDEDOR MAIS PROXIMO DE CADA PROSPECT EM ABERTO
           SELECT ARQPROSP ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PROSP-CODIGO
               FILE STATUS             IS WRK-FS-ARQPROSP.
      *
           SELECT ARQPRSR  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQPRSR.
      *
      *    MATRIZ DE CERTIFICACAO VENDEDOR X FAMILIA E LINHAS DE
      *    PRODUTO EXIGIDAS POR CLIENTE (OPCIONAIS) E LISTAGEM DOS
      *    CLIENTES QUE FICARAM SEM VENDEDOR CERTIFICADO
           SELECT ARQCERT  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CERTIF-CHAVE
               FILE STATUS             IS WRK-FS-ARQCERT.
      *
           SELECT ARQLREQ  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS LINREQ-CHAVE
               FILE STATUS             IS WRK-FS-ARQLREQ.
      *
           SELECT ARQSCRT  ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQSCRT.
      *
      *
      *================================================================*
       DATA                            DIVISION.
           05 CKPT-TRL-QTDE-TIER-B     PIC 9(007).
           05 CKPT-TRL-QTDE-TIER-C     PIC 9(007).
           05 CKPT-TRL-QTDE-SEMGEO     PIC 9(007).
           05 CKPT-TRL-QTDE-SEMCERT    PIC 9(007).
           05 CKPT-TAB-CAP-ENTRY                    OCCURS 500 TIMES.
              10 CKPT-TAB-CAP-COD-VEN     PIC 9(003).
              10 CKPT-TAB-CAP-ATIVOS      PIC 9(005).
         FD ARQDSTC
            VALUE OF FILE-ID IS WRK-NOME-ARQDSTC
            COPY "DST-SIST.CPY".
      *
         FD ARQPROSP
            VALUE OF FILE-ID IS WRK-NOME-ARQPROSP
            COPY "PRS-SIST.CPY".
      *
         FD ARQPRSR
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQPRSR.
      *
       01  REG-ARQPRSR                 PIC X(132).
      *
         FD ARQCERT
            VALUE OF FILE-ID IS WRK-NOME-ARQCERT
            COPY "CRT-SIST.CPY".
      *
         FD ARQLREQ
            VALUE OF FILE-ID IS WRK-NOME-ARQLREQ
            COPY "LRQ-SIST.CPY".
      *
         FD ARQSCRT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQSCRT.
      *
       01  REG-ARQSCRT                 PIC X(132).
      *
         FD ARQPCTL
            LABEL RECORD IS OMITTED
           05  WRK-TRL-QTDE-TIER-B     PIC  9(007)         VALUE ZEROS.
           05  WRK-TRL-QTDE-TIER-C     PIC  9(007)         VALUE ZEROS.
           05  WRK-TRL-QTDE-SEMGEO     PIC  9(007)         VALUE ZEROS.
           05  WRK-TRL-QTDE-SEMCERT    PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    PASSADA DE PRIORIDADE CORRENTE: CLIENTES 'A' SAO ATRIBUIDOS *
           'C:\GERENC\ARQPERFV.DAT'.
       01  WRK-TEM-PERFIL-FLAG         PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PERFIL                          VALUE 'S'.
      *----------------------------------------------------------------*
      *    CERTIFICACAO POR LINHA DE PRODUTO: CLIENTE COM LINHA        *
      *    EXIGIDA (ARQLREQ, ORIGEM 'D' OU 'M') SO VAI PARA VENDEDOR   *
      *    COM CERTIFICACAO VIGENTE (ARQCERT) EM TODAS AS LINHAS DELE. *
      *    SEM A MATRIZ OU SEM O ARQUIVO DE LINHAS NAO HA RESTRICAO.   *
      *    O CLIENTE QUE SO TINHA VENDEDOR VIAVEL SEM CERTIFICACAO     *
      *    FICA SEM VENDEDOR COM MOTIVO 'C', CONTADOR PROPRIO NO       *
      *    TRAILER E LINHA NA LISTAGEM CARTEIRA_SEMCERT_*.TXT.         *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQCERT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCERT-OK                          VALUE '00' '05'.
           88  WRK-ARQCERT-FIM                         VALUE '10'.
       01  WRK-FS-ARQLREQ              PIC X(002)      VALUE SPACES.
           88  WRK-ARQLREQ-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQSCRT              PIC X(002)      VALUE SPACES.
           88  WRK-ARQSCRT-OK                          VALUE ZEROS.
       01  WRK-NOME-ARQCERT            PIC X(050)      VALUE
           'C:\GERENC\ARQCERT.DAT'.
       01  WRK-NOME-ARQLREQ            PIC X(050)      VALUE
           'C:\GERENC\ARQLREQ.DAT'.
       01  WRK-NOME-ARQSCRT            PIC X(050)      VALUE SPACES.
       01  WRK-CERT-LIGADO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-CERT-LIGADO                         VALUE 'S'.
       01  WRK-SCRT-ABERTO-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-SCRT-ABERTO                         VALUE 'S'.
       01  WRK-CERT-OK-FLAG            PIC X(001)      VALUE 'S'.
           88  WRK-CERT-OK                             VALUE 'S'.
       01  WRK-CERT-BARROU-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-CERT-BARROU                         VALUE 'S'.
       01  WRK-CERT-BUSCA-FLAG         PIC X(001)      VALUE SPACE.
           88  WRK-CERT-ACHOU                          VALUE 'S'.
           88  WRK-CERT-BUSCA-ENCERRADA                VALUE 'S' 'F'.
       01  WRK-LREQ-FIM-FLAG           PIC X(001)      VALUE 'N'.
           88  WRK-LREQ-FIM                            VALUE 'S'.
       77  WRK-CERT-VEN                PIC 9(003)      VALUE ZEROS.
       77  WRK-QTDE-CERT               PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-IX-CERT                 PIC 9(005) COMP-3 VALUE ZEROS.
       77  WRK-QTDE-LINHAS             PIC 9(003) COMP-3 VALUE ZEROS.
       77  WRK-IX-LINHA                PIC 9(003) COMP-3 VALUE ZEROS.
       77  WRK-PTR-SCRT                PIC 9(003)      VALUE ZEROS.
      *    CERTIFICACOES VIGENTES, NA ORDEM DA CHAVE (VENDEDOR,
      *    FAMILIA) - A BUSCA PARA AO PASSAR DO VENDEDOR PROCURADO.
       01  TAB-CERTIFICACAO.
           05 TAB-CRT-ENTRY                          OCCURS 5000 TIMES.
              10 TAB-CRT-COD-VEN       PIC 9(003).
              10 TAB-CRT-FAMILIA       PIC 9(003).
       01  TAB-LINHAS-CLI.
           05 TAB-LIN-FAMILIA          PIC 9(003) OCCURS 20 TIMES.
       01  WRK-LIN-SCRT-CAB.
           05 FILLER                   PIC X(050)      VALUE
              'CLIENTES SEM VENDEDOR CERTIFICADO NAS LINHAS EXIG'.
           05 FILLER                   PIC X(017)      VALUE
              'IDAS - EXECUCAO: '.
           05 LIN-SCRT-CAB-DATA        PIC 9(008).
           05 FILLER                   PIC X(057)      VALUE SPACES.
       01  WRK-LIN-SCRT-DET.
           05 FILLER                   PIC X(008)      VALUE
              'CLIENTE='.
           05 LIN-SCRT-COD-CLI         PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-SCRT-NOME            PIC X(040).
           05 FILLER                   PIC X(006)      VALUE
              ' TERR='.
           05 LIN-SCRT-TERR            PIC X(005).
           05 FILLER                   PIC X(008)      VALUE
              ' LINHAS='.
           05 LIN-SCRT-LINHAS          PIC X(057).
       77  WRK-STICKY-VEN              PIC 9(003)      VALUE ZEROS.
       77  WRK-TOT-MANTIDOS            PIC 9(007)      VALUE ZEROS.
       77  WRK-CACHE-LAT-VEN           PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-CACHE-LON-VEN           PIC S9(003)V9(008) VALUE ZEROS.
       77  WRK-TOT-CACHE-HIT           PIC 9(007)      VALUE ZEROS.
       77  WRK-TOT-CACHE-MISS          PIC 9(007)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    PROSPECTS: DEPOIS DAS PASSADAS DE CLIENTES, CADA PROSPECT   *
      *    EM ABERTO E CARREGADO NA AREA DO CLIENTE E PASSA PELA MESMA *
      *    VARREDURA (RAIO, CAPACIDADE LIVRE, AUSENCIA, TERRITORIO).   *
      *    O PROSPECT NAO CONSOME CAPACIDADE NEM USA O CACHE (O CODIGO *
      *    DELE NAO E CODIGO DE CLIENTE).                              *
      *----------------------------------------------------------------*
       01  WRK-FS-ARQPROSP             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPROSP-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRSR              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRSR-OK                          VALUE ZEROS.
       01  WRK-NOME-ARQPROSP           PIC X(050)      VALUE
           'C:\GERENC\PROSPECT.DAT'.
       01  WRK-NOME-ARQPRSR            PIC X(050)      VALUE SPACES.
       01  WRK-PROSP-FIM-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-PROSP-FIM                           VALUE 'S'.
       01  WRK-PASSADA-PROSP-FLAG      PIC X(001)      VALUE 'N'.
           88  WRK-PASSADA-PROSPECT                    VALUE 'S'.
       77  WRK-PRS-QTDE-LIDOS          PIC 9(007)      VALUE ZEROS.
       77  WRK-PRS-QTDE-ATRIB          PIC 9(007)      VALUE ZEROS.
       77  WRK-PRS-QTDE-SEMV           PIC 9(007)      VALUE ZEROS.
       77  WRK-PRS-QTDE-SEMGEO         PIC 9(007)      VALUE ZEROS.
       77  WRK-IX-PRS                  PIC 9(001)      VALUE ZEROS.
       01  WRK-LIN-PRS-CAB.
           05 FILLER                   PIC X(040)      VALUE
              'SECAO PROSPECTS - VENDEDOR MAIS PROXIMO '.
           05 FILLER                   PIC X(010)      VALUE
              'EXECUCAO: '.
           05 LIN-PRS-CAB-DATA         PIC 9(008).
           05 FILLER                   PIC X(009)      VALUE
              ' UNIDADE '.
           05 LIN-PRS-CAB-UNID         PIC X(001).
           05 FILLER                   PIC X(064)      VALUE SPACES.
       01  WRK-LIN-PRS-DET.
           05 LIN-PRS-CODIGO           PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PRS-NOME             PIC X(040).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PRS-CEP              PIC X(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PRS-ESTAGIO          PIC X(001).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-PRS-CORPO            PIC X(072).
           05 LIN-PRS-TOP REDEFINES LIN-PRS-CORPO.
              10 LIN-PRS-TOP-ENTRY                   OCCURS 3 TIMES.
                 15 FILLER             PIC X(004).
                 15 LIN-PRS-VEN        PIC 9(003).
                 15 FILLER             PIC X(001).
                 15 LIN-PRS-DIST       PIC ZZZZZ9.99.
                 15 FILLER             PIC X(007).
       01  WRK-LIN-PRS-TRL.
           05 FILLER                   PIC X(010)      VALUE
              'PROSPECTS='.
           05 LIN-PRS-TRL-LIDOS        PIC ZZZZZZ9.
           05 FILLER                   PIC X(012)      VALUE
              ' ATRIBUIDOS='.
           05 LIN-PRS-TRL-ATRIB        PIC ZZZZZZ9.
           05 FILLER                   PIC X(014)      VALUE
              ' SEM VENDEDOR='.
           05 LIN-PRS-TRL-SEMV         PIC ZZZZZZ9.
           05 FILLER                   PIC X(012)      VALUE
              ' SEM GEOCOD='.
           05 LIN-PRS-TRL-SEMGEO       PIC ZZZZZZ9.
           05 FILLER                   PIC X(056)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    PARTICAO POR TERRITORIO: A EXECUCAO SO DISTRIBUI OS         *
               PERFORM 2000-PROCESSAR-CLIENTE THRU 2000-SAIDA
                   UNTIL WRK-ARQCLI01-FIM
           END-IF
      *
      *    SECAO DE PROSPECTS, COM A CAPACIDADE JA CONSUMIDA PELOS
      *    CLIENTES (A PARTICAO POR TERRITORIO NAO TRATA PROSPECTS -
      *    FICAM PARA A EXECUCAO SEM PARTICAO).
           IF NOT WRK-MODO-PARTICAO
               PERFORM 2600-PROCESSA-PROSPECTS THRU 2600-SAIDA
           END-IF
      *
           PERFORM 3000-FINALIZAR
           .
           IF WRK-ARQDSTC-OK
               SET WRK-CACHE-LIGADO    TO TRUE
           END-IF
      *
      *    MATRIZ DE CERTIFICACAO E LINHAS EXIGIDAS SAO OPCIONAIS -
      *    SO COM AS DUAS A CERTIFICACAO PASSA A FILTRAR CANDIDATOS.
           PERFORM 1340-CARREGA-CERTIFICACAO THRU 1340-SAIDA
      *
           PERFORM 1300-CARREGA-TAB-VENDEDORES THRU 1300-SAIDA
      *
                                       TO WRK-TRL-QTDE-TIER-C
               MOVE CKPT-TRL-QTDE-SEMGEO
                                       TO WRK-TRL-QTDE-SEMGEO
               MOVE CKPT-TRL-QTDE-SEMCERT
                                       TO WRK-TRL-QTDE-SEMCERT
           END-IF
      *
           PERFORM 1100-VERIFICAR-VAZIO
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'CLIENTES_TRACE.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQTRCL
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'PROSPECT.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPROSP
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCERT.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQCERT
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQLREQ.DAT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQLREQ
           .
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA EM MEMORIA A MATRIZ DE CERTIFICACAO VENDEDOR X FAMILIA *
      * E ABRE AS LINHAS EXIGIDAS POR CLIENTE, LIDAS A CADA CLIENTE.   *
      *----------------------------------------------------------------*
       1340-CARREGA-CERTIFICACAO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-CERT-LIGADO-FLAG
           MOVE ZEROS                  TO WRK-QTDE-CERT
      *
           OPEN INPUT ARQCERT
           IF NOT WRK-ARQCERT-OK
               GO TO 1340-SAIDA
           END-IF
      *
           OPEN INPUT ARQLREQ
           IF NOT WRK-ARQLREQ-OK
               CLOSE ARQCERT
               GO TO 1340-SAIDA
           END-IF
           SET WRK-CERT-LIGADO         TO TRUE
      *
           MOVE LOW-VALUES             TO CERTIF-CHAVE
           START ARQCERT KEY IS GREATER THAN OR EQUAL CERTIF-CHAVE
               INVALID KEY
                   MOVE '10'           TO WRK-FS-ARQCERT
           END-START
           PERFORM 1345-LER-CERTIFICACAO THRU 1345-SAIDA
               UNTIL WRK-ARQCERT-FIM
           CLOSE ARQCERT
      *
           DISPLAY 'GERENC-CARTEIRA: CERTIFICACOES VIGENTES..: '
                   WRK-QTDE-CERT
           .
      *----------------------------------------------------------------*
       1340-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA UMA CERTIFICACAO DA MATRIZ - A VENCIDA NA DATA DA      *
      * EXECUCAO NAO ENTRA (O VENDEDOR DEIXA DE SER CERTIFICADO).      *
      *----------------------------------------------------------------*
       1345-LER-CERTIFICACAO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCERT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQCERT
                   GO TO 1345-SAIDA
           END-READ
      *
           IF CERTIF-VALIDADE          LESS WRK-DATA-EXEC-HOJE
               GO TO 1345-SAIDA
           END-IF
           IF WRK-QTDE-CERT            NOT LESS 5000
               DISPLAY 'GERENC-CARTEIRA: MATRIZ DE CERTIFICACAO '
                       'CHEIA - VENDEDOR ' CERTIF-COD-VEN
                       ' EM DIANTE SEM CERTIFICACAO'
               MOVE '10'               TO WRK-FS-ARQCERT
               GO TO 1345-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-CERT
           MOVE CERTIF-COD-VEN         TO TAB-CRT-COD-VEN(WRK-QTDE-CERT)
           MOVE CERTIF-FAMILIA         TO TAB-CRT-FAMILIA(WRK-QTDE-CERT)
           .
      *----------------------------------------------------------------*
       1345-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SE EXISTIR UM CHECKPOINT DE UMA EXECUCAO ANTERIOR INCOMPLETA,  *
      * REPOSICIONA ARQCLI01 LOGO APOS O ULTIMO CLIENTE JA PROCESSADO. *
      *----------------------------------------------------------------*
           IF EXEMPLO-STATUS-ATIVO     OF ARQCLI01
           AND WRK-TIER-DA-PASSADA
               PERFORM 2050-INICIA-TOP THRU 2050-SAIDA
      *
               IF WRK-CERT-LIGADO
                   PERFORM 2500-CARREGA-LINHAS-CLI THRU 2500-SAIDA
               END-IF
      *
               MOVE 'N'                TO WRK-CLI-TRACE-FLAG
               IF WRK-TRACE-LIGADO
      *            FILIAL DE GRUPO COM MATRIZ JA ATRIBUIDA SEGUE O
      *            VENDEDOR DA MATRIZ; OS DEMAIS VAO PARA A VARREDURA.
                   PERFORM 2060-VERIFICA-GRUPO THRU 2060-SAIDA
      *            VENDEDOR DA MATRIZ SEM CERTIFICACAO NAS LINHAS DA
      *            FILIAL NAO E SEGUIDO - A FILIAL VAI PARA A VARREDURA.
                   IF  WRK-GRP-ACHOU
                   AND WRK-QTDE-LINHAS GREATER ZEROS
                       PERFORM 2520-CERTIFICACAO-GRUPO THRU 2520-SAIDA
                   END-IF
                   IF WRK-GRP-ACHOU
                       PERFORM 2070-FORCA-GRUPO THRU 2070-SAIDA
                   ELSE
              NOT LESS TAB-CAP-LIMITE(WRK-IX-CAP)
               GO TO 2080-SAIDA
           END-IF
      *
      *    O VENDEDOR ATUAL QUE PERDEU (OU NUNCA TEVE) A CERTIFICACAO
      *    NAS LINHAS EXIGIDAS DO CLIENTE NAO E MANTIDO.
           IF WRK-QTDE-LINHAS          GREATER ZEROS
               MOVE WRK-STICKY-VEN     TO WRK-CERT-VEN
               PERFORM 2510-VERIFICA-CERTIFICACAO THRU 2510-SAIDA
               IF NOT WRK-CERT-OK
                   SET WRK-CERT-BARROU TO TRUE
                   IF WRK-CLI-EM-TRACE
                       MOVE WRK-STICKY-VEN
                                       TO WRK-TRACE-VEN
                       MOVE 'VENDEDOR ATUAL SEM CERTIFICACAO NA LINHA'
                                       TO WRK-TRACE-MOTIVO
                       PERFORM 2130-GRAVA-TRACE THRU 2130-SAIDA
                   END-IF
                   GO TO 2080-SAIDA
               END-IF
           END-IF
      *
           MOVE EXEMPLO-LATITUDE       OF ARQCLI01
                                       TO WRK-LAT-CLI
           INITIALIZE WRK-TOP-VENDEDORES
           MOVE 'N'                    TO WRK-AUSENTE-PERTO-FLAG
           MOVE ZEROS                  TO WRK-AUS-MAIS-PERTO
           MOVE ZEROS                  TO WRK-QTDE-LINHAS
           MOVE 'N'                    TO WRK-CERT-BARROU-FLAG
           .
      *----------------------------------------------------------------*
       2050-SAIDA.                     EXIT.
               MOVE TAB-CAP-LON(WRK-IX-VARRE)
                                       TO WRK-LON-VEN
      *        O CACHE RESPONDE PELO CALCULO QUANDO AS COORDENADAS
      *        NAO MUDARAM DESDE A ULTIMA EXECUCAO (SO PARA CLIENTES).
               IF  WRK-CACHE-LIGADO
               AND NOT WRK-PASSADA-PROSPECT
                   PERFORM 2155-DISTANCIA-COM-CACHE THRU 2155-SAIDA
               ELSE
                   PERFORM 2150-CALCULAR-HAVERSINE THRU 2150-SAIDA
               END-IF
               GO TO 2110-PROXIMO
           END-IF
      *
      *    CLIENTE COM LINHA EXIGIDA SO ACEITA VENDEDOR CERTIFICADO
      *    EM TODAS AS LINHAS DELE; O VIAVEL BARRADO SO POR ISSO MARCA
      *    O CLIENTE PARA A LISTAGEM DE SEM VENDEDOR CERTIFICADO.
           IF WRK-QTDE-LINHAS          GREATER ZEROS
               MOVE TAB-CAP-COD-VEN(WRK-IX-VARRE)
                                       TO WRK-CERT-VEN
               PERFORM 2510-VERIFICA-CERTIFICACAO THRU 2510-SAIDA
               IF NOT WRK-CERT-OK
                   SET WRK-CERT-BARROU TO TRUE
                   IF WRK-CLI-EM-TRACE
                       MOVE TAB-CAP-COD-VEN(WRK-IX-VARRE)
                                       TO WRK-TRACE-VEN
                       MOVE 'SEM CERTIFICACAO NA LINHA EXIGIDA'
                                       TO WRK-TRACE-MOTIVO
                       PERFORM 2130-GRAVA-TRACE THRU 2130-SAIDA
                   END-IF
                   GO TO 2110-PROXIMO
               END-IF
           END-IF
      *
           MOVE TAB-CAP-COD-VEN(WRK-IX-VARRE)
                                       TO WRK-VEN-AVALIADO
           IF NOT WRK-TOP-OCUPADO(1)
               ADD 1                   TO WRK-TRL-QTDE-SEMV
               MOVE 'S'                TO REG-CART-SEM-VENDEDOR
               IF WRK-CERT-BARROU
                   PERFORM 2530-REGISTRA-SEMCERT THRU 2530-SAIDA
               END-IF
               SET REG-CART-TIPO-PRIMARIO
                                       TO TRUE
               WRITE REG-ARQSCART
           IF NOT WRK-TOP-OCUPADO(1)
               ADD 1                   TO WRK-TRL-QTDE-SEMV
               MOVE 'S'                TO REG-CART-SEM-VENDEDOR
               IF WRK-CERT-BARROU
                   PERFORM 2530-REGISTRA-SEMCERT THRU 2530-SAIDA
               END-IF
           ELSE
               ADD 1                   TO WRK-TRL-QTDE-ASSOC
               MOVE 'N'                TO REG-CART-SEM-VENDEDOR
           MOVE WRK-TRL-QTDE-TIER-B    TO CKPT-TRL-QTDE-TIER-B
           MOVE WRK-TRL-QTDE-TIER-C    TO CKPT-TRL-QTDE-TIER-C
           MOVE WRK-TRL-QTDE-SEMGEO    TO CKPT-TRL-QTDE-SEMGEO
           MOVE WRK-TRL-QTDE-SEMCERT   TO CKPT-TRL-QTDE-SEMCERT
      *
           MOVE 1                      TO WRK-IX-CKPT-CAP
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CARREGA AS LINHAS DE PRODUTO EXIGIDAS DO CLIENTE CORRENTE      *
      * (DERIVADAS OU MARCADAS A MAO; A DISPENSADA NAO CONTA).         *
      *----------------------------------------------------------------*
       2500-CARREGA-LINHAS-CLI         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-LREQ-FIM-FLAG
           MOVE EXEMPLO-CODIGO-CLI     OF ARQCLI01
                                       TO LINREQ-COD-CLI
           MOVE ZEROS                  TO LINREQ-FAMILIA
           START ARQLREQ KEY IS GREATER THAN OR EQUAL LINREQ-CHAVE
               INVALID KEY
                   GO TO 2500-SAIDA
           END-START
      *
           PERFORM 2505-LER-LINHA-CLI THRU 2505-SAIDA
               UNTIL WRK-LREQ-FIM
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2505-LER-LINHA-CLI              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQLREQ NEXT RECORD
               AT END
                   SET WRK-LREQ-FIM    TO TRUE
                   GO TO 2505-SAIDA
           END-READ
           IF LINREQ-COD-CLI           NOT EQUAL
              EXEMPLO-CODIGO-CLI       OF ARQCLI01
               SET WRK-LREQ-FIM        TO TRUE
               GO TO 2505-SAIDA
           END-IF
      *
           IF NOT LINREQ-EXIGIDA
               GO TO 2505-SAIDA
           END-IF
           IF WRK-QTDE-LINHAS          NOT LESS 20
               SET WRK-LREQ-FIM        TO TRUE
               GO TO 2505-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-QTDE-LINHAS
           MOVE LINREQ-FAMILIA         TO TAB-LIN-FAMILIA
                                          (WRK-QTDE-LINHAS)
           .
      *----------------------------------------------------------------*
       2505-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VERIFICA SE O VENDEDOR WRK-CERT-VEN TEM CERTIFICACAO VIGENTE   *
      * EM TODAS AS LINHAS EXIGIDAS DO CLIENTE CORRENTE.               *
      *----------------------------------------------------------------*
       2510-VERIFICA-CERTIFICACAO      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WRK-CERT-OK-FLAG
           MOVE ZEROS                  TO WRK-IX-LINHA
           PERFORM 2512-TESTA-LINHA THRU 2512-SAIDA
               UNTIL NOT WRK-CERT-OK
                  OR WRK-IX-LINHA NOT LESS WRK-QTDE-LINHAS
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2512-TESTA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-IX-LINHA
           MOVE SPACE                  TO WRK-CERT-BUSCA-FLAG
           MOVE 1                      TO WRK-IX-CERT
           PERFORM 2515-PROCURA-CERT THRU 2515-SAIDA
               UNTIL WRK-CERT-BUSCA-ENCERRADA
           IF NOT WRK-CERT-ACHOU
               MOVE 'N'                TO WRK-CERT-OK-FLAG
           END-IF
           .
      *----------------------------------------------------------------*
       2512-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2515-PROCURA-CERT               SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IX-CERT              GREATER WRK-QTDE-CERT
               MOVE 'F'                TO WRK-CERT-BUSCA-FLAG
               GO TO 2515-SAIDA
           END-IF
           IF TAB-CRT-COD-VEN(WRK-IX-CERT) GREATER WRK-CERT-VEN
               MOVE 'F'                TO WRK-CERT-BUSCA-FLAG
               GO TO 2515-SAIDA
           END-IF
           IF  TAB-CRT-COD-VEN(WRK-IX-CERT) EQUAL WRK-CERT-VEN
           AND TAB-CRT-FAMILIA(WRK-IX-CERT)
               EQUAL TAB-LIN-FAMILIA(WRK-IX-LINHA)
               MOVE 'S'                TO WRK-CERT-BUSCA-FLAG
               GO TO 2515-SAIDA
           END-IF
           ADD 1                       TO WRK-IX-CERT
           .
      *----------------------------------------------------------------*
       2515-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * FILIAL DE GRUPO: O VENDEDOR DA MATRIZ SO E SEGUIDO QUANDO E    *
      * CERTIFICADO NAS LINHAS EXIGIDAS DA FILIAL.                     *
      *----------------------------------------------------------------*
       2520-CERTIFICACAO-GRUPO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-GRP-VEN(WRK-IX-GRP) TO WRK-CERT-VEN
           PERFORM 2510-VERIFICA-CERTIFICACAO THRU 2510-SAIDA
           IF WRK-CERT-OK
               GO TO 2520-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-GRP-ACHOU-FLAG
           SET WRK-CERT-BARROU         TO TRUE
           IF WRK-CLI-EM-TRACE
               MOVE WRK-CERT-VEN       TO WRK-TRACE-VEN
               MOVE 'VENDEDOR DA MATRIZ SEM CERTIFICACAO NA LINHA'
                                       TO WRK-TRACE-MOTIVO
               PERFORM 2130-GRAVA-TRACE THRU 2130-SAIDA
           END-IF
           .
      *----------------------------------------------------------------*
       2520-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CLIENTE SEM VENDEDOR PORQUE NENHUM VIAVEL TINHA CERTIFICACAO   *
      * NAS LINHAS DELE: MOTIVO 'C' NO DETALHE, CONTADOR PROPRIO NO    *
      * TRAILER E LINHA NA LISTAGEM (ABERTA NO PRIMEIRO CASO; NA       *
      * RETOMADA DE CHECKPOINT A LISTAGEM DA EXECUCAO E ESTENDIDA).    *
      *----------------------------------------------------------------*
       2530-REGISTRA-SEMCERT           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-TRL-QTDE-SEMCERT
           SET REG-CART-SEMV-CERTIFICACAO TO TRUE
      *
           IF WRK-MODO-SIMULACAO
               GO TO 2530-SAIDA
           END-IF
      *
           IF NOT WRK-SCRT-ABERTO
               MOVE SPACES             TO WRK-NOME-ARQSCRT
               IF WRK-MODO-PARTICAO
                   STRING FUNCTION TRIM(WRK-DIR-RELAT)
                          'CARTEIRA_SEMCERT_'
                          FUNCTION TRIM(WRK-PART-TERR) '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSCRT
               ELSE
                   STRING FUNCTION TRIM(WRK-DIR-RELAT)
                          'CARTEIRA_SEMCERT_'
                          WRK-ARQSCART-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQSCRT
               END-IF
               MOVE '99'               TO WRK-FS-ARQSCRT
               IF WRK-CKPT-ENCONTRADO
                   OPEN EXTEND ARQSCRT
               END-IF
               IF NOT WRK-ARQSCRT-OK
                   OPEN OUTPUT ARQSCRT
                   IF WRK-ARQSCRT-OK
                       MOVE WRK-DATA-EXEC-HOJE
                                       TO LIN-SCRT-CAB-DATA
                       WRITE REG-ARQSCRT FROM WRK-LIN-SCRT-CAB
                   END-IF
               END-IF
               IF NOT WRK-ARQSCRT-OK
                   DISPLAY 'GERENC-CARTEIRA: LISTAGEM SEM CERTIFICACAO '
                           'NAO ABERTA - FILE STATUS=' WRK-FS-ARQSCRT
                   GO TO 2530-SAIDA
               END-IF
               SET WRK-SCRT-ABERTO     TO TRUE
           END-IF
      *
           MOVE EXEMPLO-CODIGO-CLI     OF ARQCLI01
                                       TO LIN-SCRT-COD-CLI
           MOVE EXEMPLO-RAZAO-SOCIAL   OF ARQCLI01
                                       TO LIN-SCRT-NOME
           MOVE EXEMPLO-TERRITORIO     OF ARQCLI01
                                       TO LIN-SCRT-TERR
           MOVE SPACES                 TO LIN-SCRT-LINHAS
           MOVE 1                      TO WRK-PTR-SCRT
           MOVE ZEROS                  TO WRK-IX-LINHA
           PERFORM 2535-MONTA-LINHAS THRU 2535-SAIDA
               UNTIL WRK-IX-LINHA NOT LESS WRK-QTDE-LINHAS
                  OR WRK-IX-LINHA NOT LESS 14
           WRITE REG-ARQSCRT FROM WRK-LIN-SCRT-DET
           .
      *----------------------------------------------------------------*
       2530-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2535-MONTA-LINHAS               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-IX-LINHA
           STRING TAB-LIN-FAMILIA(WRK-IX-LINHA) ' '
                                       DELIMITED BY SIZE
                                       INTO LIN-SCRT-LINHAS
                                       WITH POINTER WRK-PTR-SCRT
           .
      *----------------------------------------------------------------*
       2535-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * SECAO DE PROSPECTS: PERCORRE O CADASTRO DE PROSPECTS E GRAVA,  *
      * EM ARQUIVO PROPRIO AO LADO DA CARTEIRA, O TOP-3 DE VENDEDORES  *
      * DE CADA PROSPECT EM ABERTO. FORA DA SIMULACAO O VENDEDOR MAIS  *
      * PROXIMO FICA GRAVADO NO PROPRIO PROSPECT.                      *
      *----------------------------------------------------------------*
       2600-PROCESSA-PROSPECTS         SECTION.
      *----------------------------------------------------------------*
      *
      *    SEM CADASTRO DE PROSPECTS NAO HA SECAO.
           IF WRK-MODO-SIMULACAO
               OPEN INPUT ARQPROSP
           ELSE
               OPEN I-O ARQPROSP
           END-IF
           IF NOT WRK-ARQPROSP-OK
               GO TO 2600-SAIDA
           END-IF
      *
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'CARTEIRA_PROSP_'
                  FUNCTION CURRENT-DATE(1:14) '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQPRSR
           OPEN OUTPUT ARQPRSR
           IF NOT WRK-ARQPRSR-OK
               DISPLAY 'GERENC-CARTEIRA: ERRO ' WRK-FS-ARQPRSR
                       ' NA SAIDA DE PROSPECTS ' WRK-NOME-ARQPRSR
               CLOSE ARQPROSP
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE WRK-DATA-EXEC-HOJE     TO LIN-PRS-CAB-DATA
           MOVE WRK-MODO-UNIDADE       TO LIN-PRS-CAB-UNID
           WRITE REG-ARQPRSR           FROM WRK-LIN-PRS-CAB
      *
           SET WRK-PASSADA-PROSPECT    TO TRUE
           MOVE 'N'                    TO WRK-CLI-TRACE-FLAG
           MOVE 'N'                    TO WRK-PROSP-FIM-FLAG
           MOVE ZEROS                  TO PROSP-CODIGO
           START ARQPROSP KEY IS GREATER THAN OR EQUAL PROSP-CODIGO
               INVALID KEY
                   MOVE 'S'            TO WRK-PROSP-FIM-FLAG
           END-START
      *
           PERFORM 2610-AVALIA-PROSPECT THRU 2610-SAIDA
               UNTIL WRK-PROSP-FIM
      *
           MOVE WRK-PRS-QTDE-LIDOS     TO LIN-PRS-TRL-LIDOS
           MOVE WRK-PRS-QTDE-ATRIB     TO LIN-PRS-TRL-ATRIB
           MOVE WRK-PRS-QTDE-SEMV      TO LIN-PRS-TRL-SEMV
           MOVE WRK-PRS-QTDE-SEMGEO    TO LIN-PRS-TRL-SEMGEO
           WRITE REG-ARQPRSR           FROM WRK-LIN-PRS-TRL
      *
           CLOSE ARQPROSP
                 ARQPRSR
           MOVE 'N'                    TO WRK-PASSADA-PROSP-FLAG
      *
           DISPLAY 'GERENC-CARTEIRA: PROSPECTS ATRIBUIDOS....: '
                   WRK-PRS-QTDE-ATRIB ' DE ' WRK-PRS-QTDE-LIDOS
                   ' EM ' WRK-NOME-ARQPRSR
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * AVALIA UM PROSPECT: CONVERTIDOS E PERDIDOS FICAM DE FORA; SEM  *
      * COORDENADAS O PROSPECT SAI NA SECAO SEM VENDEDOR (AGUARDANDO   *
      * GEOCODIFICACAO); OS DEMAIS PASSAM PELA VARREDURA DA CARTEIRA.  *
      *----------------------------------------------------------------*
       2610-AVALIA-PROSPECT            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPROSP NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-PROSP-FIM-FLAG
                   GO TO 2610-SAIDA
           END-READ
      *
           IF PROSP-CONVERTIDO
           OR PROSP-PERDIDO
               GO TO 2610-SAIDA
           END-IF
      *
           ADD 1                       TO WRK-PRS-QTDE-LIDOS
           PERFORM 2050-INICIA-TOP THRU 2050-SAIDA
      *
           MOVE SPACES                 TO LIN-PRS-CORPO
           MOVE PROSP-CODIGO           TO LIN-PRS-CODIGO
           MOVE PROSP-NOME             TO LIN-PRS-NOME
           MOVE PROSP-CEP              TO LIN-PRS-CEP
           MOVE PROSP-ESTAGIO          TO LIN-PRS-ESTAGIO
      *
           IF  PROSP-LATITUDE          EQUAL ZEROS
           AND PROSP-LONGITUDE         EQUAL ZEROS
               ADD 1                   TO WRK-PRS-QTDE-SEMGEO
               MOVE 'SEM GEOCODIFICACAO - FORA DA DISTRIBUICAO'
                                       TO LIN-PRS-CORPO
           ELSE
      *        A VARREDURA LE AS COORDENADAS E O TERRITORIO DA AREA
      *        DO CLIENTE - O PROSPECT E CARREGADO NELA.
               MOVE PROSP-LATITUDE     TO EXEMPLO-LATITUDE
                                       OF ARQCLI01
               MOVE PROSP-LONGITUDE    TO EXEMPLO-LONGITUDE
                                       OF ARQCLI01
               MOVE PROSP-TERRITORIO   TO EXEMPLO-TERRITORIO
                                       OF ARQCLI01
               PERFORM 2090-VARRE-TAB-VENDEDORES THRU 2090-SAIDA
               IF WRK-TOP-OCUPADO(1)
                   ADD 1               TO WRK-PRS-QTDE-ATRIB
                   MOVE 1              TO WRK-IX-PRS
                   PERFORM 2620-MONTA-TOP-PROSP THRU 2620-SAIDA
                       UNTIL WRK-IX-PRS GREATER 3
               ELSE
                   ADD 1               TO WRK-PRS-QTDE-SEMV
                   MOVE 'SEM VENDEDOR COM CAPACIDADE DENTRO DO RAIO'
                                       TO LIN-PRS-CORPO
               END-IF
           END-IF
      *
           WRITE REG-ARQPRSR           FROM WRK-LIN-PRS-DET
      *
      *    A SIMULACAO NAO MEXE NO CADASTRO.
           IF WRK-MODO-SIMULACAO
               GO TO 2610-SAIDA
           END-IF
      *
           IF WRK-TOP-OCUPADO(1)
               MOVE WRK-TOP-COD-VEN(1) TO PROSP-COD-VEN
               MOVE WRK-TOP-DISTANCIA(1)
                                       TO WRK-DIST-CONV-IN
               PERFORM 2440-CONVERTE-DISTANCIA THRU 2440-SAIDA
               MOVE WRK-DIST-CONV-OUT  TO PROSP-DIST-VEN
           ELSE
               MOVE ZEROS              TO PROSP-COD-VEN
                                          PROSP-DIST-VEN
           END-IF
           MOVE WRK-DATA-EXEC-HOJE     TO PROSP-DATA-ATRIB
           REWRITE PROSP-REG
           END-REWRITE
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2620-MONTA-TOP-PROSP            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TOP-OCUPADO(WRK-IX-PRS)
               MOVE 'VEN='             TO LIN-PRS-TOP-ENTRY(WRK-IX-PRS)
               MOVE WRK-TOP-COD-VEN(WRK-IX-PRS)
                                       TO LIN-PRS-VEN(WRK-IX-PRS)
               MOVE WRK-TOP-DISTANCIA(WRK-IX-PRS)
                                       TO WRK-DIST-CONV-IN
               PERFORM 2440-CONVERTE-DISTANCIA THRU 2440-SAIDA
               MOVE WRK-DIST-CONV-OUT  TO LIN-PRS-DIST(WRK-IX-PRS)
           END-IF
           ADD 1                       TO WRK-IX-PRS
           .
      *----------------------------------------------------------------*
       2620-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
           IF WRK-TEM-PERFIL
               CLOSE ARQPERFV
           END-IF
           IF WRK-CERT-LIGADO
               CLOSE ARQLREQ
           END-IF
           IF WRK-SCRT-ABERTO
               CLOSE ARQSCRT
               DISPLAY 'GERENC-CARTEIRA: SEM VENDEDOR CERTIFICADO EM '
                       WRK-NOME-ARQSCRT
           END-IF
           IF WRK-TRACE-LIGADO
               CLOSE ARQTRC
               DISPLAY 'GERENC-CARTEIRA: RASTRO DE AVALIACAO EM '
           MOVE WRK-TRL-QTDE-TIER-B    TO REG-CART-TRL-QTDE-TIER-B
           MOVE WRK-TRL-QTDE-TIER-C    TO REG-CART-TRL-QTDE-TIER-C
           MOVE WRK-TRL-QTDE-SEMGEO    TO REG-CART-TRL-QTDE-SEMGEO
           MOVE WRK-TRL-QTDE-SEMCERT   TO REG-CART-TRL-QTDE-SEMCERT
      *
           WRITE REG-ARQSCART
           PERFORM 7030-TESTAR-FS-ARQSCART THRU 7030-SAIDA
                   WRK-TRL-QTDE-TIER-C
           DISPLAY 'GERENC-CARTEIRA: SEM GEOCODIFICACAO....: '
                   WRK-TRL-QTDE-SEMGEO
           IF WRK-CERT-LIGADO
               DISPLAY 'GERENC-CARTEIRA: SEM VEND. CERTIFICADO.: '
                       WRK-TRL-QTDE-SEMCERT
           END-IF
           IF WRK-MODO-INCREMENTAL
               DISPLAY 'GERENC-CARTEIRA: VENDEDORES MANTIDOS...: '
                       WRK-TOT-MANTIDOS

      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
      *
       PROGRAM-ID. VERIFICA-INTEGR.
       AUTHOR.     ADRIANO MENEZES.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
      *    PROGRAMA....: VERIFICA-INTEGR                               *
      *    PROGRAMADOR : ADRIANO MENEZES                               *
      *----------------------------------------------------------------*
      *    OBJETIVO...: CONFERENCIA NOTURNA DA INTEGRIDADE             *
      *                 REFERENCIAL ENTRE OS ARQUIVOS: PERCORRE CADA   *
      *                 RELACIONAMENTO E LISTA OS REGISTROS ORFAOS     *
      *                 (CHAVE E MOTIVO), COM A CONTAGEM POR           *
      *                 RELACIONAMENTO NO RESUMO FINAL:                *
      *                   PED-CLIENTE  PEDIDO DE CLIENTE INEXISTENTE,  *
      *                                EXCLUIDO OU ANONIMIZADO         *
      *                   ITP-PEDIDO   ITEM SEM O CABECALHO DO PEDIDO  *
      *                   ITP-PRODUTO  ITEM DE PRODUTO FORA DO         *
      *                                ARQPRD01                        *
      *                   VIS-VENDEDOR VISITA DE VENDEDOR FORA DO      *
      *                                ARQVEN01                        *
      *                   HCOM-VEND    COMISSAO DE VENDEDOR            *
      *                                DESCONHECIDO                    *
      *                   META-VEND    META DE VENDEDOR DESCONHECIDO   *
      *                   END-CLIENTE  ENDERECO DE ENTREGA DE CLIENTE  *
      *                                INEXISTENTE                     *
      *                   CLIMU-CLI    MUNICIPIO DE CLIENTE            *
      *                                INEXISTENTE                     *
      *                   CONS-CLIENTE CONSENTIMENTO DE CLIENTE        *
      *                                INEXISTENTE                     *
      *                 ARQUIVO DEPENDENTE AUSENTE SO E ANOTADO NO     *
      *                 RESUMO. RELACIONAMENTO COM MAIS ORFAOS QUE O   *
      *                 LIMITE DEVOLVE RETURN-CODE 4 AO JOB-DIARIO     *
      *                 (O PASSO FICA COMO FALHA NO JORNAL E VIRA      *
      *                 ALERTA); LIMITE PADRAO = ZERO ORFAOS.          *
      *----------------------------------------------------------------*
      *    ENTRADA.....: <DIR-DADOS>INTEGR-LIMITES.TXT (OPCIONAL:      *
      *                 RELACIONAMENTO X(12) + QTDE MAXIMA DE ORFAOS   *
      *                 X(7) POR LINHA).                               *
      *    SAIDA.......: <DIR-RELAT>ORFAOS_<STAMP>.TXT                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:                                               *
      *                DDNAME                          INCLUDE/BOOK    *
      *                ARQCLI01                        CAD-SIST        *
      *                ARQVEN01                        CAD-SIST        *
      *                ARQPED01                        PED-SIST        *
      *                ARQITP01                        ITP-SIST        *
      *                ARQPRD01                        PRD-SIST        *
      *                ARQVIS01                        VIS-SIST        *
      *                ARQHCOM                         HCO-SIST        *
      *                ARQMETA                         MET-SIST        *
      *                ARQEND01                        END-SIST        *
      *                ARQCLIMU                        CLM-SIST        *
      *                ARQCONS                         CNS-SIST        *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                    *
      *    DATA       AUTOR  DESCRICAO                                 *
      *    15/10/2026 AM     VERSAO INICIAL DA CONFERENCIA DE          *
      *                      INTEGRIDADE REFERENCIAL.                  *
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
           SELECT ARQVEN01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS EXEMPLO-DADOS
                                       OF ARQVEN01
               ALTERNATE RECORD KEY    IS EXEMPLO-CHAVE-DOC
                                       OF ARQVEN01
                                       WITH DUPLICATES
               FILE STATUS             IS WRK-FS-ARQVEN01.
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
           SELECT ARQVIS01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS VISITA-CHAVE
               FILE STATUS             IS WRK-FS-ARQVIS01.
      *
           SELECT ARQHCOM  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS HCOM-CHAVE
               FILE STATUS             IS WRK-FS-ARQHCOM.
      *
           SELECT ARQMETA  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS META-CHAVE
               FILE STATUS             IS WRK-FS-ARQMETA.
      *
           SELECT ARQEND01 ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ENDENT-CHAVE
               FILE STATUS             IS WRK-FS-ARQEND01.
      *
           SELECT ARQCLIMU ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CLIMUN-COD-CLI
               FILE STATUS             IS WRK-FS-ARQCLIMU.
      *
           SELECT ARQCONS  ASSIGN      TO DISK
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CONS-CHAVE
               FILE STATUS             IS WRK-FS-ARQCONS.
      *
           SELECT ARQLIMIT ASSIGN      TO DISK
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WRK-FS-ARQLIMIT.
      *
           SELECT ARQMANIF ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQMANIF.
      *
           SELECT ARQREL01 ASSIGN      TO DISK
               FILE STATUS             IS WRK-FS-ARQREL01.
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
         FD ARQVEN01
            VALUE OF FILE-ID IS NOME-ARQVEN01-WS
            COPY "CAD-SIST.CPY".
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
         FD ARQVIS01
            VALUE OF FILE-ID IS NOME-ARQVIS01-WS
            COPY "VIS-SIST.CPY".
      *
         FD ARQHCOM
            VALUE OF FILE-ID IS NOME-ARQHCOM-WS
            COPY "HCO-SIST.CPY".
      *
         FD ARQMETA
            VALUE OF FILE-ID IS NOME-ARQMETA-WS
            COPY "MET-SIST.CPY".
      *
         FD ARQEND01
            VALUE OF FILE-ID IS NOME-ARQEND01-WS
            COPY "END-SIST.CPY".
      *
         FD ARQCLIMU
            VALUE OF FILE-ID IS NOME-ARQCLIMU-WS
            COPY "CLM-SIST.CPY".
      *
         FD ARQCONS
            VALUE OF FILE-ID IS NOME-ARQCONS-WS
            COPY "CNS-SIST.CPY".
      *
      *----------------------------------------------------------------*
      *    INPUT: LIMITE DE ORFAOS POR RELACIONAMENTO.                 *
      *----------------------------------------------------------------*
      *
         FD ARQLIMIT
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS NOME-ARQLIMIT-WS.
      *
       01  REG-ARQLIMIT.
           05 LIM-RELACAO              PIC  X(012).
           05 LIM-QTDE                 PIC  X(007).
           05 LIM-QTDE-9 REDEFINES LIM-QTDE
                                       PIC  9(007).
      *
         FD ARQMANIF
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS 'C:\GERENC\REPORT_MANIFEST.LOG'.
      *
       01  REG-ARQMANIF                PIC  X(150).
      *
         FD ARQREL01
            LABEL RECORD IS OMITTED
            VALUE OF FILE-ID IS WRK-NOME-ARQREL01.
      *
       01  REG-ARQREL01                PIC  X(132).
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
           'VERIFICA-INTEGR'.
      *
       01 NOME-ARQCLI01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLI01.DAT'.
       01 NOME-ARQVEN01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVEN01.DAT'.
       01 NOME-ARQPED01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPED01.DAT'.
       01 NOME-ARQITP01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQITP01.DAT'.
       01 NOME-ARQPRD01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQPRD01.DAT'.
       01 NOME-ARQVIS01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQVIS01.DAT'.
       01 NOME-ARQHCOM-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQHCOM.DAT'.
       01 NOME-ARQMETA-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQMETA.DAT'.
       01 NOME-ARQEND01-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQEND01.DAT'.
       01 NOME-ARQCLIMU-WS             PIC X(050)      VALUE
                                      'C:\GERENC\ARQCLIMU.DAT'.
       01 NOME-ARQCONS-WS              PIC X(050)      VALUE
                                      'C:\GERENC\ARQCONS.DAT'.
       01 NOME-ARQLIMIT-WS             PIC X(050)      VALUE
                                      'C:\GERENC\INTEGR-LIMITES.TXT'.
       01 WRK-NOME-ARQREL01            PIC X(050)      VALUE SPACES.
       01 WRK-DIR-DADOS                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-DIR-RELAT                PIC X(010)      VALUE
                                      'C:\GERENC\'.
       01 WRK-STAMP                    PIC X(014)      VALUE SPACES.
      *
       01  WRK-FS-ARQCLI01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLI01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVEN01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVEN01-OK                         VALUE '00' '05'.
           88  WRK-ARQVEN01-FIM                        VALUE '10'.
       01  WRK-FS-ARQPED01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPED01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQITP01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQITP01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQPRD01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQPRD01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQVIS01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQVIS01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQHCOM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQHCOM-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQMETA              PIC X(002)      VALUE SPACES.
           88  WRK-ARQMETA-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQEND01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQEND01-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCLIMU             PIC X(002)      VALUE SPACES.
           88  WRK-ARQCLIMU-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQCONS              PIC X(002)      VALUE SPACES.
           88  WRK-ARQCONS-OK                          VALUE '00' '05'.
       01  WRK-FS-ARQLIMIT             PIC X(002)      VALUE SPACES.
           88  WRK-ARQLIMIT-OK                         VALUE ZEROS.
           88  WRK-ARQLIMIT-FIM                        VALUE '10'.
       01  WRK-FS-ARQMANIF             PIC X(002)      VALUE SPACES.
           88  WRK-ARQMANIF-OK                         VALUE '00' '05'.
       01  WRK-FS-ARQREL01             PIC X(002)      VALUE SPACES.
           88  WRK-ARQREL01-OK                         VALUE ZEROS.
       01  WRK-FS-ARQPARM              PIC X(002)      VALUE SPACES.
           88  WRK-ARQPARM-OK                          VALUE ZEROS.
      *
       01  WRK-TEM-PEDIDOS-FLAG        PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PEDIDOS                         VALUE 'S'.
       01  WRK-TEM-PRODUTOS-FLAG       PIC X(001)      VALUE 'N'.
           88  WRK-TEM-PRODUTOS                        VALUE 'S'.
      *    FIM DA VARREDURA DO ARQUIVO CORRENTE.
       01  WRK-FIM-ARQ-FLAG            PIC X(001)      VALUE 'N'.
           88  WRK-FIM-ARQ                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RELACIONAMENTOS CONFERIDOS: CODIGO, ARQUIVO DEPENDENTE,     *
      *    REGISTROS LIDOS, ORFAOS, LIMITE (INTEGR-LIMITES.TXT) E      *
      *    SITUACAO (A = ARQUIVO DEPENDENTE AUSENTE, N = NAO CONFERIDO *
      *    POR FALTA DO ARQUIVO REFERENCIADO).                         *
      *----------------------------------------------------------------*
      *
       01  TAB-RELACAO-VALORES.
           05 FILLER                   PIC X(020)      VALUE
              'PED-CLIENTEARQPED01'.
           05 FILLER                   PIC X(020)      VALUE
              'ITP-PEDIDO  ARQITP01'.
           05 FILLER                   PIC X(020)      VALUE
              'ITP-PRODUTO ARQITP01'.
           05 FILLER                   PIC X(020)      VALUE
              'VIS-VENDEDORARQVIS01'.
           05 FILLER                   PIC X(020)      VALUE
              'HCOM-VEND   ARQHCOM'.
           05 FILLER                   PIC X(020)      VALUE
              'META-VEND   ARQMETA'.
           05 FILLER                   PIC X(020)      VALUE
              'END-CLIENTE ARQEND01'.
           05 FILLER                   PIC X(020)      VALUE
              'CLIMU-CLI   ARQCLIMU'.
           05 FILLER                   PIC X(020)      VALUE
              'CONS-CLIENTEARQCONS'.
       01  TAB-RELACAO-NOMES REDEFINES TAB-RELACAO-VALORES.
           05 TAB-REL-NOME-ENTRY                     OCCURS 9 TIMES.
              10 TAB-REL-NOME-COD      PIC X(012).
              10 TAB-REL-NOME-ARQ      PIC X(008).
      *
       01  TAB-RELACAO.
           05 TAB-REL-ENTRY                          OCCURS 9 TIMES.
              10 TAB-REL-LIDOS         PIC 9(007).
              10 TAB-REL-ORFAOS        PIC 9(007).
              10 TAB-REL-LIMITE        PIC 9(007).
              10 TAB-REL-SITUACAO      PIC X(001).
      *
       77  WRK-QTDE-REL                PIC 9(002) COMP VALUE 9.
       77  WRK-IX-REL                  PIC 9(002) COMP VALUE ZEROS.
       77  WRK-IX-LIM                  PIC 9(002) COMP VALUE ZEROS.
      *    INDICES FIXOS DE CADA RELACIONAMENTO NA TABELA.
       77  WRK-REL-PED-CLI             PIC 9(002) COMP VALUE 1.
       77  WRK-REL-ITP-PED             PIC 9(002) COMP VALUE 2.
       77  WRK-REL-ITP-PRD             PIC 9(002) COMP VALUE 3.
       77  WRK-REL-VIS-VEN             PIC 9(002) COMP VALUE 4.
       77  WRK-REL-HCOM-VEN            PIC 9(002) COMP VALUE 5.
       77  WRK-REL-META-VEN            PIC 9(002) COMP VALUE 6.
       77  WRK-REL-END-CLI             PIC 9(002) COMP VALUE 7.
       77  WRK-REL-CLIMU-CLI           PIC 9(002) COMP VALUE 8.
       77  WRK-REL-CONS-CLI            PIC 9(002) COMP VALUE 9.
      *
      *----------------------------------------------------------------*
      *    VENDEDORES PRESENTES NO ARQVEN01, INDEXADOS PELO CODIGO.    *
      *----------------------------------------------------------------*
      *
       01  TAB-VENDEDORES.
           05 TAB-VEN-EXISTE           PIC X(001)
                                       OCCURS 999 TIMES.
       77  WRK-VEN-BUSCA               PIC 9(003)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    SITUACAO DO CLIENTE PROCURADO: N = NAO EXISTE, E = EXCLUIDO,*
      *    X = ANONIMIZADO (LGPD-ANONIMIZA), A = DEMAIS. O ULTIMO      *
      *    CODIGO PROCURADO FICA GUARDADO (DEPENDENTES VEM AGRUPADOS   *
      *    POR CLIENTE).                                               *
      *----------------------------------------------------------------*
      *
       77  WRK-CLI-BUSCA               PIC 9(007)      VALUE ZEROS.
       77  WRK-CLI-ULT-BUSCA           PIC 9(007)      VALUE ZEROS.
       01  WRK-CLI-SITUACAO            PIC X(001)      VALUE SPACES.
           88  WRK-CLI-NAO-EXISTE                      VALUE 'N'.
           88  WRK-CLI-EXCLUIDO                        VALUE 'E'.
           88  WRK-CLI-ANONIMIZADO                     VALUE 'X'.
       01  WRK-MARCA-ANONIMO           PIC X(040)      VALUE
           'ANONIMIZADO CONFORME LGPD'.
       77  WRK-PED-ULT-BUSCA           PIC 9(007)      VALUE ZEROS.
       01  WRK-PED-ACHOU-FLAG          PIC X(001)      VALUE 'N'.
           88  WRK-PED-ACHOU                           VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    ORFAO CORRENTE E LIMITE DE LINHAS LISTADAS POR              *
      *    RELACIONAMENTO (A CONTAGEM CONTINUA ALEM DELE).             *
      *----------------------------------------------------------------*
      *
       01  WRK-ORF-CHAVE               PIC X(030)      VALUE SPACES.
       01  WRK-ORF-MOTIVO              PIC X(040)      VALUE SPACES.
       77  WRK-MAX-LISTA               PIC 9(007)      VALUE 500.
       77  WRK-QTDE-EXCEDIDOS          PIC 9(002)      VALUE ZEROS.
       77  WRK-TOT-ORFAOS              PIC 9(007)      VALUE ZEROS.
       77  WRK-MANIF-QTDE              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(002)      VALUE '* '.
           05 LIN-TI-RELACAO           PIC X(012).
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 LIN-TI-DESCRICAO         PIC X(060).
           05 FILLER                   PIC X(055)      VALUE SPACES.
      *
       01  WRK-LIN-ORFAO.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-OR-RELACAO           PIC X(012).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-OR-CHAVE             PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-OR-MOTIVO            PIC X(040).
           05 FILLER                   PIC X(044)      VALUE SPACES.
      *
       01  WRK-LIN-CAB-RESUMO.
           05 FILLER                   PIC X(055)      VALUE
              'RELACAO      ARQUIVO    LIDOS  ORFAOS  LIMITE  SITUACAO'.
           05 FILLER                   PIC X(077)      VALUE SPACES.
      *
       01  WRK-LIN-RESUMO.
           05 LIN-RS-RELACAO           PIC X(012).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-RS-ARQUIVO           PIC X(008).
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-RS-LIDOS             PIC ZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-RS-ORFAOS            PIC ZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACE.
           05 LIN-RS-LIMITE            PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 LIN-RS-SITUACAO          PIC X(030).
           05 FILLER                   PIC X(054)      VALUE SPACES.
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
           PERFORM 2100-CONFERE-PEDIDOS THRU 2100-SAIDA
           PERFORM 2200-CONFERE-ITENS THRU 2200-SAIDA
           PERFORM 2300-CONFERE-VISITAS THRU 2300-SAIDA
           PERFORM 2400-CONFERE-COMISSOES THRU 2400-SAIDA
           PERFORM 2500-CONFERE-METAS THRU 2500-SAIDA
           PERFORM 2600-CONFERE-ENDERECOS THRU 2600-SAIDA
           PERFORM 2700-CONFERE-MUNICIPIOS THRU 2700-SAIDA
           PERFORM 2800-CONFERE-CONSENT THRU 2800-SAIDA
      *
           PERFORM 3000-FINALIZAR
           .
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO DO PROGRAMA. SEM CLIENTES OU SEM       *
      * VENDEDORES NAO HA CONTRA O QUE CONFERIR.                       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:14)
                                       TO WRK-STAMP
           INITIALIZE TAB-RELACAO
           MOVE ALL 'N'                TO TAB-VENDEDORES
      *
           PERFORM 1050-LER-PARAMETROS THRU 1050-SAIDA
      *
      *    SEM ARQUIVO DE LIMITES NENHUM ORFAO E TOLERADO.
           OPEN INPUT ARQLIMIT
           IF WRK-ARQLIMIT-OK
               PERFORM 1100-CARREGA-LIMITE THRU 1100-SAIDA
                   UNTIL WRK-ARQLIMIT-FIM
               CLOSE ARQLIMIT
           END-IF
      *
           OPEN INPUT ARQCLI01
           IF NOT WRK-ARQCLI01-OK
               DISPLAY 'VERIFICA-INTEGR: FALHA EM ARQCLI01 - '
                       'FILE STATUS=' WRK-FS-ARQCLI01
               MOVE WRK-FS-ARQCLI01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQCLI01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           OPEN INPUT ARQVEN01
           IF NOT WRK-ARQVEN01-OK
               DISPLAY 'VERIFICA-INTEGR: FALHA EM ARQVEN01 - '
                       'FILE STATUS=' WRK-FS-ARQVEN01
               MOVE WRK-FS-ARQVEN01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQVEN01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 16                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 1200-CARREGA-VENDEDOR THRU 1200-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQVEN01
      *
      *    PEDIDOS E PRODUTOS SAO CONSULTADOS PELA CHAVE NA CONFERENCIA
      *    DOS ITENS; A FALTA DE UM DELES SO DEIXA DE CONFERIR AQUELE
      *    RELACIONAMENTO.
           OPEN INPUT ARQPED01
           IF WRK-ARQPED01-OK
               SET WRK-TEM-PEDIDOS     TO TRUE
           END-IF
           OPEN INPUT ARQPRD01
           IF WRK-ARQPRD01-OK
               SET WRK-TEM-PRODUTOS    TO TRUE
           END-IF
      *
           OPEN OUTPUT ARQREL01
           IF NOT WRK-ARQREL01-OK
               DISPLAY 'VERIFICA-INTEGR: FALHA AO CRIAR O RELATORIO - '
                       'FILE STATUS=' WRK-FS-ARQREL01
               MOVE WRK-FS-ARQREL01    TO COMUNIC-COD-RETORNO
               MOVE 'ARQREL01'         TO COMUNIC-DES-PGR-ARQ
               MOVE 20                 TO RETURN-CODE
               PERFORM 3300-GO-BACK
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'CONFERENCIA DE INTEGRIDADE REFERENCIAL - REGISTROS '
                  'ORFAOS POR RELACIONAMENTO - POSICAO DE '
                  WRK-STAMP(1:8)
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           MOVE SPACES                 TO REG-ARQREL01
           STRING 'ATE ' WRK-MAX-LISTA ' CHAVES LISTADAS POR '
                  'RELACIONAMENTO; A CONTAGEM DO RESUMO E COMPLETA'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
           .
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LE O ARQUIVO DE PARAMETROS (DIRETORIOS).                       *
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
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLI01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLI01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVEN01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVEN01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPED01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPED01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQITP01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQITP01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQPRD01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQPRD01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQVIS01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQVIS01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQHCOM.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQHCOM-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQMETA.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQMETA-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQEND01.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQEND01-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCLIMU.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCLIMU-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'ARQCONS.DAT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQCONS-WS
           STRING FUNCTION TRIM(WRK-DIR-DADOS) 'INTEGR-LIMITES.TXT'
                                       DELIMITED BY SIZE
                                       INTO NOME-ARQLIMIT-WS
           STRING FUNCTION TRIM(WRK-DIR-RELAT)
                  'ORFAOS_' WRK-STAMP '.TXT'
                                       DELIMITED BY SIZE
                                       INTO WRK-NOME-ARQREL01
           .
      *----------------------------------------------------------------*
       1050-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LIMITE DE UM RELACIONAMENTO. LINHA DE RELACIONAMENTO           *
      * DESCONHECIDO OU QUANTIDADE NAO NUMERICA E IGNORADA.            *
      *----------------------------------------------------------------*
       1100-CARREGA-LIMITE             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQLIMIT NEXT RECORD
               AT END
                   MOVE '10'           TO WRK-FS-ARQLIMIT
                   GO TO 1100-SAIDA
           END-READ
      *
           IF LIM-QTDE                 NOT NUMERIC
               GO TO 1100-SAIDA
           END-IF
      *
           PERFORM 1110-PROCURA-RELACAO THRU 1110-SAIDA
               VARYING WRK-IX-LIM FROM 1 BY 1
               UNTIL WRK-IX-LIM GREATER WRK-QTDE-REL
           .
      *----------------------------------------------------------------*
       1100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       1110-PROCURA-RELACAO            SECTION.
      *----------------------------------------------------------------*
      *
           IF TAB-REL-NOME-COD(WRK-IX-LIM) EQUAL LIM-RELACAO
               MOVE LIM-QTDE-9         TO TAB-REL-LIMITE(WRK-IX-LIM)
           END-IF
           .
      *----------------------------------------------------------------*
       1110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MARCA OS CODIGOS DE VENDEDOR PRESENTES NO ARQVEN01 (QUALQUER   *
      * SITUACAO - EXCLUIDO CONTINUA NO CADASTRO).                     *
      *----------------------------------------------------------------*
       1200-CARREGA-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 1200-SAIDA
           END-READ
      *
           IF  EXEMPLO-CODIGO-VEND OF ARQVEN01 NUMERIC
           AND EXEMPLO-CODIGO-VEND OF ARQVEN01 GREATER ZEROS
               MOVE EXEMPLO-CODIGO-VEND OF ARQVEN01
                                       TO WRK-VEN-BUSCA
               MOVE 'S'                TO TAB-VEN-EXISTE(WRK-VEN-BUSCA)
           END-IF
           .
      *----------------------------------------------------------------*
       1200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * PEDIDOS (ARQPED01) X CLIENTES: CLIENTE INEXISTENTE, EXCLUIDO   *
      * OU ANONIMIZADO.                                                *
      *----------------------------------------------------------------*
       2100-CONFERE-PEDIDOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-PED-CLI        TO WRK-IX-REL
           MOVE 'PEDIDO DE CLIENTE INEXISTENTE, EXCLUIDO OU ANONIMIZADO'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           IF NOT WRK-TEM-PEDIDOS
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2100-SAIDA
           END-IF
      *
           MOVE ZEROS                  TO PEDIDO-NUMERO
           START ARQPED01 KEY IS GREATER THAN OR EQUAL PEDIDO-NUMERO
               INVALID KEY
                   GO TO 2100-SAIDA
           END-START
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2110-LER-PEDIDO THRU 2110-SAIDA
               UNTIL WRK-FIM-ARQ
           .
      *----------------------------------------------------------------*
       2100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2110-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2110-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE PEDIDO-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 7200-BUSCA-CLIENTE THRU 7200-SAIDA
           IF NOT WRK-CLI-NAO-EXISTE
           AND NOT WRK-CLI-EXCLUIDO
           AND NOT WRK-CLI-ANONIMIZADO
               GO TO 2110-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'PEDIDO ' PEDIDO-NUMERO ' CLI ' PEDIDO-COD-CLI
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           EVALUATE TRUE
               WHEN WRK-CLI-NAO-EXISTE
                   MOVE 'CLIENTE INEXISTENTE'
                                       TO WRK-ORF-MOTIVO
               WHEN WRK-CLI-ANONIMIZADO
                   MOVE 'CLIENTE ANONIMIZADO'
                                       TO WRK-ORF-MOTIVO
               WHEN OTHER
                   MOVE 'CLIENTE EXCLUIDO'
                                       TO WRK-ORF-MOTIVO
           END-EVALUATE
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2110-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ITENS (ARQITP01) X CABECALHO DO PEDIDO E X PRODUTOS. OS ITENS  *
      * VEM AGRUPADOS POR PEDIDO: O CABECALHO E PROCURADO UMA VEZ SO.  *
      *----------------------------------------------------------------*
       2200-CONFERE-ITENS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-ITP-PED        TO WRK-IX-REL
           MOVE 'ITEM DE PEDIDO SEM CABECALHO NO ARQPED01 / PRODUTO '
                                       TO LIN-TI-DESCRICAO
           MOVE 'ITP-PED/PRD'          TO LIN-TI-RELACAO
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-TITULO
           MOVE SPACES                 TO REG-ARQREL01
           STRING '  (ITP-PRODUTO: PRODUTO DO ITEM FORA DO ARQPRD01)'
                  DELIMITED BY SIZE INTO REG-ARQREL01
           END-STRING
           WRITE REG-ARQREL01
      *
           OPEN INPUT ARQITP01
           IF NOT WRK-ARQITP01-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(2)
                                          TAB-REL-SITUACAO(3)
               GO TO 2200-SAIDA
           END-IF
           IF NOT WRK-TEM-PEDIDOS
               MOVE 'N'                TO TAB-REL-SITUACAO(2)
           END-IF
           IF NOT WRK-TEM-PRODUTOS
               MOVE 'N'                TO TAB-REL-SITUACAO(3)
           END-IF
      *
           MOVE ZEROS                  TO WRK-PED-ULT-BUSCA
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2210-LER-ITEM THRU 2210-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQITP01
           .
      *----------------------------------------------------------------*
       2200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2210-LER-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQITP01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2210-SAIDA
           END-READ
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'PEDIDO ' ITEM-PED-NUMERO ' ITEM ' ITEM-PED-SEQ
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
      *
           IF WRK-TEM-PEDIDOS
               MOVE WRK-REL-ITP-PED    TO WRK-IX-REL
               ADD 1                   TO TAB-REL-LIDOS(WRK-IX-REL)
               IF ITEM-PED-NUMERO      NOT EQUAL WRK-PED-ULT-BUSCA
                   MOVE ITEM-PED-NUMERO
                                       TO WRK-PED-ULT-BUSCA
                                          PEDIDO-NUMERO
                   MOVE 'S'            TO WRK-PED-ACHOU-FLAG
                   READ ARQPED01
                       INVALID KEY
                           MOVE 'N'    TO WRK-PED-ACHOU-FLAG
                   END-READ
               END-IF
               IF NOT WRK-PED-ACHOU
                   MOVE 'PEDIDO SEM CABECALHO'
                                       TO WRK-ORF-MOTIVO
                   PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
               END-IF
           END-IF
      *
           IF WRK-TEM-PRODUTOS
               MOVE WRK-REL-ITP-PRD    TO WRK-IX-REL
               ADD 1                   TO TAB-REL-LIDOS(WRK-IX-REL)
               MOVE ITEM-PED-COD-PROD  TO PRODUTO-CODIGO
               READ ARQPRD01
                   INVALID KEY
                       MOVE SPACES     TO WRK-ORF-MOTIVO
                       STRING 'PRODUTO ' ITEM-PED-COD-PROD
                              ' INEXISTENTE'
                              DELIMITED BY SIZE INTO WRK-ORF-MOTIVO
                       END-STRING
                       PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
               END-READ
           END-IF
           .
      *----------------------------------------------------------------*
       2210-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VISITAS (ARQVIS01) X VENDEDORES.                               *
      *----------------------------------------------------------------*
       2300-CONFERE-VISITAS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-VIS-VEN        TO WRK-IX-REL
           MOVE 'VISITA DE VENDEDOR QUE NAO ESTA NO ARQVEN01'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           OPEN INPUT ARQVIS01
           IF NOT WRK-ARQVIS01-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2300-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2310-LER-VISITA THRU 2310-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQVIS01
           .
      *----------------------------------------------------------------*
       2300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2310-LER-VISITA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVIS01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2310-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE VISITA-COD-VEN         TO WRK-VEN-BUSCA
           PERFORM 7300-TESTA-VENDEDOR THRU 7300-SAIDA
           IF WRK-ORF-MOTIVO           EQUAL SPACES
               GO TO 2310-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'CLI ' VISITA-COD-CLI ' DATA ' VISITA-DATA
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2310-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * HISTORICO DE COMISSOES (ARQHCOM) X VENDEDORES.                 *
      *----------------------------------------------------------------*
       2400-CONFERE-COMISSOES          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-HCOM-VEN       TO WRK-IX-REL
           MOVE 'COMISSAO APURADA PARA VENDEDOR DESCONHECIDO'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           OPEN INPUT ARQHCOM
           IF NOT WRK-ARQHCOM-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2400-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2410-LER-COMISSAO THRU 2410-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQHCOM
           .
      *----------------------------------------------------------------*
       2400-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2410-LER-COMISSAO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQHCOM NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2410-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE HCOM-COD-VEN           TO WRK-VEN-BUSCA
           PERFORM 7300-TESTA-VENDEDOR THRU 7300-SAIDA
           IF WRK-ORF-MOTIVO           EQUAL SPACES
               GO TO 2410-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'VEND ' HCOM-COD-VEN ' PERIODO ' HCOM-PERIODO
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2410-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * METAS (ARQMETA) X VENDEDORES.                                  *
      *----------------------------------------------------------------*
       2500-CONFERE-METAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-META-VEN       TO WRK-IX-REL
           MOVE 'META CADASTRADA PARA VENDEDOR DESCONHECIDO'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           OPEN INPUT ARQMETA
           IF NOT WRK-ARQMETA-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2500-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2510-LER-META THRU 2510-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQMETA
           .
      *----------------------------------------------------------------*
       2500-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2510-LER-META                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQMETA NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2510-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE META-COD-VEN           TO WRK-VEN-BUSCA
           PERFORM 7300-TESTA-VENDEDOR THRU 7300-SAIDA
           IF WRK-ORF-MOTIVO           EQUAL SPACES
               GO TO 2510-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'VEND ' META-COD-VEN ' PERIODO ' META-PERIODO
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2510-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * ENDERECOS DE ENTREGA (ARQEND01) X CLIENTES.                    *
      *----------------------------------------------------------------*
       2600-CONFERE-ENDERECOS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-END-CLI        TO WRK-IX-REL
           MOVE 'ENDERECO DE ENTREGA DE CLIENTE INEXISTENTE'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           OPEN INPUT ARQEND01
           IF NOT WRK-ARQEND01-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2600-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2610-LER-ENDERECO THRU 2610-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQEND01
           .
      *----------------------------------------------------------------*
       2600-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2610-LER-ENDERECO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQEND01 NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2610-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE ENDENT-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 7200-BUSCA-CLIENTE THRU 7200-SAIDA
           IF NOT WRK-CLI-NAO-EXISTE
               GO TO 2610-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'CLI ' ENDENT-COD-CLI ' SEQ ' ENDENT-SEQ
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           MOVE 'CLIENTE INEXISTENTE'  TO WRK-ORF-MOTIVO
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2610-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * MUNICIPIO DO CLIENTE (ARQCLIMU) X CLIENTES.                    *
      *----------------------------------------------------------------*
       2700-CONFERE-MUNICIPIOS         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-CLIMU-CLI      TO WRK-IX-REL
           MOVE 'MUNICIPIO ATRIBUIDO A CLIENTE INEXISTENTE'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           OPEN INPUT ARQCLIMU
           IF NOT WRK-ARQCLIMU-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2700-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2710-LER-MUNICIPIO THRU 2710-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQCLIMU
           .
      *----------------------------------------------------------------*
       2700-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2710-LER-MUNICIPIO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCLIMU NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2710-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE CLIMUN-COD-CLI         TO WRK-CLI-BUSCA
           PERFORM 7200-BUSCA-CLIENTE THRU 7200-SAIDA
           IF NOT WRK-CLI-NAO-EXISTE
               GO TO 2710-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'CLI ' CLIMUN-COD-CLI ' IBGE ' CLIMUN-COD-IBGE
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           MOVE 'CLIENTE INEXISTENTE'  TO WRK-ORF-MOTIVO
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2710-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONSENTIMENTOS (ARQCONS) X CLIENTES.                           *
      *----------------------------------------------------------------*
       2800-CONFERE-CONSENT            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-REL-CONS-CLI       TO WRK-IX-REL
           MOVE 'CONSENTIMENTO DE CONTATO DE CLIENTE INEXISTENTE'
                                       TO LIN-TI-DESCRICAO
           PERFORM 2900-TITULO-RELACAO THRU 2900-SAIDA
      *
           OPEN INPUT ARQCONS
           IF NOT WRK-ARQCONS-OK
               MOVE 'A'                TO TAB-REL-SITUACAO(WRK-IX-REL)
               GO TO 2800-SAIDA
           END-IF
      *
           MOVE 'N'                    TO WRK-FIM-ARQ-FLAG
           PERFORM 2810-LER-CONSENT THRU 2810-SAIDA
               UNTIL WRK-FIM-ARQ
           CLOSE ARQCONS
           .
      *----------------------------------------------------------------*
       2800-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2810-LER-CONSENT                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQCONS NEXT RECORD
               AT END
                   MOVE 'S'            TO WRK-FIM-ARQ-FLAG
                   GO TO 2810-SAIDA
           END-READ
           ADD 1                       TO TAB-REL-LIDOS(WRK-IX-REL)
      *
           MOVE CONS-COD-CLI           TO WRK-CLI-BUSCA
           PERFORM 7200-BUSCA-CLIENTE THRU 7200-SAIDA
           IF NOT WRK-CLI-NAO-EXISTE
               GO TO 2810-SAIDA
           END-IF
      *
           MOVE SPACES                 TO WRK-ORF-CHAVE
           STRING 'CLI ' CONS-COD-CLI ' CANAL ' CONS-CANAL
                  DELIMITED BY SIZE INTO WRK-ORF-CHAVE
           END-STRING
           MOVE 'CLIENTE INEXISTENTE'  TO WRK-ORF-MOTIVO
           PERFORM 2950-REGISTRA-ORFAO THRU 2950-SAIDA
           .
      *----------------------------------------------------------------*
       2810-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * TITULO DO BLOCO DO RELACIONAMENTO WRK-IX-REL.                  *
      *----------------------------------------------------------------*
       2900-TITULO-RELACAO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-REL-NOME-COD(WRK-IX-REL)
                                       TO LIN-TI-RELACAO
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-TITULO
           .
      *----------------------------------------------------------------*
       2900-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * CONTA O ORFAO NO RELACIONAMENTO WRK-IX-REL E LISTA A CHAVE     *
      * ENQUANTO NAO PASSAR DE WRK-MAX-LISTA.                          *
      *----------------------------------------------------------------*
       2950-REGISTRA-ORFAO             SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO TAB-REL-ORFAOS(WRK-IX-REL)
      *
           IF TAB-REL-ORFAOS(WRK-IX-REL) GREATER WRK-MAX-LISTA
               GO TO 2950-SAIDA
           END-IF
      *
           MOVE TAB-REL-NOME-COD(WRK-IX-REL)
                                       TO LIN-OR-RELACAO
           MOVE WRK-ORF-CHAVE          TO LIN-OR-CHAVE
           MOVE WRK-ORF-MOTIVO         TO LIN-OR-MOTIVO
           WRITE REG-ARQREL01          FROM WRK-LIN-ORFAO
           .
      *----------------------------------------------------------------*
       2950-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * RESUMO POR RELACIONAMENTO, MANIFESTO E RETURN-CODE: 4 QUANDO   *
      * ALGUM RELACIONAMENTO PASSOU DO LIMITE DE ORFAOS.               *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQCLI01
           IF WRK-TEM-PEDIDOS
               CLOSE ARQPED01
           END-IF
           IF WRK-TEM-PRODUTOS
               CLOSE ARQPRD01
           END-IF
      *
           MOVE SPACES                 TO REG-ARQREL01
           WRITE REG-ARQREL01
           MOVE 'RESUMO POR RELACIONAMENTO'
                                       TO REG-ARQREL01
           WRITE REG-ARQREL01
           WRITE REG-ARQREL01          FROM WRK-LIN-CAB-RESUMO
           PERFORM 3100-IMPRIME-RESUMO THRU 3100-SAIDA
               VARYING WRK-IX-REL FROM 1 BY 1
               UNTIL WRK-IX-REL GREATER WRK-QTDE-REL
           CLOSE ARQREL01
      *
           PERFORM 3050-GRAVA-MANIFESTO THRU 3050-SAIDA
      *
           MOVE ZEROS                  TO COMUNIC-COD-RETORNO
           MOVE SPACES                 TO COMUNIC-MSG
           STRING 'ORFAOS=' WRK-TOT-ORFAOS
                  ' RELACIONAMENTOS ACIMA DO LIMITE='
                  WRK-QTDE-EXCEDIDOS
                  DELIMITED BY SIZE INTO COMUNIC-MSG
           END-STRING
           DISPLAY 'VERIFICA-INTEGR: ' COMUNIC-MSG
      *
           IF WRK-QTDE-EXCEDIDOS       GREATER ZEROS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROS              TO RETURN-CODE
           END-IF
      *
           PERFORM 3300-GO-BACK
           .
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * LINHA DO RESUMO DO RELACIONAMENTO WRK-IX-REL.                  *
      *----------------------------------------------------------------*
       3100-IMPRIME-RESUMO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAB-REL-NOME-COD(WRK-IX-REL)
                                       TO LIN-RS-RELACAO
           MOVE TAB-REL-NOME-ARQ(WRK-IX-REL)
                                       TO LIN-RS-ARQUIVO
           MOVE TAB-REL-LIDOS(WRK-IX-REL)
                                       TO LIN-RS-LIDOS
           MOVE TAB-REL-ORFAOS(WRK-IX-REL)
                                       TO LIN-RS-ORFAOS
           MOVE TAB-REL-LIMITE(WRK-IX-REL)
                                       TO LIN-RS-LIMITE
           ADD TAB-REL-ORFAOS(WRK-IX-REL)
                                       TO WRK-TOT-ORFAOS
      *
           EVALUATE TRUE
               WHEN TAB-REL-SITUACAO(WRK-IX-REL) EQUAL 'A'
                   MOVE 'ARQUIVO AUSENTE'
                                       TO LIN-RS-SITUACAO
               WHEN TAB-REL-SITUACAO(WRK-IX-REL) EQUAL 'N'
                   MOVE 'NAO CONFERIDO (SEM REFERENCIA)'
                                       TO LIN-RS-SITUACAO
               WHEN TAB-REL-ORFAOS(WRK-IX-REL)
                    GREATER TAB-REL-LIMITE(WRK-IX-REL)
                   MOVE 'ACIMA DO LIMITE'
                                       TO LIN-RS-SITUACAO
                   ADD 1               TO WRK-QTDE-EXCEDIDOS
               WHEN OTHER
                   MOVE 'OK'           TO LIN-RS-SITUACAO
           END-EVALUATE
      *
           WRITE REG-ARQREL01          FROM WRK-LIN-RESUMO
           .
      *----------------------------------------------------------------*
       3100-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * REGISTRA NO MANIFESTO GLOBAL O RELATORIO GERADO.               *
      *----------------------------------------------------------------*
       3050-GRAVA-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQMANIF
           IF NOT WRK-ARQMANIF-OK
               OPEN OUTPUT ARQMANIF
           END-IF
      *
           MOVE WRK-TOT-ORFAOS         TO WRK-MANIF-QTDE
      *
           MOVE SPACES                 TO REG-ARQMANIF
           STRING FUNCTION CURRENT-DATE(1:14)
                  ' PROGRAMA=' WRK-PROGRAMA
                  ' ARQUIVO='  WRK-NOME-ARQREL01
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
      * SITUACAO DO CLIENTE WRK-CLI-BUSCA NO ARQCLI01 (CHAVE = CODIGO  *
      * + CNPJ: POSICIONA NO CODIGO E LE O PRIMEIRO REGISTRO).         *
      *----------------------------------------------------------------*
       7200-BUSCA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           IF  WRK-CLI-BUSCA           EQUAL WRK-CLI-ULT-BUSCA
           AND WRK-CLI-SITUACAO        NOT EQUAL SPACES
               GO TO 7200-SAIDA
           END-IF
           MOVE WRK-CLI-BUSCA          TO WRK-CLI-ULT-BUSCA
           MOVE 'N'                    TO WRK-CLI-SITUACAO
      *
           MOVE LOW-VALUES             TO EXEMPLO-DADOS OF ARQCLI01
           MOVE WRK-CLI-BUSCA          TO EXEMPLO-CODIGO-CLI
                                          OF ARQCLI01
           START ARQCLI01 KEY IS GREATER THAN OR EQUAL
                                       EXEMPLO-DADOS OF ARQCLI01
               INVALID KEY
                   GO TO 7200-SAIDA
           END-START
           READ ARQCLI01 NEXT RECORD
               AT END
                   GO TO 7200-SAIDA
           END-READ
      *
           IF EXEMPLO-CODIGO-CLI OF ARQCLI01 NOT EQUAL WRK-CLI-BUSCA
               GO TO 7200-SAIDA
           END-IF
      *
           EVALUATE TRUE
               WHEN EXEMPLO-RAZAO-SOCIAL OF ARQCLI01
                    EQUAL WRK-MARCA-ANONIMO
                   MOVE 'X'            TO WRK-CLI-SITUACAO
               WHEN EXEMPLO-STATUS-EXCLUIDO OF ARQCLI01
                   MOVE 'E'            TO WRK-CLI-SITUACAO
               WHEN OTHER
                   MOVE 'A'            TO WRK-CLI-SITUACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       7200-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      * VENDEDOR WRK-VEN-BUSCA NO ARQVEN01. DEVOLVE O MOTIVO EM        *
      * WRK-ORF-MOTIVO (BRANCOS = VENDEDOR EXISTE).                    *
      *----------------------------------------------------------------*
       7300-TESTA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ORF-MOTIVO
           IF WRK-VEN-BUSCA            EQUAL ZEROS
               MOVE 'VENDEDOR NAO INFORMADO (000)'
                                       TO WRK-ORF-MOTIVO
               GO TO 7300-SAIDA
           END-IF
           IF TAB-VEN-EXISTE(WRK-VEN-BUSCA) NOT EQUAL 'S'
               STRING 'VENDEDOR ' WRK-VEN-BUSCA ' FORA DO ARQVEN01'
                      DELIMITED BY SIZE INTO WRK-ORF-MOTIVO
               END-STRING
           END-IF
           .
      *----------------------------------------------------------------*
       7300-SAIDA.                     EXIT.
      *----------------------------------------------------------------*
      *
      *END PROGRAM VERIFICA-INTEGR.

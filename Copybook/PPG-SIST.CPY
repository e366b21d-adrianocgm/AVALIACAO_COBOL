      ******************************************************************
      * BOOK LAYOUT DO PEDIDO PROGRAMADO (PEDIDO RECORRENTE DO         *
      * CLIENTE). CADA REGISTRO E UM "MODELO" DE PEDIDO COM ITENS,     *
      * FREQUENCIA E PROXIMO VENCIMENTO, MANTIDO NO GERENCIADOR. O     *
      * GERA-PROGRAMADOS (JOB DIARIO) GERA OS PEDIDOS VENCIDOS COM A   *
      * MESMA CRITICA DE PRECO, DESCONTO E CREDITO DA DIGITACAO.       *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 620 CHARACTERS.
      *
       01 PPROG-REG.
           05 PPROG-CHAVE.
              10 PPROG-COD-CLI         PIC  9(007).
              10 PPROG-SEQ             PIC  9(002).
           05 PPROG-COD-VEN            PIC  9(003).
      *----------------------------------------------------------------*
      *    FREQUENCIA: S = SEMANAL (7 DIAS), Q = QUINZENAL (14 DIAS),  *
      *    M = MENSAL (MESMO DIA DO PRIMEIRO VENCIMENTO, LIMITADO AO   *
      *    ULTIMO DIA DO MES).                                         *
      *----------------------------------------------------------------*
           05 PPROG-FREQUENCIA         PIC  X(001).
              88 PPROG-FREQ-SEMANAL              VALUE 'S'.
              88 PPROG-FREQ-QUINZENAL            VALUE 'Q'.
              88 PPROG-FREQ-MENSAL               VALUE 'M'.
           05 PPROG-DATA-INICIO        PIC  9(008).
           05 PPROG-DATA-PROXIMA       PIC  9(008).
      *    ZEROS = SEM DATA DE TERMINO.
           05 PPROG-DATA-FIM           PIC  9(008).
      *----------------------------------------------------------------*
      *    SITUACAO: A = ATIVO, S = SUSPENSO (NAO GERA, MANTEM O       *
      *    VENCIMENTO), E = ENCERRADO (PELO OPERADOR OU AO PASSAR DA   *
      *    DATA DE TERMINO).                                           *
      *----------------------------------------------------------------*
           05 PPROG-SITUACAO           PIC  X(001).
              88 PPROG-ATIVO                     VALUE 'A'.
              88 PPROG-SUSPENSO                  VALUE 'S'.
              88 PPROG-ENCERRADO                 VALUE 'E'.
           05 PPROG-DATA-ULT-GERACAO   PIC  9(008).
           05 PPROG-ULT-PEDIDO         PIC  9(007).
           05 PPROG-DATA-ALTER         PIC  9(008).
           05 PPROG-OPERADOR           PIC  X(010).
           05 PPROG-QTDE-ITENS         PIC  9(002).
      *    PRECO ZERO = PRECO VIGENTE DO PRODUTO NA DATA DA GERACAO.
           05 PPROG-ITEM               OCCURS 20 TIMES.
              10 PPROG-ITEM-COD-PROD   PIC  9(007).
              10 PPROG-ITEM-QTDE       PIC  9(007)V99.
              10 PPROG-ITEM-PRECO      PIC  9(009)V99.
           05 FILLER                   PIC  X(007).
      *

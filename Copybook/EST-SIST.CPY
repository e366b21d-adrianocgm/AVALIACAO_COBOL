      ******************************************************************
      * BOOK LAYOUT DO CONTROLE DE ESTORNOS DE COMISSAO POR TITULO.    *
      * CALC-COMISSAO GRAVA UM REGISTRO POR VENDEDOR QUE RECEBEU       *
      * COMISSAO SOBRE A VENDA DO CLIENTE NO PERIODO DE EMISSAO DO     *
      * TITULO (LINHAS DE VENDA DO DETALHE ARQHCDT - MAIS DE UM NO     *
      * CLIENTE COMPARTILHADO) QUANDO ESTORNA A COMISSAO DE UM TITULO  *
      * EM ABERTO ALEM DO PRAZO (PARM-ESTORNO-DIAS), E MARCA CADA UM   *
      * REVERTIDO QUANDO O TITULO E QUITADO E A PARTE VOLTA AO         *
      * VENDEDOR. OS REGISTROS IMPEDEM ESTORNAR DUAS VEZES O MESMO     *
      * TITULO.                                                        *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 ESTORNO-REG.
           05 ESTORNO-CHAVE.
              10 ESTORNO-COD-CLI       PIC  9(007).
              10 ESTORNO-NUMERO        PIC  X(012).
              10 ESTORNO-COD-VEN       PIC  9(003).
      *    PERIODO DE EMISSAO DO TITULO E PERCENTUAL DA FAIXA PAGA AO
      *    VENDEDOR NAQUELE PERIODO (LINHA DE VENDA DE ARQHCDT).
           05 ESTORNO-PERIODO-EMISSAO  PIC  9(006).
           05 ESTORNO-PCT              PIC  9(002)V99.
           05 ESTORNO-VALOR            PIC  9(011)V99.
      *    APURACAO EM QUE O ESTORNO SAIU E APURACAO DA REVERSAO
      *    (ZEROS = AINDA NAO REVERTIDO).
           05 ESTORNO-PERIODO-ESTORNO  PIC  9(006).
           05 ESTORNO-PERIODO-REVERSAO PIC  9(006).
           05 ESTORNO-SITUACAO         PIC  X(001).
              88 ESTORNO-ESTORNADO               VALUE 'E'.
              88 ESTORNO-REVERTIDO               VALUE 'R'.
           05 ESTORNO-DATA             PIC  9(008).
      *    PARTE DO VENDEDOR NA VENDA DO CLIENTE NAQUELE PERIODO.
           05 ESTORNO-PARTE-PCT        PIC  9(003)V99.
           05 FILLER                   PIC  X(009).
      *

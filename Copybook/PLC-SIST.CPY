      ******************************************************************
      * BOOK LAYOUT DO CADASTRO DE PLANOS DE COMISSAO, MANTIDO NA TELA *
      * DE PLANOS DO GERENCIADOR. UM REGISTRO POR PLANO X INICIO DE    *
      * VIGENCIA: O PLANO EM VIGOR NUM PERIODO E O DO MAIOR INICIO     *
      * MENOR OU IGUAL AO FIM DO PERIODO. MUDANCA DE POLITICA E UMA    *
      * NOVA VIGENCIA - A ANTERIOR CONTINUA VALENDO PARA RECALCULO DE  *
      * MESES PASSADOS.                                                *
      * FAIXAS EM ORDEM CRESCENTE DE LIMITE; A ULTIMA FAIXA INFORMADA  *
      * VALE PARA QUALQUER VALOR ACIMA DA ANTERIOR.                    *
      * VENDA-MINIMA: PISO DE VENDAS DO VENDEDOR NO PERIODO; ABAIXO    *
      * DELE A COMISSAO DO PERIODO E ZERADA (ZEROS = SEM PISO).        *
      * TETO: LIMITE DA COMISSAO DO VENDEDOR NO PERIODO (ZEROS = SEM   *
      * TETO).                                                         *
      * O PLANO 000 E O PADRAO DE QUEM NAO TEM PLANO ATRIBUIDO; SEM    *
      * ELE NO CADASTRO CALC-COMISSAO USA A TABELA INTERNA DE FAIXAS.  *
      * LIDO POR CALC-COMISSAO.                                        *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 250 CHARACTERS.
      *
       01 PLANO-REG.
           05 PLANO-CHAVE.
              10 PLANO-CODIGO          PIC  9(003).
              10 PLANO-DATA-INICIO     PIC  9(008).
           05 PLANO-DESCRICAO          PIC  X(030).
           05 PLANO-VENDA-MINIMA       PIC  9(011)V99.
           05 PLANO-TETO               PIC  9(011)V99.
           05 PLANO-QTDE-FAIXAS        PIC  9(002).
           05 PLANO-FAIXAS.
              10 PLANO-FAIXA                      OCCURS 10 TIMES.
                 15 PLANO-FAIXA-LIMITE PIC  9(011)V99.
                 15 PLANO-FAIXA-PCT    PIC  9(002)V99.
           05 PLANO-DATA-ALTER         PIC  9(008).
           05 FILLER                   PIC  X(003).
      *

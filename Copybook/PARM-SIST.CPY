      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01 REG-ARQPARM.
      *    DIRETORIO ONDE FICAM OS ARQUIVOS INDEXADOS DE CADASTRO.
      *    INATIVIDADE (EM MINUTOS) QUE TRAVA A SESSAO DO GERENCIADOR
      *    DE VOLTA NA TELA DE LOGIN. ZERO = SEM TIMEOUT.
           05 PARM-SESSAO-TIMEOUT-MIN  PIC  9(003).
      *    DIAS DE ATRASO A PARTIR DOS QUAIS A COMISSAO JA PAGA SOBRE
      *    UM TITULO AINDA EM ABERTO E ESTORNADA (CALC-COMISSAO).
      *    ZERO MANTEM O PADRAO (90).
           05 PARM-ESTORNO-DIAS        PIC  9(003).
      *    JANELA (EM MESES) SEM VENDA A PARTIR DA QUAL UM PRODUTO
      *    ATIVO SAI COMO PARADO NO RELATORIO DE MIX (RELAT-MIX).
      *    ZERO MANTEM O PADRAO (6).
           05 PARM-MIX-MESES           PIC  9(003).
      *    VALOR PAGO POR KM RODADO NO REEMBOLSO DE QUILOMETRAGEM DOS
      *    VENDEDORES (REEMB-KM). ZERO MANTEM O PADRAO (0,90).
           05 PARM-KM-VALOR            PIC  9(001)V99.
      *    DIAS EM APROVADO SEM RETORNO DE NOTA FISCAL DO ERP A PARTIR
      *    DOS QUAIS O PEDIDO SAI NO RELATORIO DE EXCECAO DO RETORNO
      *    DE FATURAMENTO (PROC-RETERP). ZERO MANTEM O PADRAO (5).
           05 PARM-FAT-ATRASO-DIAS     PIC  9(003).
      *    DIAS NO MESMO ESTAGIO A PARTIR DOS QUAIS UMA OPORTUNIDADE
      *    EM ABERTO SAI COMO PARADA NO RELATORIO DE PIPELINE
      *    (RELAT-PIPELINE). ZERO MANTEM O PADRAO (30).
           05 PARM-PIPE-PARADA-DIAS    PIC  9(003).
           05 FILLER                   PIC  X(014).
      *

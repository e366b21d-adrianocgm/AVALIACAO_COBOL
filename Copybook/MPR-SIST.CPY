      ******************************************************************
      * BOOK LAYOUT DA PROPOSTA DE METAS POR VENDEDOR                  *
      * (META-PROPOSTA.TXT), GRAVADA POR DISTRIBUI-META A PARTIR DA    *
      * META DA EMPRESA OU DO TERRITORIO, REVISADA PELO GERENTE        *
      * COMERCIAL (PODE EDITAR OS VALORES DAS COTAS) E CARREGADA EM    *
      * ARQMETA POR CARGA-META. UM REGISTRO 'A' (ALVO APROVADO) POR    *
      * PERIODO X TERRITORIO (BRANCOS = EMPRESA), SEGUIDO DE UM        *
      * REGISTRO 'C' (COTA) POR VENDEDOR DO ALVO. A CARGA SO ACEITA A  *
      * PROPOSTA SE AS COTAS DE CADA ALVO SOMAREM O VALOR DO ALVO.     *
      * LINHAS INICIADAS POR '*' SAO COMENTARIO. OS VALORES SAO        *
      * TEXTO COM PONTO DECIMAL; OS CAMPOS APOS O VALOR SO INFORMAM A  *
      * BASE DO RATEIO E NAO SAO LIDOS NA CARGA.                       *
      ******************************************************************
      *
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  METAPROP-REG.
           05 METAPROP-TIPO            PIC X(001).
              88 METAPROP-TIPO-ALVO               VALUE 'A'.
              88 METAPROP-TIPO-COTA               VALUE 'C'.
              88 METAPROP-COMENTARIO              VALUE '*'.
           05 FILLER                   PIC X(001).
           05 METAPROP-PERIODO         PIC X(006).
           05 FILLER                   PIC X(001).
           05 METAPROP-TERRITORIO      PIC X(005).
           05 FILLER                   PIC X(001).
           05 METAPROP-COD-VEN         PIC X(003).
           05 FILLER                   PIC X(001).
           05 METAPROP-VALOR           PIC X(015).
           05 FILLER                   PIC X(001).
      *----------------------------------------------------------------*
      *    BASE DO RATEIO (SO NA COTA): FATURADO DOS 12 MESES DOS      *
      *    CLIENTES DA CARTEIRA, QTDE DE CLIENTES, DIAS DE AUSENCIA    *
      *    PLANEJADA NO MES, PARTICIPACAO FINAL (%) E NOME.            *
      *----------------------------------------------------------------*
           05 METAPROP-BASE.
              10 METAPROP-RECEITA-12M  PIC X(015).
              10 FILLER                PIC X(001).
              10 METAPROP-QTDE-CLI     PIC X(005).
              10 FILLER                PIC X(001).
              10 METAPROP-DIAS-AUS     PIC X(002).
              10 FILLER                PIC X(001).
              10 METAPROP-PARTIC       PIC X(007).
              10 FILLER                PIC X(001).
              10 METAPROP-NOME         PIC X(030).
           05 FILLER                   PIC X(022).
      *

      ******************************************************************
      * BOOK LAYOUT DO JORNAL DE IMAGENS DO CADASTRO. A TRILHA DE      *
      * AUDITORIA GUARDA SO CODIGO, DOCUMENTO E RAZAO SOCIAL; AS       *
      * INCLUSOES E ALTERACOES DE TELA DE CLIENTES E VENDEDORES DO     *
      * GERENCIADOR GRAVAM AQUI TAMBEM O REGISTRO INTEIRO (CAD-SIST)   *
      * DEPOIS DA GRAVACAO, COM A MESMA DATA, HORA E OPERADOR DA LINHA *
      * DA TRILHA. RECUPERA-CAD LOCALIZA A IMAGEM PELA LINHA DA TRILHA *
      * E REAPLICA O REGISTRO COMPLETO.                                *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 300 CHARACTERS.
      *
       01 JCAD-REG.
           05 JCAD-CHAVE.
              10 JCAD-DATA             PIC  9(008).
              10 JCAD-HORA             PIC  9(006).
              10 JCAD-OPERADOR         PIC  X(010).
      *----------------------------------------------------------------*
      *    C = CLIENTE (ARQCLI01), V = VENDEDOR (ARQVEN01).            *
      *----------------------------------------------------------------*
              10 JCAD-TIPO             PIC  X(001).
                 88 JCAD-CLIENTE                 VALUE 'C'.
                 88 JCAD-VENDEDOR                VALUE 'V'.
              10 JCAD-CODIGO           PIC  9(007).
      *    ACAO DA LINHA DA TRILHA (INCLUSAO / ALTERACAO).
           05 JCAD-ACAO                PIC  X(012).
      *    REGISTRO DO CADASTRO COMO FICOU GRAVADO.
           05 JCAD-IMAGEM              PIC  X(242).
           05 FILLER                   PIC  X(014).
      *

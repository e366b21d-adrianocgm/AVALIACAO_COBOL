      ******************************************************************
      * BOOK LAYOUT DO CADASTRO DE PROSPECTS (EMPRESAS AINDA SEM       *
      * COMPRA, FORA DO ARQCLI01). MANTIDO NO GERENCIADOR; O           *
      * GERENC-CARTEIRA GRAVA AQUI O VENDEDOR MAIS PROXIMO ELEGIVEL    *
      * (MESMO RAIO/CAPACIDADE/AUSENCIA DA CARTEIRA) A CADA EXECUCAO   *
      * OFICIAL. NA CONVERSAO EM CLIENTE O REGISTRO FICA, COM O CODIGO *
      * DO CLIENTE CRIADO, PARA O HISTORICO DO PROSPECT.               *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 300 CHARACTERS.
      *
       01 PROSP-REG.
           05 PROSP-CODIGO             PIC  9(007).
           05 PROSP-NOME               PIC  X(040).
      *    CNPJ OPCIONAL NO PROSPECT - SO E EXIGIDO (E VALIDADO) NA
      *    CONVERSAO EM CLIENTE.
           05 PROSP-CNPJ               PIC  X(014).
           05 PROSP-CONTATO            PIC  X(030).
           05 PROSP-TELEFONE           PIC  X(015).
           05 PROSP-EMAIL              PIC  X(040).
           05 PROSP-ENDERECO           PIC  X(050).
           05 PROSP-CEP                PIC  X(008).
      *    DERIVADO DO CEP PELAS FAIXAS DE CEP X TERRITORIO (USADO NO
      *    MODO DE CARTEIRA POR TERRITORIO).
           05 PROSP-TERRITORIO         PIC  X(005).
           05 PROSP-LATITUDE           PIC S9(003)V9(008).
           05 PROSP-LONGITUDE          PIC S9(003)V9(008).
      *    ORIGEM DO CONTATO - CODIGO LIVRE (EX.: IND = INDICACAO,
      *    FEI = FEIRA, SIT = SITE, LIG = LIGACAO).
           05 PROSP-ORIGEM             PIC  X(003).
      *----------------------------------------------------------------*
      *    ESTAGIO DO FUNIL: N = NOVO, C = CONTATADO, Q = QUALIFICADO, *
      *    P = PROPOSTA, V = CONVERTIDO EM CLIENTE, X = PERDIDO.       *
      *    CONVERTIDO E PERDIDO FICAM FORA DA ATRIBUICAO DE VENDEDOR.  *
      *----------------------------------------------------------------*
           05 PROSP-ESTAGIO            PIC  X(001).
              88 PROSP-ESTAGIO-VALIDO           VALUE 'N' 'C' 'Q'
                                                      'P' 'X'.
              88 PROSP-NOVO                     VALUE 'N'.
              88 PROSP-CONVERTIDO               VALUE 'V'.
              88 PROSP-PERDIDO                  VALUE 'X'.
      *    ULTIMA ATRIBUICAO DA CARTEIRA (ZEROS = SEM VENDEDOR NO
      *    RAIO OU SEM GEOCODIFICACAO).
           05 PROSP-COD-VEN            PIC  9(003).
           05 PROSP-DIST-VEN           PIC  9(006)V99.
           05 PROSP-DATA-ATRIB         PIC  9(008).
      *    CLIENTE CRIADO NA CONVERSAO.
           05 PROSP-COD-CLI            PIC  9(007).
           05 PROSP-DATA-CONVERSAO     PIC  9(008).
           05 PROSP-DATA-CADASTRO      PIC  9(008).
           05 PROSP-DATA-ALTER         PIC  9(008).
           05 PROSP-OPERADOR           PIC  X(010).
           05 FILLER                   PIC  X(005).
      *

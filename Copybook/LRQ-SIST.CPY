      ******************************************************************
      * BOOK LAYOUT DAS LINHAS DE PRODUTO EXIGIDAS PELO CLIENTE (UMA   *
      * POR CLIENTE + FAMILIA QUE EXIGE CERTIFICACAO). A ORIGEM 'D' E  *
      * DERIVADA DAS COMPRAS (DERIVA-LINHAS, REFEITA A CADA EXECUCAO); *
      * 'M' E MARCADA A MAO E 'X' E A DISPENSA MANUAL DE UMA LINHA QUE *
      * A DERIVACAO MARCARIA - AMBAS MANTIDAS PELA CONSULTA DE CLIENTE *
      * DO GERENCIADOR (OPCAO R) E NUNCA TOCADAS PELA DERIVACAO. A      *
      * CARTEIRA SO CONSIDERA VENDEDOR CERTIFICADO EM TODAS AS LINHAS  *
      * 'D'/'M' DO CLIENTE.                                            *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 040 CHARACTERS.
      *
       01 LINREQ-REG.
           05 LINREQ-CHAVE.
              10 LINREQ-COD-CLI        PIC  9(007).
              10 LINREQ-FAMILIA        PIC  9(003).
           05 LINREQ-ORIGEM            PIC  X(001).
              88 LINREQ-DERIVADA                 VALUE 'D'.
              88 LINREQ-MANUAL                   VALUE 'M'.
              88 LINREQ-DISPENSADA               VALUE 'X'.
              88 LINREQ-EXIGIDA                  VALUE 'D' 'M'.
           05 LINREQ-DATA-ALTER        PIC  9(008).
           05 LINREQ-OPERADOR          PIC  X(010).
           05 FILLER                   PIC  X(011).
      *

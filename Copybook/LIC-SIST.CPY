      ******************************************************************
      * BOOK LAYOUT DAS LICENCAS E CERTIFICADOS DO CLIENTE (ALVARA,    *
      * VIGILANCIA SANITARIA, BOMBEIROS, AMBIENTAL...). UM REGISTRO    *
      * POR CLIENTE + TIPO, MANTIDO PELA CONSULTA DE CLIENTE DO        *
      * GERENCIADOR (OPCAO L). A EXIGENCIA DE CADA TIPO DEPENDE DA     *
      * CATEGORIA DO CLIENTE (ARQCATC X LICENCA-EXIGIDA.TXT); LICENCA  *
      * EXIGIDA VENCIDA OU AUSENTE BLOQUEIA O PEDIDO (VALIDA-LICENCA). *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 LICENCA-REG.
           05 LICENCA-CHAVE.
              10 LICENCA-COD-CLI       PIC  9(007).
      *       TIPO DA LICENCA (SIGLA LIVRE DE 3 POSICOES, A MESMA DE
      *       LICENCA-EXIGIDA.TXT).
              10 LICENCA-TIPO          PIC  X(003).
           05 LICENCA-NUMERO           PIC  X(020).
           05 LICENCA-ORGAO            PIC  X(020).
      *    VALIDA ATE ESTA DATA, INCLUSIVE.
           05 LICENCA-VALIDADE         PIC  9(008).
           05 LICENCA-DATA-ALTER       PIC  9(008).
           05 LICENCA-OPERADOR         PIC  X(010).
           05 FILLER                   PIC  X(004).
      *

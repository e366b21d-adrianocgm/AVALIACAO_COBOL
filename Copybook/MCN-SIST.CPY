      ******************************************************************
      * BOOK LAYOUT DO CADASTRO DE MOTIVOS DE CANCELAMENTO DE PEDIDO   *
      * (PRECO, FALTA DE ESTOQUE, DESISTENCIA, CONCORRENCIA...),       *
      * MANTIDO NA TELA DE MOTIVOS DO GERENCIADOR. O MOTIVO E          *
      * OBRIGATORIO NO CANCELAMENTO PELA TELA DE STATUS E VAI PARA O   *
      * LOG DE STATUS (PEDIDO-STATUS.LOG). OS CODIGOS CRD (CREDITO),   *
      * CNP (SITUACAO DO CNPJ) E LIC (LICENCA) SAO RESERVADOS AOS      *
      * BLOQUEIOS AUTOMATICOS DA DIGITACAO (ORIGEM 'A') E NAO PODEM    *
      * SER ESCOLHIDOS PELO OPERADOR. NAO HA EXCLUSAO - O MOTIVO FORA  *
      * DE USO E INATIVADO, PORQUE O LOG CONTINUA APONTANDO PARA ELE.  *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 080 CHARACTERS.
      *
       01 MOTCAN-REG.
           05 MOTCAN-CODIGO            PIC  X(003).
              88 MOTCAN-COD-RESERVADO            VALUE 'CRD' 'CNP'
                                                       'LIC'.
           05 MOTCAN-DESCRICAO         PIC  X(030).
           05 MOTCAN-ORIGEM            PIC  X(001).
              88 MOTCAN-ORIGEM-MANUAL            VALUE 'M'.
              88 MOTCAN-ORIGEM-AUTOMATICA        VALUE 'A'.
           05 MOTCAN-SITUACAO          PIC  X(001).
              88 MOTCAN-ATIVO                    VALUE 'A'.
              88 MOTCAN-INATIVO                  VALUE 'I'.
           05 MOTCAN-DATA-ALTER        PIC  9(008).
           05 MOTCAN-OPERADOR          PIC  X(010).
           05 FILLER                   PIC  X(027).
      *

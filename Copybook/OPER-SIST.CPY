           05 OPER-SENHA               PIC  X(010).
           05 OPER-NOME                PIC  X(030).
      *----------------------------------------------------------------*
      *    PERFIL DE ACESSO - CONTROLA QUAIS OPCOES O OPERADOR PODE    *
      *    EXECUTAR NA TELA DE CADASTRO/EXCLUSAO. 'V' E 'S' SAO        *
      *    OPERADORES DA FORCA DE VENDAS (VINCULO EM VNC-SIST): SO     *
      *    ENXERGAM A CARTEIRA DO VENDEDOR OU DA EQUIPE DO SUPERVISOR. *
      *----------------------------------------------------------------*
           05 OPER-PERFIL               PIC  X(001).
              88 OPER-PERFIL-ADMIN               VALUE 'A'.
              88 OPER-PERFIL-OPERADOR            VALUE 'O'.
              88 OPER-PERFIL-VENDEDOR            VALUE 'V'.
              88 OPER-PERFIL-SUPERVISOR          VALUE 'S'.
      *----------------------------------------------------------------*
      *    SITUACAO DO OPERADOR NO SISTEMA.                            *
      *----------------------------------------------------------------*
           05 OPER-STATUS               PIC  X(001).
              88 OPER-STATUS-ATIVO                VALUE 'A'.

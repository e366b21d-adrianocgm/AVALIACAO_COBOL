      ******************************************************************
      * BOOK LAYOUT DAS CONTESTACOES DE COMISSAO. O VENDEDOR QUE NAO   *
      * CONCORDA COM A APURACAO REGISTRA A RECLAMACAO (CLIENTE, VALOR  *
      * PLEITEADO E MOTIVO); NO REGISTRO O GERENCIADOR CONFERE NO      *
      * HISTORICO DE CARTEIRAS (ARQHCART) QUEM ATENDIA O CLIENTE NO    *
      * PERIODO. O SUPERVISOR APROVA OU REJEITA NA FILA DA SUPERVISAO; *
      * A APROVACAO GERA O AJUSTE MANUAL (ARQAJC) AUTOMATICAMENTE.     *
      * LIDO PELO RELATORIO DE CONTESTACOES (RELAT-CONTEST).           *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 130 CHARACTERS.
      *
       01 CONTEST-REG.
           05 CONTEST-CHAVE.
              10 CONTEST-COD-VEN       PIC  9(003).
      *       PERIODO DE APURACAO CONTESTADO (AAAAMM).
              10 CONTEST-PERIODO       PIC  9(006).
              10 CONTEST-SEQ           PIC  9(003).
           05 CONTEST-COD-CLI          PIC  9(007).
           05 CONTEST-VALOR            PIC  9(011)V99.
           05 CONTEST-MOTIVO           PIC  X(040).
      *    VENDEDOR QUE TINHA O CLIENTE NO FIM DO PERIODO SEGUNDO O
      *    HISTORICO DE CARTEIRAS (ZEROS = SEM VENDEDOR/SEM HISTORICO).
           05 CONTEST-VEN-CARTEIRA     PIC  9(003).
      *----------------------------------------------------------------*
      *    CONFERENCIA NO HISTORICO: S = O RECLAMANTE ATENDEU O        *
      *    CLIENTE EM ALGUM MOMENTO DO PERIODO, N = O CLIENTE ERA DE   *
      *    OUTRO VENDEDOR (OU SEM VENDEDOR), D = SEM HISTORICO DO      *
      *    CLIENTE ATE O FIM DO PERIODO.                               *
      *----------------------------------------------------------------*
           05 CONTEST-CONFERE          PIC  X(001).
              88 CONTEST-CONFERE-SIM             VALUE 'S'.
              88 CONTEST-CONFERE-NAO             VALUE 'N'.
              88 CONTEST-SEM-HISTORICO           VALUE 'D'.
      *----------------------------------------------------------------*
      *    SITUACAO: P = PENDENTE DE DECISAO, A = APROVADA (AJUSTE     *
      *    GERADO), R = REJEITADA PELO SUPERVISOR.                     *
      *----------------------------------------------------------------*
           05 CONTEST-SITUACAO         PIC  X(001).
              88 CONTEST-PENDENTE                VALUE 'P'.
              88 CONTEST-APROVADA                VALUE 'A'.
              88 CONTEST-REJEITADA               VALUE 'R'.
           05 CONTEST-DATA-ABERTURA    PIC  9(008).
           05 CONTEST-OPER-ABERTURA    PIC  X(010).
           05 CONTEST-DATA-DECISAO     PIC  9(008).
           05 CONTEST-OPER-DECISAO     PIC  X(010).
      *    SEQUENCIA DO AJUSTE GERADO NO ARQAJC (MESMO VENDEDOR E
      *    PERIODO DA CONTESTACAO; ZEROS = NENHUM).
           05 CONTEST-AJUSTE-SEQ       PIC  9(003).
           05 FILLER                   PIC  X(014).
      *

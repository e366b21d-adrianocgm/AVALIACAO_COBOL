      ******************************************************************
      * BOOK LAYOUT DA FILA DE SOLICITACOES DE CORRECAO CADASTRAL DO   *
      * APP DE CAMPO. O VENDEDOR PROPOE UM NOVO VALOR PARA UM CAMPO DO *
      * CLIENTE (ENDERECO, CEP, TELEFONE, E-MAIL OU COORDENADAS); O    *
      * PROC-CORRECAO CARREGA E PRE-CRITICA (MESMAS CRITICAS DA TELA   *
      * DE ALTERACAO DE CLIENTE) E O BACK-OFFICE APROVA OU REJEITA UMA *
      * A UMA NO GERENCIADOR (MENU SUPERVISAO). A DECISAO VOLTA PARA O *
      * APP NO ARQUIVO DE DECISOES GERADO PELO PROC-CORRECAO.          *
      ******************************************************************
      *
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS.
      *
       01 CORR-REG.
           05 CORR-CHAVE.
              10 CORR-COD-CLI          PIC  9(007).
              10 CORR-CAMPO            PIC  X(010).
                 88 CORR-CAMPO-ENDERECO          VALUE 'ENDERECO'.
                 88 CORR-CAMPO-CEP               VALUE 'CEP'.
                 88 CORR-CAMPO-TELEFONE          VALUE 'TELEFONE'.
                 88 CORR-CAMPO-EMAIL             VALUE 'EMAIL'.
                 88 CORR-CAMPO-LATITUDE          VALUE 'LATITUDE'.
                 88 CORR-CAMPO-LONGITUDE         VALUE 'LONGITUDE'.
                 88 CORR-CAMPO-VALIDO            VALUE 'ENDERECO'
                                                       'CEP'
                                                       'TELEFONE'
                                                       'EMAIL'
                                                       'LATITUDE'
                                                       'LONGITUDE'.
      *       DATA EM QUE O VENDEDOR REGISTROU A SOLICITACAO NO APP.
              10 CORR-DATA-SOLIC       PIC  9(008).
      *       DESEMPATE DAS SOLICITACOES DO MESMO CLIENTE/CAMPO/DATA.
              10 CORR-SEQ              PIC  9(003).
           05 CORR-COD-VEN             PIC  9(003).
      *    VALOR PROPOSTO, COMO VEIO DO APP (COORDENADAS EM TEXTO).
           05 CORR-VALOR               PIC  X(050).
      *    NA TROCA DE CEP: TERRITORIO DERIVADO NA PRE-CRITICA (BRANCO
      *    QUANDO O CEP NAO CAI EM NENHUMA FAIXA - TERRITORIO MANTIDO).
           05 CORR-TERRITORIO          PIC  X(005).
           05 CORR-DATA-RECEB          PIC  9(008).
           05 CORR-SITUACAO            PIC  X(001).
              88 CORR-PENDENTE                   VALUE 'P'.
              88 CORR-APROVADA                   VALUE 'A'.
              88 CORR-REJEITADA                  VALUE 'R'.
      *    QUEM DECIDIU ('AUTOMATICO' = RECUSADA NA PRE-CRITICA).
           05 CORR-OPERADOR            PIC  X(010).
           05 CORR-DATA-DECISAO        PIC  9(008).
           05 CORR-MOTIVO              PIC  X(035).
      *    'S' QUANDO A DECISAO JA SAIU NO ARQUIVO DE RETORNO AO APP.
           05 CORR-RETORNO             PIC  X(001).
              88 CORR-RETORNADA                  VALUE 'S'.
           05 CORR-DATA-RETORNO        PIC  9(008).
           05 FILLER                   PIC  X(043).
      *

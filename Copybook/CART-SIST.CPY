                 88 REG-CART-ORIG-MANUAL             VALUE 'M'.
                 88 REG-CART-ORIG-COBERTURA          VALUE 'T'.
                 88 REG-CART-ORIG-GRUPO              VALUE 'G'.
      *----------------------------------------------------------------*
      *    MOTIVO DO SEM-VENDEDOR: 'C' = HAVIA VENDEDOR VIAVEL, MAS    *
      *    NENHUM CERTIFICADO NAS LINHAS EXIGIDAS DO CLIENTE.          *
      *----------------------------------------------------------------*
              10 REG-CART-MOTIVO-SEMV     PIC X(001).
                 88 REG-CART-SEMV-CERTIFICACAO       VALUE 'C'.
              10 FILLER                   PIC X(021).
           05 REG-CART-HDR REDEFINES REG-CART-CORPO.
              10 REG-CART-HDR-VERSAO      PIC X(005).
              10 REG-CART-HDR-DATA-EXEC   PIC 9(008).
      *    COORDENADAS (FILA DE GEOCODIFICACAO PENDENTE).              *
      *----------------------------------------------------------------*
              10 REG-CART-TRL-QTDE-SEMGEO PIC 9(007).
      *----------------------------------------------------------------*
      *    DOS SEM VENDEDOR, QUANTOS FICARAM ASSIM POR FALTA DE        *
      *    VENDEDOR CERTIFICADO NAS LINHAS EXIGIDAS.                   *
      *----------------------------------------------------------------*
              10 REG-CART-TRL-QTDE-SEMCERT PIC 9(007).
              10 FILLER                   PIC X(007).
      *

      *****************************************************
      * CPARPT.CPY
      * RELATORIO DE CONTAS A PAGAR EM ABERTO POR
      * TRANSPORTADORA E VENCIMENTO (PROGCB102) - UMA LINHA POR
      * TITULO EM ABERTO, SUBTOTAL POR TRANSPORTADORA E TOTAL
      * GERAL, SEPARANDO O VENCIDO DO A VENCER
      *****************************************************
       01  CPARPT-CABECALHO.
           05  FILLER              PIC X(35)
               VALUE 'CONTAS A PAGAR DAS TRANSPORTADORAS '.
           05  FILLER              PIC X(13) VALUE 'EM ABERTO EM '.
           05  CPARPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  CPARPT-DETALHE.
           05  CPARPT-TRANSP       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CPARPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CPARPT-PERIODO      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CPARPT-VENCTO       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CPARPT-SALDO        PIC Z(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CPARPT-OBS          PIC X(07).

       01  CPARPT-TOTAL.
           05  CPARPT-TOT-ROTULO   PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'VENCIDO '.
           05  CPARPT-TOT-VENCIDO  PIC Z(09)9,99.
           05  FILLER              PIC X(10) VALUE ' A VENCER '.
           05  CPARPT-TOT-A-VENCER PIC Z(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.

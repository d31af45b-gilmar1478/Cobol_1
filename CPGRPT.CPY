      *****************************************************
      * CPGRPT.CPY
      * LINHA DO RELATORIO DE BAIXA DO CONTAS A PAGAR DAS
      * TRANSPORTADORAS (PROGCB101) - UMA LINHA POR TITULO
      * ATINGIDO POR UM PAGAMENTO, COM O SALDO QUE SOBROU
      *****************************************************
       01  CPGRPT-LINHA.
           05  CPGRPT-TRANSP       PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CPGRPT-PERIODO      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CPGRPT-VALOR        PIC Z(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CPGRPT-SALDO        PIC Z(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CPGRPT-OBS          PIC X(30).

      *****************************************************
      * ENCRPT.CPY
      * RELATORIO DA ROTINA DE ENCARGOS POR ATRASO DO PROGCB111 -
      * CADA FATURA DE FRETE VENCIDA COM SALDO, OS DIAS UTEIS
      * COBRADOS NESTA RODADA, A MULTA E OS JUROS LANCADOS E A
      * NOTA DE DEBITO QUE OS RECEBEU; CLIENTE ISENTO PELO
      * CONTRATO SAI LISTADO SEM ENCARGO
      *****************************************************
       01  ENCRPT-CABECALHO.
           05  FILLER              PIC X(42)
               VALUE 'ENCARGOS POR ATRASO EM FATURAS DE FRETE - '.
           05  ENCRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  ENCRPT-PARAMETROS.
           05  FILLER              PIC X(08) VALUE 'MULTA % '.
           05  ENCRPT-PAR-MULTA    PIC ZZ9,99.
           05  FILLER              PIC X(20)
               VALUE '   JUROS % DIA UTIL '.
           05  ENCRPT-PAR-JUROS    PIC Z9,9999.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  ENCRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'FATURA CODCLI VENCTO    DU        SALDO '.
           05  FILLER              PIC X(40)
               VALUE '     MULTA      JUROS N.DEB. OBS        '.

       01  ENCRPT-DETALHE.
           05  ENCRPT-FATURA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-VENCTO       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-DIAS         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-SALDO        PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-MULTA        PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-JUROS        PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-NOTA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-OBS          PIC X(11).

       01  ENCRPT-TOTAL.
           05  ENCRPT-TOT-ROTULO   PIC X(30).
           05  ENCRPT-TOT-QT       PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  ENCRPT-TOT-MULTA    PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ENCRPT-TOT-JUROS    PIC Z(08)9,99.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  ENCRPT-SEPARADOR        PIC X(80).

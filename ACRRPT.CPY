      *****************************************************
      * ACRRPT.CPY
      * PROVISAO DE FRETE COTADO E NAO FATURADO DO PROGCB110 -
      * CADA PEDIDO DO DIARIO FRETDET COTADO ATE O FIM DO
      * PERIODO QUE AINDA NAO ENTROU EM FATURA (FATPED/CONTREC),
      * COM A IDADE EM DIAS NO FIM DO PERIODO, AGRUPADO POR
      * FILIAL DE ORIGEM COM O TOTAL DA FILIAL E O GERAL; NO FIM,
      * OS LANCAMENTOS DA PROVISAO E DO ESTORNO DO DIA SEGUINTE
      * GRAVADOS NO GLEXT
      *****************************************************
       01  ACRRPT-CABECALHO.
           05  FILLER              PIC X(38)
               VALUE 'FRETE COTADO E NAO FATURADO - PERIODO '.
           05  ACRRPT-CAB-PERIODO  PIC 9(06).
           05  FILLER              PIC X(07) VALUE ' CORTE '.
           05  ACRRPT-CAB-CORTE    PIC 9(08).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  ACRRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'FIL PEDIDO CODCLI NOME DO CLIENTE      D'.
           05  FILLER              PIC X(40)
               VALUE 'ATA COT DIAS        FRETE               '.

       01  ACRRPT-DETALHE.
           05  ACRRPT-FILIAL       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-PEDIDO       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-DATA         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-DIAS         PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-FRETE        PIC Z(08)9,99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  ACRRPT-TOTAL.
           05  ACRRPT-TOT-ROTULO   PIC X(30).
           05  FILLER              PIC X(08) VALUE 'PEDIDOS '.
           05  ACRRPT-TOT-QT       PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  ACRRPT-TOT-FRETE    PIC Z(08)9,99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  ACRRPT-TIT-LANCAMENTO.
           05  FILLER              PIC X(40)
               VALUE 'DATA     CONTA    D/C ORIGEM DESCRICAO  '.
           05  FILLER              PIC X(40)
               VALUE '                    VALOR               '.

       01  ACRRPT-LANCAMENTO.
           05  ACRRPT-LAN-DATA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACRRPT-LAN-CONTA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACRRPT-LAN-DC       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACRRPT-LAN-ORIGEM   PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ACRRPT-LAN-DESCRICAO PIC X(20).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ACRRPT-LAN-VALOR    PIC Z(08)9,99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  ACRRPT-SEPARADOR        PIC X(80).

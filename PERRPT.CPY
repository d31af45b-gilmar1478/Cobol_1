      *****************************************************
      * PERRPT.CPY
      * RELATORIO DA BAIXA DE FATURAS COMO PERDA DO PROGCB112 -
      * A PROPOSTA (TITULO VENCIDO HA MAIS DE 90 DIAS, JA NO
      * ULTIMO ESTAGIO DE COBRANCA DO PROGCOB46) COM A DECISAO
      * DO SUPERVISOR E O MOTIVO DE CADA ITEM, AS RECUPERACOES
      * DE PERDA RECEBIDAS PELO PROGCOB44, OS TOTAIS E OS
      * LANCAMENTOS DO LOTE CONTABIL
      *****************************************************
       01  PERRPT-CABECALHO.
           05  FILLER              PIC X(42)
               VALUE 'PROPOSTA DE BAIXA DE FATURAS COMO PERDA - '.
           05  PERRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(10) VALUE '  OPERADOR'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-CAB-OPERADOR PIC X(08).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  PERRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'FATURA CODCLI NOME DO CLIENTE      VENCT'.
           05  FILLER              PIC X(40)
               VALUE 'O   DIAS        SALDO DECISAO    MT     '.

       01  PERRPT-DETALHE.
           05  PERRPT-FATURA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-VENCTO       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-DIAS         PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-SALDO        PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-DECISAO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-MOTIVO       PIC X(02).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  PERRPT-TOTAL.
           05  PERRPT-TOT-ROTULO   PIC X(30).
           05  PERRPT-TOT-QT       PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PERRPT-TOT-VALOR    PIC Z(10)9,99.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  PERRPT-TIT-LANCAMENTO.
           05  FILLER              PIC X(40)
               VALUE 'DATA     CONTA    D/C ORIGEM DESCRICAO  '.
           05  FILLER              PIC X(40)
               VALUE '                    VALOR               '.

       01  PERRPT-LANCAMENTO.
           05  PERRPT-LAN-DATA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERRPT-LAN-CONTA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PERRPT-LAN-DC       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PERRPT-LAN-ORIGEM   PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  PERRPT-LAN-DESCRICAO PIC X(20).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  PERRPT-LAN-VALOR    PIC Z(08)9,99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  PERRPT-SEPARADOR        PIC X(80).

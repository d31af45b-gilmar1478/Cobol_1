      *****************************************************
      * VCMRPT.CPY
      * REAVALIACAO CAMBIAL DE FIM DE MES DO CONTAS A RECEBER,
      * IMPRESSA PELO PROGCB117 - CADA TITULO EM MOEDA
      * ESTRANGEIRA COM O SALDO NA MOEDA, A TAXA DO FECHAMENTO,
      * O SALDO EM BRL ANTES E DEPOIS DA REAVALIACAO, A VARIACAO
      * NAO REALIZADA DO MES E A VARIACAO REALIZADA NAS BAIXAS
      * (PROGCOB44) AINDA NAO LANCADA, COM O TOTAL POR CLIENTE E
      * MOEDA E O TOTAL GERAL EM BRL; NO FIM, OS LANCAMENTOS
      * GRAVADOS NO GLEXT
      *****************************************************
       01  VCMRPT-CABECALHO.
           05  FILLER              PIC X(40)
               VALUE 'REAVALIACAO CAMBIAL DO CONTAS A RECEBER '.
           05  FILLER              PIC X(13) VALUE '- FECHAMENTO '.
           05  VCMRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(71) VALUE SPACES.

       01  VCMRPT-TITULOS.
           05  FILLER              PIC X(44)
               VALUE 'CODCLI NOME DO CLIENTE      MOE FATURA  SALD'.
           05  FILLER              PIC X(44)
               VALUE 'O MOEDA  TAXA FECH. SALDO ANTER. SALDO REAVA'.
           05  FILLER              PIC X(44)
               VALUE 'L VAR NAO REAL  VAR REALIZ.                 '.

       01  VCMRPT-DETALHE.
           05  VCMRPT-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-MOEDA        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-FATURA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-SALDO-MOEDA  PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-TAXA         PIC ZZZ9,9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-SALDO-ANT    PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-SALDO-NOVO   PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-VAR-NAO-REALIZ PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-VAR-REALIZADA PIC -(08)9,99.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  VCMRPT-TOTAL.
           05  VCMRPT-TOT-ROTULO   PIC X(38).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-TOT-SALDO-MOEDA PIC Z(08)9,99.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  VCMRPT-TOT-SALDO-ANT PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-TOT-SALDO-NOVO PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-TOT-VAR-NAO-REALIZ PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-TOT-VAR-REALIZADA PIC -(08)9,99.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  VCMRPT-TIT-LANCAMENTO.
           05  FILLER              PIC X(40)
               VALUE 'DATA     CONTA    D/C ORIGEM DESCRICAO  '.
           05  FILLER              PIC X(40)
               VALUE '                    VALOR               '.

       01  VCMRPT-LANCAMENTO.
           05  VCMRPT-LAN-DATA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VCMRPT-LAN-CONTA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VCMRPT-LAN-DC       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VCMRPT-LAN-ORIGEM   PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  VCMRPT-LAN-DESCRICAO PIC X(20).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  VCMRPT-LAN-VALOR    PIC Z(08)9,99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  VCMRPT-SEPARADOR        PIC X(132).

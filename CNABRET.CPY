      *****************************************************
      * CNABRET.CPY
      * ARQUIVO DE RETORNO DE COBRANCA DEVOLVIDO PELO BANCO NO
      * LAYOUT CNAB 400, LIDO PELO PROGCB100 - HEADER ('0') COM
      * A AGENCIA E A CONTA DO CEDENTE, UM DETALHE ('1') POR
      * OCORRENCIA DE BOLETO E O TRAILER ('9'). O NOSSO NUMERO
      * VOLTA COM O NUMERO DA FATURA GRAVADO NA REMESSA DO
      * PROGCOB31; A OCORRENCIA DIZ O QUE O BANCO FEZ: ENTRADA
      * CONFIRMADA (02), ENTRADA REJEITADA (03, COM O MOTIVO),
      * LIQUIDACAO (06, OU 17 QUANDO PAGO DEPOIS DA BAIXA) E
      * BAIXA (09/10) - DATAS EM DDMMAA, VALORES SEM VIRGULA
      *****************************************************
       01  CNABRET-HEADER.
           05  CNABRET-H-TIPO      PIC X(01).
           05  CNABRET-H-OPERACAO  PIC X(01).
           05  CNABRET-H-LITERAL   PIC X(07).
           05  CNABRET-H-SERVICO   PIC 9(02).
           05  CNABRET-H-LIT-SERV  PIC X(15).
           05  CNABRET-H-AGENCIA   PIC 9(04).
           05  CNABRET-H-CONTA     PIC 9(08).
           05  CNABRET-H-DAC       PIC 9(01).
           05  FILLER              PIC X(08).
           05  CNABRET-H-EMPRESA   PIC X(30).
           05  CNABRET-H-BANCO     PIC 9(03).
           05  CNABRET-H-NOME-BANCO PIC X(15).
           05  CNABRET-H-DATA      PIC 9(06).
           05  FILLER              PIC X(293).
           05  CNABRET-H-SEQ       PIC 9(06).

       01  CNABRET-DETALHE.
           05  CNABRET-D-TIPO      PIC X(01).
           05  CNABRET-D-TIPO-INSCR PIC 9(02).
           05  CNABRET-D-INSCR     PIC 9(14).
           05  CNABRET-D-AGENCIA   PIC 9(04).
           05  CNABRET-D-CONTA     PIC 9(08).
           05  CNABRET-D-DAC       PIC 9(01).
           05  CNABRET-D-USO-EMPRESA PIC X(25).
           05  CNABRET-D-NOSSO-NUM PIC 9(11).
           05  CNABRET-D-CARTEIRA  PIC 9(03).
           05  CNABRET-D-OCORRENCIA PIC 9(02).
               88  CNABRET-CONFIRMADA   VALUE 02.
               88  CNABRET-REJEITADA    VALUE 03.
               88  CNABRET-LIQUIDACAO   VALUE 06 17.
               88  CNABRET-BAIXA        VALUE 09 10.
           05  CNABRET-D-DATA-OCORR PIC 9(06).
           05  CNABRET-D-SEU-NUMERO PIC X(10).
           05  CNABRET-D-VENCTO    PIC 9(06).
           05  CNABRET-D-VALOR     PIC 9(11)V99.
           05  CNABRET-D-BANCO     PIC 9(03).
           05  CNABRET-D-TARIFA    PIC 9(11)V99.
           05  CNABRET-D-JUROS     PIC 9(11)V99.
           05  CNABRET-D-VALOR-PAGO PIC 9(11)V99.
           05  CNABRET-D-DATA-CRED PIC 9(06).
           05  CNABRET-D-MOTIVO    PIC X(08).
           05  FILLER              PIC X(232).
           05  CNABRET-D-SEQ       PIC 9(06).

       01  CNABRET-TRAILER.
           05  CNABRET-T-TIPO      PIC X(01).
           05  FILLER              PIC X(393).
           05  CNABRET-T-SEQ       PIC 9(06).

      * SITUACAO DE 'A' (ABERTA) PARA 'P' (PARCIAL) OU 'Q'
      * (QUITADA), E O AGING (PROGCOB45) ENVELHECE O SALDO PELO
      * VENCIMENTO
      * 2026-10-15 JGM SITUACAO DO BOLETO REGISTRADO NO BANCO:
      * 'E' ENVIADO NA REMESSA CNAB DO PROGCOB31, 'R' REGISTRO
      * CONFIRMADO, 'J' REGISTRO REJEITADO E 'L' LIQUIDADO NO
      * RETORNO (PROGCB100) - BRANCO = FATURA SEM BOLETO
      * 2026-10-15 JGM NOTA DE DEBITO DE ENCARGOS POR ATRASO
      * (TIPO 'D', GERADA PELO PROGCB111 COM MULTA E JUROS DA
      * FATURA VENCIDA, LIGADA A ELA PELA FATURA DE ORIGEM); NA
      * FATURA FICAM A NOTA DE DEBITO EM ABERTO, A MULTA E OS
      * JUROS JA COBRADOS E A DATA ATE ONDE OS JUROS FORAM
      * CALCULADOS - BRANCO = FATURA DE FRETE
      * 2026-10-15 JGM SITUACAO 'B' (BAIXADA COMO PERDA PELO
      * PROGCB112, COM MOTIVO, DATA E VALOR BAIXADO); PAGAMENTO
      * QUE CHEGA DEPOIS (PROGCOB44) ABATE O VALOR BAIXADO E
      * FICA EM VALOR RECUPERADO ATE O PROGCB112 LANCAR O
      * ESTORNO DA PERDA NO GLEXT
      * 2026-10-15 JGM FATURA EM MOEDA ESTRANGEIRA (CONTRATO COM
      * MOEDA NO PROGCOB31): MOEDA, VALOR E SALDO NA MOEDA, TAXA
      * DA EMISSAO E TAXA CONTABIL (A DA EMISSAO, DEPOIS A DO
      * ULTIMO FECHAMENTO); O SALDO EM BRL E REAVALIADO NO FIM DO
      * MES PELO PROGCB117, QUE ACUMULA A VARIACAO NAO REALIZADA;
      * A DIFERENCA DE TAXA NA BAIXA (PROGCOB44) FICA EM VARIACAO
      * REALIZADA ATE O PROGCB117 LANCAR NO GLEXT - MOEDA EM
      * BRANCO = FATURA EM REAIS
      *****************************************************
       01  CONTREC-REC.
           05  CONTREC-NUM-FATURA   PIC 9(06).
               88  CONTREC-ABERTA       VALUE 'A'.
               88  CONTREC-PARCIAL      VALUE 'P'.
               88  CONTREC-QUITADA      VALUE 'Q'.
               88  CONTREC-BAIXADA-PERDA VALUE 'B'.
           05  CONTREC-DATA-ULT-PAGTO PIC 9(08).
           05  CONTREC-SIT-BOLETO   PIC X(01).
               88  BOLETO-ENVIADO       VALUE 'E'.
               88  BOLETO-REGISTRADO    VALUE 'R'.
               88  BOLETO-REJEITADO     VALUE 'J'.
               88  BOLETO-LIQUIDADO     VALUE 'L'.
           05  CONTREC-TIPO-TITULO  PIC X(01).
               88  CONTREC-DEBITO-ENCARGO VALUE 'D'.
           05  CONTREC-FATURA-ORIGEM PIC 9(06).
           05  CONTREC-NOTA-DEBITO  PIC 9(06).
           05  CONTREC-VALOR-MULTA  PIC 9(07)V99.
           05  CONTREC-VALOR-JUROS  PIC 9(07)V99.
           05  CONTREC-DATA-ENCARGO PIC 9(08).
           05  CONTREC-MOTIVO-PERDA PIC X(02).
           05  CONTREC-DATA-PERDA   PIC 9(08).
           05  CONTREC-VALOR-PERDA  PIC 9(09)V99.
           05  CONTREC-VALOR-RECUPERADO PIC 9(09)V99.
           05  CONTREC-MOEDA        PIC X(03).
           05  CONTREC-VALOR-MOEDA  PIC 9(09)V99.
           05  CONTREC-SALDO-MOEDA  PIC 9(09)V99.
           05  CONTREC-TAXA-EMISSAO PIC 9(04)V9(06).
           05  CONTREC-TAXA-CONTABIL PIC 9(04)V9(06).
           05  CONTREC-DATA-REAVAL  PIC 9(08).
           05  CONTREC-VAR-NAO-REALIZ PIC S9(09)V99.
           05  CONTREC-VAR-REALIZADA PIC S9(09)V99.

      *****************************************************
      * ACORDO.CPY
      * ACORDOS DE RENEGOCIACAO DE MENSALIDADES EM ATRASO,
      * MANTIDOS PELO PROGCB124 - UM ARQUIVO SO, CHAVEADO POR
      * NUMERO DO ACORDO + TIPO DO REGISTRO + SEQUENCIA:
      * 'C' CABECALHO (SEQUENCIA ZERO) COM O TOTAL E A SITUACAO
      * DO ACORDO, 'T' UM POR TITULO DO MENSAL RENEGOCIADO
      * (SEQUENCIA = COMPETENCIA) COM O SALDO CONGELADO NA DATA
      * DO ACORDO, E 'P' UMA POR PARCELA (SEQUENCIA = NUMERO DA
      * PARCELA) COM VENCIMENTO EM DIA UTIL E O QUE JA ENTROU -
      * O RELATORIO DE INADIMPLENCIA DO PROGCOB69 LISTA AS
      * PARCELAS VENCIDAS NAO PAGAS
      *****************************************************
       01  ACORDO-REC.
           05  ACORDO-CHAVE.
               10  ACORDO-NUMERO        PIC 9(06).
               10  ACORDO-TIPO          PIC X(01).
                   88  ACORDO-E-CABECALHO   VALUE 'C'.
                   88  ACORDO-E-TITULO      VALUE 'T'.
                   88  ACORDO-E-PARCELA     VALUE 'P'.
               10  ACORDO-SEQ           PIC 9(06).
           05  ACORDO-MATRICULA     PIC 9(06).
           05  ACORDO-CORPO         PIC X(60).
           05  ACORDO-CAB REDEFINES ACORDO-CORPO.
               10  ACORDO-NOME          PIC X(20).
               10  ACORDO-DATA          PIC 9(08).
               10  ACORDO-OPERADOR      PIC X(08).
               10  ACORDO-QT-PARCELAS   PIC 9(02).
               10  ACORDO-VALOR-TOTAL   PIC 9(07)V99.
               10  ACORDO-SITUACAO      PIC X(01).
                   88  ACORDO-ATIVO         VALUE 'A'.
                   88  ACORDO-QUITADO       VALUE 'Q'.
                   88  ACORDO-QUEBRADO      VALUE 'X'.
               10  ACORDO-DATA-ENCERRA  PIC 9(08).
               10  FILLER               PIC X(04).
           05  ACORDO-TIT REDEFINES ACORDO-CORPO.
               10  ACORDO-TIT-VENCTO    PIC 9(08).
               10  ACORDO-TIT-VALOR-LIQ PIC 9(06)V99.
               10  ACORDO-TIT-MULTA     PIC 9(06)V99.
               10  ACORDO-TIT-JUROS     PIC 9(06)V99.
               10  ACORDO-TIT-PAGO-ANT  PIC 9(06)V99.
               10  ACORDO-TIT-SALDO     PIC 9(07)V99.
               10  FILLER               PIC X(11).
           05  ACORDO-PARC REDEFINES ACORDO-CORPO.
               10  ACORDO-PARC-VENCTO   PIC 9(08).
               10  ACORDO-PARC-VALOR    PIC 9(07)V99.
               10  ACORDO-PARC-PAGO     PIC 9(07)V99.
               10  ACORDO-PARC-DATA-PAG PIC 9(08).
               10  ACORDO-PARC-SITUACAO PIC X(01).
                   88  ACORDO-PARC-ABERTA   VALUE 'A'.
                   88  ACORDO-PARC-PAGA     VALUE 'P'.
                   88  ACORDO-PARC-CANCELADA VALUE 'C'.
               10  FILLER               PIC X(25).

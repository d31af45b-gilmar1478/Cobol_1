      * GRAVA PAGAMENTO, MULTA E JUROS, E O RELATORIO DE
      * INADIMPLENCIA DO PROGCOB69 TRABALHA SOBRE OS TITULOS EM
      * ABERTO
      * 2026-10-15 JGM SITUACAO 'R' - TITULO RENEGOCIADO NUM ACORDO
      * DO PROGCB124: SAI DA INADIMPLENCIA E DA BAIXA, E A DIVIDA
      * PASSA A CORRER NAS PARCELAS DO ACORDO ATE ELE SER QUITADO
      * OU QUEBRADO
      * 2026-10-15 JGM A DECLARACAO ANUAL DO PROGCB139 SOMA O PAGO
      * DO TITULO NO ANO DA DATA DE PAGAMENTO, ABATENDO PRIMEIRO A
      * MULTA E OS JUROS
      *****************************************************
       01  MENSAL-REC.
           05  MENSAL-CHAVE.
           05  MENSAL-SITUACAO      PIC X(01).
               88  MENSAL-ABERTA        VALUE 'A'.
               88  MENSAL-PAGA          VALUE 'P'.
               88  MENSAL-RENEGOCIADA   VALUE 'R'.
           05  MENSAL-VALOR-MULTA   PIC 9(06)V99.
           05  MENSAL-VALOR-JUROS   PIC 9(06)V99.
           05  MENSAL-VALOR-PAGO    PIC 9(06)V99.

      *****************************************************
      * PGTTRN.CPY
      * LOTE DE PAGAMENTOS FEITOS AS TRANSPORTADORAS, LIDO PELA
      * BAIXA DO CONTAS A PAGAR (PROGCB101) - UMA LINHA POR
      * PAGAMENTO, COM A TRANSPORTADORA, O PERIODO DO ACERTO
      * PAGO (ZERO = ABATE DOS TITULOS MAIS ANTIGOS EM ABERTO),
      * O VALOR E A DATA DO PAGAMENTO
      *****************************************************
       01  PGTTRN-REC.
           05  PGTTRN-TRANSP       PIC X(03).
           05  PGTTRN-PERIODO      PIC 9(06).
           05  PGTTRN-VALOR        PIC 9(10)V99.
           05  PGTTRN-DATA         PIC 9(08).

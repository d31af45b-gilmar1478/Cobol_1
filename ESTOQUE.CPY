      * PELAS SAIDAS GERADAS NA CONVERSAO DE PROPOSTA DO
      * PROGCOB76, CADA MOVIMENTO COM LINHA PROPRIA NO DIARIO
      * MATMOV
      * 2026-10-15 JGM CUSTO MEDIO PONDERADO POR MATERIAL E VALOR
      * DO SALDO, ATUALIZADOS A CADA MOVIMENTO PELO SERVICO
      * PROGCB130-CUSTOMEDIO: A ENTRADA RECALCULA O CUSTO MEDIO,
      * SAIDA E AJUSTE SAO VALORIZADOS POR ELE. CUSTO MEDIO ZERO
      * E SALDO ANTERIOR AO CUSTEIO, VALORIZADO NO PRIMEIRO
      * MOVIMENTO PELO PRECO DO MATCAT
      *****************************************************
       01  ESTOQUE-REC.
           05  ESTOQUE-CODIGO      PIC X(04).
           05  ESTOQUE-SALDO       PIC S9(07)V99.
           05  ESTOQUE-MINIMO      PIC 9(05)V99.
           05  ESTOQUE-CUSTO-MEDIO PIC 9(05)V9999.
           05  ESTOQUE-VALOR       PIC S9(09)V99.

      * COM A TAXA DE ACUMULO (PONTOS POR REAL DE VENDA
      * IDENTIFICADA); CRIADO COM 1,00 PONTO POR REAL NA
      * PRIMEIRA EXECUCAO DO FECHAMENTO
      * 2026-10-15 JGM PRAZO DE VALIDADE DOS PONTOS EM MESES,
      * CONTADO DO MES EM QUE FORAM GANHOS - O LOTE DO MES EXPIRA
      * NA VIRADA DO PRAZO PELA EXPIRACAO MENSAL DO PROGCOB04
      * (CRIADO COM 24 MESES; ZEROS VALE 24)
      *****************************************************
       01  LOYPARM-REC.
           05  LOYPARM-PTS-POR-REAL PIC 9(03)V99.
           05  LOYPARM-MESES-VALIDADE PIC 9(03).

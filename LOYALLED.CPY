      * ACUMULA OS PONTOS DE CADA VENDA IDENTIFICADA PELA TAXA
      * DE ACUMULO DO LOYPARM, E O RESGATE E LANCADO PELO
      * PROGCOB60, QUE TAMBEM IMPRIME O EXTRATO DE PONTOS
      * 2026-10-15 JGM TOTAL DE PONTOS EXPIRADOS PELA EXPIRACAO
      * MENSAL (PROGCOB04) - O SALDO PASSA A SER ACUMULADOS MENOS
      * RESGATADOS MENOS EXPIRADOS
      *****************************************************
       01  LOYALLED-REC.
           05  LOYALLED-CPF          PIC 9(11).
           05  LOYALLED-PTS-RESGATADOS PIC 9(09).
           05  LOYALLED-PTS-SALDO    PIC 9(09).
           05  LOYALLED-DATA-ULT-MOV PIC 9(08).
           05  LOYALLED-PTS-EXPIRADOS PIC 9(09).

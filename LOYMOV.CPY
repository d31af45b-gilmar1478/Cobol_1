      * PROGCOB15 SOBRE A VENDA IDENTIFICADA) OU RESGATE ('R',
      * LANCADO PELO PROGCOB60), COM O SALDO DO CLIENTE DEPOIS
      * DO MOVIMENTO
      * 2026-10-15 JGM MOVIMENTO DE EXPIRACAO ('E', GRAVADO PELA
      * EXPIRACAO MENSAL DO PROGCOB04) - COMO O RESGATE, CONSOME
      * OS LOTES MENSAIS MAIS ANTIGOS PRIMEIRO
      *****************************************************
       01  LOYMOV-REC.
           05  LOYMOV-CPF          PIC 9(11).
           05  LOYMOV-TIPO         PIC X(01).
               88  LOYMOV-ACUMULO      VALUE 'A'.
               88  LOYMOV-RESGATE      VALUE 'R'.
               88  LOYMOV-EXPIRACAO    VALUE 'E'.
           05  LOYMOV-PONTOS       PIC 9(07).
           05  LOYMOV-SALDO-APOS   PIC 9(09).
           05  LOYMOV-DATA-HORA.

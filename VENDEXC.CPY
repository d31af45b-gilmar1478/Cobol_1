      * DESVIADO, PARA O RELATORIO DE DESEMPENHO POR CAIXA
      * (PROGCOB54) CONTAR AS SUSPEITAS DE DUPLA LEITURA DE CADA
      * CAIXA
      * 2026-10-15 JGM NUMERO DO CUPOM DO CAIXA DO MOVIMENTO
      * DESVIADO, PARA A REPOSICAO DO PROGCOB25 DEVOLVER AO
      * VENDET O NUMERO QUE O CAIXA DEU
      *****************************************************
       01  VENDEXC-REC.
           05  VENDEXC-VALOR       PIC 9(07)V99.
           05  VENDEXC-DATA-DISP   PIC 9(08).
           05  VENDEXC-FILIAL      PIC X(03).
           05  VENDEXC-CAIXA       PIC X(04).
           05  VENDEXC-CUPOM       PIC 9(06).

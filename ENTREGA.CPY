      * PELA CONSOLIDACAO DO PROGCOB64 (ZEROS = AINDA SEM
      * EMBARQUE) - A MESA DO PROGCOB33 MOVE A SITUACAO DE UM
      * EMBARQUE INTEIRO DE UMA VEZ
      * 2026-10-15 JGM NOME DE QUEM RECEBEU A ENTREGA, TRAZIDO
      * PELO ARQUIVO DE RASTREAMENTO DA TRANSPORTADORA NA
      * IMPORTACAO DO PROGCB106 (BRANCO ENQUANTO NAO ENTREGUE)
      * 2026-10-15 JGM SITUACAO 'X' CANCELADO, FINAL, GRAVADA
      * PELO CANCELAMENTO DE PEDIDO DO PROGCB109 - SO O PEDIDO
      * AINDA COTADO ('R') E SEM EMBARQUE PODE SER CANCELADO
      *****************************************************
       01  ENTREGA-REC.
           05  ENTREGA-NUM-PEDIDO  PIC 9(06).
               88  ENTREGA-TRANSITO    VALUE 'T'.
               88  ENTREGA-ENTREGUE    VALUE 'E'.
               88  ENTREGA-DEVOLVIDA   VALUE 'V'.
               88  ENTREGA-CANCELADA   VALUE 'X'.
           05  ENTREGA-DATA-MANIFESTO PIC 9(08).
           05  ENTREGA-DATA-STATUS PIC 9(08).
           05  ENTREGA-HORA-STATUS PIC 9(08).
               88  ENTREGA-EXPRESSA    VALUE 'E'.
           05  ENTREGA-DATA-PROMETIDA PIC 9(08).
           05  ENTREGA-NUM-EMBARQUE PIC 9(06).
           05  ENTREGA-RECEBEDOR   PIC X(30).

      * VALIDADE; O PEDIDO QUE CHEGA COM O NUMERO DA COTACAO
      * (ORDPED-NUM-COTACAO) HONRA O PRECO COTADO ENQUANTO A
      * VALIDADE NAO VENCE, E A COTACAO USADA E CARIMBADA 'U'
      * 2026-10-15 JGM PARCELA GRIS (SEGURO AD VALOREM) CONTIDA
      * NO FRETE COTADO, PARA O PEDIDO QUE HONRA A COTACAO
      * REPASSAR O GRIS COTADO A TRANSPORTADORA
      * 2026-10-15 JGM VENDEDOR DA COTACAO E, NA COTACAO USADA, A
      * DATA DE USO E O PEDIDO QUE A HONROU, PARA A ANALISE DE
      * CONVERSAO DO PROGCB108
      *****************************************************
       01  COTACAO-REC.
           05  COTACAO-NUMERO      PIC 9(06).
           05  COTACAO-SITUACAO    PIC X(01).
               88  COTACAO-ATIVA       VALUE 'A'.
               88  COTACAO-USADA       VALUE 'U'.
           05  COTACAO-FRETE-GRIS  PIC 9(06)V99.
           05  COTACAO-VENDEDOR    PIC X(03).
           05  COTACAO-DATA-USO    PIC 9(08).
           05  COTACAO-PEDIDO      PIC 9(06).

      *****************************************************
      * FATPED.CPY
      * PEDIDOS FATURADOS - UM REGISTRO POR PEDIDO QUE ENTROU
      * NUMA FATURA DO PROGCOB31, CHAVEADO PELO NUMERO DO
      * PEDIDO, COM A FATURA (TITULO NO CONTREC), O CLIENTE, O
      * PERIODO FATURADO, A DATA DE EMISSAO E O FRETE DO PEDIDO
      * - LIGA O DIARIO FRETDET AO CONTAS A RECEBER, PARA A
      * PROVISAO DE FRETE NAO FATURADO DO PROGCB110 SABER QUE
      * PEDIDOS JA VIRARAM FATURA
      *****************************************************
       01  FATPED-REC.
           05  FATPED-NUM-PEDIDO    PIC 9(06).
           05  FATPED-NUM-FATURA    PIC 9(06).
           05  FATPED-CLIENTE       PIC 9(06).
           05  FATPED-PERIODO       PIC 9(06).
           05  FATPED-DATA-EMISSAO  PIC 9(08).
           05  FATPED-FRETE         PIC 9(08)V99.

      *****************************************************
      * TRKENT.CPY
      * ARQUIVO DIARIO DE RASTREAMENTO ENVIADO PELA
      * TRANSPORTADORA E IMPORTADO PELO PROGCB106 - UM EVENTO
      * POR LINHA, NA ORDEM EM QUE ACONTECERAM: O PEDIDO, O
      * EVENTO (MESMOS CODIGOS DA SITUACAO DO ENTREGA: D
      * DESPACHADO, T EM TRANSITO, E ENTREGUE, V DEVOLVIDO), A
      * DATA E A HORA DO EVENTO E, NA ENTREGA, QUEM RECEBEU
      *****************************************************
       01  TRKENT-REC.
           05  TRKENT-NUM-PEDIDO   PIC 9(06).
           05  TRKENT-EVENTO       PIC X(01).
           05  TRKENT-DATA         PIC 9(08).
           05  TRKENT-HORA         PIC 9(06).
           05  TRKENT-RECEBEDOR    PIC X(30).

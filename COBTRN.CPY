      *****************************************************
      * COBTRN.CPY
      * PEDIDOS JA COBRADOS PELAS TRANSPORTADORAS, CHAVEADO
      * PELO NUMERO DO PEDIDO - GRAVADO PELA AUDITORIA DE
      * COBRANCA DO PROGCB103 PARA CADA PEDIDO DE UMA LINHA
      * ACEITA, COM A TRANSPORTADORA, O CT-E E O PERIODO; E O
      * QUE DENUNCIA O PEDIDO COBRADO DUAS VEZES, NO MESMO
      * ARQUIVO OU NUMA COBRANCA SEGUINTE
      *****************************************************
       01  COBTRN-REC.
           05  COBTRN-NUM-PEDIDO   PIC 9(06).
           05  COBTRN-TRANSP       PIC X(03).
           05  COBTRN-NUM-CTE      PIC 9(09).
           05  COBTRN-PERIODO      PIC 9(06).
           05  COBTRN-DATA         PIC 9(08).

      *****************************************************
      * CTETRN.CPY
      * ARQUIVO DE COBRANCA ENVIADO PELA TRANSPORTADORA NO
      * PERIODO - UMA LINHA POR CT-E, REFERENCIANDO O NOSSO
      * PEDIDO OU, QUANDO A TRANSPORTADORA COBRA O ROMANEIO
      * INTEIRO, O NUMERO DO EMBARQUE (PEDIDO ZERO), COM O PESO
      * E O VALOR COBRADOS - AUDITADO PELO PROGCB103
      *****************************************************
       01  CTETRN-REC.
           05  CTETRN-NUM-CTE      PIC 9(09).
           05  CTETRN-NUM-PEDIDO   PIC 9(06).
           05  CTETRN-NUM-EMBARQUE PIC 9(06).
           05  CTETRN-PESO         PIC 9(07)V99.
           05  CTETRN-VALOR        PIC 9(08)V99.

      *****************************************************
      * DEVTRAT.CPY
      * TRATAMENTO DAS ENTREGAS DEVOLVIDAS (ENTREGA 'V') NA MESA
      * DE DEVOLUCOES DO PROGCB138, CHAVEADO PELO PEDIDO
      * ORIGINAL. A DECISAO E A REENTREGA (PEDIDO NOVO LIGADO AO
      * ORIGINAL, COM A COTACAO FORMAL QUE FIXA O FRETE - ZERO
      * QUANDO SEM CUSTO PARA O CLIENTE) OU A VOLTA AO ESTOQUE
      * (ENTRADA NO MATMOV COM O PEDIDO NA REFERENCIA). A
      * DEVOLUCAO SEM DECISAO ALEM DO PRAZO E ESCALADA NO EXCLOG
      * PELO ACOMPANHAMENTO MATINAL DO PROGCB107, QUE GRAVA O
      * REGISTRO PENDENTE COM A DATA DA ESCALADA
      *****************************************************
       01  DEVTRAT-REC.
           05  DEVTRAT-NUM-PEDIDO      PIC 9(06).
           05  DEVTRAT-CLIENTE         PIC 9(06).
           05  DEVTRAT-DATA-DEVOLUCAO  PIC 9(08).
           05  DEVTRAT-DECISAO         PIC X(01).
               88  DEVTRAT-PENDENTE        VALUE ' '.
               88  DEVTRAT-REENTREGA       VALUE 'R'.
               88  DEVTRAT-ESTOQUE         VALUE 'E'.
           05  DEVTRAT-PEDIDO-NOVO     PIC 9(06).
           05  DEVTRAT-COTACAO         PIC 9(06).
           05  DEVTRAT-SEM-CUSTO       PIC X(01).
               88  DEVTRAT-CORTESIA        VALUE 'S'.
           05  DEVTRAT-FRETE           PIC 9(08)V99.
           05  DEVTRAT-QT-MATERIAIS    PIC 9(02).
           05  DEVTRAT-DATA-DECISAO    PIC 9(08).
           05  DEVTRAT-OPERADOR        PIC X(08).
           05  DEVTRAT-DATA-ESCALADA   PIC 9(08).

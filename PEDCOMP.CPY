      *****************************************************
      * PEDCOMP.CPY
      * PEDIDOS DE COMPRA DE MATERIAL, CHAVEADOS PELO NUMERO DO
      * CONTROLE PEDCTL (MESMO TAMANHO DO MATMOV-REFERENCIA,
      * QUE LEVA O NUMERO DO PEDIDO NA ENTRADA) - UM MATERIAL
      * POR PEDIDO, GERADO PELO PROGCOB93 A PARTIR DA CONDICAO
      * DE REPOSICAO DO ESTOQUE; QUANTIDADES EM M2, PRECO DO
      * VINCULO FORNMAT NA EMISSAO, PREVISAO = EMISSAO + PRAZO
      * DO FORNECEDOR. SITUACAO: 'A' ABERTO, 'P' RECEBIDO EM
      * PARTE, 'R' RECEBIDO, 'C' CANCELADO
      *****************************************************
       01  PEDCOMP-REC.
           05  PEDCOMP-NUMERO      PIC 9(06).
           05  PEDCOMP-FORNECEDOR  PIC X(05).
           05  PEDCOMP-MATERIAL    PIC X(04).
           05  PEDCOMP-QT-PEDIDA   PIC 9(07)V99.
           05  PEDCOMP-QT-RECEBIDA PIC 9(07)V99.
           05  PEDCOMP-PRECO-UNIT  PIC 9(05)V99.
           05  PEDCOMP-DATA-EMISSAO PIC 9(08).
           05  PEDCOMP-DATA-PREVISTA PIC 9(08).
           05  PEDCOMP-DATA-ULT-RECEB PIC 9(08).
           05  PEDCOMP-SITUACAO    PIC X(01).
               88  PEDCOMP-ABERTO      VALUE 'A'.
               88  PEDCOMP-PARCIAL     VALUE 'P'.
               88  PEDCOMP-RECEBIDO    VALUE 'R'.
               88  PEDCOMP-CANCELADO   VALUE 'C'.
               88  PEDCOMP-PENDENTE    VALUE 'A' 'P'.

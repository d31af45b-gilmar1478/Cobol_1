      *****************************************************
      * FORNMAT.CPY
      * VINCULO FORNECEDOR X MATERIAL DO CATALOGO MATCAT,
      * CHAVEADO PELO MATERIAL E PELO FORNECEDOR (TODOS OS
      * FORNECEDORES DE UM MATERIAL FICAM JUNTOS NA CHAVE) - O
      * PRAZO DE ENTREGA EM DIAS CORRIDOS, O ULTIMO PRECO PAGO
      * POR M2 COM A DATA, E A MARCA DE FORNECEDOR PREFERIDO
      * QUE O PROGCOB93 USA PARA ESCOLHER A QUEM PEDIR; O
      * ULTIMO PRECO E ATUALIZADO NO RECEBIMENTO DO PROGCOB94
      *****************************************************
       01  FORNMAT-REC.
           05  FORNMAT-CHAVE.
               10  FORNMAT-MATERIAL    PIC X(04).
               10  FORNMAT-FORNECEDOR  PIC X(05).
           05  FORNMAT-PRAZO-DIAS  PIC 9(03).
           05  FORNMAT-ULT-PRECO   PIC 9(05)V99.
           05  FORNMAT-DATA-PRECO  PIC 9(08).
           05  FORNMAT-PREFERIDO   PIC X(01).
               88  FORNMAT-E-PREFERIDO VALUE 'S'.

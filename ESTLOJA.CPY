      *****************************************************
      * ESTLOJA.CPY
      * SALDO DE ESTOQUE DA LOJA POR FILIAL + SKU DO CADASTRO
      * PRODMAS, EM UNIDADES - O FECHAMENTO NOTURNO (PROGCOB15)
      * BAIXA CADA LINHA DE ITEM VENDIDA E DEVOLVE AO SALDO O
      * ITEM DE DEVOLUCAO, O RECEBIMENTO DE MERCADORIA DO
      * PROGCOB90 SOMA AS ENTREGAS DOS FORNECEDORES, E O
      * RELATORIO DE POSICAO DO PROGCOB91 LISTA O SALDO E O
      * ESTOQUE NEGATIVO DE CADA FILIAL - SALDO NEGATIVO E
      * PERMITIDO (VENDA DE MERCADORIA QUE NAO DEU ENTRADA) E E
      * JUSTAMENTE O QUE O RELATORIO APONTA
      * 2026-10-15 JGM DATA DA ULTIMA VENDA DO SKU NA FILIAL
      * (SO O FECHAMENTO GRAVA; RECEBIMENTO E DEVOLUCAO NAO
      * MEXEM), PARA A LISTA DE ITENS PARADOS DO PROGCOB98
      *****************************************************
       01  ESTLOJA-REC.
           05  ESTLOJA-CHAVE.
               10  ESTLOJA-FILIAL      PIC X(03).
               10  ESTLOJA-SKU         PIC 9(08).
           05  ESTLOJA-SALDO       PIC S9(07).
           05  ESTLOJA-DATA-ULT-MOV PIC 9(08).
           05  ESTLOJA-DATA-ULT-ENT PIC 9(08).
           05  ESTLOJA-DATA-ULT-VENDA PIC 9(08).

      *****************************************************
      * PROMVEN.CPY
      * DIARIO DE VENDAS EM PROMOCAO GRAVADO PELO FECHAMENTO DO
      * PROGCOB15 - UMA LINHA POR ITEM VENDIDO (OU DEVOLVIDO, COM
      * QUANTIDADE NEGATIVA) A UM PRECO PROMOCIONAL DO PROMPRC,
      * COM O PRECO CHEIO DO PRODMAS E O PRECO EM VIGOR NA DATA
      * DA VENDA - A DIFERENCA VEZES A QUANTIDADE E A MARGEM QUE
      * A PROMOCAO DEIXOU DE GANHAR, SOMADA POR CAMPANHA E
      * FILIAL NO RELATORIO DE REMARCACAO DO PROGCOB97
      *****************************************************
       01  PROMVEN-REC.
           05  PROMVEN-DATA        PIC 9(08).
           05  PROMVEN-FILIAL      PIC X(03).
           05  PROMVEN-SKU         PIC 9(08).
           05  PROMVEN-CAMPANHA    PIC X(10).
           05  PROMVEN-ESCOPO      PIC X(01).
           05  PROMVEN-QUANTIDADE  PIC S9(05).
           05  PROMVEN-PRECO-CHEIO PIC 9(05)V99.
           05  PROMVEN-PRECO-PROMO PIC 9(05)V99.
           05  PROMVEN-VALOR-CAIXA PIC 9(05)V99.

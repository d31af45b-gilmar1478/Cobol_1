      *****************************************************
      * PROMPRC.CPY
      * PRECOS PROMOCIONAIS COM VIGENCIA, MANTIDOS PELO
      * PROGCOB96 - O PRODMAS-PRECO-UNIT CONTINUA SENDO O PRECO
      * CHEIO E A PROMOCAO VALE SO ENTRE A DATA DE INICIO E A DE
      * FIM. A CHAVE E O ESCOPO ('S' UM SKU, 'D' UM DEPARTAMENTO
      * INTEIRO), O SKU (8 DIGITOS) OU O DEPARTAMENTO (ALINHADO
      * A ESQUERDA) E A DATA DE INICIO; A PROMOCAO DE SKU VENCE A
      * DE DEPARTAMENTO. PRECO PROMOCIONAL MAIOR QUE ZERO VALE
      * COMO PRECO; SENAO VALE O PERCENTUAL DE DESCONTO SOBRE O
      * PRECO CHEIO. A CAMPANHA AGRUPA AS PROMOCOES NO RELATORIO
      * DE REMARCACAO DO PROGCOB97
      *****************************************************
       01  PROMPRC-REC.
           05  PROMPRC-CHAVE.
               10  PROMPRC-ESCOPO      PIC X(01).
                   88  PROMPRC-POR-SKU     VALUE 'S'.
                   88  PROMPRC-POR-DEPTO   VALUE 'D'.
               10  PROMPRC-ITEM        PIC X(08).
               10  PROMPRC-SKU REDEFINES PROMPRC-ITEM
                                       PIC 9(08).
               10  PROMPRC-DATA-INICIO PIC 9(08).
           05  PROMPRC-DATA-FIM    PIC 9(08).
           05  PROMPRC-PRECO-PROMO PIC 9(05)V99.
           05  PROMPRC-PERC-DESC   PIC 9(02)V99.
           05  PROMPRC-CAMPANHA    PIC X(10).

      * DIARIO DE MOVIMENTOS DE ESTOQUE DE MATERIAIS - UMA LINHA
      * POR MOVIMENTO, COM O TIPO ('E' ENTRADA, 'S' SAIDA, 'A'
      * AJUSTE COM CODIGO DE MOTIVO), A QUANTIDADE EM M2 E A
      * REFERENCIA (NUMERO DA PROPOSTA QUE GEROU A SAIDA, NA
      * CONVERSAO DO PROGCOB76 OU NA SAIDA PARA OBRA DO
      * PROGCOB77; PEDIDO DE COMPRA NA ENTRADA DO PROGCOB94;
      * ZEROS NOS DEMAIS) - AS SAIDAS DE UMA PROPOSTA SAO O
      * CONSUMO REAL DA OBRA NO FECHAMENTO DO PROGCB128
      * 2026-10-15 JGM CUSTO UNITARIO E VALOR DO MOVIMENTO (COM O
      * SINAL DA QUANTIDADE) - NA ENTRADA O CUSTO DA NOTA, NA
      * SAIDA E NO AJUSTE O CUSTO MEDIO DO ESTOQUE; A SOMA DOS
      * VALORES E A VARIACAO DO VALOR DO ESTOQUE, BASE DA
      * VALORIZACAO MENSAL DO PROGCB130
      * 2026-10-15 JGM ENTRADA (TIPO E) DE MOTIVO DEV: MERCADORIA
      * DE ENTREGA DEVOLVIDA QUE VOLTOU AO ESTOQUE PELO PROGCB138,
      * COM O PEDIDO DE FRETE DEVOLVIDO NA REFERENCIA
      *****************************************************
       01  MATMOV-REC.
           05  MATMOV-DATA         PIC 9(08).
           05  MATMOV-QUANTIDADE   PIC S9(07)V99.
           05  MATMOV-MOTIVO       PIC X(03).
           05  MATMOV-REFERENCIA   PIC 9(06).
           05  MATMOV-CUSTO-UNIT   PIC 9(05)V9999.
           05  MATMOV-VALOR        PIC S9(09)V99.

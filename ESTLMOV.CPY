      *****************************************************
      * ESTLMOV.CPY
      * DIARIO DE MOVIMENTOS DO ESTOQUE DA LOJA (ESTLOJA) FORA
      * DO FECHAMENTO - UMA LINHA POR RECEBIMENTO DE MERCADORIA,
      * COM A FILIAL, O SKU, A QUANTIDADE EM UNIDADES (NEGATIVA
      * BAIXA), O DOCUMENTO DE ORIGEM (NOTA FISCAL DO
      * FORNECEDOR) E O SALDO APOS O MOVIMENTO - AS BAIXAS DE
      * VENDA E DEVOLUCAO DO FECHAMENTO JA TEM O SEU RASTRO NO
      * DIARIO VENDITEM E NAO SE REPETEM AQUI
      *****************************************************
       01  ESTLMOV-REC.
           05  ESTLMOV-DATA        PIC 9(08).
           05  ESTLMOV-HORA        PIC 9(08).
           05  ESTLMOV-FILIAL      PIC X(03).
           05  ESTLMOV-SKU         PIC 9(08).
           05  ESTLMOV-TIPO        PIC X(01).
               88  ESTLMOV-RECEBIMENTO VALUE 'R'.
           05  ESTLMOV-QUANTIDADE  PIC S9(07).
           05  ESTLMOV-DOCUMENTO   PIC X(10).
           05  ESTLMOV-SALDO-APOS  PIC S9(07).
           05  ESTLMOV-PROGRAMA    PIC X(09).

      * VARRER O DIARIO INTEIRO A CADA EMISSAO - O PERIODO VAI
      * GRAVADO EM CADA REGISTRO PARA O CONSUMIDOR CONFERIR QUE
      * O EXTRATO MONTADO E MESMO O DO PERIODO PEDIDO
      * 2026-10-15 JGM UF DE ORIGEM, ALIQUOTA E ICMS DO FRETE
      * COPIADOS DO FRETDET, PARA A FATURA DESTACAR O IMPOSTO
      * 2026-10-15 JGM COMPONENTE GRIS (SEGURO AD VALOREM) DO
      * FRETE, PARA A FATURA DO PROGCOB31
      * 2026-10-15 JGM CODIGO DO ENDERECO DE ENTREGA DO PEDIDO
      * (BRANCO = ENDERECO DO CADASTRO), PARA A FATURA DO
      * PROGCOB31 IMPRIMIR ONDE A CARGA FOI ENTREGUE
      *****************************************************
       01  FRETIDX-REC.
           05  FRETIDX-CHAVE.
           05  FRETIDX-TRANSP       PIC X(03).
           05  FRETIDX-DATA         PIC 9(08).
           05  FRETIDX-VENDEDOR     PIC X(03).
           05  FRETIDX-UF-ORIGEM    PIC X(02).
           05  FRETIDX-ALIQ-ICMS    PIC 9(02)V99.
           05  FRETIDX-ICMS         PIC 9(06)V99.
           05  FRETIDX-FRETE-GRIS   PIC 9(06)V99.
           05  FRETIDX-COD-ENTREGA  PIC X(03).

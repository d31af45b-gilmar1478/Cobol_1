      * 2026-09-02 JGM CODIGO DO VENDEDOR DO PEDIDO (DO ORDPED,
      * BRANCO = PEDIDO DA CASA), PARA A APURACAO MENSAL DE
      * COMISSAO DO PROGCOB88
      * 2026-10-15 JGM ICMS SOBRE O FRETE: FILIAL E UF DE
      * ORIGEM DO EMBARQUE, ALIQUOTA APLICADA (INTERNA OU
      * INTERESTADUAL, DA ICMSTAB) E O IMPOSTO INCLUSO NO FRETE,
      * PARA A FATURA DO PROGCOB31 DESTACAR O ICMS
      * 2026-10-15 JGM GRIS (SEGURO AD VALOREM) COMO COMPONENTE
      * PROPRIO DO FRETE - PERCENTUAL DA GRISTAB SOBRE O VALOR
      * DA MERCADORIA, COM MINIMO, INCLUSO NO FRETE TOTAL E
      * REPASSADO INTEGRAL A TRANSPORTADORA NO PROGCOB32
      * 2026-10-15 JGM DESCONTO CONCEDIDO PELO CONTRATO DE
      * FRETE DO CLIENTE (FRETE ANTES MENOS FRETE DEPOIS DO
      * CONTRATO) - JA ABATIDO DO FRETE, GUARDADO PARA A
      * MARGEM POR ROTA DO PROGCB104
      * 2026-10-15 JGM QUANTIDADE DE VOLUMES DO PEDIDO (UM POR
      * ITEM DO ORDPED; O PEDIDO PRESO RECOTADO TEM UM SO), PARA
      * O MANIFESTO DO MOTORISTA DO PROGCB105
      * 2026-10-15 JGM TIPO DO LANCAMENTO: BRANCO = FRETE DO
      * PEDIDO, 'E' = ESTORNO GRAVADO PELO CANCELAMENTO DO
      * PROGCB109 - COPIA DO LANCAMENTO ORIGINAL COM OS MESMOS
      * VALORES, QUE QUEM TOTALIZA O DIARIO SUBTRAI E QUEM OLHA
      * PEDIDO A PEDIDO IGNORA; O ORIGINAL NUNCA E APAGADO
      * 2026-10-15 JGM CODIGO DO ENDERECO DE ENTREGA DO PEDIDO
      * (ENDENT, BRANCO = ENDERECO DO CADASTRO), PARA A FATURA E
      * O MANIFESTO IMPRIMIREM ONDE A CARGA E ENTREGUE
      *****************************************************
       01  FRETDET-REC.
           05  FRETDET-NUM-PEDIDO   PIC 9(06).
           05  FRETDET-TRANSP       PIC X(03).
           05  FRETDET-DATA         PIC 9(08).
           05  FRETDET-VENDEDOR     PIC X(03).
           05  FRETDET-FILIAL       PIC X(03).
           05  FRETDET-UF-ORIGEM    PIC X(02).
           05  FRETDET-ALIQ-ICMS    PIC 9(02)V99.
           05  FRETDET-ICMS         PIC 9(06)V99.
           05  FRETDET-FRETE-GRIS   PIC 9(06)V99.
           05  FRETDET-DESC-CONTRATO PIC 9(06)V99.
           05  FRETDET-QT-VOLUMES   PIC 9(03).
           05  FRETDET-TIPO-LANC    PIC X(01).
               88  FRETDET-ESTORNO      VALUE 'E'.
           05  FRETDET-COD-ENTREGA  PIC X(03).

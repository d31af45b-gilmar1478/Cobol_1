      *****************************************************
      * CONTCIC.CPY
      * CONTAGEM CICLICA DO ESTOQUE DE MATERIAIS (PROGCB131) -
      * UMA LINHA POR CONTAGEM E MATERIAL SELECIONADO, PELA
      * CLASSE ABC DE VALOR OU PELO RODIZIO DE CODIGOS. A
      * QUANTIDADE DO SISTEMA E FOTOGRAFADA NO REGISTRO DA
      * CONTAGEM (A FOLHA E CEGA), E SO A DIFERENCA APROVADA
      * PELO SUPERVISOR VIRA AJUSTE NO MATMOV (MOTIVO CIC, COM O
      * NUMERO DA CONTAGEM NA REFERENCIA)
      *
      * SITUACAO: S = SELECIONADO (A CONTAR), C = CONTADO
      * (AGUARDA APROVACAO), R = RECONTAGEM PEDIDA PELO
      * SUPERVISOR, P = APROVADO E LANCADO
      *****************************************************
       01  CONTCIC-REC.
           05  CONTCIC-CHAVE.
               10  CONTCIC-NUMERO      PIC 9(06).
               10  CONTCIC-MATERIAL    PIC X(04).
           05  CONTCIC-DATA-SELECAO    PIC 9(08).
           05  CONTCIC-CRITERIO        PIC X(01).
               88  CONTCIC-POR-ABC         VALUE 'A'.
               88  CONTCIC-POR-RODIZIO     VALUE 'R'.
           05  CONTCIC-CLASSE          PIC X(01).
           05  CONTCIC-SITUACAO        PIC X(01).
               88  CONTCIC-SELECIONADO     VALUE 'S'.
               88  CONTCIC-CONTADO         VALUE 'C'.
               88  CONTCIC-RECONTAGEM      VALUE 'R'.
               88  CONTCIC-APROVADO        VALUE 'P'.
           05  CONTCIC-DATA-CONTAGEM   PIC 9(08).
           05  CONTCIC-CONTADOR        PIC X(08).
           05  CONTCIC-QT-SISTEMA      PIC S9(07)V99.
           05  CONTCIC-QT-CONTADA      PIC S9(07)V99.
           05  CONTCIC-DIFERENCA       PIC S9(07)V99.
           05  CONTCIC-CUSTO-UNIT      PIC 9(05)V9999.
           05  CONTCIC-VALOR-DIF       PIC S9(09)V99.
           05  CONTCIC-APROVADOR       PIC X(08).
           05  CONTCIC-DATA-APROV      PIC 9(08).

      *****************************************************
      * GRISTAB.CPY
      * TABELA DE RISCO AD VALOREM (GRIS - GERENCIAMENTO DE
      * RISCO E SEGURO DA CARGA), CHAVEADA POR UF DE DESTINO +
      * ZONA DE ENTREGA (A MESMA LETRA DA ZONATAB) - A ZONA EM
      * BRANCO VALE PARA A UF INTEIRA, QUANDO A ZONA DO CEP NAO
      * TEM LINHA PROPRIA. O PERCENTUAL INCIDE SOBRE O VALOR DA
      * MERCADORIA DO PEDIDO, COM O MINIMO POR PEDIDO, NA
      * COTACAO DO PROGCOB09; A TABELA E MANTIDA PELO PROGCOB14,
      * COM AUDITORIA
      *****************************************************
       01  GRISTAB-REC.
           05  GRISTAB-CHAVE.
               10  GRISTAB-UF      PIC X(02).
               10  GRISTAB-ZONA    PIC X(01).
           05  GRISTAB-PERCENTUAL  PIC 9(01)V9(04).
           05  GRISTAB-MINIMO      PIC 9(04)V99.

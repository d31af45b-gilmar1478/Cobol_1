      * CLIENTES E O VALOR A REPASSAR A TRANSPORTADORA
      * 2026-09-02 JGM COLUNA DE ESTORNO DE SINISTROS ACATADOS
      * COM CULPA DA TRANSPORTADORA, ABATIDO DO REPASSE
      * 2026-10-15 JGM COLUNA DO GRIS (SEGURO AD VALOREM) DOS
      * PEDIDOS, REPASSADO INTEGRAL A TRANSPORTADORA
      *****************************************************
       01  TRSRPT-LINHA.
           05  TRSRPT-CODIGO       PIC X(03).
           05  TRSRPT-REPASSE      PIC Z(08)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRSRPT-ESTORNO      PIC Z(07)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRSRPT-GRIS         PIC Z(07)9,99.

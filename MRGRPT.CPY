      *****************************************************
      * MRGRPT.CPY
      * RELATORIO MENSAL DE MARGEM DO FRETE POR ROTA (FILIAL DE
      * ORIGEM + UF DE DESTINO + TRANSPORTADORA), IMPRESSO PELO
      * PROGCB104 - FRETE COBRADO, REPASSE LIQUIDO DOS ESTORNOS,
      * SOBRETAXA DE COMBUSTIVEL E DESCONTO DE CONTRATO (AMBOS
      * JA DENTRO DO FRETE), NOTAS DE CREDITO DE SINISTRO,
      * MARGEM E PERCENTUAL, COM A ROTA ABAIXO DA META MARCADA
      *****************************************************
       01  MRGRPT-CABECALHO.
           05  FILLER              PIC X(34)
               VALUE 'MARGEM DO FRETE POR ROTA - PERIODO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-CAB-PERIODO  PIC 9(06).
           05  FILLER              PIC X(07) VALUE '  META '.
           05  MRGRPT-CAB-META     PIC Z9,99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(57) VALUE SPACES.

       01  MRGRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'FIL UF TRP PEDIDOS        FRETE      REP'.
           05  FILLER              PIC X(40)
               VALUE 'ASSE  COMBUSTIVEL   DESC.CONTR     SINIS'.
           05  FILLER              PIC X(31)
               VALUE 'TRO       MARGEM  MARG %       '.

       01  MRGRPT-DETALHE.
           05  MRGRPT-FILIAL       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-UF           PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-TRANSP       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-QT-PEDIDOS   PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-FRETE        PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-REPASSE      PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-COMBUST      PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-DESCONTO     PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-SINISTRO     PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-MARGEM       PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-PCT          PIC -(03)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRGRPT-OBS          PIC X(06).

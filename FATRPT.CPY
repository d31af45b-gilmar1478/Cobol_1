      * 2026-09-02 JGM LINHA DE MOEDA (LAYOUT FATRPT-MOEDA) PARA
      * A FATURA EM MOEDA ESTRANGEIRA: MOEDA DO CONTRATO, TAXA
      * DO DIA APLICADA E VALOR CONVERTIDO, ALEM DO TOTAL EM BRL
      * 2026-10-15 JGM COLUNA DO ICMS DESTACADO (INCLUSO NO FRETE
      * TOTAL) NA LINHA DE DETALHE E NA LINHA DE TOTAIS
      * 2026-10-15 JGM COLUNA DO GRIS (SEGURO AD VALOREM) NA
      * LINHA DE DETALHE, COMPONENTE PROPRIO DO FRETE
      * 2026-10-15 JGM LINHA DE ENTREGA (LAYOUT FATRPT-ENTREGA)
      * APOS CADA PEDIDO: O ENDERECO ONDE A CARGA FOI ENTREGUE -
      * O DE ENTREGA ESCOLHIDO NO PEDIDO (COM O CODIGO) OU, SEM
      * ELE, O DO CADASTRO DO CLIENTE
      *****************************************************
       01  FATRPT-CABECALHO.
           05  FILLER              PIC X(07) VALUE 'FATURA '.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-FRETE-COMBUST PIC Z(05)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-FRETE-GRIS   PIC Z(05)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-FRETE-TOTAL  PIC Z(06)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-ICMS         PIC Z(05)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-OBS          PIC X(16).

       01  FATRPT-MOEDA.
           05  FATRPT-MOE-VALOR    PIC Z(08)9,99.
           05  FILLER              PIC X(17)
               VALUE ' (TOTAL EM MOEDA)'.

       01  FATRPT-ENTREGA.
           05  FILLER              PIC X(13) VALUE '  ENTREGA EM '.
           05  FATRPT-ENT-CODIGO   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-ENT-LOGRADOURO PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-ENT-CIDADE   PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FATRPT-ENT-UF       PIC X(02).
           05  FILLER              PIC X(06) VALUE '  CEP '.
           05  FATRPT-ENT-CEP-5    PIC 9(05).
           05  FILLER              PIC X(01) VALUE '-'.
           05  FATRPT-ENT-CEP-3    PIC 9(03).

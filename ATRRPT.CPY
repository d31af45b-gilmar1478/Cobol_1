      *****************************************************
      * ATRRPT.CPY
      * ACOMPANHAMENTO MATINAL DE ENTREGAS EM RISCO DO PROGCB107
      * - AGRUPADO POR TRANSPORTADORA E, DENTRO DELA, POR
      * CLIENTE: CADA ENTREGA EM ABERTO JA VENCIDA (CLASSE
      * ATRASADA) OU QUE NAO CHEGA NA DATA PROMETIDA PELA
      * SITUACAO ATUAL E O PRAZO DE TRANSITO (CLASSE EM RISCO),
      * COM OS DIAS DE ATRASO E A MARCA 'S' NA COLUNA A QUANDO
      * O CLIENTE RECEBEU CARTA DE AVISO
      *****************************************************
       01  ATRRPT-CABECALHO.
           05  FILLER              PIC X(34)
               VALUE 'ENTREGAS ATRASADAS E EM RISCO EM '.
           05  ATRRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  ATRRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'CODIGO NOME DO CLIENTE   PEDIDO UF SITUA'.
           05  FILLER              PIC X(40)
               VALUE 'CAO   PROMESSA PREVISAO DIAS CLASSE   A '.

       01  ATRRPT-TRANSP.
           05  FILLER              PIC X(15)
               VALUE 'TRANSPORTADORA '.
           05  ATRRPT-TRN-CODIGO   PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-TRN-NOME     PIC X(20).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  ATRRPT-DETALHE.
           05  ATRRPT-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-NOME         PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-PEDIDO       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-UF           PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-SITUACAO     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-PROMESSA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-PREVISAO     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-DIAS         PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-CLASSE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ATRRPT-AVISO        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  ATRRPT-TOTAL.
           05  ATRRPT-TOT-ROTULO   PIC X(30).
           05  FILLER              PIC X(10) VALUE 'ATRASADAS '.
           05  ATRRPT-TOT-ATRASADAS PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE '  EM RISCO '.
           05  ATRRPT-TOT-RISCO    PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE '  AVISOS '.
           05  ATRRPT-TOT-AVISOS   PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.

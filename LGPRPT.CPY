      *****************************************************
      * LGPRPT.CPY
      * RELATORIO DO PEDIDO DE TITULAR DA LGPD DO PROGCB115 -
      * TODOS OS REGISTROS GUARDADOS SOBRE O CPF/CNPJ EM CADA
      * ARQUIVO (CUSTMAS, CUSTARC, FRETDET, CONTREC, VENDET,
      * LOYALLED E AUDTRL) COM O CONTEUDO E, NA ELIMINACAO, O
      * QUE FOI FEITO COM CADA UM (ANONIMIZADO, EXCLUIDO OU
      * MANTIDO POR OBRIGACAO FISCAL)
      *****************************************************
       01  LGPRPT-CABECALHO.
           05  FILLER              PIC X(33)
               VALUE 'PEDIDO DE TITULAR LGPD - CPF/CNPJ'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LGPRPT-CAB-DOCUMENTO PIC 9(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LGPRPT-CAB-TIPO     PIC X(10).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  LGPRPT-DATAS.
           05  FILLER              PIC X(10) VALUE 'PEDIDO EM '.
           05  LGPRPT-DAT-PEDIDO   PIC 9(08).
           05  FILLER              PIC X(15) VALUE '  PRAZO LEGAL '.
           05  LGPRPT-DAT-PRAZO    PIC 9(08).
           05  FILLER              PIC X(15) VALUE '  ATENDIDO EM '.
           05  LGPRPT-DAT-ATENDIMENTO PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' OP '.
           05  LGPRPT-DAT-OPERADOR PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  LGPRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'ARQUIVO  CHAVE        CONTEUDO          '.
           05  FILLER              PIC X(40)
               VALUE '                                ACAO    '.

       01  LGPRPT-DETALHE.
           05  LGPRPT-ARQUIVO      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LGPRPT-CHAVE        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LGPRPT-CONTEUDO     PIC X(49).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LGPRPT-ACAO         PIC X(08).

       01  LGPRPT-TOTAL.
           05  LGPRPT-TOT-ROTULO   PIC X(30).
           05  LGPRPT-TOT-QT       PIC ZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  LGPRPT-SEPARADOR        PIC X(80).

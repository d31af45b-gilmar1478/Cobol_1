      *****************************************************
      * CNBRPT.CPY
      * RELATORIO DE OCORRENCIAS DO RETORNO DE COBRANCA IMPRESSO
      * PELO PROGCB100 - CABECALHO COM A DATA DO RETORNO, UMA
      * LINHA POR REGISTRO QUE PRECISA DE ATENCAO DO CONTAS A
      * RECEBER (BOLETO REJEITADO PELO BANCO, NOSSO NUMERO SEM
      * FATURA, LIQUIDACAO REPETIDA OU SOBRE FATURA JA QUITADA)
      * E A LINHA DE TOTAIS DA IMPORTACAO
      *****************************************************
       01  CNBRPT-CABECALHO.
           05  FILLER              PIC X(36)
               VALUE 'OCORRENCIAS DO RETORNO DE COBRANCA '.
           05  FILLER              PIC X(08) VALUE 'RETORNO '.
           05  CNBRPT-CAB-DATA     PIC 9(06).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CNBRPT-DETALHE.
           05  CNBRPT-NOSSO-NUM    PIC 9(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNBRPT-CLIENTE      PIC Z(05)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNBRPT-OCORRENCIA   PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNBRPT-VALOR        PIC Z(08)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNBRPT-MOTIVO       PIC X(41).

       01  CNBRPT-TOTAL.
           05  FILLER              PIC X(07) VALUE 'LIDOS '.
           05  CNBRPT-TOT-LIDOS    PIC Z(04)9.
           05  FILLER              PIC X(13) VALUE '  LIQUIDADOS '.
           05  CNBRPT-TOT-LIQUID   PIC Z(04)9.
           05  FILLER              PIC X(13) VALUE '  REGISTRADOS'.
           05  CNBRPT-TOT-REGIST   PIC Z(04)9.
           05  FILLER              PIC X(13) VALUE '  OCORRENCIAS'.
           05  CNBRPT-TOT-OCORR    PIC Z(04)9.
           05  FILLER              PIC X(14) VALUE SPACES.

      *****************************************************
      * CTERPT.CPY
      * RELATORIO DA AUDITORIA DE COBRANCA DE TRANSPORTADORA
      * (PROGCB103) - UMA LINHA POR CT-E COBRADO, COM O VALOR
      * COBRADO, O REPASSE ESPERADO PELO NOSSO ACERTO, O VALOR
      * APROVADO PARA PAGAMENTO E A OCORRENCIA; NO FIM, OS
      * TOTAIS DO ARQUIVO
      *****************************************************
       01  CTERPT-CABECALHO.
           05  FILLER              PIC X(32)
               VALUE 'AUDITORIA DE COBRANCA - TRANSP '.
           05  CTERPT-CAB-TRANSP   PIC X(03).
           05  FILLER              PIC X(09) VALUE ' PERIODO '.
           05  CTERPT-CAB-PERIODO  PIC 9(06).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CTERPT-DETALHE.
           05  CTERPT-NUM-CTE      PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CTERPT-REFERENCIA   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CTERPT-COBRADO      PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CTERPT-ESPERADO     PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CTERPT-APROVADO     PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CTERPT-OCORRENCIA   PIC X(25).

       01  CTERPT-TOTAL.
           05  FILLER              PIC X(08) VALUE 'COBRADO '.
           05  CTERPT-TOT-COBRADO  PIC Z(09)9,99.
           05  FILLER              PIC X(10) VALUE ' APROVADO '.
           05  CTERPT-TOT-APROVADO PIC Z(09)9,99.
           05  FILLER              PIC X(09) VALUE ' GLOSADO '.
           05  CTERPT-TOT-GLOSADO  PIC Z(09)9,99.
           05  FILLER              PIC X(14) VALUE SPACES.

      *****************************************************
      * BLSRPT.CPY
      * RELATORIO DA REVISAO DE BOLSAS DE FIM DE TERMO DO
      * PROGCB125 - POR ALUNO ATIVO COM BOLSA, A MEDIA GERAL DO
      * TERMO, A FREQUENCIA, A MEDIA DO TERMO ANTERIOR E A
      * DECISAO (MANTEM / ADVERTENCIA / PERDE) COM O MOTIVO; NO
      * FIM, AS PERDAS DECIDIDAS PELO SUPERVISOR
      *****************************************************
       01  BLSRPT-CABECALHO.
           05  FILLER              PIC X(26)
               VALUE 'REVISAO DE BOLSAS - TERMO '.
           05  BLSRPT-CAB-TERMO    PIC 9(06).
           05  FILLER              PIC X(12) VALUE '  MEDIA MIN '.
           05  BLSRPT-CAB-MEDIA    PIC Z9,9.
           05  FILLER              PIC X(05) VALUE ' TOL '.
           05  BLSRPT-CAB-TOL-MD   PIC 9,9.
           05  FILLER              PIC X(11) VALUE '  FREQ MIN '.
           05  BLSRPT-CAB-FREQ     PIC ZZ9.
           05  FILLER              PIC X(06) VALUE '% TOL '.
           05  BLSRPT-CAB-TOL-FR   PIC Z9.
           05  FILLER              PIC X(02) VALUE '% '.

       01  BLSRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'MATRIC NOME                 BOLSA MEDIA'.
           05  FILLER              PIC X(40)
               VALUE '  FREQ  ANT DECISAO     MOTIVO         '.

       01  BLSRPT-DETALHE.
           05  BLSRPT-MATRICULA    PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-PCT-BOLSA    PIC Z9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-MEDIA        PIC Z9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-FREQ         PIC ZZ9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-MEDIA-ANT    PIC Z9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-RESULTADO    PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-MOTIVO       PIC X(18).

       01  BLSRPT-TOTAL.
           05  BLSRPT-TOT-ROTULO   PIC X(30).
           05  BLSRPT-TOT-QT       PIC ZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  BLSRPT-TIT-DECISAO.
           05  FILLER              PIC X(40)
               VALUE 'PERDAS DE BOLSA DECIDIDAS PELO SUPERVISO'.
           05  FILLER              PIC X(40)
               VALUE 'R                                       '.

       01  BLSRPT-DECISAO.
           05  BLSRPT-DEC-MATRICULA PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-DEC-NOME     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-DEC-ANTES    PIC Z9,99.
           05  FILLER              PIC X(04) VALUE ' -> '.
           05  BLSRPT-DEC-DEPOIS   PIC Z9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BLSRPT-DEC-SITUACAO PIC X(10).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  BLSRPT-SEPARADOR        PIC X(80).

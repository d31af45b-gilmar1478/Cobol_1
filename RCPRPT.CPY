      *****************************************************
      * RCPRPT.CPY
      * LISTA DE RESULTADOS FINAIS APOS A RECUPERACAO, IMPRESSA
      * PELO PROGCB122 - CADA DISCIPLINA COM PROVA DE
      * RECUPERACAO NO TERMO, COM A MEDIA E O RESULTADO
      * ORIGINAIS, A NOTA DA PROVA E A MEDIA E O RESULTADO
      * FINAIS, SEGUIDA DA LINHA DE MEDIA GERAL DO ALUNO (ANTES
      * E DEPOIS) E, NO FIM, DOS TOTAIS DO TERMO
      *****************************************************
       01  RCPRPT-CABECALHO.
           05  FILLER              PIC X(40)
               VALUE 'RESULTADOS APOS A RECUPERACAO - TERMO   '.
           05  RCPRPT-CAB-TERMO    PIC 9(06).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  RCPRPT-TITULOS.
           05  FILLER              PIC X(44)
               VALUE 'MATRIC NOME DO ALUNO        DISCIPLINA      '.
           05  FILLER              PIC X(44)
               VALUE 'MED.  RESULT. ORIG.  REC.  FIN.  RESULT. FIN'.
           05  FILLER              PIC X(44)
               VALUE 'AL                                          '.

       01  RCPRPT-DETALHE.
           05  RCPRPT-MATRICULA    PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCPRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCPRPT-DISCIPLINA   PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCPRPT-MEDIA-ORIG   PIC Z9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RCPRPT-RESULT-ORIG  PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCPRPT-NOTA-RECUP   PIC Z9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RCPRPT-MEDIA-FINAL  PIC Z9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RCPRPT-RESULT-FINAL PIC X(14).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  RCPRPT-GERAL.
           05  RCPRPT-GER-MATRICULA PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCPRPT-GER-ROTULO   PIC X(36).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCPRPT-GER-MEDIA-ORIG PIC Z9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RCPRPT-GER-RESULT-ORIG PIC X(14).
           05  FILLER              PIC X(07) VALUE SPACES.
           05  RCPRPT-GER-MEDIA-FINAL PIC Z9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RCPRPT-GER-RESULT-FINAL PIC X(14).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  RCPRPT-TOTAL.
           05  RCPRPT-TOT-ROTULO   PIC X(40).
           05  RCPRPT-TOT-QT       PIC Z(04)9.
           05  FILLER              PIC X(87) VALUE SPACES.

       01  RCPRPT-SEPARADOR        PIC X(132).

      *****************************************************
      * RECUPER.CPY
      * RESULTADO DA PROVA DE RECUPERACAO POR TERMO, MATRICULA E
      * DISCIPLINA DO STUHIST, GRAVADO PELO PROGCB122 - GUARDA A
      * MEDIA E O RESULTADO ORIGINAIS DA DISCIPLINA E A MEDIA
      * GERAL E O RESULTADO GERAL ORIGINAIS DO ALUNO NO TERMO
      * (ANTES DE QUALQUER RECUPERACAO), A NOTA DA PROVA E A
      * MEDIA E O RESULTADO FINAIS APLICADOS AO STUHIST. UM
      * RELANCAMENTO DA MESMA DISCIPLINA SO TROCA A NOTA E O
      * RESULTADO FINAL - OS NUMEROS ORIGINAIS NAO MUDAM
      *****************************************************
       01  RECUPER-REC.
           05  RECUPER-CHAVE.
               10  RECUPER-TERMO       PIC 9(06).
               10  RECUPER-MATRICULA   PIC 9(06).
               10  RECUPER-DISCIPLINA  PIC X(15).
           05  RECUPER-NOTA-RECUP      PIC 9(02)V9.
           05  RECUPER-MEDIA-ORIGINAL  PIC 9(02)V9.
           05  RECUPER-RESULT-ORIGINAL PIC X(14).
           05  RECUPER-MEDIA-FINAL     PIC 9(02)V9.
           05  RECUPER-RESULT-FINAL    PIC X(14).
           05  RECUPER-GERAL-ORIGINAL  PIC 9(02)V9.
           05  RECUPER-RGERAL-ORIGINAL PIC X(14).
           05  RECUPER-OPERADOR        PIC X(08).
           05  RECUPER-DATA-REG        PIC 9(08).

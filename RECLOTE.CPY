      *****************************************************
      * RECLOTE.CPY
      * LOTE DE NOTAS DA PROVA DE RECUPERACAO LIDO PELO
      * PROGCB122 - UMA LINHA POR ALUNO E DISCIPLINA, DO TERMO
      * INFORMADO NA EXECUCAO. SEM O ARQUIVO, O PROGCB122 PEDE
      * AS NOTAS NO TERMINAL
      *****************************************************
       01  RECLOTE-REC.
           05  RECLOTE-MATRICULA      PIC 9(06).
           05  RECLOTE-DISCIPLINA     PIC X(15).
           05  RECLOTE-NOTA           PIC 9(02)V9.

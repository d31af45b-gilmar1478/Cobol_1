      * DISCIPLINA, COM O TOTAL DE AULAS DADAS E O TOTAL DE
      * FALTAS DO ALUNO; ALUNO SEM REGISTRO E TRATADO COMO
      * FREQUENCIA CHEIA
      * CADA REGISTRO E CONFERIDO CONTRA O CALENDARIO LETIVO
      * (PROGCB127-AULAS) NOS PROGCOB08/12/72: QUANTIDADE DE
      * AULAS ACIMA DAS DADAS PELO CALENDARIO E RECUSADA
      *****************************************************
       01  FALTAS-REC.
           05  FALTAS-MATRICULA    PIC 9(06).

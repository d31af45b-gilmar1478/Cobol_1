      * ALOCACAO DE ALUNOS DO PROGCOB70 - TURMA CHEIA MANDA O
      * ALUNO PARA A LISTA DE ESPERA; ZERO = SEM LIMITE (TURMA
      * ANTIGA AINDA NAO DIMENSIONADA)
      * 2026-10-15 JGM TURMA-PROFESSOR FICA SO COMO NOME DE
      * EXIBICAO - QUEM DA CADA DISCIPLINA NO TERMO, E PORTANTO
      * QUEM LANCA A NOTA, VEM DA ATRIBUICAO DE AULAS (PROFASS)
      * 2026-10-15 JGM SERIE (ANO ESCOLAR) DA TURMA, USADA PELA
      * PROMOCAO DE FIM DE ANO DO PROGCB123 - APROVADO VAI PARA
      * UMA TURMA DA SERIE SEGUINTE, RETIDO PARA UMA DA MESMA
      * SERIE; ZERO = SERIE NAO INFORMADA (ALUNO VAI PARA REVISAO)
      *****************************************************
       01  TURMA-REC.
           05  TURMA-CODIGO        PIC X(04).
               88  TURMA-NOITE         VALUE 'N'.
           05  TURMA-PROFESSOR     PIC X(20).
           05  TURMA-CAPACIDADE    PIC 9(03).
           05  TURMA-SERIE         PIC 9(02).

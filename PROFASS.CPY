      *****************************************************
      * PROFASS.CPY
      * ATRIBUICAO DE AULAS - QUAL PROFESSOR (PROFMAS) DA QUAL
      * DISCIPLINA EM QUAL TURMA (TURMA) NO TERMO AAAAPP, COM A
      * CARGA DE AULAS POR SEMANA, MANTIDA PELO PROGCB118 E
      * IMPRESSA POR PROFESSOR NO RELATORIO DE CARGA DO
      * PROGCB119. SUBSTITUI O NOME EM TEXTO LIVRE DO
      * TURMA-PROFESSOR NA HORA DE SABER QUEM PODE LANCAR NOTA:
      * O BOLETIM DO PROGCOB08 CONFERE CADA DISCIPLINA, E A NOTA
      * UNICA DO ROSTER (PROGCOB12) E DA CORRECAO (PROGCOB18) E
      * CONFERIDA NA DISCIPLINA 'GERAL' - O PROFESSOR RESPONSAVEL
      * PELA TURMA NO TERMO
      *****************************************************
       01  PROFASS-REC.
           05  PROFASS-CHAVE.
               10  PROFASS-TURMA       PIC X(04).
               10  PROFASS-DISCIPLINA  PIC X(15).
               10  PROFASS-TERMO       PIC 9(06).
           05  PROFASS-PROFESSOR   PIC X(06).
           05  PROFASS-AULAS-SEMANA PIC 9(02).
           05  PROFASS-DATA-CRIA   PIC 9(08).

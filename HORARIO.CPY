      *****************************************************
      * HORARIO.CPY
      * GRADE HORARIA SEMANAL DO TERMO - UMA AULA POR TERMO,
      * DIA DA SEMANA, HORARIO DE AULA E TURMA, COM A
      * DISCIPLINA, A SALA (SALA) E O PROFESSOR (PROFMAS).
      * MANTIDA PELO PROGCB120, QUE RECUSA PROFESSOR OU SALA EM
      * DUAS TURMAS NO MESMO HORARIO E SALA MENOR QUE A
      * CAPACIDADE DA TURMA, E IMPRESSA PELO PROGCB121 POR
      * TURMA, POR PROFESSOR E POR SALA. A CHAVE COMECA PELO
      * HORARIO PARA QUE AS AULAS DO MESMO HORARIO FIQUEM
      * JUNTAS NA LEITURA DE CONFERENCIA DE CONFLITO
      *
      * DIA DA SEMANA: 1 = SEGUNDA ... 6 = SABADO
      * HORARIO DE AULA (50 MINUTOS CADA), PELO PERIODO DA
      * TURMA (TURMA-PERIODO): 01-06 MANHA A PARTIR DAS 07:00,
      * 07-12 TARDE A PARTIR DAS 13:00, 13-18 NOITE A PARTIR
      * DAS 18:30
      *****************************************************
       01  HORARIO-REC.
           05  HORARIO-CHAVE.
               10  HORARIO-TERMO       PIC 9(06).
               10  HORARIO-DIA-SEMANA  PIC 9(01).
               10  HORARIO-AULA        PIC 9(02).
               10  HORARIO-TURMA       PIC X(04).
           05  HORARIO-DISCIPLINA  PIC X(15).
           05  HORARIO-SALA        PIC X(04).
           05  HORARIO-PROFESSOR   PIC X(06).
           05  HORARIO-DATA-CRIA   PIC 9(08).

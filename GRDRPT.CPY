      *****************************************************
      * GRDRPT.CPY
      * GRADE HORARIA SEMANAL DO TERMO, IMPRESSA PELO PROGCB121
      * EM TRES PARTES - POR TURMA, POR PROFESSOR E POR SALA -
      * CADA GRADE ABERTA POR UMA LINHA COM A TURMA, O
      * PROFESSOR OU A SALA, COM AS AULAS NA ORDEM DE DIA DA
      * SEMANA E HORARIO (HORA DE INICIO DA AULA) E O TOTAL DE
      * AULAS NA SEMANA DE CADA UMA
      *****************************************************
       01  GRDRPT-CABECALHO.
           05  FILLER              PIC X(40)
               VALUE 'GRADE HORARIA SEMANAL - TERMO           '.
           05  GRDRPT-CAB-TERMO    PIC 9(06).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  GRDRPT-VISAO.
           05  GRDRPT-VIS-ROTULO   PIC X(80).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  GRDRPT-TITULOS.
           05  FILLER              PIC X(44)
               VALUE 'DIA     AULA HORA  TURM  DISCIPLINA      SAL'.
           05  FILLER              PIC X(44)
               VALUE 'A DESCRICAO DA SALA    PROFES NOME DO PROFES'.
           05  FILLER              PIC X(44)
               VALUE 'SOR                                         '.

       01  GRDRPT-DETALHE.
           05  GRDRPT-DIA          PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRDRPT-AULA         PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRDRPT-HORA         PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GRDRPT-TURMA        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRDRPT-DISCIPLINA   PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GRDRPT-SALA         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GRDRPT-DESC-SALA    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GRDRPT-PROFESSOR    PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GRDRPT-NOME         PIC X(30).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  GRDRPT-TOTAL.
           05  GRDRPT-TOT-ROTULO   PIC X(40).
           05  GRDRPT-TOT-QT       PIC Z(04)9.
           05  FILLER              PIC X(16) VALUE ' AULAS NA SEMANA'.
           05  FILLER              PIC X(71) VALUE SPACES.

       01  GRDRPT-SEPARADOR        PIC X(132).

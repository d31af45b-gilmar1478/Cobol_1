      *****************************************************
      * CRGRPT.CPY
      * RELATORIO DE CARGA DOCENTE DO TERMO, IMPRESSO PELO
      * PROGCB119 - AS ATRIBUICOES DE AULAS (PROFASS) POR
      * PROFESSOR, TURMA E DISCIPLINA, COM AS AULAS POR SEMANA
      * DE CADA UMA, O TOTAL DE ATRIBUICOES E DE AULAS DE CADA
      * PROFESSOR E O TOTAL GERAL DO TERMO
      *****************************************************
       01  CRGRPT-CABECALHO.
           05  FILLER              PIC X(40)
               VALUE 'CARGA DOCENTE POR PROFESSOR - TERMO     '.
           05  CRGRPT-CAB-TERMO    PIC 9(06).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  CRGRPT-TITULOS.
           05  FILLER              PIC X(44)
               VALUE 'PROFES NOME DO PROFESSOR              SIT TU'.
           05  FILLER              PIC X(44)
               VALUE 'RMA NOME DA TURMA        DISCIPLINA     AULA'.
           05  FILLER              PIC X(44)
               VALUE 'S/SEM                                       '.

       01  CRGRPT-DETALHE.
           05  CRGRPT-PROFESSOR    PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CRGRPT-NOME         PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CRGRPT-SITUACAO     PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CRGRPT-TURMA        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CRGRPT-NOME-TURMA   PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CRGRPT-DISCIPLINA   PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CRGRPT-AULAS        PIC Z(08)9.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  CRGRPT-TOTAL.
           05  CRGRPT-TOT-ROTULO   PIC X(40).
           05  CRGRPT-TOT-QT       PIC Z(04)9.
           05  FILLER              PIC X(13) VALUE ' ATRIBUICOES '.
           05  CRGRPT-TOT-AULAS    PIC Z(04)9.
           05  FILLER              PIC X(13) VALUE ' AULAS/SEMANA'.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  CRGRPT-SEPARADOR        PIC X(132).

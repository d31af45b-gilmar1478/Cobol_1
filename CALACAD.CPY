      *****************************************************
      * CALACAD.CPY
      * CALENDARIO LETIVO POR TERMO, MANTIDO PELO PROGCB127 -
      * UM ARQUIVO SO, CHAVEADO POR TERMO (AAAAPP) + TIPO DO
      * REGISTRO + DATA: 'T' UM POR TERMO (DATA ZERO) COM O
      * PRIMEIRO E O ULTIMO DIA LETIVO, E 'N' UM POR DIA SEM
      * AULA DENTRO DO TERMO (FERIADO, RECESSO, CONSELHO DE
      * CLASSE). COM A CARGA SEMANAL DE CADA DISCIPLINA DA
      * GRADE HORARIA (HORARIO), O PONTO DE ENTRADA
      * PROGCB127-AULAS CONTA AS AULAS DADAS ATE UMA DATA E O
      * TOTAL DE AULAS DO TERMO - E O NUMERO CONTRA O QUAL O
      * ARQUIVO DE FALTAS E CONFERIDO NOS PROGCOB08/12/72
      *****************************************************
       01  CALACAD-REC.
           05  CALACAD-CHAVE.
               10  CALACAD-TERMO        PIC 9(06).
               10  CALACAD-TIPO         PIC X(01).
                   88  CALACAD-E-TERMO      VALUE 'T'.
                   88  CALACAD-E-SEM-AULA   VALUE 'N'.
               10  CALACAD-DATA         PIC 9(08).
           05  CALACAD-CORPO        PIC X(30).
           05  CALACAD-TER REDEFINES CALACAD-CORPO.
               10  CALACAD-INICIO       PIC 9(08).
               10  CALACAD-FIM          PIC 9(08).
               10  FILLER               PIC X(14).
           05  CALACAD-NAO REDEFINES CALACAD-CORPO.
               10  CALACAD-DESCRICAO    PIC X(20).
               10  FILLER               PIC X(10).
           05  CALACAD-OPERADOR     PIC X(08).
           05  CALACAD-DATA-CRIA    PIC 9(08).

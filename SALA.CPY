      *****************************************************
      * SALA.CPY
      * CADASTRO DE SALAS DE AULA, CHAVEADO PELO CODIGO DA SALA,
      * MANTIDO PELO PROGCB120 COM AUDITORIA - A CAPACIDADE DA
      * SALA E CONFERIDA CONTRA O TURMA-CAPACIDADE NA MONTAGEM
      * DA GRADE HORARIA (HORARIO): TURMA NAO CABE EM SALA
      * MENOR QUE ELA. SALA INATIVADA (REFORMA, DESATIVADA) NAO
      * RECEBE AULA NOVA
      *****************************************************
       01  SALA-REC.
           05  SALA-CODIGO         PIC X(04).
           05  SALA-DESCRICAO      PIC X(20).
           05  SALA-CAPACIDADE     PIC 9(03).
           05  SALA-SITUACAO       PIC X(01).
               88  SALA-ATIVA          VALUE 'A'.
               88  SALA-INATIVA        VALUE 'I'.
           05  SALA-DATA-CRIA      PIC 9(08).

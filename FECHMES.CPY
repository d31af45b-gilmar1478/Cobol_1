      *****************************************************
      * FECHMES.CPY
      * CHECKLIST DE FECHAMENTO DO MES MANTIDO PELO PROGCB137 -
      * UM REGISTRO POR TAREFA DE CADA PERIODO (AAAAMM). O
      * PERIODO 000000 GUARDA O MODELO, COPIADO PARA O PERIODO
      * NA ABERTURA DO CHECKLIST. A TAREFA E CONCLUIDA SOZINHA
      * PELA EXECUCAO DO PROGRAMA NO JOBCTRL (TIPO 'J') OU PELA
      * TRAVA DO VENDACU (TIPO 'T'), OU ASSINADA POR UM
      * SUPERVISOR (TIPO 'M', OU QUALQUER TAREFA QUE A ROTINA
      * NAO CONSIGA CONFIRMAR). OS PRE-REQUISITOS SAO SEQUENCIAS
      * MENORES DO MESMO PERIODO, ZEROS QUANDO NAO HA
      *****************************************************
       01  FECHMES-REC.
           05  FECHMES-CHAVE.
               10  FECHMES-PERIODO      PIC 9(06).
               10  FECHMES-SEQ          PIC 9(02).
           05  FECHMES-DESCRICAO        PIC X(30).
           05  FECHMES-TIPO             PIC X(01).
               88  FECHMES-POR-JOBCTRL      VALUE 'J'.
               88  FECHMES-POR-TRAVA        VALUE 'T'.
               88  FECHMES-MANUAL           VALUE 'M'.
           05  FECHMES-PROGRAMA         PIC X(09).
           05  FECHMES-EXIGE-OK         PIC X(01).
               88  FECHMES-SO-SEM-EXCECAO   VALUE 'S'.
           05  FECHMES-PRE-REQUISITOS.
               10  FECHMES-PRE-REQ      PIC 9(02) OCCURS 3 TIMES.
           05  FECHMES-SITUACAO         PIC X(01).
               88  FECHMES-PENDENTE         VALUE 'P'.
               88  FECHMES-CONCLUIDA        VALUE 'C'.
           05  FECHMES-FORMA            PIC X(01).
               88  FECHMES-AUTOMATICA       VALUE 'A'.
               88  FECHMES-ASSINADA         VALUE 'M'.
           05  FECHMES-DATA-CONCL       PIC 9(08).
           05  FECHMES-HORA-CONCL       PIC 9(08).
           05  FECHMES-RESPONSAVEL      PIC X(09).
           05  FECHMES-OBSERVACAO       PIC X(30).

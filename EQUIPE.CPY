      *****************************************************
      * EQUIPE.CPY
      * CADASTRO DE EQUIPES DE INSTALACAO, CHAVEADO PELO CODIGO
      * DA EQUIPE - CADA EQUIPE TEM UM OFICIO (O MESMO TEXTO DO
      * LABTAB-OFICIO: AZULEJISTA, PINTOR, GESSEIRO...), O
      * NUMERO DE OFICIAIS E AS HORAS DE TRABALHO POR DIA, QUE
      * DAO A CAPACIDADE EM HORAS/DIA USADA PELA PROGRAMACAO DE
      * OBRAS DO PROGCB130. MANTIDO PELO PROGCB129; EQUIPE
      * INATIVA NAO RECEBE OBRA NOVA
      *****************************************************
       01  EQUIPE-REC.
           05  EQUIPE-CODIGO       PIC X(04).
           05  EQUIPE-NOME         PIC X(20).
           05  EQUIPE-OFICIO       PIC X(20).
           05  EQUIPE-QT-OFICIAIS  PIC 9(02).
           05  EQUIPE-HORAS-DIA    PIC 9(02)V9.
           05  EQUIPE-SITUACAO     PIC X(01).
               88  EQUIPE-ATIVA        VALUE 'A'.
               88  EQUIPE-INATIVA      VALUE 'I'.
           05  EQUIPE-DATA-CRIA    PIC 9(08).

      *****************************************************
      * PROFMAS.CPY
      * CADASTRO DE PROFESSORES DA ESCOLA, CHAVEADO PELO CODIGO
      * DO PROFESSOR, MANTIDO PELO PROGCB118 COM AUDITORIA - O
      * PROFMAS-OPERADOR E O OPERADOR DA TABELA OPRACC COM QUE O
      * PROFESSOR FAZ O SIGN-ON, E E POR ELE QUE O LANCAMENTO DE
      * NOTAS (PROGCOB08/PROGCOB12) E A CORRECAO (PROGCOB18)
      * SABEM QUEM ESTA DIGITANDO. PROFESSOR INATIVADO NAO
      * LANCA MAIS NOTA, MAS CONTINUA NO CADASTRO PARA AS
      * ATRIBUICOES DE TERMOS PASSADOS (PROFASS)
      *****************************************************
       01  PROFMAS-REC.
           05  PROFMAS-CODIGO      PIC X(06).
           05  PROFMAS-NOME        PIC X(30).
           05  PROFMAS-OPERADOR    PIC X(08).
           05  PROFMAS-SITUACAO    PIC X(01).
               88  PROFMAS-ATIVO       VALUE 'A'.
               88  PROFMAS-INATIVO     VALUE 'I'.
           05  PROFMAS-DATA-CRIA   PIC 9(08).

      *****************************************************
      * APONTA.CPY
      * APONTAMENTO DE HORAS DE MAO DE OBRA NA OBRA - UMA LINHA
      * POR OFICIAL, DIA E TIPO DE SUPERFICIE (P = PISO, A =
      * PAREDE, T = TETO, COMO O LABTAB-TIPO-SUP), CONTRA O
      * NUMERO DA PROPOSTA ACEITA/CONVERTIDA QUE VIROU A OBRA.
      * GRAVADO PELO PROGCB128, QUE SOMA AS HORAS POR PROPOSTA
      * NO FECHAMENTO DA OBRA CONTRA A ESTIMATIVA DO LABTAB
      *****************************************************
       01  APONTA-REC.
           05  APONTA-PROPOSTA     PIC 9(06).
           05  APONTA-DATA         PIC 9(08).
           05  APONTA-TIPO-SUP     PIC X(01).
               88  APONTA-PISO         VALUE 'P'.
               88  APONTA-PAREDE       VALUE 'A'.
               88  APONTA-TETO         VALUE 'T'.
           05  APONTA-OFICIAL      PIC X(20).
           05  APONTA-HORAS        PIC 9(03)V99.
           05  APONTA-DATA-CRIA    PIC 9(08).

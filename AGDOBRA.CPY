      *****************************************************
      * AGDOBRA.CPY
      * AGENDA DAS EQUIPES DE INSTALACAO, CHAVEADA POR EQUIPE +
      * DATA - UM REGISTRO POR DIA UTIL RESERVADO, COM A
      * PROPOSTA ACEITA (PRPREG) E A SUPERFICIE (P PISO, A
      * PAREDE, T TETO) DA ETAPA DA OBRA. GRAVADA PELA
      * PROGRAMACAO DO PROGCB130, QUE SO RESERVA DIA SEM
      * REGISTRO; A MARCA DE ADIADA INDICA QUE A ETAPA NAO
      * COUBE NA PRIMEIRA DATA POSSIVEL PORQUE AS EQUIPES DO
      * OFICIO ESTAVAM LOTADAS
      *****************************************************
       01  AGDOBRA-REC.
           05  AGDOBRA-CHAVE.
               10  AGDOBRA-EQUIPE      PIC X(04).
               10  AGDOBRA-DATA        PIC 9(08).
           05  AGDOBRA-PROPOSTA    PIC 9(06).
           05  AGDOBRA-TIPO-SUP    PIC X(01).
           05  AGDOBRA-ADIADA      PIC X(01).
               88  AGDOBRA-E-ADIADA    VALUE 'S'.
           05  AGDOBRA-DATA-CRIA   PIC 9(08).

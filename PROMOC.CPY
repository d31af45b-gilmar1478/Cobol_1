      *****************************************************
      * PROMOC.CPY
      * PROPOSTA DE PROMOCAO E ALOCACAO PARA O ANO SEGUINTE,
      * CHAVEADA PELA MATRICULA, GERADA PELO PROGCB123 A PARTIR
      * DO RESULTADO FINAL DO STUHIST - APROVADO VAI PARA UMA
      * TURMA DA SERIE SEGUINTE, RETIDO PARA UMA DA MESMA
      * SERIE, COM AS REGRAS DE CAPACIDADE E LISTA DE ESPERA DO
      * PROGCOB70. E SO PROPOSTA: A SECRETARIA REVISA ANTES DE
      * ABRIR O ANO NOVO, E CADA RODADA REFAZ O ARQUIVO INTEIRO
      *
      * SITUACAO: A = ALOCADO NA TURMA PROPOSTA, E = NA ESPERA
      * DA TURMA PROPOSTA (ORDEM DE ESPERA), R = REVISAR (SEM
      * ALOCACAO POSSIVEL - VER MOTIVO), T = MATRICULA
      * TRANSFERIDA OU TRANCADA
      *****************************************************
       01  PROMOC-REC.
           05  PROMOC-MATRICULA        PIC 9(06).
           05  PROMOC-NOME             PIC X(20).
           05  PROMOC-TERMO            PIC 9(06).
           05  PROMOC-TURMA-ATUAL      PIC X(04).
           05  PROMOC-SERIE-ATUAL      PIC 9(02).
           05  PROMOC-RESULTADO        PIC X(14).
           05  PROMOC-TURMA-PROPOSTA   PIC X(04).
           05  PROMOC-SERIE-PROPOSTA   PIC 9(02).
           05  PROMOC-SITUACAO         PIC X(01).
               88  PROMOC-ALOCADO          VALUE 'A'.
               88  PROMOC-ESPERA           VALUE 'E'.
               88  PROMOC-REVISAR          VALUE 'R'.
               88  PROMOC-TRANSFERIDO      VALUE 'T'.
           05  PROMOC-ORDEM-ESPERA     PIC 9(04).
           05  PROMOC-QT-DEBITO        PIC 9(03).
           05  PROMOC-VALOR-DEBITO     PIC 9(07)V99.
           05  PROMOC-MOTIVO           PIC X(30).
           05  PROMOC-DATA-GERACAO     PIC 9(08).

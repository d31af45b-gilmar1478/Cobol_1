      * JOB SEM TURMA) - O PROGCOB08 GRAVA UM REGISTRO POR TURMA
      * PROCESSADA ALEM DO CONSOLIDADO DO JOB, QUE E GRAVADO POR
      * ULTIMO PARA CONTINUAR SENDO O QUE O PROGCOB19 ENXERGA
      * 2026-10-15 JGM PERIODO DE REFERENCIA (AAAAMM) DO JOB DE FIM
      * DE MES - ZEROS NO JOB DIARIO E NA FOTO DO DIA (AGING,
      * PASSIVO DE CARTOES). E O QUE O CHECKLIST DE FECHAMENTO DO
      * MES (PROGCB137) USA PARA SABER DE QUAL MES E A EXECUCAO
      *****************************************************
       01  JOBCTRL-REC.
           05  JOBCTRL-PROGRAMA       PIC X(09).
           05  JOBCTRL-RETURN-CODE    PIC 9(03).
           05  JOBCTRL-STATUS         PIC X(12).
           05  JOBCTRL-TURMA          PIC X(04).
           05  JOBCTRL-PERIODO        PIC 9(06).

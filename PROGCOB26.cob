      * ACOMPANHANDO O VENDET-REC (TIPO, FILIAL/CAIXA E CPF DO
      * CLIENTE ACRESCENTADOS DESDE A CRIACAO) - A IMAGEM DE
      * X(39) TRUNCAVA O REGISTRO ARQUIVADO
      * 2026-10-15 JGM IMAGENS DO CORTE AMPLIADAS PARA X(56),
      * ACOMPANHANDO O NUMERO DO CUPOM DO CAIXA NO VENDET-REC
      * 2026-10-15 JGM CORTE GRAVADO NO JOBCTRL COM O PERIODO, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
           COPY 'VENDET.CPY'.

       FD  SALES-ARCHIVE.
       01  VENDARC-IMAGEM          PIC X(56).

       FD  SALES-NOVO.
       01  VENDETN-IMAGEM          PIC X(56).

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-PERIODO-CORTE  PIC 9(06) VALUE ZEROS.
       77 WRK-FS-DET         PIC X(02) VALUE '00'.
       77 WRK-FS-JOB         PIC X(02) VALUE '00'.
       77 WRK-FS-ARC         PIC X(02) VALUE '00'.
       77 WRK-FS-NOV         PIC X(02) VALUE '00'.
       77 WRK-FS-LOG         PIC X(02) VALUE '00'.
               WRITE EXCLOG-REC
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           IF WRK-FS-DET = '00' OR WRK-FS-DET = '10'
               CLOSE SALES-DETAIL
           END-IF
           CLOSE SALES-ARCHIVE SALES-NOVO EXCEPTION-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO O CORTE DO PERIODO, COM
      * O PERIODO CORTADO, PARA O CHECKLIST DE FECHAMENTO DO MES
      * (PROGCB137)
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB26' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-ARQUIVADOS TO JOBCTRL-QT-PROCESSADOS
           MOVE ZEROS TO JOBCTRL-QT-EXCECOES
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           EVALUATE TRUE
               WHEN RETURN-CODE = 0
                   MOVE 'OK' TO JOBCTRL-STATUS
               WHEN RETURN-CODE < 8
                   MOVE 'COM EXCECAO' TO JOBCTRL-STATUS
               WHEN OTHER
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE WRK-PERIODO-CORTE TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

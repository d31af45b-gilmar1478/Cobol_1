      * 2026-08-22 JGM A JANELA DE FECHAMENTO PASSA A SER REGIDA
      * PELO 3o DIA UTIL DO MES, CONSULTADO NO SERVICO
      * PROGCOB17-DIAUTILN, EM VEZ DE DATA FIXA DE CALENDARIO
      * 2026-10-15 JGM CONFERENCIA GRAVADA NO JOBCTRL, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VAC        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FS-FAC        PIC X(02) VALUE '00'.
       77 WRK-FS-REC        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
           WRITE RECRPT-LINHA.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           CLOSE VENDAS-ACUMULADO FRETE-ACUMULADO RECONCILIACAO-RPT
               EXCEPTION-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO A CONFERENCIA DO PERIODO
      * ATUAL - RC 4 (QUEBRA ENTRE VENDAS E FRETE) SAI COMO
      * COM EXCECAO E NAO CONTA COMO CONFERIDA NO CHECKLIST DE
      * FECHAMENTO DO MES (PROGCB137)
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB16' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-VENDAS TO JOBCTRL-QT-PROCESSADOS
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
           MOVE WRK-PERIODO-ATUAL TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM FOTO DO AGING GRAVADA NO JOBCTRL, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AGING-RELATORIO ASSIGN TO 'AGERPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-RELATORIO.
           COPY 'AGERPT.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * SALDOS EM ABERTO ACUMULADOS POR CLIENTE E POR FAIXA DE
       77 WRK-MENOR-CLIENTE PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MENOR     PIC 9(03) VALUE ZEROS.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-CRE       PIC X(01) VALUE 'N'.
           DISPLAY 'SALDO TOTAL EM ABERTO..' WRK-TOT-GERAL.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           IF WRK-FS-CRE = '00' OR WRK-FS-CRE = '10'
               CLOSE CONTAS-RECEBER
           END-IF
           CLOSE CUSTOMER-MASTER AGING-RELATORIO.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO A FOTO DO AGING - SEM
      * PERIODO, A DATA DA EXECUCAO E QUE DIZ DE QUAL MES ELA E
      * NO CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB45' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-CLIENTES TO JOBCTRL-QT-PROCESSADOS
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
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM FOTO DO PASSIVO GRAVADA NO JOBCTRL, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PASSIVO-RELATORIO ASSIGN TO 'GIFTRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GIFTRPT-OBS         PIC X(16).

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-GFT       PIC X(02) VALUE '00'.
       77 WRK-FS-JOB       PIC X(02) VALUE '00'.
       77 WRK-FS-RPT       PIC X(02) VALUE '00'.
       77 WRK-FIM-GFT      PIC X(01) VALUE 'N'.
           88 FIM-LEDGER VALUE 'S' WHEN SET TO FALSE IS 'N'.
           WRITE GIFTRPT-LINHA
           DISPLAY 'CARTOES COM SALDO....' WRK-QT-CARTOES
           DISPLAY 'PASSIVO EM ABERTO....' WRK-TOT-SALDO
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           IF WRK-FS-GFT = '00' OR WRK-FS-GFT = '10'
               CLOSE GIFT-LEDGER
           END-IF
           CLOSE PASSIVO-RELATORIO.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO A FOTO DO PASSIVO - SEM
      * PERIODO, A DATA DA EXECUCAO E QUE DIZ DE QUAL MES ELA E
      * NO CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB53' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-CARTOES TO JOBCTRL-QT-PROCESSADOS
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

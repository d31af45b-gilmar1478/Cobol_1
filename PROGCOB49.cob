      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM CLIENTE CARREGADO NASCE SEM ADESAO AO
      * AVISO DE ATRASO ('N')
      * 2026-10-15 JGM CLIENTE NOVO NASCE SEM BLOQUEIO DE
      * CREDITO ('N')
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CONVENT-UF TO CUSTMAS-UF
           MOVE CUSTMAS-DATA-CRIA TO CUSTMAS-DATA-ULT-ATIV
           MOVE ZEROS TO CUSTMAS-LIMITE-CREDITO
           MOVE 'N' TO CUSTMAS-AVISO-ATRASO
           MOVE 'N' TO CUSTMAS-BLOQUEIO-CREDITO
           WRITE CUSTMAS-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CLIENTE ' WRK-FS
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

               MOVE 'CONCLUIDO' TO JOBCTRL-STATUS
           END-IF
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

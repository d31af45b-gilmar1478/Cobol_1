           END-IF
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL
           DISPLAY 'REGISTROS CONFERIDOS..' WRK-TOT-LIDOS

      * DESCARTADO - O DEBITO DE DEVOLUCOES FICAVA SEM
      * CONTRAPARTIDA E A PROVA DO BALANCO DERRUBAVA O EXTRATO
      * EM TODO DIA DE DEVOLUCAO PESADA
      * 2026-10-15 JGM ESTORNO DE PEDIDO CANCELADO NO FRETDET
      * ABATE DO FRETE DO DIA
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-READ
           IF NOT FIM-FRETE
               AND FRETDET-DATA = WRK-DATA-EXTRATO
               IF FRETDET-ESTORNO
                   IF WRK-TOT-FRETE > FRETDET-FRETE
                       SUBTRACT FRETDET-FRETE FROM WRK-TOT-FRETE
                   ELSE
                       MOVE ZEROS TO WRK-TOT-FRETE
                   END-IF
               ELSE
                   ADD FRETDET-FRETE TO WRK-TOT-FRETE
               END-IF
           END-IF.

      *****************************************************
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

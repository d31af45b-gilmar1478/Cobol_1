      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO CANCELADO E O ESTORNO DO FRETDET
      * FICAM FORA DO SCORECARD
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               AND NOT FRETDET-ESTORNO
               AND FRETDET-DATA >= WRK-DATA-INI
               AND FRETDET-DATA <= WRK-DATA-FIM
               IF FRETDET-TRANSP = SPACES
               END-IF
               PERFORM 0220-LOCALIZAR-TRANSP
               IF WRK-IDX-TRANSP > ZEROS
                   MOVE FRETDET-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
                   READ ENTREGA-STATUS-ARQ
                       KEY IS ENTREGA-NUM-PEDIDO
                           CONTINUE
                   END-READ
                   IF WRK-FS-ENT = '00'
                       AND ENTREGA-CANCELADA
                       CONTINUE
                   ELSE
                       ADD 1 TO WRK-TRN-QT(WRK-IDX-TRANSP)
                       IF WRK-FS-ENT = '00'
                           PERFORM 0230-APURAR-ENTREGA
                       END-IF
                   END-IF
               END-IF
           END-IF.

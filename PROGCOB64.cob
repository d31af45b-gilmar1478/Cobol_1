      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO CANCELADO (ENTREGA 'X') E O ESTORNO
      * DO FRETDET NAO ENTRAM NOS EMBARQUES
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               AND NOT FRETDET-ESTORNO
               AND FRETDET-DATA = WRK-DATA-EMBARQUE
               MOVE FRETDET-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
               READ ENTREGA-STATUS-ARQ
                   KEY IS ENTREGA-NUM-PEDIDO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ENT = '00'
                   AND ENTREGA-CANCELADA
                   DISPLAY 'PEDIDO CANCELADO FORA DO EMBARQUE..'
                       FRETDET-NUM-PEDIDO
               ELSE
                   PERFORM 0205-GUARDAR-PEDIDO
               END-IF
           END-IF.

       0205-GUARDAR-PEDIDO.
           IF WRK-QT-PEDIDOS < 2000
               ADD 1 TO WRK-QT-PEDIDOS
               MOVE FRETDET-NUM-PEDIDO
                   TO WRK-PED-NUMERO(WRK-QT-PEDIDOS)
               MOVE FRETDET-CLIENTE
                   TO WRK-PED-CLIENTE(WRK-QT-PEDIDOS)
               MOVE FRETDET-UF TO WRK-PED-UF(WRK-QT-PEDIDOS)
               MOVE FRETDET-TRANSP
                   TO WRK-PED-TRANSP(WRK-QT-PEDIDOS)
               MOVE FRETDET-PESO TO WRK-PED-PESO(WRK-QT-PEDIDOS)
               MOVE 'N' TO WRK-PED-EMBARCADO(WRK-QT-PEDIDOS)
           ELSE
               DISPLAY 'TABELA DE PEDIDOS CHEIA - CONSOLIDACAO '
                   'INCOMPLETA'
               SET FIM-DETALHE TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


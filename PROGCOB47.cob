      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI
      * DA RECEITA DO CLIENTE NO RANKING
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               END-IF
           END-IF
           IF WRK-IDX-CLIENTE > ZEROS
               IF FRETDET-ESTORNO
                   PERFORM 0225-ESTORNAR-CLIENTE
               ELSE
                   ADD FRETDET-VALOR TO WRK-CLI-VALOR(WRK-IDX-CLIENTE)
                   ADD FRETDET-FRETE TO WRK-CLI-FRETE(WRK-IDX-CLIENTE)
                   ADD FRETDET-FRETE TO WRK-TOT-FRETE
               END-IF
           END-IF.

      *****************************************************
      * PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI DA RECEITA DO
      * CLIENTE
      *****************************************************
       0225-ESTORNAR-CLIENTE.
           IF WRK-CLI-VALOR(WRK-IDX-CLIENTE) > FRETDET-VALOR
               SUBTRACT FRETDET-VALOR
                   FROM WRK-CLI-VALOR(WRK-IDX-CLIENTE)
           ELSE
               MOVE ZEROS TO WRK-CLI-VALOR(WRK-IDX-CLIENTE)
           END-IF
           IF WRK-CLI-FRETE(WRK-IDX-CLIENTE) > FRETDET-FRETE
               SUBTRACT FRETDET-FRETE
                   FROM WRK-CLI-FRETE(WRK-IDX-CLIENTE)
           ELSE
               MOVE ZEROS TO WRK-CLI-FRETE(WRK-IDX-CLIENTE)
           END-IF
           IF WRK-TOT-FRETE > FRETDET-FRETE
               SUBTRACT FRETDET-FRETE FROM WRK-TOT-FRETE
           ELSE
               MOVE ZEROS TO WRK-TOT-FRETE
           END-IF.

      *****************************************************

      * AS ENTREGAS CARIMBADAS COM O NUMERO DO ROMANEIO
      * (PROGCOB64) ANDAM DE SITUACAO NUMA SO OPERACAO, CADA UMA
      * PASSANDO PELA MESMA VALIDACAO DE PROGRESSAO
      * 2026-10-15 JGM PEDIDO CANCELADO (SITUACAO 'X', PROGCB109) SAI
      * DA LISTA DE ENTREGAS EM ABERTO E NAO ANDA MAIS DE SITUACAO
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *****************************************************
      * A SITUACAO SO ANDA PARA FRENTE: R>D, D>T, T>E, E 'V'
      * (DEVOLVIDO) SO A PARTIR DE D OU T - ENTREGUE, DEVOLVIDO
      * E CANCELADO (PROGCB109) SAO FINAIS
      *****************************************************
       0220-VALIDAR-PROGRESSAO.
           SET PROGRESSAO-VALIDA TO FALSE
           END-READ
           IF NOT FIM-ENTREGAS
               IF NOT ENTREGA-ENTREGUE AND NOT ENTREGA-DEVOLVIDA
                  AND NOT ENTREGA-CANCELADA
                   ADD 1 TO WRK-QT-ABERTAS
                   MOVE ENTREGA-NUM-PEDIDO TO ENTRPT-NUM-PEDIDO
                   MOVE ENTREGA-CLIENTE TO ENTRPT-CLIENTE

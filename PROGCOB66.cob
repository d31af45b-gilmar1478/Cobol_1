      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM UF DE ORIGEM, ALIQUOTA E ICMS DO FRETE
      * COPIADOS PARA O FRETIDX, PARA A FATURA DO PROGCOB31
      * 2026-10-15 JGM COMPONENTE GRIS DO FRETE COPIADO PARA O
      * FRETIDX
      * 2026-10-15 JGM ESTORNO DE PEDIDO CANCELADO NO FRETDET
      * RETIRA O PEDIDO DO EXTRATO DO PERIODO (NAO E FATURADO)
      * 2026-10-15 JGM CODIGO DO ENDERECO DE ENTREGA COPIADO PARA
      * O FRETIDX
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VAL-EXTRAIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-GRAVADO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-GRAVADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CANCELADOS  PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               PERFORM 0230-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT FRETE-EXTRATO
           CLOSE FRETE-EXTRATO
           OPEN I-O FRETE-EXTRATO.

      *****************************************************
      * UMA PASSADA UNICA NO DIARIO: PEDIDO COM DATA DENTRO DO
           END-READ
           IF NOT FIM-DETALHE
               ADD 1 TO WRK-QT-LIDOS
               IF FRETDET-ESTORNO
                   PERFORM 0215-RETIRAR-CANCELADO
               ELSE
                   IF FRETDET-DATA(1:6) = WRK-PERIODO
                       ADD 1 TO WRK-QT-EXTRAIDOS
                       ADD FRETDET-FRETE TO WRK-VAL-EXTRAIDO
                       PERFORM 0210-GRAVAR-EXTRATO
                   ELSE
                       ADD 1 TO WRK-QT-FORA
                   END-IF
               END-IF
           END-IF.

           MOVE FRETDET-TRANSP TO FRETIDX-TRANSP
           MOVE FRETDET-DATA TO FRETIDX-DATA
           MOVE FRETDET-VENDEDOR TO FRETIDX-VENDEDOR
           MOVE FRETDET-UF-ORIGEM TO FRETIDX-UF-ORIGEM
           MOVE FRETDET-ALIQ-ICMS TO FRETIDX-ALIQ-ICMS
           MOVE FRETDET-ICMS TO FRETIDX-ICMS
           MOVE FRETDET-FRETE-GRIS TO FRETIDX-FRETE-GRIS
           MOVE FRETDET-COD-ENTREGA TO FRETIDX-COD-ENTREGA
           WRITE FRETIDX-REC
               INVALID KEY
                   DISPLAY 'PEDIDO DUPLICADO NO DIARIO..'
               ADD FRETDET-FRETE TO WRK-VAL-GRAVADO
           END-IF.

      *****************************************************
      * ESTORNO DE PEDIDO CANCELADO: SE O PEDIDO ORIGINAL ESTA
      * NO EXTRATO DO PERIODO ELE SAI DELE (NAO E FATURADO), E
      * SAI DOS DOIS LADOS DA PROVA; ESTORNO DE PEDIDO DE OUTRO
      * PERIODO FICA DE FORA - O PERIODO FECHADO JA FATURADO E
      * ACERTADO COMO CREDITO DO CLIENTE NO CANCELAMENTO
      *****************************************************
       0215-RETIRAR-CANCELADO.
           MOVE FRETDET-CLIENTE TO FRETIDX-CLIENTE
           MOVE FRETDET-NUM-PEDIDO TO FRETIDX-NUM-PEDIDO
           READ FRETE-EXTRATO
               KEY IS FRETIDX-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-IDX = '00'
               AND FRETIDX-PERIODO = WRK-PERIODO
               DELETE FRETE-EXTRATO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WRK-FS-IDX = '00'
               AND FRETIDX-PERIODO = WRK-PERIODO
               ADD 1 TO WRK-QT-CANCELADOS
               SUBTRACT 1 FROM WRK-QT-EXTRAIDOS WRK-QT-GRAVADOS
               SUBTRACT FRETIDX-FRETE FROM WRK-VAL-EXTRAIDO
                   WRK-VAL-GRAVADO
           ELSE
               ADD 1 TO WRK-QT-FORA
           END-IF.

       0220-REGISTRAR-DUPLICADO.
           MOVE 'PROGCOB66' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           DISPLAY 'PEDIDOS DO PERIODO....' WRK-QT-EXTRAIDOS
           DISPLAY 'PEDIDOS FORA..........' WRK-QT-FORA
           DISPLAY 'GRAVADOS NO EXTRATO...' WRK-QT-GRAVADOS
           DISPLAY 'CANCELADOS RETIRADOS..' WRK-QT-CANCELADOS
           DISPLAY 'FRETE DO PERIODO......' WRK-VAL-EXTRAIDO
           DISPLAY 'FRETE GRAVADO.........' WRK-VAL-GRAVADO
           IF WRK-QT-GRAVADOS = WRK-QT-EXTRAIDOS

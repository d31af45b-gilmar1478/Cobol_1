      * CAIXA, COM O SKU, A QUANTIDADE E O VALOR, PARA O SISTEMA
      * FINALMENTE RESPONDER 'O QUE FOI VENDIDO' E NAO SO
      * 'QUANTO'
      * 2026-10-15 JGM TIPO DO MOVIMENTO QUE O ITEM ACOMPANHA
      * ('V' VENDA, 'D' DEVOLUCAO), PARA O GIRO POR SKU DO
      * PROGCOB98 ABATER O ITEM DEVOLVIDO EM VEZ DE SOMA-LO
      *****************************************************
       01  VENDITEM-REC.
           05  VENDITEM-FILIAL     PIC X(03).
           05  VENDITEM-DATA-HORA.
               10  VENDITEM-DATA   PIC 9(08).
               10  VENDITEM-HORA   PIC 9(08).
           05  VENDITEM-TIPO       PIC X(01).
               88  VENDITEM-DEVOLUCAO  VALUE 'D'.

      * MATERIAIS (SALDO ESTOQUE + SAIDA NO DIARIO MATMOV COM O
      * NUMERO DO PEDIDO), FECHANDO COM O CONTROLE DE DEPOSITO
      * DO PROGCOB77
      * 2026-10-15 JGM SAIDA DA CONVERSAO PASSA A LEVAR O NUMERO
      * DA PROPOSTA NA REFERENCIA DO MATMOV, PARA O CONSUMO DA
      * OBRA SER SOMADO POR PROPOSTA NO FECHAMENTO DO PROGCB128
      * 2026-10-15 JGM BAIXA DA CONVERSAO VALORIZADA PELO CUSTO
      * MEDIO DO PROGCB130, COM CUSTO E VALOR NO MATMOV
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PESO-M2       PIC 9(02)V99 VALUE 10,00.
       77 WRK-FS-EST        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-TIPO-SAIDA    PIC X(01) VALUE 'S'.
       77 WRK-QT-BAIXA      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-REF     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-MOV     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC S9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      *****************************************************
      * BAIXA DE ESTOQUE DA CONVERSAO: UMA SAIDA NO DIARIO
      * MATMOV E O SALDO DECREMENTADO POR MATERIAL DA PROPOSTA,
      * COM O NUMERO DA PROPOSTA COMO REFERENCIA (A OBRA E
      * CUSTEADA POR PROPOSTA NO PROGCB128) - SALDO QUE FICA
      * NEGATIVO SAI AVISADO NA TELA PARA O DEPOSITO REPOR
      *****************************************************
       0640-BAIXAR-ESTOQUE.
                   MOVE PRPREG-MAT-CODIGO(WRK-M) TO ESTOQUE-CODIGO
                   MOVE ZEROS TO ESTOQUE-SALDO
                   MOVE ZEROS TO ESTOQUE-MINIMO
                   MOVE ZEROS TO ESTOQUE-CUSTO-MEDIO
                   MOVE ZEROS TO ESTOQUE-VALOR
                   WRITE ESTOQUE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           MOVE ZEROS TO WRK-CUSTO-REF
           MOVE ESTOQUE-CODIGO TO MATCAT-CODIGO
           READ MATERIAL-CATALOGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MATCAT-PRECO-UNIT TO WRK-CUSTO-REF
           END-READ
           COMPUTE WRK-QT-BAIXA = PRPREG-MAT-AREA(WRK-M) * -1
           CALL 'PROGCB130-CUSTOMEDIO' USING WRK-TIPO-SAIDA
               WRK-QT-BAIXA WRK-CUSTO-REF ESTOQUE-SALDO
               ESTOQUE-CUSTO-MEDIO ESTOQUE-VALOR WRK-CUSTO-MOV
               WRK-VALOR-MOV
           REWRITE ESTOQUE-REC
           IF ESTOQUE-SALDO < ZEROS
               DISPLAY 'AVISO - ESTOQUE NEGATIVO DE '
           ACCEPT MATMOV-HORA FROM TIME
           MOVE ESTOQUE-CODIGO TO MATMOV-CODIGO
           MOVE 'S' TO MATMOV-TIPO
           MOVE WRK-QT-BAIXA TO MATMOV-QUANTIDADE
           MOVE SPACES TO MATMOV-MOTIVO
           MOVE PRPREG-NUMERO TO MATMOV-REFERENCIA
           MOVE WRK-CUSTO-MOV TO MATMOV-CUSTO-UNIT
           MOVE WRK-VALOR-MOV TO MATMOV-VALOR
           WRITE MATMOV-REC.

       0900-FINALIZAR.

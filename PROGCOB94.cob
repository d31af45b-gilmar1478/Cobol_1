       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RECEBIMENTO DE MATERIAL CONTRA PEDIDO DE
      * COMPRA - O DEPOSITO INFORMA O NUMERO DO PEDIDO EMITIDO
      * PELO PROGCOB93 E A QUANTIDADE QUE CHEGOU; A ENTRADA SOBE
      * O SALDO DO ESTOQUE E VAI PARA O DIARIO MATMOV COMO 'E'
      * COM O NUMERO DO PEDIDO EM MATMOV-REFERENCIA, O PEDIDO
      * PASSA A RECEBIDO EM PARTE OU RECEBIDO E O PRECO DA NOTA
      * VIRA O ULTIMO PRECO DO FORNECEDOR NO FORNMAT. TAMBEM
      * CANCELA PEDIDO PENDENTE E CONSULTA A SITUACAO DE UM
      * PEDIDO
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM ENTRADA PELO PRECO DA NOTA RECALCULA O CUSTO
      * MEDIO DO MATERIAL PELO PROGCB130, COM CUSTO E VALOR NO
      * MATMOV
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-COMPRA ASSIGN TO 'PEDCOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDCOMP-NUMERO
               FILE STATUS IS WRK-FS-PED.
           SELECT ESTOQUE-MATERIAL ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTOQUE-CODIGO
               FILE STATUS IS WRK-FS-EST.
           SELECT OPTIONAL FORNECEDOR-MATERIAL ASSIGN TO 'FORNMAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNMAT-CHAVE
               FILE STATUS IS WRK-FS-FMT.
           SELECT OPTIONAL MOVIMENTOS-MATERIAL ASSIGN TO 'MATMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-COMPRA.
           COPY 'PEDCOMP.CPY'.

       FD  ESTOQUE-MATERIAL.
           COPY 'ESTOQUE.CPY'.

       FD  FORNECEDOR-MATERIAL.
           COPY 'FORNMAT.CPY'.

       FD  MOVIMENTOS-MATERIAL.
           COPY 'MATMOV.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PED        PIC X(02) VALUE '00'.
       77 WRK-FS-EST        PIC X(02) VALUE '00'.
       77 WRK-FS-FMT        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PEDIDO-OK     PIC X(01) VALUE 'N'.
           88 PEDIDO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-QUANTIDADE    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-NOTA    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-A-RECEBER     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
       77 WRK-QT-ED         PIC Z(06)9,99.
       77 WRK-PRECO-ED      PIC Z(04)9,99.
       77 WRK-SALDO-ED      PIC -(06)9,99.
       77 WRK-TIPO-ENTRADA  PIC X(01) VALUE 'E'.
       77 WRK-QT-ENTRADA    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-REF     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-MOV     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC S9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O PEDIDOS-COMPRA
           IF WRK-FS-PED NOT = '00'
               DISPLAY 'ARQUIVO PEDCOMP AUSENTE - SEM RECEBIMENTO'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O ESTOQUE-MATERIAL
           IF WRK-FS-EST = '35'
               OPEN OUTPUT ESTOQUE-MATERIAL
               CLOSE ESTOQUE-MATERIAL
               OPEN I-O ESTOQUE-MATERIAL
           END-IF
           OPEN I-O FORNECEDOR-MATERIAL.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - RECEBER MATERIAL DE PEDIDO DE COMPRA'
           DISPLAY '2 - CANCELAR PEDIDO DE COMPRA'
           DISPLAY '3 - CONSULTAR PEDIDO DE COMPRA'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RECEBER-PEDIDO
               WHEN 2
                   PERFORM 0400-CANCELAR-PEDIDO
               WHEN 3
                   PERFORM 0310-LOCALIZAR-PEDIDO
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * RECEBIMENTO: SO PEDIDO ABERTO OU RECEBIDO EM PARTE;
      * QUANTIDADE MAIOR QUE ZERO - ACIMA DO SALDO A RECEBER E
      * ACEITA COM AVISO, PORQUE O MATERIAL JA ESTA NO DEPOSITO
      *****************************************************
       0300-RECEBER-PEDIDO.
           PERFORM 0310-LOCALIZAR-PEDIDO
           IF PEDIDO-VALIDO
               AND NOT PEDCOMP-PENDENTE
               DISPLAY 'PEDIDO NAO ESTA PENDENTE - RECUSADO'
               SET PEDIDO-VALIDO TO FALSE
           END-IF
           IF PEDIDO-VALIDO
               DISPLAY 'QUANTIDADE RECEBIDA EM M2..'
               ACCEPT WRK-QUANTIDADE
               DISPLAY 'PRECO POR M2 DA NOTA (ZERO = DO PEDIDO)..'
               ACCEPT WRK-PRECO-NOTA
               IF WRK-QUANTIDADE = ZEROS
                   DISPLAY 'QUANTIDADE ZERADA - RECUSADO'
                   SET PEDIDO-VALIDO TO FALSE
               END-IF
           END-IF
           IF PEDIDO-VALIDO
               IF WRK-QUANTIDADE > WRK-A-RECEBER
                   DISPLAY 'ATENCAO: QUANTIDADE ACIMA DO PEDIDO'
               END-IF
               IF WRK-PRECO-NOTA = ZEROS
                   MOVE PEDCOMP-PRECO-UNIT TO WRK-PRECO-NOTA
               END-IF
               MOVE WRK-QUANTIDADE TO WRK-QT-ED
               DISPLAY 'CONFIRMA ENTRADA DE ' WRK-QT-ED
                   ' M2 DO MATERIAL ' PEDCOMP-MATERIAL ' (S/N)..'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM 0320-APLICAR-NO-SALDO
                   PERFORM 0330-GRAVAR-MOVIMENTO
                   PERFORM 0340-ATUALIZAR-PEDIDO
                   PERFORM 0350-ATUALIZAR-PRECO
                   MOVE ESTOQUE-SALDO TO WRK-SALDO-ED
                   DISPLAY 'SALDO ATUAL DE ' PEDCOMP-MATERIAL '..'
                       WRK-SALDO-ED
                   DISPLAY 'SITUACAO DO PEDIDO..' PEDCOMP-SITUACAO
               ELSE
                   DISPLAY 'RECEBIMENTO CANCELADO'
               END-IF
           END-IF.

       0310-LOCALIZAR-PEDIDO.
           SET PEDIDO-VALIDO TO FALSE
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA..'
           ACCEPT WRK-NUMERO-PEDIDO
           MOVE WRK-NUMERO-PEDIDO TO PEDCOMP-NUMERO
           READ PEDIDOS-COMPRA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-PED NOT = '00'
               DISPLAY 'PEDIDO AUSENTE DO PEDCOMP'
           ELSE
               SET PEDIDO-VALIDO TO TRUE
               COMPUTE WRK-A-RECEBER =
                   PEDCOMP-QT-PEDIDA - PEDCOMP-QT-RECEBIDA
               DISPLAY 'FORNECEDOR.. ' PEDCOMP-FORNECEDOR
                   '  MATERIAL.. ' PEDCOMP-MATERIAL
               MOVE PEDCOMP-QT-PEDIDA TO WRK-QT-ED
               DISPLAY 'PEDIDO..... ' WRK-QT-ED
               MOVE PEDCOMP-QT-RECEBIDA TO WRK-QT-ED
               DISPLAY 'RECEBIDO... ' WRK-QT-ED
               MOVE PEDCOMP-PRECO-UNIT TO WRK-PRECO-ED
               DISPLAY 'PRECO M2... ' WRK-PRECO-ED
               DISPLAY 'EMISSAO ' PEDCOMP-DATA-EMISSAO
                   '  PREVISTO ' PEDCOMP-DATA-PREVISTA
                   '  SITUACAO ' PEDCOMP-SITUACAO
           END-IF.

       0320-APLICAR-NO-SALDO.
           MOVE PEDCOMP-MATERIAL TO ESTOQUE-CODIGO
           READ ESTOQUE-MATERIAL
               INVALID KEY
                   MOVE PEDCOMP-MATERIAL TO ESTOQUE-CODIGO
                   MOVE ZEROS TO ESTOQUE-SALDO
                   MOVE ZEROS TO ESTOQUE-MINIMO
                   MOVE ZEROS TO ESTOQUE-CUSTO-MEDIO
                   MOVE ZEROS TO ESTOQUE-VALOR
                   WRITE ESTOQUE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           MOVE WRK-QUANTIDADE TO WRK-QT-ENTRADA
           MOVE WRK-PRECO-NOTA TO WRK-CUSTO-REF
           CALL 'PROGCB130-CUSTOMEDIO' USING WRK-TIPO-ENTRADA
               WRK-QT-ENTRADA WRK-CUSTO-REF ESTOQUE-SALDO
               ESTOQUE-CUSTO-MEDIO ESTOQUE-VALOR WRK-CUSTO-MOV
               WRK-VALOR-MOV
           REWRITE ESTOQUE-REC.

       0330-GRAVAR-MOVIMENTO.
           OPEN EXTEND MOVIMENTOS-MATERIAL
           IF WRK-FS-MOV = '05' OR WRK-FS-MOV = '35'
               OPEN OUTPUT MOVIMENTOS-MATERIAL
           END-IF
           MOVE WRK-DATA-HOJE TO MATMOV-DATA
           ACCEPT MATMOV-HORA FROM TIME
           MOVE PEDCOMP-MATERIAL TO MATMOV-CODIGO
           MOVE 'E' TO MATMOV-TIPO
           MOVE WRK-QUANTIDADE TO MATMOV-QUANTIDADE
           MOVE SPACES TO MATMOV-MOTIVO
           MOVE PEDCOMP-NUMERO TO MATMOV-REFERENCIA
           MOVE WRK-CUSTO-MOV TO MATMOV-CUSTO-UNIT
           MOVE WRK-VALOR-MOV TO MATMOV-VALOR
           WRITE MATMOV-REC
           CLOSE MOVIMENTOS-MATERIAL.

       0340-ATUALIZAR-PEDIDO.
           ADD WRK-QUANTIDADE TO PEDCOMP-QT-RECEBIDA
           MOVE WRK-DATA-HOJE TO PEDCOMP-DATA-ULT-RECEB
           IF PEDCOMP-QT-RECEBIDA < PEDCOMP-QT-PEDIDA
               MOVE 'P' TO PEDCOMP-SITUACAO
           ELSE
               MOVE 'R' TO PEDCOMP-SITUACAO
           END-IF
           REWRITE PEDCOMP-REC.

       0350-ATUALIZAR-PRECO.
           MOVE PEDCOMP-MATERIAL TO FORNMAT-MATERIAL
           MOVE PEDCOMP-FORNECEDOR TO FORNMAT-FORNECEDOR
           READ FORNECEDOR-MATERIAL
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-FMT = '00'
               MOVE WRK-PRECO-NOTA TO FORNMAT-ULT-PRECO
               MOVE WRK-DATA-HOJE TO FORNMAT-DATA-PRECO
               REWRITE FORNMAT-REC
           END-IF.

      *****************************************************
      * CANCELAMENTO: SO PEDIDO PENDENTE; O QUE JA FOI RECEBIDO
      * FICA NO ESTOQUE E O RESTO DEIXA DE SER ESPERADO
      *****************************************************
       0400-CANCELAR-PEDIDO.
           PERFORM 0310-LOCALIZAR-PEDIDO
           IF PEDIDO-VALIDO
               IF NOT PEDCOMP-PENDENTE
                   DISPLAY 'PEDIDO NAO ESTA PENDENTE - RECUSADO'
               ELSE
                   DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)..'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'C' TO PEDCOMP-SITUACAO
                       REWRITE PEDCOMP-REC
                       DISPLAY 'PEDIDO CANCELADO'
                   END-IF
               END-IF
           END-IF.

       0900-FINALIZAR.
           CLOSE PEDIDOS-COMPRA ESTOQUE-MATERIAL FORNECEDOR-MATERIAL.

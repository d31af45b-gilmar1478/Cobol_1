       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB90.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RECEBIMENTO DE MERCADORIA NA LOJA - O
      * FECHAMENTO DO PROGCOB15 BAIXA DO ESTOQUE DA FILIAL CADA
      * ITEM VENDIDO, E ESTE PROGRAMA DA A ENTRADA DAS ENTREGAS
      * DOS FORNECEDORES: O OPERADOR INFORMA A FILIAL, O SKU DO
      * CADASTRO PRODMAS (ATIVO), A QUANTIDADE RECEBIDA E O
      * NUMERO DA NOTA FISCAL, A QUANTIDADE SOBE O SALDO DO
      * ESTLOJA E O MOVIMENTO 'R' VAI PARA O DIARIO ESTLMOV COM O
      * SALDO APOS A ENTRADA - A CONSULTA RESPONDE QUANTO UMA
      * FILIAL TEM DE UM SKU SEM PRECISAR ANDAR PELA LOJA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM SKU NOVO NA FILIAL NASCE COM A DATA DA
      * ULTIMA VENDA ZERADA
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUTO-MASTER ASSIGN TO 'PRODMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODMAS-SKU
               FILE STATUS IS WRK-FS-PRD.
           SELECT ESTOQUE-LOJA ASSIGN TO 'ESTLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTLOJA-CHAVE
               FILE STATUS IS WRK-FS-ELJ.
           SELECT OPTIONAL MOVIMENTOS-LOJA ASSIGN TO 'ESTLMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY 'PRODMAS.CPY'.

       FD  ESTOQUE-LOJA.
           COPY 'ESTLOJA.CPY'.

       FD  MOVIMENTOS-LOJA.
           COPY 'ESTLMOV.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PRD        PIC X(02) VALUE '00'.
       77 WRK-FS-ELJ        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FILIAL        PIC X(03) VALUE SPACES.
       77 WRK-SKU           PIC 9(08) VALUE ZEROS.
       77 WRK-QUANTIDADE    PIC 9(07) VALUE ZEROS.
       77 WRK-DOCUMENTO     PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
       77 WRK-SALDO-ED      PIC -(06)9.
       77 WRK-PRODUTO-OK    PIC X(01) VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN INPUT PRODUTO-MASTER
           IF WRK-FS-PRD NOT = '00'
               DISPLAY 'CADASTRO PRODMAS AUSENTE - SEM RECEBIMENTO'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O ESTOQUE-LOJA
           IF WRK-FS-ELJ = '35'
               OPEN OUTPUT ESTOQUE-LOJA
               CLOSE ESTOQUE-LOJA
               OPEN I-O ESTOQUE-LOJA
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - RECEBIMENTO DE MERCADORIA'
           DISPLAY '2 - CONSULTAR SALDO DE UM SKU NA FILIAL'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RECEBER-MERCADORIA
               WHEN 2
                   PERFORM 0400-CONSULTAR-SALDO
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * RECEBIMENTO: FILIAL INFORMADA, SKU ATIVO NO PRODMAS,
      * QUANTIDADE MAIOR QUE ZERO E NOTA FISCAL DO FORNECEDOR -
      * CONFIRMADO NA TELA, O SALDO SOBE E O MOVIMENTO 'R' VAI
      * PARA O DIARIO ESTLMOV
      *****************************************************
       0300-RECEBER-MERCADORIA.
           PERFORM 0310-VALIDAR-PRODUTO
           IF PRODUTO-VALIDO
               DISPLAY 'QUANTIDADE RECEBIDA (UNIDADES)..'
               ACCEPT WRK-QUANTIDADE
               DISPLAY 'NOTA FISCAL DO FORNECEDOR..'
               ACCEPT WRK-DOCUMENTO
               IF WRK-QUANTIDADE = ZEROS
                   DISPLAY 'QUANTIDADE ZERADA - RECUSADO'
                   SET PRODUTO-VALIDO TO FALSE
               END-IF
               IF WRK-DOCUMENTO = SPACES
                   DISPLAY 'RECEBIMENTO SEM NOTA FISCAL - RECUSADO'
                   SET PRODUTO-VALIDO TO FALSE
               END-IF
           END-IF
           IF PRODUTO-VALIDO
               DISPLAY 'CONFIRMA ENTRADA DE ' WRK-QUANTIDADE
                   ' UN DO SKU ' WRK-SKU ' NA FILIAL ' WRK-FILIAL
                   ' (S/N)..'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0320-APLICAR-NO-SALDO
                   PERFORM 0330-GRAVAR-MOVIMENTO
                   MOVE ESTLOJA-SALDO TO WRK-SALDO-ED
                   DISPLAY 'SALDO ATUAL DO SKU NA FILIAL..'
                       WRK-SALDO-ED
               ELSE
                   DISPLAY 'RECEBIMENTO CANCELADO'
               END-IF
           END-IF.

       0310-VALIDAR-PRODUTO.
           SET PRODUTO-VALIDO TO FALSE
           DISPLAY 'FILIAL..'
           ACCEPT WRK-FILIAL
           DISPLAY 'SKU..'
           ACCEPT WRK-SKU
           IF WRK-FILIAL = SPACES
               DISPLAY 'FILIAL EM BRANCO - RECUSADO'
           ELSE
               MOVE WRK-SKU TO PRODMAS-SKU
               READ PRODUTO-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WRK-FS-PRD NOT = '00'
                       DISPLAY 'SKU AUSENTE DO CADASTRO PRODMAS'
                   WHEN NOT PRODUTO-ATIVO
                       DISPLAY 'SKU INATIVO - RECUSADO'
                   WHEN OTHER
                       SET PRODUTO-VALIDO TO TRUE
                       DISPLAY 'PRODUTO.. ' PRODMAS-DESCRICAO
               END-EVALUATE
           END-IF.

       0320-APLICAR-NO-SALDO.
           MOVE WRK-FILIAL TO ESTLOJA-FILIAL
           MOVE WRK-SKU TO ESTLOJA-SKU
           READ ESTOQUE-LOJA
               INVALID KEY
                   MOVE WRK-FILIAL TO ESTLOJA-FILIAL
                   MOVE WRK-SKU TO ESTLOJA-SKU
                   MOVE ZEROS TO ESTLOJA-SALDO
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-MOV
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-ENT
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-VENDA
                   WRITE ESTLOJA-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           ADD WRK-QUANTIDADE TO ESTLOJA-SALDO
           ACCEPT ESTLOJA-DATA-ULT-MOV FROM DATE YYYYMMDD
           MOVE ESTLOJA-DATA-ULT-MOV TO ESTLOJA-DATA-ULT-ENT
           REWRITE ESTLOJA-REC.

       0330-GRAVAR-MOVIMENTO.
           OPEN EXTEND MOVIMENTOS-LOJA
           IF WRK-FS-MOV = '05' OR WRK-FS-MOV = '35'
               OPEN OUTPUT MOVIMENTOS-LOJA
           END-IF
           ACCEPT ESTLMOV-DATA FROM DATE YYYYMMDD
           ACCEPT ESTLMOV-HORA FROM TIME
           MOVE WRK-FILIAL TO ESTLMOV-FILIAL
           MOVE WRK-SKU TO ESTLMOV-SKU
           MOVE 'R' TO ESTLMOV-TIPO
           MOVE WRK-QUANTIDADE TO ESTLMOV-QUANTIDADE
           MOVE WRK-DOCUMENTO TO ESTLMOV-DOCUMENTO
           MOVE ESTLOJA-SALDO TO ESTLMOV-SALDO-APOS
           MOVE 'PROGCOB90' TO ESTLMOV-PROGRAMA
           WRITE ESTLMOV-REC
           CLOSE MOVIMENTOS-LOJA.

      *****************************************************
      * CONSULTA: SALDO DO SKU NA FILIAL, COM A DATA DO ULTIMO
      * MOVIMENTO E DA ULTIMA ENTRADA - SKU SEM REGISTRO NA
      * FILIAL NUNCA TEVE ENTRADA NEM VENDA ALI
      *****************************************************
       0400-CONSULTAR-SALDO.
           DISPLAY 'FILIAL..'
           ACCEPT WRK-FILIAL
           DISPLAY 'SKU..'
           ACCEPT WRK-SKU
           MOVE WRK-FILIAL TO ESTLOJA-FILIAL
           MOVE WRK-SKU TO ESTLOJA-SKU
           READ ESTOQUE-LOJA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ELJ = '00'
               MOVE ESTLOJA-SALDO TO WRK-SALDO-ED
               DISPLAY 'SALDO......... ' WRK-SALDO-ED
               DISPLAY 'ULTIMO MOV.... ' ESTLOJA-DATA-ULT-MOV
               DISPLAY 'ULTIMA ENTRADA ' ESTLOJA-DATA-ULT-ENT
           ELSE
               DISPLAY 'SKU SEM MOVIMENTO NA FILIAL ' WRK-FILIAL
           END-IF.

       0900-FINALIZAR.
           CLOSE PRODUTO-MASTER ESTOQUE-LOJA.

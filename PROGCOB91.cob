       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB91.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RELATORIO DIARIO DE POSICAO DO ESTOQUE DA
      * LOJA - VARRE O ESTLOJA (CHAVE FILIAL + SKU, JA NA ORDEM
      * DO RELATORIO) E IMPRIME, POR FILIAL, UMA LINHA POR SKU
      * COM A DESCRICAO DO PRODMAS, O SALDO EM UNIDADES, O VALOR
      * AO PRECO DE CADASTRO E A DATA DO ULTIMO MOVIMENTO, COM O
      * SUBTOTAL DA FILIAL; UMA SEGUNDA PASSADA LISTA EM SEPARADO
      * SO OS SKUS COM SALDO NEGATIVO (VENDA DE MERCADORIA QUE
      * NAO DEU ENTRADA NO PROGCOB90), PARA A LOJA CONFERIR A
      * PRATELEIRA E O RECEBIMENTO
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-LOJA ASSIGN TO 'ESTLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTLOJA-CHAVE
               FILE STATUS IS WRK-FS-ELJ.
           SELECT OPTIONAL PRODUTO-MASTER ASSIGN TO 'PRODMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODMAS-SKU
               FILE STATUS IS WRK-FS-PRD.
           SELECT POSICAO-RELATORIO ASSIGN TO 'ELJRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-LOJA.
           COPY 'ESTLOJA.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMAS.CPY'.

       FD  POSICAO-RELATORIO.
       01  ELJRPT-LINHA            PIC X(80).
       01  ELJRPT-DETALHE.
           05  ELJRPT-FILIAL       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-SKU          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-DESCRICAO    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-DEPTO        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-SALDO        PIC -(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-VALOR        PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-ULT-MOV      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ELJRPT-OBS          PIC X(08).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ELJ        PIC X(02) VALUE '00'.
       77 WRK-FS-PRD        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-ELJ       PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PRD-ABERTO    PIC X(01) VALUE 'N'.
           88 PRODUTOS-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-FILIAL-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-VALOR-ITEM    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FIL-QT-SKU    PIC 9(06) VALUE ZEROS.
       77 WRK-FIL-UNIDADES  PIC S9(09) VALUE ZEROS.
       77 WRK-FIL-VALOR     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FIL-NEGATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-QT-SKU    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VALOR     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-NEGATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-UNIDADES-ED   PIC -(08)9.
       77 WRK-VALOR-ED      PIC -(10)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF RETURN-CODE < 8
               PERFORM 0200-LISTAR-POSICAO
               PERFORM 0300-LISTAR-NEGATIVOS
           END-IF
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ESTOQUE-LOJA
           IF WRK-FS-ELJ NOT = '00'
               DISPLAY 'ESTOQUE DA LOJA ESTLOJA AUSENTE'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT PRODUTO-MASTER
           IF WRK-FS-PRD = '00'
               SET PRODUTOS-DISPONIVEIS TO TRUE
           END-IF
           OPEN OUTPUT POSICAO-RELATORIO.

       0110-POSICIONAR-ESTOQUE.
           SET FIM-ESTOQUE TO FALSE
           MOVE SPACES TO WRK-FILIAL-ATUAL
           MOVE LOW-VALUES TO ESTLOJA-CHAVE
           START ESTOQUE-LOJA KEY >= ESTLOJA-CHAVE
               INVALID KEY
                   SET FIM-ESTOQUE TO TRUE
           END-START.

      *****************************************************
      * PRIMEIRA PASSADA: POSICAO COMPLETA, COM QUEBRA POR
      * FILIAL E O SUBTOTAL DE SKUS, UNIDADES, VALOR E
      * NEGATIVOS DE CADA UMA
      *****************************************************
       0200-LISTAR-POSICAO.
           MOVE SPACES TO ELJRPT-LINHA
           STRING 'POSICAO DO ESTOQUE DAS LOJAS EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           MOVE 'FIL SKU      DESCRICAO            DEP   SALDO'
               TO ELJRPT-LINHA
           MOVE '        VALOR ULT.MOV' TO ELJRPT-LINHA(47:21)
           WRITE ELJRPT-LINHA
           MOVE ALL '-' TO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           PERFORM 0110-POSICIONAR-ESTOQUE
           PERFORM 0210-LISTAR-UM-SKU UNTIL FIM-ESTOQUE
           IF WRK-FILIAL-ATUAL NOT = SPACES
               PERFORM 0230-FECHAR-FILIAL
           END-IF
           MOVE ALL '=' TO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED
           MOVE SPACES TO ELJRPT-LINHA
           STRING 'TOTAL GERAL - SKUS ' WRK-TOT-QT-SKU
               ' VALOR ' WRK-VALOR-ED
               ' NEGATIVOS ' WRK-TOT-NEGATIVOS
               DELIMITED BY SIZE INTO ELJRPT-LINHA
           WRITE ELJRPT-LINHA.

       0210-LISTAR-UM-SKU.
           READ ESTOQUE-LOJA NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ
           IF NOT FIM-ESTOQUE
               IF ESTLOJA-FILIAL NOT = WRK-FILIAL-ATUAL
                   IF WRK-FILIAL-ATUAL NOT = SPACES
                       PERFORM 0230-FECHAR-FILIAL
                   END-IF
                   MOVE ESTLOJA-FILIAL TO WRK-FILIAL-ATUAL
               END-IF
               PERFORM 0220-MONTAR-DETALHE
               ADD 1 TO WRK-FIL-QT-SKU WRK-TOT-QT-SKU
               ADD ESTLOJA-SALDO TO WRK-FIL-UNIDADES
               ADD WRK-VALOR-ITEM TO WRK-FIL-VALOR WRK-TOT-VALOR
               IF ESTLOJA-SALDO < ZEROS
                   ADD 1 TO WRK-FIL-NEGATIVOS WRK-TOT-NEGATIVOS
               END-IF
               WRITE ELJRPT-DETALHE
           END-IF.

      *****************************************************
      * MONTA A LINHA DO SKU COM O CADASTRO DO PRODMAS - O
      * VALOR E O SALDO AO PRECO UNITARIO DO CADASTRO, E SKU
      * FORA DO CADASTRO SAI SEM DESCRICAO E SEM VALOR
      *****************************************************
       0220-MONTAR-DETALHE.
           MOVE ZEROS TO WRK-VALOR-ITEM
           MOVE SPACES TO ELJRPT-DESCRICAO ELJRPT-DEPTO
           IF PRODUTOS-DISPONIVEIS
               MOVE ESTLOJA-SKU TO PRODMAS-SKU
               READ PRODUTO-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-PRD = '00'
                   MOVE PRODMAS-DESCRICAO TO ELJRPT-DESCRICAO
                   MOVE PRODMAS-DEPARTAMENTO TO ELJRPT-DEPTO
                   COMPUTE WRK-VALOR-ITEM ROUNDED =
                       ESTLOJA-SALDO * PRODMAS-PRECO-UNIT
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR-ITEM
                   END-COMPUTE
               ELSE
                   MOVE 'FORA DO CADASTRO' TO ELJRPT-DESCRICAO
               END-IF
           END-IF
           MOVE ESTLOJA-FILIAL TO ELJRPT-FILIAL
           MOVE ESTLOJA-SKU TO ELJRPT-SKU
           MOVE ESTLOJA-SALDO TO ELJRPT-SALDO
           MOVE WRK-VALOR-ITEM TO ELJRPT-VALOR
           MOVE ESTLOJA-DATA-ULT-MOV TO ELJRPT-ULT-MOV
           IF ESTLOJA-SALDO < ZEROS
               MOVE 'NEGATIVO' TO ELJRPT-OBS
           ELSE
               MOVE SPACES TO ELJRPT-OBS
           END-IF.

       0230-FECHAR-FILIAL.
           MOVE WRK-FIL-UNIDADES TO WRK-UNIDADES-ED
           MOVE WRK-FIL-VALOR TO WRK-VALOR-ED
           MOVE SPACES TO ELJRPT-LINHA
           STRING 'FILIAL ' WRK-FILIAL-ATUAL
               ' SKUS ' WRK-FIL-QT-SKU
               ' UN ' WRK-UNIDADES-ED
               ' VALOR ' WRK-VALOR-ED
               ' NEG ' WRK-FIL-NEGATIVOS
               DELIMITED BY SIZE INTO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           MOVE SPACES TO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           MOVE ZEROS TO WRK-FIL-QT-SKU WRK-FIL-UNIDADES
               WRK-FIL-VALOR WRK-FIL-NEGATIVOS.

      *****************************************************
      * SEGUNDA PASSADA: SO OS SKUS COM SALDO NEGATIVO, AINDA
      * NA ORDEM DE FILIAL - E A LISTA DE CONFERENCIA DA LOJA
      *****************************************************
       0300-LISTAR-NEGATIVOS.
           MOVE SPACES TO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           MOVE 'ESTOQUE NEGATIVO POR FILIAL - CONFERIR PRATELEIRA'
               TO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           MOVE ALL '-' TO ELJRPT-LINHA
           WRITE ELJRPT-LINHA
           PERFORM 0110-POSICIONAR-ESTOQUE
           PERFORM 0310-LISTAR-UM-NEGATIVO UNTIL FIM-ESTOQUE
           IF WRK-TOT-NEGATIVOS = ZEROS
               MOVE 'NENHUM SKU COM SALDO NEGATIVO' TO ELJRPT-LINHA
               WRITE ELJRPT-LINHA
           END-IF.

       0310-LISTAR-UM-NEGATIVO.
           READ ESTOQUE-LOJA NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ
           IF NOT FIM-ESTOQUE
               AND ESTLOJA-SALDO < ZEROS
               PERFORM 0220-MONTAR-DETALHE
               WRITE ELJRPT-DETALHE
           END-IF.

       0900-FINALIZAR.
           DISPLAY 'SKUS EM ESTOQUE......' WRK-TOT-QT-SKU
           DISPLAY 'SKUS NEGATIVOS.......' WRK-TOT-NEGATIVOS
           IF WRK-TOT-NEGATIVOS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WRK-FS-ELJ = '00' OR WRK-FS-ELJ = '10'
               CLOSE ESTOQUE-LOJA
           END-IF
           IF PRODUTOS-DISPONIVEIS
               CLOSE PRODUTO-MASTER
           END-IF
           CLOSE POSICAO-RELATORIO.

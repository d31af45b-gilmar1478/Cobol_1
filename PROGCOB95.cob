       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RELATORIO DE PEDIDOS DE COMPRA EM ABERTO E
      * ENTREGAS ATRASADAS - LISTA TODO PEDIDO DO PEDCOMP AINDA
      * PENDENTE (ABERTO OU RECEBIDO EM PARTE) COM FORNECEDOR,
      * MATERIAL, QUANTIDADE A RECEBER E SEU VALOR, PREVISAO DE
      * ENTREGA E, QUANDO A PREVISAO JA PASSOU, OS DIAS DE
      * ATRASO PELO SERVICO PROGCOB17-DIFDIAS; NO FIM, UMA
      * SEGUNDA PARTE SO COM OS ATRASADOS PARA O COMPRADOR
      * COBRAR O FORNECEDOR. HAVENDO ATRASO, O LOTE TERMINA COM
      * RC 4
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
           SELECT PEDIDOS-COMPRA ASSIGN TO 'PEDCOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDCOMP-NUMERO
               FILE STATUS IS WRK-FS-PED.
           SELECT OPTIONAL FORNECEDORES ASSIGN TO 'FORNEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNEC-CODIGO
               FILE STATUS IS WRK-FS-FOR.
           SELECT OPTIONAL MATERIAL-CATALOGO ASSIGN TO 'MATCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCAT-CODIGO
               FILE STATUS IS WRK-FS-MAT.
           SELECT PEDIDO-ABERTO-RPT ASSIGN TO 'PEDABR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-COMPRA.
           COPY 'PEDCOMP.CPY'.

       FD  FORNECEDORES.
           COPY 'FORNEC.CPY'.

       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  PEDIDO-ABERTO-RPT.
       01  PEDABR-LINHA            PIC X(110).
       01  PEDABR-DETALHE.
           05  PEDABR-NUMERO       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-FORNECEDOR   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-MATERIAL     PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-DESCRICAO    PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-A-RECEBER    PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-VALOR        PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-PREVISTA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-SITUACAO     PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-DIAS-ATRASO  PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDABR-OBS          PIC X(08).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PED        PIC X(02) VALUE '00'.
       77 WRK-FS-FOR        PIC X(02) VALUE '00'.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-PED       PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-SO-ATRASADOS  PIC X(01) VALUE 'N'.
           88 LISTAR-SO-ATRASADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-A-RECEBER     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ITEM    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ABERTO  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ATRASO  PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATRASADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z(11)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-LISTAR-ABERTOS
           PERFORM 0300-LISTAR-ATRASADOS
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT PEDIDOS-COMPRA
           IF WRK-FS-PED NOT = '00'
               DISPLAY 'ARQUIVO PEDCOMP AUSENTE - SEM RELATORIO'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT FORNECEDORES
           OPEN INPUT MATERIAL-CATALOGO
           OPEN OUTPUT PEDIDO-ABERTO-RPT.

       0110-POSICIONAR-PEDIDOS.
           SET FIM-PEDIDOS TO FALSE
           IF WRK-FS-PED = '35'
               SET FIM-PEDIDOS TO TRUE
           ELSE
               MOVE ZEROS TO PEDCOMP-NUMERO
               START PEDIDOS-COMPRA KEY >= PEDCOMP-NUMERO
                   INVALID KEY
                       SET FIM-PEDIDOS TO TRUE
               END-START
           END-IF.

      *****************************************************
      * PRIMEIRA PARTE: TODOS OS PEDIDOS PENDENTES, NA ORDEM DO
      * NUMERO, COM O VALOR AINDA A RECEBER AO PRECO DO PEDIDO
      *****************************************************
       0200-LISTAR-ABERTOS.
           MOVE 'PEDIDOS DE COMPRA EM ABERTO EM ' TO PEDABR-LINHA
           MOVE WRK-DATA-HOJE TO PEDABR-LINHA(32:8)
           WRITE PEDABR-LINHA
           PERFORM 0250-CABECALHO
           SET LISTAR-SO-ATRASADOS TO FALSE
           PERFORM 0110-POSICIONAR-PEDIDOS
           PERFORM 0210-AVALIAR-PEDIDO UNTIL FIM-PEDIDOS
           MOVE ALL '-' TO PEDABR-LINHA
           WRITE PEDABR-LINHA
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED
           MOVE SPACES TO PEDABR-LINHA
           STRING 'PEDIDOS EM ABERTO ' WRK-QT-ABERTOS
               '  VALOR A RECEBER ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO PEDABR-LINHA
           WRITE PEDABR-LINHA.

       0210-AVALIAR-PEDIDO.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   SET FIM-PEDIDOS TO TRUE
           END-READ
           IF NOT FIM-PEDIDOS
               AND PEDCOMP-PENDENTE
               PERFORM 0220-CALCULAR-ATRASO
               IF LISTAR-SO-ATRASADOS
                   IF WRK-DIAS-ATRASO > ZEROS
                       ADD 1 TO WRK-QT-ATRASADOS
                       ADD WRK-VALOR-ITEM TO WRK-VALOR-ATRASO
                       PERFORM 0230-IMPRIMIR-PEDIDO
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-ABERTOS
                   ADD WRK-VALOR-ITEM TO WRK-VALOR-ABERTO
                   PERFORM 0230-IMPRIMIR-PEDIDO
               END-IF
           END-IF.

       0220-CALCULAR-ATRASO.
           COMPUTE WRK-A-RECEBER =
               PEDCOMP-QT-PEDIDA - PEDCOMP-QT-RECEBIDA
           IF WRK-A-RECEBER < ZEROS
               MOVE ZEROS TO WRK-A-RECEBER
           END-IF
           COMPUTE WRK-VALOR-ITEM ROUNDED =
               WRK-A-RECEBER * PEDCOMP-PRECO-UNIT
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-VALOR-ITEM
           END-COMPUTE
           MOVE ZEROS TO WRK-DIAS-ATRASO
           IF PEDCOMP-DATA-PREVISTA < WRK-DATA-HOJE
               CALL 'PROGCOB17-DIFDIAS' USING PEDCOMP-DATA-PREVISTA
                   WRK-DATA-HOJE WRK-DIAS-ATRASO
           END-IF.

       0230-IMPRIMIR-PEDIDO.
           MOVE PEDCOMP-NUMERO TO PEDABR-NUMERO
           MOVE PEDCOMP-FORNECEDOR TO PEDABR-FORNECEDOR
           MOVE PEDCOMP-FORNECEDOR TO FORNEC-CODIGO
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'FORA DO CADASTRO' TO FORNEC-NOME
           END-READ
           MOVE FORNEC-NOME TO PEDABR-NOME
           MOVE PEDCOMP-MATERIAL TO PEDABR-MATERIAL
           MOVE PEDCOMP-MATERIAL TO MATCAT-CODIGO
           READ MATERIAL-CATALOGO
               INVALID KEY
                   MOVE 'FORA DO CATALOGO' TO MATCAT-DESCRICAO
           END-READ
           MOVE MATCAT-DESCRICAO TO PEDABR-DESCRICAO
           MOVE WRK-A-RECEBER TO PEDABR-A-RECEBER
           MOVE WRK-VALOR-ITEM TO PEDABR-VALOR
           MOVE PEDCOMP-DATA-PREVISTA TO PEDABR-PREVISTA
           MOVE PEDCOMP-SITUACAO TO PEDABR-SITUACAO
           MOVE WRK-DIAS-ATRASO TO PEDABR-DIAS-ATRASO
           IF WRK-DIAS-ATRASO > ZEROS
               MOVE 'ATRASADO' TO PEDABR-OBS
           ELSE
               MOVE SPACES TO PEDABR-OBS
           END-IF
           WRITE PEDABR-DETALHE.

       0250-CABECALHO.
           MOVE SPACES TO PEDABR-LINHA
           STRING 'PEDIDO FORN. NOME                 MAT. '
               'DESCRICAO          A RECEBER        VALOR '
               'PREVISTO S DIAS'
               DELIMITED BY SIZE INTO PEDABR-LINHA
           WRITE PEDABR-LINHA
           MOVE ALL '-' TO PEDABR-LINHA
           WRITE PEDABR-LINHA.

      *****************************************************
      * SEGUNDA PARTE: SO OS PEDIDOS COM A PREVISAO DE ENTREGA
      * VENCIDA - A LISTA DE COBRANCA DOS FORNECEDORES
      *****************************************************
       0300-LISTAR-ATRASADOS.
           MOVE SPACES TO PEDABR-LINHA
           WRITE PEDABR-LINHA
           MOVE 'ENTREGAS ATRASADAS' TO PEDABR-LINHA
           WRITE PEDABR-LINHA
           PERFORM 0250-CABECALHO
           SET LISTAR-SO-ATRASADOS TO TRUE
           PERFORM 0110-POSICIONAR-PEDIDOS
           PERFORM 0210-AVALIAR-PEDIDO UNTIL FIM-PEDIDOS
           MOVE ALL '-' TO PEDABR-LINHA
           WRITE PEDABR-LINHA
           MOVE WRK-VALOR-ATRASO TO WRK-VALOR-ED
           MOVE SPACES TO PEDABR-LINHA
           STRING 'PEDIDOS ATRASADOS ' WRK-QT-ATRASADOS
               '  VALOR ATRASADO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO PEDABR-LINHA
           WRITE PEDABR-LINHA
           IF WRK-QT-ATRASADOS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0900-FINALIZAR.
           DISPLAY 'PEDIDOS EM ABERTO....' WRK-QT-ABERTOS
           DISPLAY 'ENTREGAS ATRASADAS...' WRK-QT-ATRASADOS
           CLOSE PEDIDOS-COMPRA FORNECEDORES MATERIAL-CATALOGO
               PEDIDO-ABERTO-RPT.

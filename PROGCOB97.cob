       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB97.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RELATORIO DE REMARCACAO DAS PROMOCOES - LE O
      * DIARIO PROMVEN GRAVADO PELO FECHAMENTO DO PROGCOB15 NO
      * PERIODO INFORMADO E SOMA, POR CAMPANHA E FILIAL, A
      * QUANTIDADE VENDIDA EM PROMOCAO, A RECEITA AO PRECO
      * PROMOCIONAL, A RECEITA QUE O PRECO CHEIO TERIA DADO E A
      * DIFERENCA - A MARGEM QUE CADA PROMOCAO DEIXOU DE GANHAR
      * EM CADA FILIAL - COM SUBTOTAL POR CAMPANHA E TOTAL GERAL
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
           SELECT OPTIONAL VENDAS-PROMOCAO ASSIGN TO 'PROMVEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PMV.
           SELECT REMARCACAO-RPT ASSIGN TO 'PROMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-PROMOCAO.
           COPY 'PROMVEN.CPY'.

       FD  REMARCACAO-RPT.
       01  PROMRPT-LINHA           PIC X(90).
       01  PROMRPT-DETALHE.
           05  PROMRPT-CAMPANHA    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMRPT-FILIAL      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMRPT-QT          PIC -(06)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMRPT-VL-PROMO    PIC -(08)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMRPT-VL-CHEIO    PIC -(08)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMRPT-REMARCACAO  PIC -(08)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMRPT-PERC        PIC -(03)9,99.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CAMPANHAS DO PERIODO, NA ORDEM EM QUE APARECEM, E OS
      * ACUMULADOS POR CAMPANHA + FILIAL
      *****************************************************
       01  WRK-TABELA-CAMPANHAS.
           02  WRK-CAMP-CODIGO PIC X(10) OCCURS 50 TIMES.
       01  WRK-TABELA-ACUMULOS.
           02  WRK-ACM-ENTRADA OCCURS 300 TIMES.
               03  WRK-ACM-CAMPANHA PIC X(10).
               03  WRK-ACM-FILIAL   PIC X(03).
               03  WRK-ACM-QT       PIC S9(07).
               03  WRK-ACM-VL-PROMO PIC S9(09)V99.
               03  WRK-ACM-VL-CHEIO PIC S9(09)V99.
       77 WRK-QT-CAMPANHAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ACUMULOS   PIC 9(03) VALUE ZEROS.
       77 WRK-C             PIC 9(03) VALUE ZEROS.
       77 WRK-A             PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAMP      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ACM       PIC 9(03) VALUE ZEROS.
       77 WRK-FS-PMV        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-PMV       PIC X(01) VALUE 'N'.
           88 FIM-VENDAS-PROMOCAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-DATA-INICIAL  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FORA-TAB   PIC 9(07) VALUE ZEROS.
       77 WRK-SUB-QT        PIC S9(07) VALUE ZEROS.
       77 WRK-SUB-VL-PROMO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SUB-VL-CHEIO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-QT        PIC S9(07) VALUE ZEROS.
       77 WRK-TOT-VL-PROMO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VL-CHEIO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-QT        PIC S9(07) VALUE ZEROS.
       77 WRK-LIN-VL-PROMO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-VL-CHEIO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-REMARC    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-PERC      PIC S9(03)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ACUMULAR-VENDA UNTIL FIM-VENDAS-PROMOCAO
           PERFORM 0300-IMPRIMIR-RELATORIO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'DATA INICIAL (AAAAMMDD)..'
           ACCEPT WRK-DATA-INICIAL
           DISPLAY 'DATA FINAL (AAAAMMDD)..'
           ACCEPT WRK-DATA-FINAL
           IF WRK-DATA-FINAL = ZEROS
               MOVE 99999999 TO WRK-DATA-FINAL
           END-IF
           OPEN INPUT VENDAS-PROMOCAO
           IF WRK-FS-PMV NOT = '00'
               DISPLAY 'DIARIO PROMVEN AUSENTE - RELATORIO VAZIO'
               SET FIM-VENDAS-PROMOCAO TO TRUE
           END-IF
           OPEN OUTPUT REMARCACAO-RPT.

       0200-ACUMULAR-VENDA.
           READ VENDAS-PROMOCAO
               AT END
                   SET FIM-VENDAS-PROMOCAO TO TRUE
           END-READ
           IF NOT FIM-VENDAS-PROMOCAO
               AND PROMVEN-DATA >= WRK-DATA-INICIAL
               AND PROMVEN-DATA <= WRK-DATA-FINAL
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0210-LOCALIZAR-CAMPANHA
               PERFORM 0220-LOCALIZAR-ACUMULO
               IF WRK-IDX-ACM > ZEROS
                   ADD PROMVEN-QUANTIDADE TO WRK-ACM-QT(WRK-IDX-ACM)
                   COMPUTE WRK-ACM-VL-PROMO(WRK-IDX-ACM) =
                       WRK-ACM-VL-PROMO(WRK-IDX-ACM) +
                       PROMVEN-PRECO-PROMO * PROMVEN-QUANTIDADE
                   COMPUTE WRK-ACM-VL-CHEIO(WRK-IDX-ACM) =
                       WRK-ACM-VL-CHEIO(WRK-IDX-ACM) +
                       PROMVEN-PRECO-CHEIO * PROMVEN-QUANTIDADE
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF.

       0210-LOCALIZAR-CAMPANHA.
           MOVE ZEROS TO WRK-IDX-CAMP
           PERFORM 0215-COMPARAR-CAMPANHA
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CAMPANHAS
           IF WRK-IDX-CAMP = ZEROS
               AND WRK-QT-CAMPANHAS < 50
               ADD 1 TO WRK-QT-CAMPANHAS
               MOVE WRK-QT-CAMPANHAS TO WRK-IDX-CAMP
               MOVE PROMVEN-CAMPANHA TO WRK-CAMP-CODIGO(WRK-IDX-CAMP)
           END-IF.

       0215-COMPARAR-CAMPANHA.
           IF WRK-CAMP-CODIGO(WRK-C) = PROMVEN-CAMPANHA
               MOVE WRK-C TO WRK-IDX-CAMP
           END-IF.

       0220-LOCALIZAR-ACUMULO.
           MOVE ZEROS TO WRK-IDX-ACM
           IF WRK-IDX-CAMP > ZEROS
               PERFORM 0225-COMPARAR-ACUMULO
                   VARYING WRK-A FROM 1 BY 1
                   UNTIL WRK-A > WRK-QT-ACUMULOS
               IF WRK-IDX-ACM = ZEROS
                   AND WRK-QT-ACUMULOS < 300
                   ADD 1 TO WRK-QT-ACUMULOS
                   MOVE WRK-QT-ACUMULOS TO WRK-IDX-ACM
                   MOVE PROMVEN-CAMPANHA
                       TO WRK-ACM-CAMPANHA(WRK-IDX-ACM)
                   MOVE PROMVEN-FILIAL TO WRK-ACM-FILIAL(WRK-IDX-ACM)
                   MOVE ZEROS TO WRK-ACM-QT(WRK-IDX-ACM)
                   MOVE ZEROS TO WRK-ACM-VL-PROMO(WRK-IDX-ACM)
                   MOVE ZEROS TO WRK-ACM-VL-CHEIO(WRK-IDX-ACM)
               END-IF
           END-IF.

       0225-COMPARAR-ACUMULO.
           IF WRK-ACM-CAMPANHA(WRK-A) = PROMVEN-CAMPANHA
               AND WRK-ACM-FILIAL(WRK-A) = PROMVEN-FILIAL
               MOVE WRK-A TO WRK-IDX-ACM
           END-IF.

      *****************************************************
      * UMA LINHA POR CAMPANHA + FILIAL, SUBTOTAL POR CAMPANHA
      * E TOTAL GERAL - REMARCACAO = RECEITA AO PRECO CHEIO
      * MENOS RECEITA AO PRECO PROMOCIONAL, E O PERCENTUAL E
      * SOBRE A RECEITA AO PRECO CHEIO
      *****************************************************
       0300-IMPRIMIR-RELATORIO.
           MOVE SPACES TO PROMRPT-LINHA
           STRING 'REMARCACAO POR PROMOCAO E FILIAL DE '
               WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL
               DELIMITED BY SIZE INTO PROMRPT-LINHA
           WRITE PROMRPT-LINHA
           MOVE SPACES TO PROMRPT-LINHA
           STRING 'CAMPANHA    FILIAL       QTDE  '
               '  VENDA PROMO    VENDA CHEIA   REMARCACAO'
               '     PCT'
               DELIMITED BY SIZE INTO PROMRPT-LINHA
           WRITE PROMRPT-LINHA
           MOVE ALL '-' TO PROMRPT-LINHA
           WRITE PROMRPT-LINHA
           PERFORM 0310-IMPRIMIR-CAMPANHA
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CAMPANHAS
           MOVE ALL '=' TO PROMRPT-LINHA
           WRITE PROMRPT-LINHA
           MOVE 'TOTAL' TO PROMRPT-CAMPANHA
           MOVE SPACES TO PROMRPT-FILIAL
           MOVE WRK-TOT-QT TO WRK-LIN-QT
           MOVE WRK-TOT-VL-PROMO TO WRK-LIN-VL-PROMO
           MOVE WRK-TOT-VL-CHEIO TO WRK-LIN-VL-CHEIO
           PERFORM 0330-GRAVAR-LINHA
           IF WRK-QT-FORA-TAB > ZEROS
               MOVE SPACES TO PROMRPT-LINHA
               STRING 'VENDAS FORA DA TABELA (NAO SOMADAS) '
                   WRK-QT-FORA-TAB
                   DELIMITED BY SIZE INTO PROMRPT-LINHA
               WRITE PROMRPT-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.

       0310-IMPRIMIR-CAMPANHA.
           MOVE ZEROS TO WRK-SUB-QT WRK-SUB-VL-PROMO WRK-SUB-VL-CHEIO
           PERFORM 0320-IMPRIMIR-FILIAL
               VARYING WRK-A FROM 1 BY 1
               UNTIL WRK-A > WRK-QT-ACUMULOS
           MOVE WRK-CAMP-CODIGO(WRK-C) TO PROMRPT-CAMPANHA
           MOVE 'TOTAL' TO PROMRPT-FILIAL
           MOVE WRK-SUB-QT TO WRK-LIN-QT
           MOVE WRK-SUB-VL-PROMO TO WRK-LIN-VL-PROMO
           MOVE WRK-SUB-VL-CHEIO TO WRK-LIN-VL-CHEIO
           PERFORM 0330-GRAVAR-LINHA
           MOVE SPACES TO PROMRPT-LINHA
           WRITE PROMRPT-LINHA
           ADD WRK-SUB-QT TO WRK-TOT-QT
           ADD WRK-SUB-VL-PROMO TO WRK-TOT-VL-PROMO
           ADD WRK-SUB-VL-CHEIO TO WRK-TOT-VL-CHEIO.

       0320-IMPRIMIR-FILIAL.
           IF WRK-ACM-CAMPANHA(WRK-A) = WRK-CAMP-CODIGO(WRK-C)
               MOVE WRK-ACM-CAMPANHA(WRK-A) TO PROMRPT-CAMPANHA
               MOVE WRK-ACM-FILIAL(WRK-A) TO PROMRPT-FILIAL
               MOVE WRK-ACM-QT(WRK-A) TO WRK-LIN-QT
               MOVE WRK-ACM-VL-PROMO(WRK-A) TO WRK-LIN-VL-PROMO
               MOVE WRK-ACM-VL-CHEIO(WRK-A) TO WRK-LIN-VL-CHEIO
               PERFORM 0330-GRAVAR-LINHA
               ADD WRK-ACM-QT(WRK-A) TO WRK-SUB-QT
               ADD WRK-ACM-VL-PROMO(WRK-A) TO WRK-SUB-VL-PROMO
               ADD WRK-ACM-VL-CHEIO(WRK-A) TO WRK-SUB-VL-CHEIO
           END-IF.

       0330-GRAVAR-LINHA.
           COMPUTE WRK-LIN-REMARC = WRK-LIN-VL-CHEIO - WRK-LIN-VL-PROMO
           IF WRK-LIN-VL-CHEIO NOT = ZEROS
               COMPUTE WRK-LIN-PERC ROUNDED =
                   WRK-LIN-REMARC * 100 / WRK-LIN-VL-CHEIO
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-LIN-PERC
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-LIN-PERC
           END-IF
           MOVE WRK-LIN-QT TO PROMRPT-QT
           MOVE WRK-LIN-VL-PROMO TO PROMRPT-VL-PROMO
           MOVE WRK-LIN-VL-CHEIO TO PROMRPT-VL-CHEIO
           MOVE WRK-LIN-REMARC TO PROMRPT-REMARCACAO
           MOVE WRK-LIN-PERC TO PROMRPT-PERC
           WRITE PROMRPT-DETALHE.

       0900-FINALIZAR.
           DISPLAY 'VENDAS EM PROMOCAO LIDAS..' WRK-QT-LIDOS
           DISPLAY 'CAMPANHAS.................' WRK-QT-CAMPANHAS
           IF WRK-FS-PMV = '00' OR WRK-FS-PMV = '10'
               CLOSE VENDAS-PROMOCAO
           END-IF
           CLOSE REMARCACAO-RPT.

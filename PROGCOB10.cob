       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB10.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : SEGMENTACAO RFM MENSAL DOS CLIENTES DE LOJA -
      * DESDE A CAPTURA DO CPF NO CAIXA HA HISTORICO DE COMPRA
      * POR CLIENTE, QUE SO O PROGRAMA DE PONTOS USAVA. ESTE
      * LOTE CLASSIFICA POR CPF AS VENDAS IDENTIFICADAS DA
      * JANELA (ARQUIVO MORTO VENDARC E DIARIO VENDET), DA A
      * CADA CPF NOTAS DE 1 A 5 DE RECENCIA, FREQUENCIA E VALOR,
      * LE O SALDO DE PONTOS NO LOYALLED E ATRIBUI O SEGMENTO
      * (CAMPEAO, FIEL, NOVO, REGULAR, EM RISCO, ADORMECIDO,
      * PERDIDO). GRAVA O EXTRATO DE MARKETING RFMEXT COM
      * CABECALHO E TRAILER DE CONTROLE E IMPRIME O RESUMO DE
      * SEGMENTOS POR FILIAL (RFMRPT)
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
           SELECT OPTIONAL SALES-DETAIL ASSIGN TO 'VENDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DET.
           SELECT OPTIONAL SALES-ARCHIVE ASSIGN TO 'VENDARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARC.
           SELECT OPTIONAL LEDGER-FIDELIDADE ASSIGN TO 'LOYALLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYALLED-CPF
               FILE STATUS IS WRK-FS-LOY.
           SELECT EXTRATO-RFM ASSIGN TO 'RFMEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXT.
           SELECT RESUMO-RFM ASSIGN TO 'RFMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL.
       01  VENDET-IMAGEM           PIC X(56).

       FD  SALES-ARCHIVE.
       01  VENDARC-IMAGEM          PIC X(56).

       FD  LEDGER-FIDELIDADE.
           COPY 'LOYALLED.CPY'.

       FD  EXTRATO-RFM.
           COPY 'RFMEXT.CPY'.

       FD  RESUMO-RFM.
       01  RFMRPT-LINHA            PIC X(80).
       01  RFMRPT-DETALHE.
           05  RFMRPT-FILIAL       PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RFMRPT-SEGMENTO     PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RFMRPT-QT           PIC Z(06)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RFMRPT-VALOR        PIC Z(10)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RFMRPT-PERC         PIC ZZ9,9.
           05  FILLER              PIC X(01) VALUE '%'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-CPF            PIC 9(11).
           05  SORT-DATA           PIC 9(08).
           05  SORT-FILIAL         PIC X(03).
           05  SORT-TIPO           PIC X(01).
           05  SORT-VALOR          PIC 9(07)V99.

       WORKING-STORAGE SECTION.
      *****************************************************
      * AREA DO REGISTRO DO DIARIO, NO LAYOUT DO VENDET, PARA A
      * LEITURA DO CORRENTE E DO ARQUIVO MORTO
      *****************************************************
           COPY 'VENDET.CPY'.
      *****************************************************
      * SEGMENTOS NA ORDEM DO RESUMO - CODIGO E NOME
      *****************************************************
       01  WRK-SEGMENTOS-EXTENSO.
           02  FILLER PIC X(14) VALUE 'CPCAMPEAO     '.
           02  FILLER PIC X(14) VALUE 'FIFIEL        '.
           02  FILLER PIC X(14) VALUE 'NVNOVO        '.
           02  FILLER PIC X(14) VALUE 'RGREGULAR     '.
           02  FILLER PIC X(14) VALUE 'RSEM RISCO    '.
           02  FILLER PIC X(14) VALUE 'ADADORMECIDO  '.
           02  FILLER PIC X(14) VALUE 'PDPERDIDO     '.
       01  WRK-SEGMENTOS REDEFINES WRK-SEGMENTOS-EXTENSO.
           02  WRK-SEG-ENTRADA OCCURS 7 TIMES.
               03  WRK-SEG-CODIGO  PIC X(02).
               03  WRK-SEG-NOME    PIC X(12).
      *****************************************************
      * CLIENTES E VALOR POR FILIAL E SEGMENTO PARA O RESUMO
      *****************************************************
       01  WRK-TABELA-FILIAIS.
           02  WRK-FIL-ENTRADA OCCURS 30 TIMES.
               03  WRK-FIL-CODIGO    PIC X(03).
               03  WRK-FIL-QT-TOTAL  PIC 9(07).
               03  WRK-FIL-SEGMENTO OCCURS 7 TIMES.
                   04  WRK-FIL-SEG-QT    PIC 9(07).
                   04  WRK-FIL-SEG-VALOR PIC 9(11)V99.
       77 WRK-QT-FILIAIS    PIC 9(02) VALUE ZEROS.
       77 WRK-F             PIC 9(02) VALUE ZEROS.
       77 WRK-S             PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-FILIAL    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-SEG       PIC 9(02) VALUE ZEROS.
       77 WRK-FS-DET        PIC X(02) VALUE '00'.
       77 WRK-FS-ARC        PIC X(02) VALUE '00'.
       77 WRK-FS-LOY        PIC X(02) VALUE '00'.
       77 WRK-FS-EXT        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-DIARIO    PIC X(01) VALUE 'N'.
           88 FIM-DIARIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-LOY-ABERTO    PIC X(01) VALUE 'N'.
           88 LEDGER-DISPONIVEL VALUE 'S'.
       77 WRK-DATA-REF      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-JANELA   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-NEG      PIC S9(05) VALUE ZEROS.
       77 WRK-CPF-ATUAL     PIC 9(11) VALUE ZEROS.
       77 WRK-CLI-DATA-ULT  PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-FILIAL    PIC X(03) VALUE SPACES.
       77 WRK-CLI-COMPRAS   PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-VALOR     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLI-PONTOS    PIC 9(09) VALUE ZEROS.
       77 WRK-CLI-RECENCIA  PIC S9(05) VALUE ZEROS.
       77 WRK-NOTA-R        PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-F        PIC 9(01) VALUE ZEROS.
       77 WRK-NOTA-M        PIC 9(01) VALUE ZEROS.
       77 WRK-PONTOS-RISCO  PIC 9(09) VALUE 500.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CLIENTES   PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-VALOR     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PONTOS    PIC 9(13) VALUE ZEROS.
       77 WRK-QT-FORA-TAB   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-CPF SORT-DATA
               INPUT PROCEDURE IS 8100-SELECIONAR-VENDAS
               OUTPUT PROCEDURE IS 8200-PONTUAR-CLIENTES
           PERFORM 0500-IMPRIMIR-RESUMO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * DATA DE REFERENCIA (SEM ELA, HOJE) E JANELA DE COMPRAS
      * EM DIAS PARA TRAS (SEM ELA, 365)
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD)..'
           ACCEPT WRK-DATA-REF
           DISPLAY 'JANELA DE COMPRAS EM DIAS..'
           ACCEPT WRK-DIAS-JANELA
           IF WRK-DATA-REF = ZEROS
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF
           IF WRK-DIAS-JANELA = ZEROS
               MOVE 365 TO WRK-DIAS-JANELA
           END-IF
           COMPUTE WRK-DIAS-NEG = WRK-DIAS-JANELA * -1
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-REF
               WRK-DIAS-NEG WRK-DATA-INICIO
           OPEN INPUT LEDGER-FIDELIDADE
           IF WRK-FS-LOY = '00'
               SET LEDGER-DISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT EXTRATO-RFM
           MOVE SPACES TO RFMEXT-CONTROLE
           MOVE 'H' TO RFMEXT-CTL-TIPO
           MOVE WRK-DATA-REF TO RFMEXT-CTL-DATA
           MOVE ZEROS TO RFMEXT-CTL-QT RFMEXT-CTL-VALOR
               RFMEXT-CTL-PONTOS
           WRITE RFMEXT-CONTROLE
           OPEN OUTPUT RESUMO-RFM.

      *****************************************************
      * FECHAMENTO DO CLIENTE: NOTAS, SEGMENTO, REGISTRO DO
      * EXTRATO E ACUMULO NO RESUMO DA FILIAL DA ULTIMA COMPRA
      *****************************************************
       0300-FECHAR-CLIENTE.
           ADD 1 TO WRK-QT-CLIENTES
           IF WRK-CLI-VALOR < ZEROS
               MOVE ZEROS TO WRK-CLI-VALOR
           END-IF
           IF WRK-CLI-DATA-ULT = ZEROS
               MOVE WRK-DIAS-JANELA TO WRK-CLI-RECENCIA
           ELSE
               CALL 'PROGCOB17-DIFDIAS' USING WRK-CLI-DATA-ULT
                   WRK-DATA-REF WRK-CLI-RECENCIA
           END-IF
           IF WRK-CLI-RECENCIA < ZEROS
               MOVE ZEROS TO WRK-CLI-RECENCIA
           END-IF
           MOVE ZEROS TO WRK-CLI-PONTOS
           IF LEDGER-DISPONIVEL
               MOVE WRK-CPF-ATUAL TO LOYALLED-CPF
               READ LEDGER-FIDELIDADE
                   KEY IS LOYALLED-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOYALLED-PTS-SALDO TO WRK-CLI-PONTOS
               END-READ
           END-IF
           PERFORM 0310-DAR-NOTAS
           PERFORM 0320-ESCOLHER-SEGMENTO
           MOVE SPACES TO RFMEXT-REC
           MOVE 'D' TO RFMEXT-TIPO-REC
           MOVE WRK-CPF-ATUAL TO RFMEXT-CPF
           MOVE WRK-CLI-FILIAL TO RFMEXT-FILIAL
           MOVE WRK-CLI-DATA-ULT TO RFMEXT-DATA-ULT
           MOVE WRK-CLI-RECENCIA TO RFMEXT-RECENCIA
           MOVE WRK-CLI-COMPRAS TO RFMEXT-FREQUENCIA
           COMPUTE RFMEXT-VALOR = WRK-CLI-VALOR * 100
           MOVE WRK-CLI-PONTOS TO RFMEXT-PONTOS
           MOVE WRK-NOTA-R TO RFMEXT-NOTA-R
           MOVE WRK-NOTA-F TO RFMEXT-NOTA-F
           MOVE WRK-NOTA-M TO RFMEXT-NOTA-M
           MOVE WRK-SEG-CODIGO(WRK-IDX-SEG) TO RFMEXT-SEGMENTO
           WRITE RFMEXT-REC
           ADD WRK-CLI-VALOR TO WRK-TOT-VALOR
           ADD WRK-CLI-PONTOS TO WRK-TOT-PONTOS
           PERFORM 0330-ACUMULAR-FILIAL.

      *****************************************************
      * NOTAS DE 1 A 5: RECENCIA EM DIAS DESDE A ULTIMA COMPRA,
      * FREQUENCIA EM COMPRAS NA JANELA E VALOR LIQUIDO DAS
      * DEVOLUCOES
      *****************************************************
       0310-DAR-NOTAS.
           EVALUATE TRUE
               WHEN WRK-CLI-RECENCIA <= 30
                   MOVE 5 TO WRK-NOTA-R
               WHEN WRK-CLI-RECENCIA <= 60
                   MOVE 4 TO WRK-NOTA-R
               WHEN WRK-CLI-RECENCIA <= 90
                   MOVE 3 TO WRK-NOTA-R
               WHEN WRK-CLI-RECENCIA <= 180
                   MOVE 2 TO WRK-NOTA-R
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-R
           END-EVALUATE
           EVALUATE TRUE
               WHEN WRK-CLI-COMPRAS >= 12
                   MOVE 5 TO WRK-NOTA-F
               WHEN WRK-CLI-COMPRAS >= 6
                   MOVE 4 TO WRK-NOTA-F
               WHEN WRK-CLI-COMPRAS >= 3
                   MOVE 3 TO WRK-NOTA-F
               WHEN WRK-CLI-COMPRAS = 2
                   MOVE 2 TO WRK-NOTA-F
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-F
           END-EVALUATE
           EVALUATE TRUE
               WHEN WRK-CLI-VALOR >= 5000,00
                   MOVE 5 TO WRK-NOTA-M
               WHEN WRK-CLI-VALOR >= 2000,00
                   MOVE 4 TO WRK-NOTA-M
               WHEN WRK-CLI-VALOR >= 800,00
                   MOVE 3 TO WRK-NOTA-M
               WHEN WRK-CLI-VALOR >= 200,00
                   MOVE 2 TO WRK-NOTA-M
               WHEN OTHER
                   MOVE 1 TO WRK-NOTA-M
           END-EVALUATE.

      *****************************************************
      * SEGMENTO PELA COMBINACAO DAS NOTAS - O CLIENTE SUMIDO
      * COM SALDO DE PONTOS RELEVANTE CONTA COMO EM RISCO, JA
      * QUE OS PONTOS SAO A ALAVANCA PARA TRAZE-LO DE VOLTA
      *****************************************************
       0320-ESCOLHER-SEGMENTO.
           EVALUATE TRUE
               WHEN WRK-NOTA-R >= 4 AND WRK-NOTA-F >= 4
                   AND WRK-NOTA-M >= 4
                   MOVE 1 TO WRK-IDX-SEG
               WHEN WRK-NOTA-R >= 3 AND WRK-NOTA-F >= 4
                   MOVE 2 TO WRK-IDX-SEG
               WHEN WRK-NOTA-R >= 4 AND WRK-NOTA-F <= 2
                   MOVE 3 TO WRK-IDX-SEG
               WHEN WRK-NOTA-R >= 3
                   MOVE 4 TO WRK-IDX-SEG
               WHEN WRK-NOTA-F >= 3
                   MOVE 5 TO WRK-IDX-SEG
               WHEN WRK-CLI-PONTOS >= WRK-PONTOS-RISCO
                   MOVE 5 TO WRK-IDX-SEG
               WHEN WRK-NOTA-R = 2
                   MOVE 6 TO WRK-IDX-SEG
               WHEN OTHER
                   MOVE 7 TO WRK-IDX-SEG
           END-EVALUATE.

       0330-ACUMULAR-FILIAL.
           MOVE ZEROS TO WRK-IDX-FILIAL
           PERFORM 0335-COMPARAR-FILIAL
               VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QT-FILIAIS
                  OR WRK-IDX-FILIAL > ZEROS
           IF WRK-IDX-FILIAL = ZEROS
               IF WRK-QT-FILIAIS < 30
                   ADD 1 TO WRK-QT-FILIAIS
                   MOVE WRK-QT-FILIAIS TO WRK-IDX-FILIAL
                   MOVE WRK-CLI-FILIAL TO WRK-FIL-CODIGO(WRK-IDX-FILIAL)
                   MOVE ZEROS TO WRK-FIL-QT-TOTAL(WRK-IDX-FILIAL)
                   PERFORM 0336-ZERAR-SEGMENTO
                       VARYING WRK-S FROM 1 BY 1
                       UNTIL WRK-S > 7
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF
           IF WRK-IDX-FILIAL > ZEROS
               ADD 1 TO WRK-FIL-QT-TOTAL(WRK-IDX-FILIAL)
               ADD 1 TO WRK-FIL-SEG-QT(WRK-IDX-FILIAL, WRK-IDX-SEG)
               ADD WRK-CLI-VALOR
                   TO WRK-FIL-SEG-VALOR(WRK-IDX-FILIAL, WRK-IDX-SEG)
           END-IF.

       0335-COMPARAR-FILIAL.
           IF WRK-FIL-CODIGO(WRK-F) = WRK-CLI-FILIAL
               MOVE WRK-F TO WRK-IDX-FILIAL
           END-IF.

       0336-ZERAR-SEGMENTO.
           MOVE ZEROS TO WRK-FIL-SEG-QT(WRK-IDX-FILIAL, WRK-S)
           MOVE ZEROS TO WRK-FIL-SEG-VALOR(WRK-IDX-FILIAL, WRK-S).

      *****************************************************
      * RESUMO POR FILIAL: CLIENTES, VALOR E PARTICIPACAO DE
      * CADA SEGMENTO NOS CLIENTES DA FILIAL
      *****************************************************
       0500-IMPRIMIR-RESUMO.
           MOVE SPACES TO RFMRPT-LINHA
           STRING 'SEGMENTACAO RFM - REFERENCIA ' WRK-DATA-REF
               ' COMPRAS DESDE ' WRK-DATA-INICIO
               DELIMITED BY SIZE INTO RFMRPT-LINHA
           WRITE RFMRPT-LINHA
           MOVE SPACES TO RFMRPT-LINHA
           STRING 'FIL  SEGMENTO      CLIENTES          VALOR LIQ.'
               '   PART.'
               DELIMITED BY SIZE INTO RFMRPT-LINHA
           WRITE RFMRPT-LINHA
           MOVE ALL '-' TO RFMRPT-LINHA
           WRITE RFMRPT-LINHA
           PERFORM 0510-IMPRIMIR-FILIAL
               VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QT-FILIAIS
           MOVE ALL '-' TO RFMRPT-LINHA
           WRITE RFMRPT-LINHA
           MOVE SPACES TO RFMRPT-LINHA
           STRING 'CLIENTES ' WRK-QT-CLIENTES
               '  MOVIMENTOS IDENTIFICADOS ' WRK-QT-LIDOS
               DELIMITED BY SIZE INTO RFMRPT-LINHA
           WRITE RFMRPT-LINHA.

       0510-IMPRIMIR-FILIAL.
           PERFORM 0520-IMPRIMIR-SEGMENTO
               VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 7
           MOVE SPACES TO RFMRPT-LINHA
           WRITE RFMRPT-LINHA.

       0520-IMPRIMIR-SEGMENTO.
           IF WRK-FIL-SEG-QT(WRK-F, WRK-S) > ZEROS
               MOVE WRK-FIL-CODIGO(WRK-F) TO RFMRPT-FILIAL
               MOVE WRK-SEG-NOME(WRK-S) TO RFMRPT-SEGMENTO
               MOVE WRK-FIL-SEG-QT(WRK-F, WRK-S) TO RFMRPT-QT
               MOVE WRK-FIL-SEG-VALOR(WRK-F, WRK-S) TO RFMRPT-VALOR
               COMPUTE RFMRPT-PERC ROUNDED =
                   WRK-FIL-SEG-QT(WRK-F, WRK-S) * 100
                   / WRK-FIL-QT-TOTAL(WRK-F)
               WRITE RFMRPT-DETALHE
           END-IF.

       0900-FINALIZAR.
           MOVE SPACES TO RFMEXT-CONTROLE
           MOVE 'T' TO RFMEXT-CTL-TIPO
           MOVE WRK-DATA-REF TO RFMEXT-CTL-DATA
           MOVE WRK-QT-CLIENTES TO RFMEXT-CTL-QT
           COMPUTE RFMEXT-CTL-VALOR = WRK-TOT-VALOR * 100
           MOVE WRK-TOT-PONTOS TO RFMEXT-CTL-PONTOS
           WRITE RFMEXT-CONTROLE
           DISPLAY 'MOVIMENTOS IDENTIFICADOS......' WRK-QT-LIDOS
           DISPLAY 'CLIENTES SEGMENTADOS..........' WRK-QT-CLIENTES
           IF WRK-QT-FORA-TAB > ZEROS
               DISPLAY 'FILIAIS FORA DA TABELA........' WRK-QT-FORA-TAB
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF LEDGER-DISPONIVEL
               CLOSE LEDGER-FIDELIDADE
           END-IF
           CLOSE EXTRATO-RFM RESUMO-RFM.

      *****************************************************
      * FASE DE ENTRADA: VENDAS E DEVOLUCOES COM CPF DENTRO DA
      * JANELA, DO ARQUIVO MORTO E DO DIARIO CORRENTE
      *****************************************************
       8100-SELECIONAR-VENDAS SECTION.
           OPEN INPUT SALES-ARCHIVE
           IF WRK-FS-ARC NOT = '00'
               SET FIM-DIARIO TO TRUE
           END-IF
           PERFORM 8110-LER-ARQUIVO-MORTO UNTIL FIM-DIARIO
           IF WRK-FS-ARC = '00' OR WRK-FS-ARC = '10'
               CLOSE SALES-ARCHIVE
           END-IF
           SET FIM-DIARIO TO FALSE
           OPEN INPUT SALES-DETAIL
           IF WRK-FS-DET NOT = '00'
               SET FIM-DIARIO TO TRUE
           END-IF
           PERFORM 8120-LER-DIARIO-CORRENTE UNTIL FIM-DIARIO
           IF WRK-FS-DET = '00' OR WRK-FS-DET = '10'
               CLOSE SALES-DETAIL
           END-IF
           GO TO 8199-FIM-ENTRADA.

       8110-LER-ARQUIVO-MORTO.
           READ SALES-ARCHIVE INTO VENDET-REC
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               PERFORM 8130-LIBERAR-VENDA
           END-IF.

       8120-LER-DIARIO-CORRENTE.
           READ SALES-DETAIL INTO VENDET-REC
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               PERFORM 8130-LIBERAR-VENDA
           END-IF.

       8130-LIBERAR-VENDA.
           IF VENDET-CPF-CLIENTE IS NUMERIC
               AND VENDET-CPF-CLIENTE > ZEROS
               AND VENDET-DATA >= WRK-DATA-INICIO
               AND VENDET-DATA <= WRK-DATA-REF
               ADD 1 TO WRK-QT-LIDOS
               MOVE VENDET-CPF-CLIENTE TO SORT-CPF
               MOVE VENDET-DATA TO SORT-DATA
               MOVE VENDET-FILIAL TO SORT-FILIAL
               MOVE VENDET-TIPO TO SORT-TIPO
               MOVE VENDET-VALOR TO SORT-VALOR
               RELEASE SORT-REC
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: POR CPF, EM ORDEM DE DATA - A ULTIMA
      * COMPRA DA A RECENCIA E A FILIAL DO CLIENTE
      *****************************************************
       8200-PONTUAR-CLIENTES SECTION.
           PERFORM 8210-PONTUAR-UM UNTIL FIM-CLASSIFICADOS
           IF WRK-CPF-ATUAL > ZEROS
               PERFORM 0300-FECHAR-CLIENTE
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-PONTUAR-UM.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-CPF NOT = WRK-CPF-ATUAL
                   IF WRK-CPF-ATUAL > ZEROS
                       PERFORM 0300-FECHAR-CLIENTE
                   END-IF
                   MOVE SORT-CPF TO WRK-CPF-ATUAL
                   MOVE ZEROS TO WRK-CLI-COMPRAS
                   MOVE ZEROS TO WRK-CLI-VALOR
                   MOVE ZEROS TO WRK-CLI-DATA-ULT
                   MOVE SPACES TO WRK-CLI-FILIAL
               END-IF
               IF SORT-TIPO = 'D'
                   SUBTRACT SORT-VALOR FROM WRK-CLI-VALOR
                   IF WRK-CLI-FILIAL = SPACES
                       MOVE SORT-FILIAL TO WRK-CLI-FILIAL
                   END-IF
               ELSE
                   ADD 1 TO WRK-CLI-COMPRAS
                   ADD SORT-VALOR TO WRK-CLI-VALOR
                   MOVE SORT-DATA TO WRK-CLI-DATA-ULT
                   MOVE SORT-FILIAL TO WRK-CLI-FILIAL
               END-IF
           END-IF.

       8299-FIM-SAIDA.
           EXIT.

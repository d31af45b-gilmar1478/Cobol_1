       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB03.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CONFERENCIA DA NUMERACAO DOS CUPONS POR CAIXA -
      * A SEQUENCIA DO VENDET (VENDET-SEQ) E DADA PELO PROPRIO
      * FECHAMENTO E NAO DIZ SE O CAIXA PULOU OU REPETIU UM
      * CUPOM. PARA A DATA INFORMADA ESTE RELATORIO CLASSIFICA
      * OS MOVIMENTOS DO DIARIO POR FILIAL + CAIXA + NUMERO DO
      * CUPOM DO CAIXA (VENDET-CUPOM) E LISTA AS FAIXAS DE
      * NUMEROS FALTANTES, OS NUMEROS REPETIDOS E OS NUMEROS QUE
      * CHEGARAM FORA DE ORDEM, CADA CAIXA COM A DECLARACAO DE
      * GAVETA (DECLCX) DO DIA AO LADO DO MOVIMENTO DO DIARIO -
      * E A PERGUNTA DO AUDITOR FISCAL
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
           SELECT OPTIONAL DECLARACAO-GAVETA ASSIGN TO 'DECLCX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DEC.
           SELECT CUPOM-RPT ASSIGN TO 'CUPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL.
           COPY 'VENDET.CPY'.

       FD  DECLARACAO-GAVETA.
           COPY 'DECLCX.CPY'.

       FD  CUPOM-RPT.
       01  CUPRPT-LINHA            PIC X(100).

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-FILIAL         PIC X(03).
           05  SORT-CAIXA          PIC X(04).
           05  SORT-CUPOM          PIC 9(06).
           05  SORT-SEQ            PIC 9(06).
           05  SORT-FORA-ORDEM     PIC X(01).
               88  SORT-CHEGOU-FORA-ORDEM VALUE 'S'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CAIXAS COM MOVIMENTO NA DATA: ULTIMO CUPOM NA ORDEM DE
      * CHEGADA (PARA O FORA DE ORDEM), MOVIMENTO LIQUIDO DO
      * DIARIO E A DECLARACAO DE GAVETA DO DIA
      *****************************************************
       01  WRK-TABELA-CAIXAS.
           02  WRK-CXA-ENTRADA OCCURS 200 TIMES.
               03  WRK-CXA-FILIAL    PIC X(03).
               03  WRK-CXA-CAIXA     PIC X(04).
               03  WRK-CXA-ULT-CUPOM PIC 9(06).
               03  WRK-CXA-QT-MOV    PIC 9(05).
               03  WRK-CXA-QT-SEM    PIC 9(05).
               03  WRK-CXA-MOVTO     PIC S9(09)V99.
               03  WRK-CXA-DECLARADO PIC 9(09)V99.
               03  WRK-CXA-TEM-DECL  PIC X(01).
                   88  CXA-DECLARADO     VALUE 'S'.
       77 WRK-QT-CXA        PIC 9(03) VALUE ZEROS.
       77 WRK-C             PIC 9(03) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-BUSCA-FILIAL  PIC X(03) VALUE SPACES.
       77 WRK-BUSCA-CAIXA   PIC X(04) VALUE SPACES.
       77 WRK-FS-DET        PIC X(02) VALUE '00'.
       77 WRK-FS-DEC        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-DET       PIC X(01) VALUE 'N'.
           88 FIM-DIARIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-DEC       PIC X(01) VALUE 'N'.
           88 FIM-DECLARACOES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-MOVTO    PIC 9(08) VALUE ZEROS.
       77 WRK-FILIAL-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-CAIXA-ATUAL   PIC X(04) VALUE SPACES.
       77 WRK-CUPOM-ANTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-FALTA-INI     PIC 9(06) VALUE ZEROS.
       77 WRK-FALTA-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-FALTA-QT      PIC 9(06) VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EDT     PIC -(08)9,99.
       77 WRK-DECL-EDT      PIC -(08)9,99.
       77 WRK-DIF-EDT       PIC -(08)9,99.
       77 WRK-QT-EDT        PIC Z(04)9.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FALTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REPETIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-ORDEM PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-TAB   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF NOT FIM-DIARIO
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-FILIAL SORT-CAIXA
                                    SORT-CUPOM SORT-SEQ
                   INPUT PROCEDURE IS 8100-SELECIONAR-CUPONS
                   OUTPUT PROCEDURE IS 8200-CONFERIR-CUPONS
           END-IF
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD)..'
           ACCEPT WRK-DATA-MOVTO
           IF WRK-DATA-MOVTO = ZEROS
               ACCEPT WRK-DATA-MOVTO FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT SALES-DETAIL
           IF WRK-FS-DET NOT = '00'
               DISPLAY 'DIARIO VENDET AUSENTE - SEM CONFERENCIA'
               SET FIM-DIARIO TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0300-CARREGAR-DECLARACOES
           OPEN OUTPUT CUPOM-RPT
           MOVE SPACES TO CUPRPT-LINHA
           STRING 'CONFERENCIA DE CUPONS POR CAIXA - ' WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO CUPRPT-LINHA
           WRITE CUPRPT-LINHA
           MOVE ALL '-' TO CUPRPT-LINHA
           WRITE CUPRPT-LINHA.

      *****************************************************
      * LOCALIZA (OU ABRE) A ENTRADA DO CAIXA WRK-BUSCA-FILIAL +
      * WRK-BUSCA-CAIXA NA TABELA - WRK-IDX ZERO SE NAO COUBER
      *****************************************************
       0200-LOCALIZAR-CAIXA.
           MOVE ZEROS TO WRK-IDX
           PERFORM 0210-COMPARAR-CAIXA
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CXA
                  OR WRK-IDX > ZEROS
           IF WRK-IDX = ZEROS
               IF WRK-QT-CXA < 200
                   ADD 1 TO WRK-QT-CXA
                   MOVE WRK-QT-CXA TO WRK-IDX
                   MOVE WRK-BUSCA-FILIAL TO WRK-CXA-FILIAL(WRK-IDX)
                   MOVE WRK-BUSCA-CAIXA TO WRK-CXA-CAIXA(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-ULT-CUPOM(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-QT-MOV(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-QT-SEM(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-MOVTO(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-DECLARADO(WRK-IDX)
                   MOVE 'N' TO WRK-CXA-TEM-DECL(WRK-IDX)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF.

       0210-COMPARAR-CAIXA.
           IF WRK-CXA-FILIAL(WRK-C) = WRK-BUSCA-FILIAL
               AND WRK-CXA-CAIXA(WRK-C) = WRK-BUSCA-CAIXA
               MOVE WRK-C TO WRK-IDX
           END-IF.

      *****************************************************
      * DECLARACOES DE GAVETA DA DATA, CARREGADAS ANTES DO
      * DIARIO - CAIXA QUE DECLAROU E NAO TEVE MOVIMENTO TAMBEM
      * APARECE, NA LISTA DO FIM
      *****************************************************
       0300-CARREGAR-DECLARACOES.
           SET FIM-DECLARACOES TO FALSE
           OPEN INPUT DECLARACAO-GAVETA
           IF WRK-FS-DEC NOT = '00'
               DISPLAY 'DECLARACOES DECLCX AUSENTES'
               SET FIM-DECLARACOES TO TRUE
           END-IF
           PERFORM 0310-CARREGAR-UMA UNTIL FIM-DECLARACOES
           IF WRK-FS-DEC = '00' OR WRK-FS-DEC = '10'
               CLOSE DECLARACAO-GAVETA
           END-IF.

       0310-CARREGAR-UMA.
           READ DECLARACAO-GAVETA
               AT END
                   SET FIM-DECLARACOES TO TRUE
           END-READ
           IF NOT FIM-DECLARACOES
               AND DECLCX-DATA = WRK-DATA-MOVTO
               MOVE DECLCX-FILIAL TO WRK-BUSCA-FILIAL
               MOVE DECLCX-CAIXA TO WRK-BUSCA-CAIXA
               PERFORM 0200-LOCALIZAR-CAIXA
               IF WRK-IDX > ZEROS
                   ADD DECLCX-VALOR TO WRK-CXA-DECLARADO(WRK-IDX)
                   MOVE 'S' TO WRK-CXA-TEM-DECL(WRK-IDX)
               END-IF
           END-IF.

      *****************************************************
      * QUEBRA DE CAIXA: LINHA DE RESUMO COM O MOVIMENTO DO
      * DIARIO, A GAVETA DECLARADA E A DIFERENCA - AS FALTAS DE
      * CUPOM LISTADAS ACIMA DELA SAO EXPLICADAS (OU NAO) POR
      * ESSA DIFERENCA
      *****************************************************
       0400-FECHAR-CAIXA.
           MOVE WRK-FILIAL-ATUAL TO WRK-BUSCA-FILIAL
           MOVE WRK-CAIXA-ATUAL TO WRK-BUSCA-CAIXA
           PERFORM 0200-LOCALIZAR-CAIXA
           IF WRK-IDX > ZEROS
               PERFORM 0410-IMPRIMIR-RESUMO
           END-IF.

       0410-IMPRIMIR-RESUMO.
           MOVE WRK-CXA-QT-MOV(WRK-IDX) TO WRK-QT-EDT
           MOVE WRK-CXA-MOVTO(WRK-IDX) TO WRK-VALOR-EDT
           MOVE SPACES TO CUPRPT-LINHA
           IF CXA-DECLARADO(WRK-IDX)
               COMPUTE WRK-DIFERENCA = WRK-CXA-DECLARADO(WRK-IDX)
                   - WRK-CXA-MOVTO(WRK-IDX)
               MOVE WRK-CXA-DECLARADO(WRK-IDX) TO WRK-DECL-EDT
               MOVE WRK-DIFERENCA TO WRK-DIF-EDT
               STRING 'FIL ' WRK-CXA-FILIAL(WRK-IDX)
                   ' CX ' WRK-CXA-CAIXA(WRK-IDX)
                   ' MOVS ' WRK-QT-EDT
                   ' DIARIO ' WRK-VALOR-EDT
                   ' GAVETA ' WRK-DECL-EDT
                   ' DIF ' WRK-DIF-EDT
                   DELIMITED BY SIZE INTO CUPRPT-LINHA
           ELSE
               STRING 'FIL ' WRK-CXA-FILIAL(WRK-IDX)
                   ' CX ' WRK-CXA-CAIXA(WRK-IDX)
                   ' MOVS ' WRK-QT-EDT
                   ' DIARIO ' WRK-VALOR-EDT
                   ' GAVETA SEM DECLARACAO NO DIA'
                   DELIMITED BY SIZE INTO CUPRPT-LINHA
           END-IF
           WRITE CUPRPT-LINHA
           IF WRK-CXA-QT-SEM(WRK-IDX) > ZEROS
               MOVE WRK-CXA-QT-SEM(WRK-IDX) TO WRK-QT-EDT
               MOVE SPACES TO CUPRPT-LINHA
               STRING '    MOVIMENTOS SEM NUMERO DE CUPOM ' WRK-QT-EDT
                   DELIMITED BY SIZE INTO CUPRPT-LINHA
               WRITE CUPRPT-LINHA
           END-IF
           MOVE SPACES TO CUPRPT-LINHA
           WRITE CUPRPT-LINHA.

      *****************************************************
      * CAIXA QUE SO TEM DECLARACAO (OU SO MOVIMENTO SEM
      * NUMERO DE CUPOM) NAO PASSA PELA CLASSIFICACAO E E
      * LISTADO NO FIM
      *****************************************************
       0500-LISTAR-SEM-CUPOM.
           PERFORM 0510-AVALIAR-CAIXA
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CXA.

       0510-AVALIAR-CAIXA.
           IF WRK-CXA-ULT-CUPOM(WRK-C) = ZEROS
               MOVE WRK-C TO WRK-IDX
               PERFORM 0410-IMPRIMIR-RESUMO
           END-IF.

       0900-FINALIZAR.
           IF WRK-FS-DET = '00' OR WRK-FS-DET = '10'
               CLOSE SALES-DETAIL
           END-IF
           PERFORM 0500-LISTAR-SEM-CUPOM
           MOVE ALL '-' TO CUPRPT-LINHA
           WRITE CUPRPT-LINHA
           MOVE SPACES TO CUPRPT-LINHA
           STRING 'FAIXAS FALTANTES ' WRK-QT-FALTAS
               '  REPETIDOS ' WRK-QT-REPETIDOS
               '  FORA DE ORDEM ' WRK-QT-FORA-ORDEM
               DELIMITED BY SIZE INTO CUPRPT-LINHA
           WRITE CUPRPT-LINHA
           DISPLAY 'MOVIMENTOS DA DATA............' WRK-QT-LIDOS
           DISPLAY 'FAIXAS DE CUPOM FALTANTES.....' WRK-QT-FALTAS
           DISPLAY 'CUPONS REPETIDOS..............' WRK-QT-REPETIDOS
           DISPLAY 'CUPONS FORA DE ORDEM..........' WRK-QT-FORA-ORDEM
           IF WRK-QT-FORA-TAB > ZEROS
               DISPLAY 'CAIXAS FORA DA TABELA.........' WRK-QT-FORA-TAB
           END-IF
           IF WRK-QT-FALTAS > ZEROS OR WRK-QT-REPETIDOS > ZEROS
               OR WRK-QT-FORA-ORDEM > ZEROS OR WRK-QT-FORA-TAB > ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CUPOM-RPT.

      *****************************************************
      * FASE DE ENTRADA: MOVIMENTOS DA DATA NA ORDEM DO DIARIO -
      * AQUI SE SABE SE O CUPOM VEIO MENOR QUE O ULTIMO DO MESMO
      * CAIXA (FORA DE ORDEM) E SE SOMA O MOVIMENTO DO CAIXA
      *****************************************************
       8100-SELECIONAR-CUPONS SECTION.
           PERFORM 8110-SELECIONAR-UM UNTIL FIM-DIARIO
           GO TO 8199-FIM-ENTRADA.

       8110-SELECIONAR-UM.
           READ SALES-DETAIL
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               AND VENDET-DATA = WRK-DATA-MOVTO
               ADD 1 TO WRK-QT-LIDOS
               MOVE VENDET-FILIAL TO WRK-BUSCA-FILIAL
               MOVE VENDET-CAIXA TO WRK-BUSCA-CAIXA
               PERFORM 0200-LOCALIZAR-CAIXA
               IF WRK-IDX > ZEROS
                   PERFORM 8120-REGISTRAR-MOVIMENTO
               END-IF
           END-IF.

       8120-REGISTRAR-MOVIMENTO.
           ADD 1 TO WRK-CXA-QT-MOV(WRK-IDX)
           IF VENDET-TIPO = 'D'
               SUBTRACT VENDET-VALOR FROM WRK-CXA-MOVTO(WRK-IDX)
           ELSE
               ADD VENDET-VALOR TO WRK-CXA-MOVTO(WRK-IDX)
           END-IF
           IF VENDET-CUPOM IS NOT NUMERIC OR VENDET-CUPOM = ZEROS
               ADD 1 TO WRK-CXA-QT-SEM(WRK-IDX)
           ELSE
               MOVE VENDET-FILIAL TO SORT-FILIAL
               MOVE VENDET-CAIXA TO SORT-CAIXA
               MOVE VENDET-CUPOM TO SORT-CUPOM
               MOVE VENDET-SEQ TO SORT-SEQ
               MOVE 'N' TO SORT-FORA-ORDEM
               IF VENDET-CUPOM < WRK-CXA-ULT-CUPOM(WRK-IDX)
                   MOVE 'S' TO SORT-FORA-ORDEM
               ELSE
                   MOVE VENDET-CUPOM TO WRK-CXA-ULT-CUPOM(WRK-IDX)
               END-IF
               RELEASE SORT-REC
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: POR CAIXA, EM ORDEM DE CUPOM - NUMERO
      * IGUAL AO ANTERIOR E REPETIDO, SALTO MAIOR QUE UM E FAIXA
      * FALTANTE, E O MARCADO NA ENTRADA CHEGOU FORA DE ORDEM
      *****************************************************
       8200-CONFERIR-CUPONS SECTION.
           PERFORM 8210-CONFERIR-UM UNTIL FIM-CLASSIFICADOS
           IF WRK-FILIAL-ATUAL NOT = SPACES
               OR WRK-CAIXA-ATUAL NOT = SPACES
               PERFORM 0400-FECHAR-CAIXA
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-CONFERIR-UM.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-FILIAL NOT = WRK-FILIAL-ATUAL
                   OR SORT-CAIXA NOT = WRK-CAIXA-ATUAL
                   IF WRK-CUPOM-ANTERIOR > ZEROS
                       PERFORM 0400-FECHAR-CAIXA
                   END-IF
                   MOVE SORT-FILIAL TO WRK-FILIAL-ATUAL
                   MOVE SORT-CAIXA TO WRK-CAIXA-ATUAL
                   MOVE SORT-CUPOM TO WRK-CUPOM-ANTERIOR
               ELSE
                   PERFORM 8220-COMPARAR-CUPOM
               END-IF
               IF SORT-CHEGOU-FORA-ORDEM
                   ADD 1 TO WRK-QT-FORA-ORDEM
                   MOVE SPACES TO CUPRPT-LINHA
                   STRING 'FIL ' SORT-FILIAL ' CX ' SORT-CAIXA
                       ' CUPOM ' SORT-CUPOM
                       ' FORA DE ORDEM (SEQ DO DIARIO ' SORT-SEQ ')'
                       DELIMITED BY SIZE INTO CUPRPT-LINHA
                   WRITE CUPRPT-LINHA
               END-IF
           END-IF.

       8220-COMPARAR-CUPOM.
           EVALUATE TRUE
               WHEN SORT-CUPOM = WRK-CUPOM-ANTERIOR
                   ADD 1 TO WRK-QT-REPETIDOS
                   MOVE SPACES TO CUPRPT-LINHA
                   STRING 'FIL ' SORT-FILIAL ' CX ' SORT-CAIXA
                       ' CUPOM ' SORT-CUPOM
                       ' REPETIDO (SEQ DO DIARIO ' SORT-SEQ ')'
                       DELIMITED BY SIZE INTO CUPRPT-LINHA
                   WRITE CUPRPT-LINHA
               WHEN SORT-CUPOM > WRK-CUPOM-ANTERIOR + 1
                   ADD 1 TO WRK-QT-FALTAS
                   COMPUTE WRK-FALTA-INI = WRK-CUPOM-ANTERIOR + 1
                   COMPUTE WRK-FALTA-FIM = SORT-CUPOM - 1
                   COMPUTE WRK-FALTA-QT =
                       WRK-FALTA-FIM - WRK-FALTA-INI + 1
                   MOVE SPACES TO CUPRPT-LINHA
                   STRING 'FIL ' SORT-FILIAL ' CX ' SORT-CAIXA
                       ' FALTAM CUPONS ' WRK-FALTA-INI
                       ' A ' WRK-FALTA-FIM
                       ' (' WRK-FALTA-QT ')'
                       DELIMITED BY SIZE INTO CUPRPT-LINHA
                   WRITE CUPRPT-LINHA
           END-EVALUATE
           MOVE SORT-CUPOM TO WRK-CUPOM-ANTERIOR.

       8299-FIM-SAIDA.
           EXIT.

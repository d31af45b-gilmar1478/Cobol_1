       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : GIRO DE VENDAS POR SKU E ITENS PARADOS - O
      * FECHAMENTO DO PROGCOB15 SO IMPRIME O TOTAL POR
      * DEPARTAMENTO; ESTE RELATORIO LE O DIARIO VENDITEM NO
      * PERIODO INFORMADO, CLASSIFICA POR FILIAL + DEPARTAMENTO
      * + SKU E SOMA AS UNIDADES E O VALOR VENDIDOS DE CADA SKU
      * (DEVOLUCAO ABATE), COM O RANKING DENTRO DO DEPARTAMENTO
      * E AS SEMANAS DE COBERTURA DO SALDO DA FILIAL (ESTLOJA)
      * NO RITMO DE VENDA DO PERIODO. A SEGUNDA PARTE LISTA O SKU
      * ATIVO COM SALDO NA FILIAL E SEM VENDA HA N DIAS - O
      * ESTOQUE MORTO QUE NAO DEVE SER REPOSTO
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
           SELECT OPTIONAL ITENS-DETALHE ASSIGN TO 'VENDITEM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ITM.
           SELECT OPTIONAL PRODUTO-MASTER ASSIGN TO 'PRODMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODMAS-SKU
               FILE STATUS IS WRK-FS-PRD.
           SELECT OPTIONAL ESTOQUE-LOJA ASSIGN TO 'ESTLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTLOJA-CHAVE
               FILE STATUS IS WRK-FS-ELJ.
           SELECT GIRO-RPT ASSIGN TO 'GIRORPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-DETALHE.
           COPY 'VENDITEM.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMAS.CPY'.

       FD  ESTOQUE-LOJA.
           COPY 'ESTLOJA.CPY'.

       FD  GIRO-RPT.
       01  GIRORPT-LINHA           PIC X(100).
       01  GIRORPT-DETALHE.
           05  GIRORPT-RANK        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-FILIAL      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-DEPTO       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-SKU         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-DESCRICAO   PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-QT          PIC -(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-VALOR       PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-SALDO       PIC -(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-COBERTURA   PIC ZZ9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GIRORPT-OBS         PIC X(10).

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-FILIAL         PIC X(03).
           05  SORT-DEPTO          PIC X(03).
           05  SORT-SKU            PIC 9(08).
           05  SORT-QT             PIC S9(05).
           05  SORT-VALOR          PIC S9(07)V99.

       WORKING-STORAGE SECTION.
      *****************************************************
      * SKUS DE UM DEPARTAMENTO DE UMA FILIAL, SOMADOS NA SAIDA
      * DA CLASSIFICACAO E ORDENADOS POR UNIDADES PARA O RANKING
      *****************************************************
       01  WRK-TABELA-SKUS.
           02  WRK-SKU-ENTRADA OCCURS 500 TIMES.
               03  WRK-SKU-CODIGO   PIC 9(08).
               03  WRK-SKU-QT       PIC S9(07).
               03  WRK-SKU-VALOR    PIC S9(09)V99.
       01  WRK-SKU-TROCA.
           03  WRK-TRC-CODIGO       PIC 9(08).
           03  WRK-TRC-QT           PIC S9(07).
           03  WRK-TRC-VALOR        PIC S9(09)V99.
       77 WRK-QT-SKUS       PIC 9(03) VALUE ZEROS.
       77 WRK-I             PIC 9(03) VALUE ZEROS.
       77 WRK-J             PIC 9(03) VALUE ZEROS.
       77 WRK-FS-ITM        PIC X(02) VALUE '00'.
       77 WRK-FS-PRD        PIC X(02) VALUE '00'.
       77 WRK-FS-ELJ        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-ITM       PIC X(01) VALUE 'N'.
           88 FIM-ITENS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-ELJ       PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-INICIAL  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PARADO   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-NEG      PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-PERIODO  PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-SEM-VENDA PIC S9(05) VALUE ZEROS.
       77 WRK-SEMANAS       PIC 9(04)V9(04) VALUE ZEROS.
       77 WRK-RITMO-SEMANAL PIC S9(07)V9(04) VALUE ZEROS.
       77 WRK-COBERTURA     PIC 9(05)V9 VALUE ZEROS.
       77 WRK-FILIAL-ATUAL  PIC X(03) VALUE SPACES.
       77 WRK-DEPTO-ATUAL   PIC X(03) VALUE SPACES.
       77 WRK-SKU-ATUAL     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PARADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA-TAB   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF NOT FIM-ITENS
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-FILIAL SORT-DEPTO SORT-SKU
                   INPUT PROCEDURE IS 8100-SELECIONAR-ITENS
                   OUTPUT PROCEDURE IS 8200-SOMAR-CLASSIFICADOS
           END-IF
           PERFORM 0500-LISTAR-PARADOS
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * PERIODO DO GIRO E DIAS SEM VENDA PARA O ITEM PARADO -
      * SEM DATA FINAL VALE HOJE; SEM N, 60 DIAS
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'DATA INICIAL DO GIRO (AAAAMMDD)..'
           ACCEPT WRK-DATA-INICIAL
           DISPLAY 'DATA FINAL DO GIRO (AAAAMMDD)..'
           ACCEPT WRK-DATA-FINAL
           DISPLAY 'DIAS SEM VENDA PARA ITEM PARADO..'
           ACCEPT WRK-DIAS-PARADO
           IF WRK-DATA-FINAL = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FINAL
           END-IF
           IF WRK-DIAS-PARADO = ZEROS
               MOVE 60 TO WRK-DIAS-PARADO
           END-IF
           CALL 'PROGCOB17-DIFDIAS' USING WRK-DATA-INICIAL
               WRK-DATA-FINAL WRK-DIAS-PERIODO
           ADD 1 TO WRK-DIAS-PERIODO
           COMPUTE WRK-SEMANAS = WRK-DIAS-PERIODO / 7
           COMPUTE WRK-DIAS-NEG = WRK-DIAS-PARADO * -1
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE
               WRK-DIAS-NEG WRK-DATA-CORTE
           OPEN INPUT ITENS-DETALHE
           IF WRK-FS-ITM NOT = '00'
               DISPLAY 'DIARIO VENDITEM AUSENTE - SEM GIRO'
               SET FIM-ITENS TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT PRODUTO-MASTER
           OPEN INPUT ESTOQUE-LOJA
           OPEN OUTPUT GIRO-RPT
           MOVE SPACES TO GIRORPT-LINHA
           STRING 'GIRO DE VENDAS POR SKU DE ' WRK-DATA-INICIAL
               ' A ' WRK-DATA-FINAL ' (' WRK-DIAS-PERIODO ' DIAS)'
               DELIMITED BY SIZE INTO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           MOVE SPACES TO GIRORPT-LINHA
           STRING 'RNK FIL DEP SKU      DESCRICAO               '
               'UNID.       VALOR   SALDO  SEM.'
               DELIMITED BY SIZE INTO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           MOVE ALL '-' TO GIRORPT-LINHA
           WRITE GIRORPT-LINHA.

      *****************************************************
      * RANKING DO DEPARTAMENTO: ORDENA A TABELA POR UNIDADES
      * (MAIOR PRIMEIRO) E IMPRIME CADA SKU COM A COBERTURA
      *****************************************************
       0300-FECHAR-DEPARTAMENTO.
           IF WRK-QT-SKUS > 1
               PERFORM 0310-COMPARAR-PAR
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I >= WRK-QT-SKUS
                   AFTER WRK-J FROM WRK-I BY 1
                   UNTIL WRK-J > WRK-QT-SKUS
           END-IF
           PERFORM 0320-IMPRIMIR-SKU
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-SKUS
           IF WRK-QT-SKUS > ZEROS
               MOVE SPACES TO GIRORPT-LINHA
               WRITE GIRORPT-LINHA
           END-IF
           MOVE ZEROS TO WRK-QT-SKUS.

       0310-COMPARAR-PAR.
           IF WRK-SKU-QT(WRK-J) > WRK-SKU-QT(WRK-I)
               MOVE WRK-SKU-ENTRADA(WRK-I) TO WRK-SKU-TROCA
               MOVE WRK-SKU-ENTRADA(WRK-J) TO WRK-SKU-ENTRADA(WRK-I)
               MOVE WRK-SKU-TROCA TO WRK-SKU-ENTRADA(WRK-J)
           END-IF.

       0320-IMPRIMIR-SKU.
           MOVE WRK-I TO GIRORPT-RANK
           MOVE WRK-FILIAL-ATUAL TO GIRORPT-FILIAL
           MOVE WRK-DEPTO-ATUAL TO GIRORPT-DEPTO
           MOVE WRK-SKU-CODIGO(WRK-I) TO GIRORPT-SKU
           MOVE WRK-SKU-CODIGO(WRK-I) TO PRODMAS-SKU
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 'FORA DO CADASTRO' TO PRODMAS-DESCRICAO
           END-READ
           MOVE PRODMAS-DESCRICAO TO GIRORPT-DESCRICAO
           MOVE WRK-SKU-QT(WRK-I) TO GIRORPT-QT
           MOVE WRK-SKU-VALOR(WRK-I) TO GIRORPT-VALOR
           MOVE WRK-FILIAL-ATUAL TO ESTLOJA-FILIAL
           MOVE WRK-SKU-CODIGO(WRK-I) TO ESTLOJA-SKU
           READ ESTOQUE-LOJA
               INVALID KEY
                   MOVE ZEROS TO ESTLOJA-SALDO
           END-READ
           MOVE ESTLOJA-SALDO TO GIRORPT-SALDO
           MOVE SPACES TO GIRORPT-OBS
           IF WRK-SEMANAS > ZEROS
               COMPUTE WRK-RITMO-SEMANAL =
                   WRK-SKU-QT(WRK-I) / WRK-SEMANAS
           ELSE
               MOVE ZEROS TO WRK-RITMO-SEMANAL
           END-IF
           EVALUATE TRUE
               WHEN ESTLOJA-SALDO <= ZEROS
                   MOVE ZEROS TO WRK-COBERTURA
                   MOVE 'SEM SALDO' TO GIRORPT-OBS
               WHEN WRK-RITMO-SEMANAL <= ZEROS
                   MOVE 999,9 TO WRK-COBERTURA
                   MOVE 'SEM GIRO' TO GIRORPT-OBS
               WHEN OTHER
                   COMPUTE WRK-COBERTURA ROUNDED =
                       ESTLOJA-SALDO / WRK-RITMO-SEMANAL
                       ON SIZE ERROR
                           MOVE 999,9 TO WRK-COBERTURA
                   END-COMPUTE
                   IF WRK-COBERTURA > 999,9
                       MOVE 999,9 TO WRK-COBERTURA
                   END-IF
           END-EVALUATE
           MOVE WRK-COBERTURA TO GIRORPT-COBERTURA
           WRITE GIRORPT-DETALHE.

      *****************************************************
      * ITENS PARADOS: SKU ATIVO NO PRODMAS COM SALDO POSITIVO
      * NA FILIAL E SEM VENDA DESDE A DATA DE CORTE (HOJE MENOS
      * N DIAS) - OU QUE NUNCA VENDEU ALI
      *****************************************************
       0500-LISTAR-PARADOS.
           MOVE SPACES TO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           MOVE SPACES TO GIRORPT-LINHA
           STRING 'ITENS ATIVOS COM SALDO E SEM VENDA DESDE '
               WRK-DATA-CORTE ' (' WRK-DIAS-PARADO ' DIAS)'
               DELIMITED BY SIZE INTO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           MOVE SPACES TO GIRORPT-LINHA
           STRING '    FIL DEP SKU      DESCRICAO               '
               'ULT.VENDA       SALDO  DIAS'
               DELIMITED BY SIZE INTO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           MOVE ALL '-' TO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           SET FIM-ESTOQUE TO FALSE
           IF WRK-FS-ELJ NOT = '00'
               SET FIM-ESTOQUE TO TRUE
           ELSE
               MOVE LOW-VALUES TO ESTLOJA-CHAVE
               START ESTOQUE-LOJA KEY >= ESTLOJA-CHAVE
                   INVALID KEY
                       SET FIM-ESTOQUE TO TRUE
               END-START
           END-IF
           PERFORM 0510-AVALIAR-PARADO UNTIL FIM-ESTOQUE
           MOVE ALL '-' TO GIRORPT-LINHA
           WRITE GIRORPT-LINHA
           MOVE SPACES TO GIRORPT-LINHA
           STRING 'ITENS PARADOS ' WRK-QT-PARADOS
               DELIMITED BY SIZE INTO GIRORPT-LINHA
           WRITE GIRORPT-LINHA.

       0510-AVALIAR-PARADO.
           READ ESTOQUE-LOJA NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ
           IF NOT FIM-ESTOQUE
               AND ESTLOJA-SALDO > ZEROS
               AND ESTLOJA-DATA-ULT-VENDA < WRK-DATA-CORTE
               MOVE ESTLOJA-SKU TO PRODMAS-SKU
               READ PRODUTO-MASTER
                   INVALID KEY
                       MOVE 'I' TO PRODMAS-SITUACAO
               END-READ
               IF PRODUTO-ATIVO
                   PERFORM 0520-IMPRIMIR-PARADO
               END-IF
           END-IF.

       0520-IMPRIMIR-PARADO.
           ADD 1 TO WRK-QT-PARADOS
           MOVE SPACES TO GIRORPT-LINHA
           MOVE ZEROS TO WRK-DIAS-SEM-VENDA
           IF ESTLOJA-DATA-ULT-VENDA > ZEROS
               CALL 'PROGCOB17-DIFDIAS' USING ESTLOJA-DATA-ULT-VENDA
                   WRK-DATA-HOJE WRK-DIAS-SEM-VENDA
           END-IF
           MOVE ZEROS TO GIRORPT-RANK
           MOVE ESTLOJA-FILIAL TO GIRORPT-FILIAL
           MOVE PRODMAS-DEPARTAMENTO TO GIRORPT-DEPTO
           MOVE ESTLOJA-SKU TO GIRORPT-SKU
           MOVE PRODMAS-DESCRICAO TO GIRORPT-DESCRICAO
           MOVE ZEROS TO GIRORPT-QT
           MOVE ZEROS TO GIRORPT-VALOR
           MOVE ESTLOJA-SALDO TO GIRORPT-SALDO
           MOVE ZEROS TO GIRORPT-COBERTURA
           IF ESTLOJA-DATA-ULT-VENDA = ZEROS
               MOVE 'NUNCA VEND' TO GIRORPT-OBS
           ELSE
               MOVE SPACES TO GIRORPT-OBS
               STRING ESTLOJA-DATA-ULT-VENDA(7:2) '/'
                   ESTLOJA-DATA-ULT-VENDA(5:2) ' '
                   WRK-DIAS-SEM-VENDA(2:4)
                   DELIMITED BY SIZE INTO GIRORPT-OBS
           END-IF
           WRITE GIRORPT-DETALHE.

       0900-FINALIZAR.
           DISPLAY 'ITENS DO VENDITEM NO PERIODO..' WRK-QT-LIDOS
           DISPLAY 'ITENS PARADOS.................' WRK-QT-PARADOS
           IF WRK-QT-FORA-TAB > ZEROS
               DISPLAY 'SKUS FORA DA TABELA...........' WRK-QT-FORA-TAB
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WRK-FS-ITM = '00' OR WRK-FS-ITM = '10'
               CLOSE ITENS-DETALHE
           END-IF
           CLOSE PRODUTO-MASTER ESTOQUE-LOJA GIRO-RPT.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: SO O ITEM DO PERIODO,
      * COM O DEPARTAMENTO GRAVADO NO VENDITEM E A DEVOLUCAO
      * COM QUANTIDADE E VALOR NEGATIVOS
      *****************************************************
       8100-SELECIONAR-ITENS SECTION.
           PERFORM 8110-SELECIONAR-UM-ITEM UNTIL FIM-ITENS
           GO TO 8199-FIM-ENTRADA.

       8110-SELECIONAR-UM-ITEM.
           READ ITENS-DETALHE
               AT END
                   SET FIM-ITENS TO TRUE
           END-READ
           IF NOT FIM-ITENS
               AND VENDITEM-DATA >= WRK-DATA-INICIAL
               AND VENDITEM-DATA <= WRK-DATA-FINAL
               ADD 1 TO WRK-QT-LIDOS
               MOVE VENDITEM-FILIAL TO SORT-FILIAL
               MOVE VENDITEM-DEPARTAMENTO TO SORT-DEPTO
               MOVE VENDITEM-SKU TO SORT-SKU
               IF VENDITEM-DEVOLUCAO
                   COMPUTE SORT-QT = VENDITEM-QUANTIDADE * -1
                   COMPUTE SORT-VALOR = VENDITEM-VALOR * -1
               ELSE
                   MOVE VENDITEM-QUANTIDADE TO SORT-QT
                   MOVE VENDITEM-VALOR TO SORT-VALOR
               END-IF
               RELEASE SORT-REC
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA DA CLASSIFICACAO: SOMA POR SKU NA TABELA
      * DO DEPARTAMENTO; NA QUEBRA DE FILIAL OU DEPARTAMENTO O
      * RANKING E IMPRESSO
      *****************************************************
       8200-SOMAR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UM-ITEM UNTIL FIM-CLASSIFICADOS
           PERFORM 0300-FECHAR-DEPARTAMENTO
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UM-ITEM.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-FILIAL NOT = WRK-FILIAL-ATUAL
                   OR SORT-DEPTO NOT = WRK-DEPTO-ATUAL
                   PERFORM 0300-FECHAR-DEPARTAMENTO
                   MOVE SORT-FILIAL TO WRK-FILIAL-ATUAL
                   MOVE SORT-DEPTO TO WRK-DEPTO-ATUAL
                   MOVE ZEROS TO WRK-SKU-ATUAL
               END-IF
               IF SORT-SKU NOT = WRK-SKU-ATUAL
                   OR WRK-QT-SKUS = ZEROS
                   IF WRK-QT-SKUS < 500
                       ADD 1 TO WRK-QT-SKUS
                       MOVE SORT-SKU TO WRK-SKU-CODIGO(WRK-QT-SKUS)
                       MOVE ZEROS TO WRK-SKU-QT(WRK-QT-SKUS)
                       MOVE ZEROS TO WRK-SKU-VALOR(WRK-QT-SKUS)
                   ELSE
                       ADD 1 TO WRK-QT-FORA-TAB
                   END-IF
                   MOVE SORT-SKU TO WRK-SKU-ATUAL
               END-IF
               IF WRK-SKU-CODIGO(WRK-QT-SKUS) = SORT-SKU
                   ADD SORT-QT TO WRK-SKU-QT(WRK-QT-SKUS)
                   ADD SORT-VALOR TO WRK-SKU-VALOR(WRK-QT-SKUS)
               END-IF
           END-IF.

       8299-FIM-SAIDA.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : AUDITORIA DE DEVOLUCOES - A DEVOLUCAO (TIPO
      * 'D') PASSA PELO FECHAMENTO DO PROGCOB15 SEM NADA QUE
      * CONFIRA SE A MERCADORIA FOI COMPRADA. ESTE LOTE CARREGA
      * AS DEVOLUCOES DO PERIODO INFORMADO E PROCURA PARA CADA
      * UMA A VENDA ORIGINAL ANTERIOR NO ARQUIVO MORTO (VENDARC)
      * E NO DIARIO CORRENTE (VENDET), PELO CPF DO CLIENTE, PELA
      * FILIAL E PELO VALOR. A DEVOLUCAO SEM VENDA PLAUSIVEL, A
      * DEVOLUCAO ACIMA DO VALOR ORIGINAL E O CLIENTE OU CAIXA
      * QUE REPETE DEVOLUCAO SEM VENDA SAO LISTADOS PARA A
      * PREVENCAO DE PERDAS (DEVRPT) E REGISTRADOS NO EXCLOG COM
      * SEVERIDADE DE ALERTA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM A VENDA ORIGINAL SO COBRE DEVOLUCOES ATE O
      * PROPRIO VALOR: O VALOR JA CASADO FICA NUMA TABELA DE VENDAS
      * USADAS E A DEVOLUCAO SEGUINTE SO CASA COM O SALDO - A MESMA
      * COMPRA DEVOLVIDA VARIAS VEZES PASSA A IR PARA A LISTA DE
      * PREVENCAO DE PERDAS E PARA O EXCLOG
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
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT DEVOLUCAO-RPT ASSIGN TO 'DEVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-DETAIL.
       01  VENDET-IMAGEM           PIC X(56).

       FD  SALES-ARCHIVE.
       01  VENDARC-IMAGEM          PIC X(56).

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  DEVOLUCAO-RPT.
       01  DEVRPT-LINHA            PIC X(100).
       01  DEVRPT-DETALHE.
           05  DEVRPT-FILIAL       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-CAIXA        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-SEQ          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-DATA         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-CPF          PIC 9(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-VALOR        PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-ORIGINAL     PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEVRPT-MOTIVO       PIC X(25).

       WORKING-STORAGE SECTION.
      *****************************************************
      * AREA DO REGISTRO DO DIARIO, NO LAYOUT DO VENDET, PARA A
      * LEITURA DO CORRENTE E DO ARQUIVO MORTO
      *****************************************************
           COPY 'VENDET.CPY'.
      *****************************************************
      * DEVOLUCOES DO PERIODO EM AUDITORIA - SITUACAO 'S' SEM
      * VENDA ORIGINAL, 'A' SO HA VENDA DE VALOR MENOR (DEVOLUCAO
      * ACIMA DO ORIGINAL), 'C' CASADA COM UMA VENDA
      *****************************************************
       01  WRK-TABELA-DEVOLUCOES.
           02  WRK-DEV-ENTRADA OCCURS 2000 TIMES.
               03  WRK-DEV-SEQ       PIC 9(06).
               03  WRK-DEV-FILIAL    PIC X(03).
               03  WRK-DEV-CAIXA     PIC X(04).
               03  WRK-DEV-VALOR     PIC 9(07)V99.
               03  WRK-DEV-DATA-HORA PIC X(16).
               03  WRK-DEV-CPF       PIC 9(11).
               03  WRK-DEV-ORIGINAL  PIC 9(07)V99.
               03  WRK-DEV-SITUACAO  PIC X(01).
                   88  DEV-SEM-VENDA     VALUE 'S'.
                   88  DEV-ACIMA-ORIGINAL VALUE 'A'.
                   88  DEV-CASADA        VALUE 'C'.
      *****************************************************
      * DEVOLUCOES SEM VENDA POR CLIENTE (CPF) E POR CAIXA, PARA
      * A LISTA DE REINCIDENTES
      *****************************************************
       01  WRK-TABELA-CLIENTES.
           02  WRK-CLI-ENTRADA OCCURS 500 TIMES.
               03  WRK-CLI-CPF       PIC 9(11).
               03  WRK-CLI-QT        PIC 9(04).
               03  WRK-CLI-VALOR     PIC 9(09)V99.
       01  WRK-TABELA-CAIXAS.
           02  WRK-CXA-ENTRADA OCCURS 200 TIMES.
               03  WRK-CXA-FILIAL    PIC X(03).
               03  WRK-CXA-CAIXA     PIC X(04).
               03  WRK-CXA-QT        PIC 9(04).
               03  WRK-CXA-VALOR     PIC 9(09)V99.
      *****************************************************
      * VENDAS JA USADAS COMO ORIGINAL, COM O VALOR JA COBERTO -
      * A DEVOLUCAO SO CASA COM O QUE RESTA DA VENDA, PARA QUE A
      * MESMA COMPRA NAO SIRVA DE ORIGINAL PARA VARIAS DEVOLUCOES
      *****************************************************
       01  WRK-TABELA-VENDAS-USADAS.
           02  WRK-VDA-ENTRADA OCCURS 2000 TIMES.
               03  WRK-VDA-FILIAL    PIC X(03).
               03  WRK-VDA-CAIXA     PIC X(04).
               03  WRK-VDA-DATA-HORA PIC X(16).
               03  WRK-VDA-USADO     PIC 9(07)V99.
       77 WRK-QT-VDA        PIC 9(04) VALUE ZEROS.
       77 WRK-V             PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-VDA       PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-VENDA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VDA-BUSCADA   PIC X(01) VALUE 'N'.
           88 VENDA-CONSULTADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-DEV        PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CLI        PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CXA        PIC 9(03) VALUE ZEROS.
       77 WRK-D             PIC 9(04) VALUE ZEROS.
       77 WRK-C             PIC 9(03) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-FS-DET        PIC X(02) VALUE '00'.
       77 WRK-FS-ARC        PIC X(02) VALUE '00'.
       77 WRK-FS-LOG        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-DIARIO    PIC X(01) VALUE 'N'.
           88 FIM-DIARIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-INICIAL  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL    PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-REPETE PIC 9(02) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FORA-TAB   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-VENDA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACIMA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REINCID    PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-EDT     PIC Z(06)9,99.
       77 WRK-QT-EDT        PIC Z(03)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-CARREGAR-DEVOLUCOES
           IF WRK-QT-DEV > ZEROS
               PERFORM 0300-PROCURAR-VENDAS
               PERFORM 0400-LISTAR-DEVOLUCOES
               PERFORM 0500-LISTAR-REINCIDENTES
           END-IF
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * PERIODO DAS DEVOLUCOES EM AUDITORIA E QUANTAS DEVOLUCOES
      * SEM VENDA FAZEM UM CLIENTE OU CAIXA REINCIDENTE (SEM
      * DATA FINAL VALE HOJE; SEM LIMITE, 3)
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'DATA INICIAL DAS DEVOLUCOES (AAAAMMDD)..'
           ACCEPT WRK-DATA-INICIAL
           DISPLAY 'DATA FINAL DAS DEVOLUCOES (AAAAMMDD)..'
           ACCEPT WRK-DATA-FINAL
           DISPLAY 'DEVOLUCOES SEM VENDA PARA REINCIDENCIA..'
           ACCEPT WRK-LIMITE-REPETE
           IF WRK-DATA-FINAL = ZEROS
               ACCEPT WRK-DATA-FINAL FROM DATE YYYYMMDD
           END-IF
           IF WRK-LIMITE-REPETE = ZEROS
               MOVE 3 TO WRK-LIMITE-REPETE
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-LOG = '05' OR WRK-FS-LOG = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN OUTPUT DEVOLUCAO-RPT
           MOVE SPACES TO DEVRPT-LINHA
           STRING 'AUDITORIA DE DEVOLUCOES DE ' WRK-DATA-INICIAL
               ' A ' WRK-DATA-FINAL
               DELIMITED BY SIZE INTO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           MOVE SPACES TO DEVRPT-LINHA
           STRING 'FIL CX   SEQ    DATA     CPF         '
               '  DEVOLVIDO    ORIGINAL MOTIVO'
               DELIMITED BY SIZE INTO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           MOVE ALL '-' TO DEVRPT-LINHA
           WRITE DEVRPT-LINHA.

      *****************************************************
      * CARGA DAS DEVOLUCOES DO PERIODO A PARTIR DO DIARIO
      * CORRENTE - A DEVOLUCAO AINDA NAO CORTADA PARA O VENDARC
      *****************************************************
       0200-CARREGAR-DEVOLUCOES.
           SET FIM-DIARIO TO FALSE
           OPEN INPUT SALES-DETAIL
           IF WRK-FS-DET NOT = '00'
               DISPLAY 'DIARIO VENDET AUSENTE - SEM AUDITORIA'
               SET FIM-DIARIO TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0210-CARREGAR-UMA UNTIL FIM-DIARIO
           IF WRK-FS-DET = '00' OR WRK-FS-DET = '10'
               CLOSE SALES-DETAIL
           END-IF.

       0210-CARREGAR-UMA.
           READ SALES-DETAIL INTO VENDET-REC
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               AND VENDET-TIPO = 'D'
               AND VENDET-DATA >= WRK-DATA-INICIAL
               AND VENDET-DATA <= WRK-DATA-FINAL
               IF WRK-QT-DEV < 2000
                   ADD 1 TO WRK-QT-DEV
                   MOVE VENDET-SEQ TO WRK-DEV-SEQ(WRK-QT-DEV)
                   MOVE VENDET-FILIAL TO WRK-DEV-FILIAL(WRK-QT-DEV)
                   MOVE VENDET-CAIXA TO WRK-DEV-CAIXA(WRK-QT-DEV)
                   MOVE VENDET-VALOR TO WRK-DEV-VALOR(WRK-QT-DEV)
                   MOVE VENDET-DATA-HORA
                       TO WRK-DEV-DATA-HORA(WRK-QT-DEV)
                   MOVE VENDET-CPF-CLIENTE
                       TO WRK-DEV-CPF(WRK-QT-DEV)
                   MOVE ZEROS TO WRK-DEV-ORIGINAL(WRK-QT-DEV)
                   MOVE 'S' TO WRK-DEV-SITUACAO(WRK-QT-DEV)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF.

      *****************************************************
      * PROCURA DA VENDA ORIGINAL: CADA VENDA ('V') DO ARQUIVO
      * MORTO E DO DIARIO CORRENTE E CONFRONTADA COM AS
      * DEVOLUCOES AINDA NAO CASADAS
      *****************************************************
       0300-PROCURAR-VENDAS.
           SET FIM-DIARIO TO FALSE
           OPEN INPUT SALES-ARCHIVE
           IF WRK-FS-ARC NOT = '00'
               DISPLAY 'GERACAO VENDARC AUSENTE - SO O DIARIO CORRENTE'
               SET FIM-DIARIO TO TRUE
           END-IF
           PERFORM 0310-LER-ARQUIVO-MORTO UNTIL FIM-DIARIO
           IF WRK-FS-ARC = '00' OR WRK-FS-ARC = '10'
               CLOSE SALES-ARCHIVE
           END-IF
           SET FIM-DIARIO TO FALSE
           OPEN INPUT SALES-DETAIL
           IF WRK-FS-DET NOT = '00'
               SET FIM-DIARIO TO TRUE
           END-IF
           PERFORM 0320-LER-DIARIO-CORRENTE UNTIL FIM-DIARIO
           IF WRK-FS-DET = '00' OR WRK-FS-DET = '10'
               CLOSE SALES-DETAIL
           END-IF.

       0310-LER-ARQUIVO-MORTO.
           READ SALES-ARCHIVE INTO VENDET-REC
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               PERFORM 0330-CONFRONTAR-VENDA
           END-IF.

       0320-LER-DIARIO-CORRENTE.
           READ SALES-DETAIL INTO VENDET-REC
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               PERFORM 0330-CONFRONTAR-VENDA
           END-IF.

       0330-CONFRONTAR-VENDA.
           IF VENDET-TIPO NOT = 'D'
               ADD 1 TO WRK-QT-LIDOS
               MOVE VENDET-VALOR TO WRK-SALDO-VENDA
               MOVE ZEROS TO WRK-IDX-VDA
               SET VENDA-CONSULTADA TO FALSE
               PERFORM 0340-CONFRONTAR-DEVOLUCAO
                   VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QT-DEV
           END-IF.

      *****************************************************
      * A VENDA SERVE DE ORIGINAL QUANDO E ANTERIOR A DEVOLUCAO,
      * DA MESMA FILIAL E DO MESMO CPF, E SO PELO VALOR QUE
      * AINDA RESTA DELA (VALOR DA VENDA MENOS O JA COBERTO POR
      * DEVOLUCOES CASADAS ANTES) - NA DEVOLUCAO ANONIMA (CPF
      * ZEROS) SO A VENDA ANONIMA COM SALDO IGUAL AO VALOR. SALDO
      * IGUAL OU MAIOR CASA A DEVOLUCAO E E CONSUMIDO; SO SALDO
      * MENOR A DEIXA COMO ACIMA DO ORIGINAL, GUARDANDO O MAIOR
      * SALDO ACHADO
      *****************************************************
       0340-CONFRONTAR-DEVOLUCAO.
           IF NOT DEV-CASADA(WRK-D)
               AND VENDET-FILIAL = WRK-DEV-FILIAL(WRK-D)
               AND VENDET-CPF-CLIENTE = WRK-DEV-CPF(WRK-D)
               AND VENDET-DATA-HORA < WRK-DEV-DATA-HORA(WRK-D)
               IF NOT VENDA-CONSULTADA
                   PERFORM 0350-CONSULTAR-VENDA-USADA
               END-IF
               EVALUATE TRUE
                   WHEN WRK-SALDO-VENDA = ZEROS
                       CONTINUE
                   WHEN WRK-DEV-CPF(WRK-D) = ZEROS
                       IF WRK-SALDO-VENDA = WRK-DEV-VALOR(WRK-D)
                           PERFORM 0360-CASAR-DEVOLUCAO
                       END-IF
                   WHEN WRK-SALDO-VENDA >= WRK-DEV-VALOR(WRK-D)
                       PERFORM 0360-CASAR-DEVOLUCAO
                   WHEN WRK-SALDO-VENDA > WRK-DEV-ORIGINAL(WRK-D)
                       MOVE WRK-SALDO-VENDA TO WRK-DEV-ORIGINAL(WRK-D)
                       MOVE 'A' TO WRK-DEV-SITUACAO(WRK-D)
               END-EVALUATE
           END-IF.

      *****************************************************
      * NA PRIMEIRA DEVOLUCAO CANDIDATA, PROCURA A VENDA ENTRE AS
      * JA USADAS (FILIAL + CAIXA + DATA/HORA) E ABATE DO SALDO O
      * QUE ELA JA COBRIU - A MESMA VENDA NO VENDARC E NO VENDET
      * NAO COBRE DUAS VEZES
      *****************************************************
       0350-CONSULTAR-VENDA-USADA.
           SET VENDA-CONSULTADA TO TRUE
           MOVE ZEROS TO WRK-IDX-VDA
           PERFORM 0351-PROCURAR-VENDA-USADA
               VARYING WRK-V FROM 1 BY 1
               UNTIL WRK-V > WRK-QT-VDA
                  OR WRK-IDX-VDA > ZEROS
           IF WRK-IDX-VDA > ZEROS
               IF WRK-VDA-USADO(WRK-IDX-VDA) < VENDET-VALOR
                   SUBTRACT WRK-VDA-USADO(WRK-IDX-VDA)
                       FROM WRK-SALDO-VENDA
               ELSE
                   MOVE ZEROS TO WRK-SALDO-VENDA
               END-IF
           END-IF.

       0351-PROCURAR-VENDA-USADA.
           IF WRK-VDA-FILIAL(WRK-V) = VENDET-FILIAL
               AND WRK-VDA-CAIXA(WRK-V) = VENDET-CAIXA
               AND WRK-VDA-DATA-HORA(WRK-V) = VENDET-DATA-HORA
               MOVE WRK-V TO WRK-IDX-VDA
           END-IF.

      *****************************************************
      * CASA A DEVOLUCAO COM A VENDA E CONSOME O VALOR DEVOLVIDO
      * DO SALDO DELA, NA TABELA DE VENDAS USADAS
      *****************************************************
       0360-CASAR-DEVOLUCAO.
           MOVE VENDET-VALOR TO WRK-DEV-ORIGINAL(WRK-D)
           MOVE 'C' TO WRK-DEV-SITUACAO(WRK-D)
           SUBTRACT WRK-DEV-VALOR(WRK-D) FROM WRK-SALDO-VENDA
           IF WRK-IDX-VDA = ZEROS
               IF WRK-QT-VDA < 2000
                   ADD 1 TO WRK-QT-VDA
                   MOVE WRK-QT-VDA TO WRK-IDX-VDA
                   MOVE VENDET-FILIAL TO WRK-VDA-FILIAL(WRK-IDX-VDA)
                   MOVE VENDET-CAIXA TO WRK-VDA-CAIXA(WRK-IDX-VDA)
                   MOVE VENDET-DATA-HORA
                       TO WRK-VDA-DATA-HORA(WRK-IDX-VDA)
                   MOVE ZEROS TO WRK-VDA-USADO(WRK-IDX-VDA)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF
           IF WRK-IDX-VDA > ZEROS
               ADD WRK-DEV-VALOR(WRK-D) TO WRK-VDA-USADO(WRK-IDX-VDA)
           END-IF.

      *****************************************************
      * LISTA DA PREVENCAO DE PERDAS: DEVOLUCAO SEM VENDA E
      * DEVOLUCAO ACIMA DO ORIGINAL, CADA UMA NO EXCLOG
      *****************************************************
       0400-LISTAR-DEVOLUCOES.
           PERFORM 0410-AVALIAR-DEVOLUCAO
               VARYING WRK-D FROM 1 BY 1
               UNTIL WRK-D > WRK-QT-DEV.

       0410-AVALIAR-DEVOLUCAO.
           IF NOT DEV-CASADA(WRK-D)
               MOVE WRK-DEV-FILIAL(WRK-D) TO DEVRPT-FILIAL
               MOVE WRK-DEV-CAIXA(WRK-D) TO DEVRPT-CAIXA
               MOVE WRK-DEV-SEQ(WRK-D) TO DEVRPT-SEQ
               MOVE WRK-DEV-DATA-HORA(WRK-D)(1:8) TO DEVRPT-DATA
               MOVE WRK-DEV-CPF(WRK-D) TO DEVRPT-CPF
               MOVE WRK-DEV-VALOR(WRK-D) TO DEVRPT-VALOR
               MOVE WRK-DEV-ORIGINAL(WRK-D) TO DEVRPT-ORIGINAL
               MOVE WRK-DEV-VALOR(WRK-D) TO WRK-VALOR-EDT
               MOVE SPACES TO EXCLOG-DESCRICAO
               IF DEV-SEM-VENDA(WRK-D)
                   ADD 1 TO WRK-QT-SEM-VENDA
                   MOVE 'SEM VENDA ORIGINAL' TO DEVRPT-MOTIVO
                   MOVE 'E001' TO EXCLOG-CODIGO
                   STRING 'DEVOL SEM VENDA FIL ' WRK-DEV-FILIAL(WRK-D)
                       ' SEQ ' WRK-DEV-SEQ(WRK-D)
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   PERFORM 0420-SOMAR-CLIENTE
                   PERFORM 0430-SOMAR-CAIXA
               ELSE
                   ADD 1 TO WRK-QT-ACIMA
                   MOVE 'ACIMA DO VALOR ORIGINAL' TO DEVRPT-MOTIVO
                   MOVE 'E002' TO EXCLOG-CODIGO
                   STRING 'DEVOL ACIMA ORIGINAL FIL '
                       WRK-DEV-FILIAL(WRK-D)
                       ' SEQ ' WRK-DEV-SEQ(WRK-D)
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               END-IF
               WRITE DEVRPT-DETALHE
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0420-SOMAR-CLIENTE.
           IF WRK-DEV-CPF(WRK-D) NOT = ZEROS
               MOVE ZEROS TO WRK-IDX
               PERFORM 0421-PROCURAR-CLIENTE
                   VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > WRK-QT-CLI
                      OR WRK-IDX > ZEROS
               IF WRK-IDX = ZEROS
                   IF WRK-QT-CLI < 500
                       ADD 1 TO WRK-QT-CLI
                       MOVE WRK-QT-CLI TO WRK-IDX
                       MOVE WRK-DEV-CPF(WRK-D) TO WRK-CLI-CPF(WRK-IDX)
                       MOVE ZEROS TO WRK-CLI-QT(WRK-IDX)
                       MOVE ZEROS TO WRK-CLI-VALOR(WRK-IDX)
                   ELSE
                       ADD 1 TO WRK-QT-FORA-TAB
                   END-IF
               END-IF
               IF WRK-IDX > ZEROS
                   ADD 1 TO WRK-CLI-QT(WRK-IDX)
                   ADD WRK-DEV-VALOR(WRK-D) TO WRK-CLI-VALOR(WRK-IDX)
               END-IF
           END-IF.

       0421-PROCURAR-CLIENTE.
           IF WRK-CLI-CPF(WRK-C) = WRK-DEV-CPF(WRK-D)
               MOVE WRK-C TO WRK-IDX
           END-IF.

       0430-SOMAR-CAIXA.
           MOVE ZEROS TO WRK-IDX
           PERFORM 0431-PROCURAR-CAIXA
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CXA
                  OR WRK-IDX > ZEROS
           IF WRK-IDX = ZEROS
               IF WRK-QT-CXA < 200
                   ADD 1 TO WRK-QT-CXA
                   MOVE WRK-QT-CXA TO WRK-IDX
                   MOVE WRK-DEV-FILIAL(WRK-D) TO WRK-CXA-FILIAL(WRK-IDX)
                   MOVE WRK-DEV-CAIXA(WRK-D) TO WRK-CXA-CAIXA(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-QT(WRK-IDX)
                   MOVE ZEROS TO WRK-CXA-VALOR(WRK-IDX)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF
           IF WRK-IDX > ZEROS
               ADD 1 TO WRK-CXA-QT(WRK-IDX)
               ADD WRK-DEV-VALOR(WRK-D) TO WRK-CXA-VALOR(WRK-IDX)
           END-IF.

       0431-PROCURAR-CAIXA.
           IF WRK-CXA-FILIAL(WRK-C) = WRK-DEV-FILIAL(WRK-D)
               AND WRK-CXA-CAIXA(WRK-C) = WRK-DEV-CAIXA(WRK-D)
               MOVE WRK-C TO WRK-IDX
           END-IF.

      *****************************************************
      * REINCIDENTES: CLIENTE E CAIXA COM DEVOLUCOES SEM VENDA
      * EM NUMERO IGUAL OU ACIMA DO LIMITE INFORMADO
      *****************************************************
       0500-LISTAR-REINCIDENTES.
           MOVE SPACES TO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           MOVE SPACES TO DEVRPT-LINHA
           STRING 'REINCIDENTES - ' WRK-LIMITE-REPETE
               ' OU MAIS DEVOLUCOES SEM VENDA'
               DELIMITED BY SIZE INTO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           MOVE ALL '-' TO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           PERFORM 0510-AVALIAR-CLIENTE
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CLI
           PERFORM 0520-AVALIAR-CAIXA
               VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QT-CXA.

       0510-AVALIAR-CLIENTE.
           IF WRK-CLI-QT(WRK-C) >= WRK-LIMITE-REPETE
               ADD 1 TO WRK-QT-REINCID
               MOVE WRK-CLI-QT(WRK-C) TO WRK-QT-EDT
               MOVE WRK-CLI-VALOR(WRK-C) TO WRK-VALOR-EDT
               MOVE SPACES TO DEVRPT-LINHA
               STRING 'CLIENTE CPF ' WRK-CLI-CPF(WRK-C)
                   '  DEVOLUCOES ' WRK-QT-EDT
                   '  VALOR ' WRK-VALOR-EDT
                   DELIMITED BY SIZE INTO DEVRPT-LINHA
               WRITE DEVRPT-LINHA
               MOVE 'E003' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'CLIENTE REINCIDENTE CPF ' WRK-CLI-CPF(WRK-C)
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0520-AVALIAR-CAIXA.
           IF WRK-CXA-QT(WRK-C) >= WRK-LIMITE-REPETE
               ADD 1 TO WRK-QT-REINCID
               MOVE WRK-CXA-QT(WRK-C) TO WRK-QT-EDT
               MOVE WRK-CXA-VALOR(WRK-C) TO WRK-VALOR-EDT
               MOVE SPACES TO DEVRPT-LINHA
               STRING 'FILIAL ' WRK-CXA-FILIAL(WRK-C)
                   ' CAIXA ' WRK-CXA-CAIXA(WRK-C)
                   '  DEVOLUCOES ' WRK-QT-EDT
                   '  VALOR ' WRK-VALOR-EDT
                   DELIMITED BY SIZE INTO DEVRPT-LINHA
               WRITE DEVRPT-LINHA
               MOVE 'E004' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'CAIXA REINCIDENTE FIL ' WRK-CXA-FILIAL(WRK-C)
                   ' CX ' WRK-CXA-CAIXA(WRK-C)
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCOB99' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           ADD 1 TO WRK-CONT-EXCECOES
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0900-FINALIZAR.
           MOVE SPACES TO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           MOVE SPACES TO DEVRPT-LINHA
           STRING 'DEVOLUCOES ' WRK-QT-DEV
               '  SEM VENDA ' WRK-QT-SEM-VENDA
               '  ACIMA DO ORIGINAL ' WRK-QT-ACIMA
               '  REINCIDENTES ' WRK-QT-REINCID
               DELIMITED BY SIZE INTO DEVRPT-LINHA
           WRITE DEVRPT-LINHA
           DISPLAY 'DEVOLUCOES NO PERIODO.........' WRK-QT-DEV
           DISPLAY 'VENDAS CONFRONTADAS...........' WRK-QT-LIDOS
           DISPLAY 'DEVOLUCOES SEM VENDA..........' WRK-QT-SEM-VENDA
           DISPLAY 'DEVOLUCOES ACIMA DO ORIGINAL..' WRK-QT-ACIMA
           DISPLAY 'REINCIDENTES..................' WRK-QT-REINCID
           DISPLAY 'EXCECOES REGISTRADAS..........' WRK-CONT-EXCECOES
           IF WRK-QT-FORA-TAB > ZEROS
               DISPLAY 'FORA DAS TABELAS..............' WRK-QT-FORA-TAB
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE EXCEPTION-LOG DEVOLUCAO-RPT.

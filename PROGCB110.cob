       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB110.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : PROVISAO DE FIM DE MES DO FRETE COTADO E AINDA
      * NAO FATURADO - PERCORRE O DIARIO FRETDET ATE O ULTIMO
      * DIA DO PERIODO INFORMADO E CONFERE CADA PEDIDO CONTRA OS
      * PEDIDOS FATURADOS PELO PROGCOB31 (FATPED, COM O TITULO
      * CONFERIDO NO CONTREC); O PEDIDO SEM FATURA EMITIDA ATE O
      * CORTE E RECEITA GANHA E NAO COBRADA. LISTA CADA UM COM O
      * CLIENTE E A IDADE EM DIAS, TOTALIZA POR FILIAL DE ORIGEM
      * E NO GERAL (ACRRPT) E GRAVA NO LAYOUT GLEXT A PROVISAO NO
      * ULTIMO DIA DO PERIODO (DEBITO FRETE A FATURAR, CREDITO
      * RECEITA DE FRETE) E O ESTORNO NO PRIMEIRO DIA DO PERIODO
      * SEGUINTE, COM O LOTE DO GLXCTL E AS CONTAS DO CONTMAP,
      * NOS MOLDES DO PROGCOB13 - A CONTABILIDADE DEIXA DE
      * ESTIMAR O NUMERO. PEDIDO CANCELADO (PROGCB109) E O
      * PROPRIO ESTORNO NO DIARIO FICAM DE FORA
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
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT OPTIONAL FATURA-PEDIDOS ASSIGN TO 'FATPED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATPED-NUM-PEDIDO
               FILE STATUS IS WRK-FS-FPD.
           SELECT OPTIONAL CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT CONTA-MAPA ASSIGN TO 'CONTMAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTMAP-ORIGEM
               FILE STATUS IS WRK-FS-MAP.
           SELECT EXTRATO-CONTABIL ASSIGN TO 'GLEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLX.
           SELECT OPTIONAL CONTROLE-LOTE-GL ASSIGN TO 'GLXCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT PROVISAO-RELATORIO ASSIGN TO 'ACRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  FATURA-PEDIDOS.
           COPY 'FATPED.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  CONTA-MAPA.
           COPY 'CONTMAP.CPY'.

       FD  EXTRATO-CONTABIL.
           COPY 'GLEXT.CPY'.

       FD  CONTROLE-LOTE-GL.
       01  GLXCTL-REC.
           05  GLXCTL-ULT-LOTE     PIC 9(06).

       FD  PROVISAO-RELATORIO.
           COPY 'ACRRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-FILIAL         PIC X(03).
           05  SORT-CLIENTE        PIC 9(06).
           05  SORT-PEDIDO         PIC 9(06).
           05  SORT-DATA           PIC 9(08).
           05  SORT-DIAS           PIC S9(05).
           05  SORT-FRETE          PIC 9(08)V99.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CONTAS DA PROVISAO, SEMEADAS NO CONTMAP QUANDO A ORIGEM
      * AINDA NAO ESTA MAPEADA: FAF = FRETE A FATURAR (ATIVO),
      * RFR = RECEITA DE FRETE (A MESMA DO PROGCOB51)
      *****************************************************
       01  WRK-MAPA-PROVISAO-EXTENSO.
           02  FILLER PIC X(31) VALUE 'FAF11050001FRETE A FATURAR'.
           02  FILLER PIC X(31) VALUE 'RFR31030001RECEITA DE FRETE'.
       01  WRK-MAPA-PROVISAO REDEFINES WRK-MAPA-PROVISAO-EXTENSO.
           02  WRK-MAP-ENTRADA OCCURS 2 TIMES.
               03  WRK-MAP-ORIGEM   PIC X(03).
               03  WRK-MAP-CONTA    PIC 9(08).
               03  WRK-MAP-DESC     PIC X(20).

      *****************************************************
      * LANCAMENTOS DA PROVISAO (DATA DO CORTE) E DO ESTORNO
      * (PRIMEIRO DIA DO PERIODO SEGUINTE)
      *****************************************************
       01  WRK-TABELA-LANCAMENTOS.
           02  WRK-LAN-ENTRADA OCCURS 4 TIMES.
               03  WRK-LAN-DATA     PIC 9(08).
               03  WRK-LAN-CONTA    PIC 9(08).
               03  WRK-LAN-DC       PIC X(01).
               03  WRK-LAN-VALOR    PIC 9(11)V99.
               03  WRK-LAN-ORIGEM   PIC X(03).
               03  WRK-LAN-DESC     PIC X(20).
       77 WRK-QT-LANCAMENTOS PIC 9(01) VALUE ZEROS.

       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-FPD        PIC X(02) VALUE '00'.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-MAP        PIC X(02) VALUE '00'.
       77 WRK-FS-GLX        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO-OK    PIC X(01) VALUE 'N'.
           88 PERIODO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FATURADO      PIC X(01) VALUE 'N'.
           88 PEDIDO-FATURADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CANCELADO     PIC X(01) VALUE 'N'.
           88 PEDIDO-CANCELADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-M             PIC 9(01) VALUE ZEROS.
       77 WRK-I             PIC 9(01) VALUE ZEROS.
       01  WRK-PERIODO-R.
           05  WRK-PER-ANO      PIC 9(04).
           05  WRK-PER-MES      PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-R PIC 9(06).
       01  WRK-DATA-ESTORNO.
           05  WRK-EST-ANO      PIC 9(04).
           05  WRK-EST-MES      PIC 9(02).
           05  WRK-EST-DIA      PIC 9(02).
       01  WRK-DATA-ESTORNO-N REDEFINES WRK-DATA-ESTORNO PIC 9(08).
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77 WRK-MENOS-UM-DIA  PIC S9(05) VALUE -1.
       77 WRK-DIAS          PIC S9(05) VALUE ZEROS.
       77 WRK-FILIAL-ATUAL  PIC X(03) VALUE HIGH-VALUES.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FATURADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CANCELADOS PIC 9(06) VALUE ZEROS.
       77 WRK-SUB-QT        PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-FRETE     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-QT        PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FRETE     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HASH          PIC 9(15) VALUE ZEROS.
       77 WRK-LOTE-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-DC-LANCTO     PIC X(01) VALUE SPACES.
       77 WRK-DATA-LANCTO   PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF PERIODO-VALIDO
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-FILIAL SORT-CLIENTE
                       SORT-PEDIDO
                   INPUT PROCEDURE IS 8100-SELECIONAR-PEDIDOS
                   OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADOS
               PERFORM 0400-MONTAR-LANCAMENTOS
               PERFORM 0500-GRAVAR-EXTRATO
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * LE O PERIODO (AAAAMM) E MONTA AS DUAS DATAS: O CORTE E O
      * ULTIMO DIA DO PERIODO (VESPERA DO DIA 1 DO MES SEGUINTE,
      * PELO SERVICO DE DATA DO PROGCOB17) E O ESTORNO E O DIA 1
      * DO MES SEGUINTE
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'PERIODO DA PROVISAO (AAAAMM)..'
           ACCEPT WRK-PERIODO
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           IF WRK-PERIODO NOT NUMERIC
               OR WRK-PER-MES < 1 OR WRK-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO - PROVISAO NAO CALCULADA'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'PROVISAO DE FRETE COM PERIODO INVALIDO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET PERIODO-VALIDO TO TRUE
               MOVE WRK-PER-ANO TO WRK-EST-ANO
               MOVE WRK-PER-MES TO WRK-EST-MES
               MOVE 01 TO WRK-EST-DIA
               IF WRK-EST-MES = 12
                   ADD 1 TO WRK-EST-ANO
                   MOVE 01 TO WRK-EST-MES
               ELSE
                   ADD 1 TO WRK-EST-MES
               END-IF
               CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-ESTORNO-N
                   WRK-MENOS-UM-DIA WRK-DATA-CORTE
               OPEN INPUT FATURA-PEDIDOS CONTAS-RECEBER
                   ENTREGA-STATUS-ARQ CUSTOMER-MASTER
               OPEN I-O CONTA-MAPA
               IF WRK-FS-MAP = '35'
                   OPEN OUTPUT CONTA-MAPA
                   CLOSE CONTA-MAPA
                   OPEN I-O CONTA-MAPA
               END-IF
               OPEN OUTPUT PROVISAO-RELATORIO
               MOVE WRK-PERIODO TO ACRRPT-CAB-PERIODO
               MOVE WRK-DATA-CORTE TO ACRRPT-CAB-CORTE
               WRITE ACRRPT-CABECALHO
               WRITE ACRRPT-TITULOS
           END-IF.

      *****************************************************
      * O PEDIDO ESTA FATURADO QUANDO O FATPED O LIGA A UMA
      * FATURA EMITIDA ATE O CORTE E O TITULO DESSA FATURA
      * EXISTE NO CONTAS A RECEBER
      *****************************************************
       0210-VERIFICAR-FATURA.
           SET PEDIDO-FATURADO TO FALSE
           MOVE FRETDET-NUM-PEDIDO TO FATPED-NUM-PEDIDO
           READ FATURA-PEDIDOS
               KEY IS FATPED-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-FPD = '00'
               AND FATPED-DATA-EMISSAO NOT > WRK-DATA-CORTE
               MOVE FATPED-NUM-FATURA TO CONTREC-NUM-FATURA
               READ CONTAS-RECEBER
                   KEY IS CONTREC-NUM-FATURA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CRE = '00'
                   SET PEDIDO-FATURADO TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * PEDIDO CANCELADO NO PROGCB109 NAO E RECEITA - O ESTORNO
      * NO DIARIO JA E IGNORADO NA LEITURA
      *****************************************************
       0220-VERIFICAR-CANCELAMENTO.
           SET PEDIDO-CANCELADO TO FALSE
           MOVE FRETDET-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
           READ ENTREGA-STATUS-ARQ
               KEY IS ENTREGA-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ENT = '00' AND ENTREGA-CANCELADA
               ADD 1 TO WRK-QT-CANCELADOS
               SET PEDIDO-CANCELADO TO TRUE
           END-IF.

      *****************************************************
      * OS QUATRO LANCAMENTOS: A PROVISAO NO CORTE E O ESTORNO
      * NO DIA SEGUINTE, COM AS CONTAS DO CONTMAP - SEM FRETE A
      * PROVISIONAR NADA E LANCADO
      *****************************************************
       0400-MONTAR-LANCAMENTOS.
           IF WRK-TOT-FRETE > ZEROS
               MOVE WRK-DATA-CORTE TO WRK-DATA-LANCTO
               MOVE 'FAF' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'RFR' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE WRK-DATA-ESTORNO-N TO WRK-DATA-LANCTO
               MOVE 'RFR' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'FAF' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE ALL '-' TO ACRRPT-SEPARADOR
               WRITE ACRRPT-SEPARADOR
               WRITE ACRRPT-TIT-LANCAMENTO
               PERFORM 0440-IMPRIMIR-LANCAMENTO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-LANCAMENTOS
           END-IF.

      *****************************************************
      * INCLUI UM LANCAMENTO NA TABELA COM A CONTA DA ORIGEM NO
      * CONTMAP; ORIGEM AINDA NAO MAPEADA E SEMEADA COM A CONTA
      * PADRAO NA PRIMEIRA PROVISAO
      *****************************************************
       0430-INCLUIR-LANCAMENTO.
           MOVE WRK-ORIGEM-BUSCA TO CONTMAP-ORIGEM
           READ CONTA-MAPA
               KEY IS CONTMAP-ORIGEM
               INVALID KEY
                   PERFORM 0435-SEMEAR-ORIGEM
           END-READ
           ADD 1 TO WRK-QT-LANCAMENTOS
           MOVE WRK-DATA-LANCTO TO WRK-LAN-DATA(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-CONTA TO WRK-LAN-CONTA(WRK-QT-LANCAMENTOS)
           MOVE WRK-DC-LANCTO TO WRK-LAN-DC(WRK-QT-LANCAMENTOS)
           MOVE WRK-TOT-FRETE TO WRK-LAN-VALOR(WRK-QT-LANCAMENTOS)
           MOVE WRK-ORIGEM-BUSCA TO WRK-LAN-ORIGEM(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-DESCRICAO
               TO WRK-LAN-DESC(WRK-QT-LANCAMENTOS).

       0435-SEMEAR-ORIGEM.
           PERFORM 0436-COPIAR-ORIGEM-PADRAO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 2
           WRITE CONTMAP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           DISPLAY 'ORIGEM ' CONTMAP-ORIGEM ' INCLUIDA NO CONTMAP'
               ' COM A CONTA ' CONTMAP-CONTA.

       0436-COPIAR-ORIGEM-PADRAO.
           IF WRK-MAP-ORIGEM(WRK-M) = WRK-ORIGEM-BUSCA
               MOVE WRK-MAP-ORIGEM(WRK-M) TO CONTMAP-ORIGEM
               MOVE WRK-MAP-CONTA(WRK-M) TO CONTMAP-CONTA
               MOVE WRK-MAP-DESC(WRK-M) TO CONTMAP-DESCRICAO
           END-IF.

       0440-IMPRIMIR-LANCAMENTO.
           MOVE WRK-LAN-DATA(WRK-I) TO ACRRPT-LAN-DATA
           MOVE WRK-LAN-CONTA(WRK-I) TO ACRRPT-LAN-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO ACRRPT-LAN-DC
           MOVE WRK-LAN-ORIGEM(WRK-I) TO ACRRPT-LAN-ORIGEM
           MOVE WRK-LAN-DESC(WRK-I) TO ACRRPT-LAN-DESCRICAO
           MOVE WRK-LAN-VALOR(WRK-I) TO ACRRPT-LAN-VALOR
           WRITE ACRRPT-LANCAMENTO.

      *****************************************************
      * GRAVA O ARQUIVO DE INTERFACE NO LAYOUT GLEXT: CABECALHO
      * DO LOTE, OS LANCAMENTOS E O TRAILER COM CONTAGEM E HASH,
      * E REGRAVA O CONTROLE GLXCTL COM O NUMERO DO LOTE - O
      * MESMO CONTROLE DO PROGCOB51 E DO PROGCOB13
      *****************************************************
       0500-GRAVAR-EXTRATO.
           IF WRK-QT-LANCAMENTOS = ZEROS
               DISPLAY 'SEM FRETE A FATURAR - EXTRATO NAO GRAVADO'
           ELSE
               PERFORM 0505-GRAVAR-LOTE
           END-IF.

       0505-GRAVAR-LOTE.
           OPEN INPUT CONTROLE-LOTE-GL
           IF WRK-FS-CTL = '00'
               READ CONTROLE-LOTE-GL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GLXCTL-ULT-LOTE TO WRK-LOTE-ATUAL
               END-READ
               CLOSE CONTROLE-LOTE-GL
           END-IF
           ADD 1 TO WRK-LOTE-ATUAL
           OPEN OUTPUT EXTRATO-CONTABIL
           MOVE 'H' TO GLEXT-CTL-TIPO
           MOVE WRK-LOTE-ATUAL TO GLEXT-CTL-LOTE
           MOVE ZEROS TO GLEXT-CTL-QT GLEXT-CTL-HASH
           WRITE GLEXT-CONTROLE
           MOVE ZEROS TO WRK-HASH
           PERFORM 0510-GRAVAR-LANCAMENTO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-LANCAMENTOS
           MOVE 'T' TO GLEXT-CTL-TIPO
           MOVE WRK-LOTE-ATUAL TO GLEXT-CTL-LOTE
           MOVE WRK-QT-LANCAMENTOS TO GLEXT-CTL-QT
           MOVE WRK-HASH TO GLEXT-CTL-HASH
           WRITE GLEXT-CONTROLE
           CLOSE EXTRATO-CONTABIL
           OPEN OUTPUT CONTROLE-LOTE-GL
           MOVE WRK-LOTE-ATUAL TO GLXCTL-ULT-LOTE
           WRITE GLXCTL-REC
           CLOSE CONTROLE-LOTE-GL
           DISPLAY 'LOTE CONTABIL ' WRK-LOTE-ATUAL ' GRAVADO COM '
               WRK-QT-LANCAMENTOS ' LANCAMENTOS'.

       0510-GRAVAR-LANCAMENTO.
           MOVE SPACES TO GLEXT-REC
           MOVE 'D' TO GLEXT-TIPO-REC
           MOVE WRK-LAN-CONTA(WRK-I) TO GLEXT-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO GLEXT-DC
           COMPUTE GLEXT-VALOR = WRK-LAN-VALOR(WRK-I) * 100
           MOVE WRK-LAN-ORIGEM(WRK-I) TO GLEXT-ORIGEM
           MOVE WRK-LAN-DATA(WRK-I) TO GLEXT-DATA
           WRITE GLEXT-REC
           COMPUTE WRK-HASH = WRK-HASH
               + (WRK-LAN-VALOR(WRK-I) * 100).

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB110' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

       0300-FINALIZAR.
           IF PERIODO-VALIDO
               DISPLAY 'LANCAMENTOS DO DIARIO LIDOS..' WRK-QT-LIDOS
               DISPLAY 'PEDIDOS JA FATURADOS.........' WRK-QT-FATURADOS
               DISPLAY 'PEDIDOS CANCELADOS...........'
                   WRK-QT-CANCELADOS
               DISPLAY 'PEDIDOS NAO FATURADOS........' WRK-TOT-QT
               DISPLAY 'FRETE A FATURAR..............' WRK-TOT-FRETE
               CLOSE FATURA-PEDIDOS CONTAS-RECEBER
                   ENTREGA-STATUS-ARQ CUSTOMER-MASTER
                   CONTA-MAPA PROVISAO-RELATORIO
           END-IF
           CLOSE EXCEPTION-LOG.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: LE O DIARIO INTEIRO E
      * LIBERA O PEDIDO COTADO ATE O CORTE QUE NAO ESTA
      * FATURADO NEM CANCELADO, COM A IDADE NO CORTE
      *****************************************************
       8100-SELECIONAR-PEDIDOS SECTION.
           OPEN INPUT FRETE-DETALHE
           PERFORM 8110-LER-UM-LANCAMENTO UNTIL FIM-DETALHE
           CLOSE FRETE-DETALHE
           GO TO 8199-FIM-ENTRADA.

       8110-LER-UM-LANCAMENTO.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               AND NOT FRETDET-ESTORNO
               AND FRETDET-DATA NOT > WRK-DATA-CORTE
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0210-VERIFICAR-FATURA
               IF PEDIDO-FATURADO
                   ADD 1 TO WRK-QT-FATURADOS
               ELSE
                   PERFORM 0220-VERIFICAR-CANCELAMENTO
                   IF NOT PEDIDO-CANCELADO
                       PERFORM 8120-LIBERAR-PEDIDO
                   END-IF
               END-IF
           END-IF.

       8120-LIBERAR-PEDIDO.
           CALL 'PROGCOB17-DIFDIAS' USING FRETDET-DATA
               WRK-DATA-CORTE WRK-DIAS
           MOVE FRETDET-FILIAL TO SORT-FILIAL
           MOVE FRETDET-CLIENTE TO SORT-CLIENTE
           MOVE FRETDET-NUM-PEDIDO TO SORT-PEDIDO
           MOVE FRETDET-DATA TO SORT-DATA
           MOVE WRK-DIAS TO SORT-DIAS
           MOVE FRETDET-FRETE TO SORT-FRETE
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: IMPRIME OS PEDIDOS POR FILIAL, CLIENTE E
      * PEDIDO, COM O TOTAL DE CADA FILIAL E O TOTAL GERAL
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UM-PEDIDO UNTIL FIM-CLASSIFICADOS
           IF WRK-FILIAL-ATUAL NOT = HIGH-VALUES
               PERFORM 8230-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE 'TOTAL GERAL NAO FATURADO' TO ACRRPT-TOT-ROTULO
           MOVE WRK-TOT-QT TO ACRRPT-TOT-QT
           MOVE WRK-TOT-FRETE TO ACRRPT-TOT-FRETE
           WRITE ACRRPT-TOTAL
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UM-PEDIDO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-FILIAL NOT = WRK-FILIAL-ATUAL
                   IF WRK-FILIAL-ATUAL NOT = HIGH-VALUES
                       PERFORM 8230-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE SORT-FILIAL TO WRK-FILIAL-ATUAL
               END-IF
               PERFORM 8220-IMPRIMIR-PEDIDO
           END-IF.

       8220-IMPRIMIR-PEDIDO.
           MOVE SORT-FILIAL TO ACRRPT-FILIAL
           MOVE SORT-PEDIDO TO ACRRPT-PEDIDO
           MOVE SORT-CLIENTE TO ACRRPT-CLIENTE
           MOVE SORT-CLIENTE TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               KEY IS CUSTMAS-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI = '00'
               MOVE CUSTMAS-NOME TO ACRRPT-NOME
           ELSE
               MOVE 'NAO CADASTRADO' TO ACRRPT-NOME
           END-IF
           MOVE SORT-DATA TO ACRRPT-DATA
           MOVE SORT-DIAS TO ACRRPT-DIAS
           MOVE SORT-FRETE TO ACRRPT-FRETE
           WRITE ACRRPT-DETALHE
           ADD 1 TO WRK-SUB-QT WRK-TOT-QT
           ADD SORT-FRETE TO WRK-SUB-FRETE WRK-TOT-FRETE.

       8230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO ACRRPT-TOT-ROTULO
           STRING 'TOTAL DA FILIAL ' DELIMITED BY SIZE
               WRK-FILIAL-ATUAL DELIMITED BY SIZE
               INTO ACRRPT-TOT-ROTULO
           MOVE WRK-SUB-QT TO ACRRPT-TOT-QT
           MOVE WRK-SUB-FRETE TO ACRRPT-TOT-FRETE
           WRITE ACRRPT-TOTAL
           MOVE ZEROS TO WRK-SUB-QT WRK-SUB-FRETE.

       8299-FIM-SAIDA.
           EXIT.

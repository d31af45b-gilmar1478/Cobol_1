       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB117.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : REAVALIACAO CAMBIAL DE FIM DE MES DO CONTAS A
      * RECEBER - PERCORRE O CONTREC E, PARA CADA TITULO EM
      * MOEDA ESTRANGEIRA AINDA EM ABERTO (FATURA DE CONTRATO EM
      * MOEDA DO PROGCOB31), CONVERTE O SALDO NA MOEDA PELA TAXA
      * DO DIA DO FECHAMENTO NA TABELA CAMBIO: A DIFERENCA PARA
      * O SALDO EM BRL E VARIACAO CAMBIAL NAO REALIZADA, O SALDO
      * PASSA A SER O REAVALIADO E A TAXA DO FECHAMENTO VIRA A
      * TAXA CONTABIL DO TITULO. JUNTA A VARIACAO REALIZADA NAS
      * BAIXAS DO PROGCOB44 AINDA NAO LANCADA, IMPRIME TUDO POR
      * CLIENTE E MOEDA (VCMRPT) E GRAVA NO LAYOUT GLEXT OS
      * LANCAMENTOS DE VARIACAO ATIVA E PASSIVA CONTRA CLIENTES,
      * COM O LOTE DO GLXCTL E AS CONTAS DO CONTMAP, NOS MOLDES
      * DO PROGCB110 E DO PROGCB112. MOEDA SEM TAXA DO PROPRIO
      * DIA DO FECHAMENTO NAO E REAVALIADA E VAI PARA O EXCLOG
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
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL CAMBIO-TABELA ASSIGN TO 'CAMBIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WRK-FS-CAM.
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
           SELECT REAVALIACAO-RELATORIO ASSIGN TO 'VCMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  CAMBIO-TABELA.
           COPY 'CAMBIO.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  CONTA-MAPA.
           COPY 'CONTMAP.CPY'.

       FD  EXTRATO-CONTABIL.
           COPY 'GLEXT.CPY'.

       FD  CONTROLE-LOTE-GL.
       01  GLXCTL-REC.
           05  GLXCTL-ULT-LOTE     PIC 9(06).

       FD  REAVALIACAO-RELATORIO.
           COPY 'VCMRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-CLIENTE        PIC 9(06).
           05  SORT-MOEDA          PIC X(03).
           05  SORT-FATURA         PIC 9(06).
           05  SORT-SALDO-MOEDA    PIC 9(09)V99.
           05  SORT-TAXA           PIC 9(04)V9(06).
           05  SORT-SALDO-ANT      PIC 9(09)V99.
           05  SORT-SALDO-NOVO     PIC 9(09)V99.
           05  SORT-VAR-NAO-REALIZ PIC S9(09)V99.
           05  SORT-VAR-REALIZADA  PIC S9(09)V99.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CONTAS DA REAVALIACAO, SEMEADAS NO CONTMAP QUANDO A
      * ORIGEM AINDA NAO ESTA MAPEADA: VCA/VCP = VARIACAO
      * CAMBIAL ATIVA/PASSIVA NAO REALIZADA (FECHAMENTO), VRA/VRP
      * = VARIACAO REALIZADA NA BAIXA, CLI = CLIENTES (A MESMA
      * DO PROGCB112)
      *****************************************************
       01  WRK-MAPA-CAMBIAL-EXTENSO.
           02  FILLER PIC X(31) VALUE 'VCA35010001VAR CAMBIAL ATIVA'.
           02  FILLER PIC X(31) VALUE 'VCP34010001VAR CAMBIAL PASSIVA'.
           02  FILLER PIC X(31) VALUE 'VRA35010002VAR CAMB ATIVA REAL'.
           02  FILLER PIC X(31) VALUE 'VRP34010002VAR CAMB PASS REAL'.
           02  FILLER PIC X(31) VALUE 'CLI11040001CLIENTES DE FRETE'.
       01  WRK-MAPA-CAMBIAL REDEFINES WRK-MAPA-CAMBIAL-EXTENSO.
           02  WRK-MAP-ENTRADA OCCURS 5 TIMES.
               03  WRK-MAP-ORIGEM   PIC X(03).
               03  WRK-MAP-CONTA    PIC 9(08).
               03  WRK-MAP-DESC     PIC X(20).

      *****************************************************
      * LANCAMENTOS DO FECHAMENTO: GANHO E PERDA NAO REALIZADOS
      * E GANHO E PERDA REALIZADOS, CADA UM COM DEBITO E CREDITO
      *****************************************************
       01  WRK-TABELA-LANCAMENTOS.
           02  WRK-LAN-ENTRADA OCCURS 8 TIMES.
               03  WRK-LAN-DATA     PIC 9(08).
               03  WRK-LAN-CONTA    PIC 9(08).
               03  WRK-LAN-DC       PIC X(01).
               03  WRK-LAN-VALOR    PIC 9(11)V99.
               03  WRK-LAN-ORIGEM   PIC X(03).
               03  WRK-LAN-DESC     PIC X(20).
       77 WRK-QT-LANCAMENTOS PIC 9(01) VALUE ZEROS.

       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-CAM        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-MAP        PIC X(02) VALUE '00'.
       77 WRK-FS-GLX        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-CRE       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-OK       PIC X(01) VALUE 'N'.
           88 FECHAMENTO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TAXA-OK       PIC X(01) VALUE 'N'.
           88 TAXA-FECHAMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ALTERADO      PIC X(01) VALUE 'N'.
           88 TITULO-ALTERADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-M             PIC 9(01) VALUE ZEROS.
       77 WRK-I             PIC 9(01) VALUE ZEROS.
       01  WRK-DATA-FECHAMENTO-R.
           05  WRK-FEC-ANO      PIC 9(04).
           05  WRK-FEC-MES      PIC 9(02).
           05  WRK-FEC-DIA      PIC 9(02).
       01  WRK-DATA-FECHAMENTO REDEFINES WRK-DATA-FECHAMENTO-R
                                PIC 9(08).
       77 WRK-SALDO-ANT     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-NOVO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VAR-TITULO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VAR-REALIZADA PIC S9(09)V99 VALUE ZEROS.
       01  WRK-CHAVE-ATUAL VALUE HIGH-VALUES.
           05  WRK-ATU-CLIENTE  PIC 9(06).
           05  WRK-ATU-MOEDA    PIC X(03).
       01  WRK-CHAVE-SORT.
           05  WRK-CHV-CLIENTE  PIC 9(06).
           05  WRK-CHV-MOEDA    PIC X(03).
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REAVALIADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-TAXA   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REALIZADOS PIC 9(06) VALUE ZEROS.
       77 WRK-SUB-SALDO-MOEDA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUB-SALDO-ANT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUB-SALDO-NOVO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SUB-VAR-NR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SUB-VAR-RE    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-ANT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-NOVO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VAR-NR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VAR-RE    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-GANHO-NR  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERDA-NR  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-GANHO-RE  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERDA-RE  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HASH          PIC 9(15) VALUE ZEROS.
       77 WRK-LOTE-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-DC-LANCTO     PIC X(01) VALUE SPACES.
       77 WRK-VALOR-LANCTO  PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF FECHAMENTO-VALIDO
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-CLIENTE SORT-MOEDA
                       SORT-FATURA
                   INPUT PROCEDURE IS 8100-REAVALIAR-TITULOS
                   OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADOS
               PERFORM 0400-MONTAR-LANCAMENTOS
               PERFORM 0500-GRAVAR-EXTRATO
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * LE A DATA DO FECHAMENTO (AAAAMMDD) - A TAXA DE CADA
      * MOEDA NA TABELA CAMBIO PRECISA SER DESSA MESMA DATA
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'DATA DO FECHAMENTO (AAAAMMDD).'
           ACCEPT WRK-DATA-FECHAMENTO
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           IF WRK-DATA-FECHAMENTO NOT NUMERIC
               OR WRK-FEC-MES < 1 OR WRK-FEC-MES > 12
               OR WRK-FEC-DIA < 1 OR WRK-FEC-DIA > 31
               DISPLAY 'DATA INVALIDA - REAVALIACAO NAO CALCULADA'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'REAVALIACAO CAMBIAL COM DATA INVALIDA'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET FECHAMENTO-VALIDO TO TRUE
               OPEN INPUT CAMBIO-TABELA CUSTOMER-MASTER
               OPEN I-O CONTA-MAPA
               IF WRK-FS-MAP = '35'
                   OPEN OUTPUT CONTA-MAPA
                   CLOSE CONTA-MAPA
                   OPEN I-O CONTA-MAPA
               END-IF
               OPEN OUTPUT REAVALIACAO-RELATORIO
               MOVE WRK-DATA-FECHAMENTO TO VCMRPT-CAB-DATA
               WRITE VCMRPT-CABECALHO
               WRITE VCMRPT-TITULOS
           END-IF.

      *****************************************************
      * TITULO EM MOEDA ESTRANGEIRA AINDA EM ABERTO: SALDO NA
      * MOEDA PELA TAXA DO FECHAMENTO - A DIFERENCA PARA O SALDO
      * EM BRL E A VARIACAO NAO REALIZADA DO MES, SOMADA NA DO
      * TITULO, E A TAXA DO FECHAMENTO VIRA A TAXA CONTABIL DA
      * PROXIMA BAIXA OU REAVALIACAO
      *****************************************************
       0210-REAVALIAR-TITULO.
           PERFORM 0215-LER-TAXA-FECHAMENTO
           IF TAXA-FECHAMENTO
               MOVE CONTREC-SALDO TO WRK-SALDO-ANT
               COMPUTE WRK-SALDO-NOVO ROUNDED =
                   CONTREC-SALDO-MOEDA * CAMBIO-TAXA
                   ON SIZE ERROR
                       MOVE CONTREC-SALDO TO WRK-SALDO-NOVO
               END-COMPUTE
               COMPUTE WRK-VAR-TITULO =
                   WRK-SALDO-NOVO - WRK-SALDO-ANT
               MOVE WRK-SALDO-NOVO TO CONTREC-SALDO
               ADD WRK-VAR-TITULO TO CONTREC-VAR-NAO-REALIZ
               MOVE CAMBIO-TAXA TO CONTREC-TAXA-CONTABIL
               MOVE WRK-DATA-FECHAMENTO TO CONTREC-DATA-REAVAL
               IF WRK-VAR-TITULO > ZEROS
                   ADD WRK-VAR-TITULO TO WRK-TOT-GANHO-NR
               ELSE
                   SUBTRACT WRK-VAR-TITULO FROM WRK-TOT-PERDA-NR
               END-IF
               ADD 1 TO WRK-QT-REAVALIADOS
               SET TITULO-ALTERADO TO TRUE
           ELSE
               ADD 1 TO WRK-QT-SEM-TAXA
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'SEM TAXA ' DELIMITED BY SIZE
                   CONTREC-MOEDA DELIMITED BY SIZE
                   ' NO FECHAMENTO FATURA ' DELIMITED BY SIZE
                   CONTREC-NUM-FATURA DELIMITED BY SIZE
                   INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0215-LER-TAXA-FECHAMENTO.
           SET TAXA-FECHAMENTO TO FALSE
           MOVE CONTREC-MOEDA TO CAMBIO-MOEDA
           READ CAMBIO-TABELA
               KEY IS CAMBIO-MOEDA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CAM = '00'
               AND CAMBIO-DATA = WRK-DATA-FECHAMENTO
               AND CAMBIO-TAXA > ZEROS
               SET TAXA-FECHAMENTO TO TRUE
           END-IF.

      *****************************************************
      * VARIACAO REALIZADA NAS BAIXAS DO PROGCOB44 DESDE O
      * ULTIMO FECHAMENTO: ENTRA NOS LANCAMENTOS E E ZERADA NO
      * TITULO, PARA NAO SER LANCADA DUAS VEZES
      *****************************************************
       0220-LANCAR-REALIZADA.
           MOVE CONTREC-VAR-REALIZADA TO WRK-VAR-REALIZADA
           IF WRK-VAR-REALIZADA > ZEROS
               ADD WRK-VAR-REALIZADA TO WRK-TOT-GANHO-RE
           ELSE
               SUBTRACT WRK-VAR-REALIZADA FROM WRK-TOT-PERDA-RE
           END-IF
           MOVE ZEROS TO CONTREC-VAR-REALIZADA
           ADD 1 TO WRK-QT-REALIZADOS
           SET TITULO-ALTERADO TO TRUE.

      *****************************************************
      * OS LANCAMENTOS DO FECHAMENTO, COM AS CONTAS DO CONTMAP:
      * GANHO DEBITA CLIENTES E CREDITA A VARIACAO ATIVA, PERDA
      * DEBITA A VARIACAO PASSIVA E CREDITA CLIENTES - SEM
      * VARIACAO NADA E LANCADO
      *****************************************************
       0400-MONTAR-LANCAMENTOS.
           IF WRK-TOT-GANHO-NR > ZEROS
               MOVE WRK-TOT-GANHO-NR TO WRK-VALOR-LANCTO
               MOVE 'CLI' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'VCA' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
           END-IF
           IF WRK-TOT-PERDA-NR > ZEROS
               MOVE WRK-TOT-PERDA-NR TO WRK-VALOR-LANCTO
               MOVE 'VCP' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'CLI' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
           END-IF
           IF WRK-TOT-GANHO-RE > ZEROS
               MOVE WRK-TOT-GANHO-RE TO WRK-VALOR-LANCTO
               MOVE 'CLI' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'VRA' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
           END-IF
           IF WRK-TOT-PERDA-RE > ZEROS
               MOVE WRK-TOT-PERDA-RE TO WRK-VALOR-LANCTO
               MOVE 'VRP' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'CLI' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
           END-IF
           IF WRK-QT-LANCAMENTOS > ZEROS
               MOVE ALL '-' TO VCMRPT-SEPARADOR
               WRITE VCMRPT-SEPARADOR
               WRITE VCMRPT-TIT-LANCAMENTO
               PERFORM 0440-IMPRIMIR-LANCAMENTO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-LANCAMENTOS
           END-IF.

      *****************************************************
      * INCLUI UM LANCAMENTO NA TABELA COM A CONTA DA ORIGEM NO
      * CONTMAP; ORIGEM AINDA NAO MAPEADA E SEMEADA COM A CONTA
      * PADRAO DA TABELA ACIMA
      *****************************************************
       0430-INCLUIR-LANCAMENTO.
           MOVE WRK-ORIGEM-BUSCA TO CONTMAP-ORIGEM
           READ CONTA-MAPA
               KEY IS CONTMAP-ORIGEM
               INVALID KEY
                   PERFORM 0435-SEMEAR-ORIGEM
           END-READ
           ADD 1 TO WRK-QT-LANCAMENTOS
           MOVE WRK-DATA-FECHAMENTO
               TO WRK-LAN-DATA(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-CONTA TO WRK-LAN-CONTA(WRK-QT-LANCAMENTOS)
           MOVE WRK-DC-LANCTO TO WRK-LAN-DC(WRK-QT-LANCAMENTOS)
           MOVE WRK-VALOR-LANCTO
               TO WRK-LAN-VALOR(WRK-QT-LANCAMENTOS)
           MOVE WRK-ORIGEM-BUSCA TO WRK-LAN-ORIGEM(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-DESCRICAO
               TO WRK-LAN-DESC(WRK-QT-LANCAMENTOS).

       0435-SEMEAR-ORIGEM.
           PERFORM 0436-COPIAR-ORIGEM-PADRAO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 5
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
           MOVE WRK-LAN-DATA(WRK-I) TO VCMRPT-LAN-DATA
           MOVE WRK-LAN-CONTA(WRK-I) TO VCMRPT-LAN-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO VCMRPT-LAN-DC
           MOVE WRK-LAN-ORIGEM(WRK-I) TO VCMRPT-LAN-ORIGEM
           MOVE WRK-LAN-DESC(WRK-I) TO VCMRPT-LAN-DESCRICAO
           MOVE WRK-LAN-VALOR(WRK-I) TO VCMRPT-LAN-VALOR
           WRITE VCMRPT-LANCAMENTO.

      *****************************************************
      * GRAVA O ARQUIVO DE INTERFACE NO LAYOUT GLEXT: CABECALHO
      * DO LOTE, OS LANCAMENTOS E O TRAILER COM CONTAGEM E HASH,
      * E REGRAVA O CONTROLE GLXCTL COM O NUMERO DO LOTE - O
      * MESMO CONTROLE DO PROGCOB51 E DO PROGCOB13
      *****************************************************
       0500-GRAVAR-EXTRATO.
           IF WRK-QT-LANCAMENTOS = ZEROS
               DISPLAY 'SEM VARIACAO CAMBIAL - EXTRATO NAO GRAVADO'
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
           MOVE 'PROGCB117' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0300-FINALIZAR.
           IF FECHAMENTO-VALIDO
               DISPLAY 'TITULOS EM MOEDA LIDOS.......' WRK-QT-LIDOS
               DISPLAY 'TITULOS REAVALIADOS..........'
                   WRK-QT-REAVALIADOS
               DISPLAY 'TITULOS SEM TAXA DO DIA......' WRK-QT-SEM-TAXA
               DISPLAY 'TITULOS COM VAR. REALIZADA...'
                   WRK-QT-REALIZADOS
               DISPLAY 'VARIACAO NAO REALIZADA.......' WRK-TOT-VAR-NR
               DISPLAY 'VARIACAO REALIZADA...........' WRK-TOT-VAR-RE
               CLOSE CAMBIO-TABELA CUSTOMER-MASTER CONTA-MAPA
                   REAVALIACAO-RELATORIO
           END-IF
           CLOSE EXCEPTION-LOG.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: LE O CONTREC INTEIRO,
      * REAVALIA O TITULO EM MOEDA ESTRANGEIRA EM ABERTO, JUNTA
      * A VARIACAO REALIZADA PENDENTE (TAMBEM DE TITULO JA
      * QUITADO), REGRAVA O TITULO E LIBERA PARA O RELATORIO
      *****************************************************
       8100-REAVALIAR-TITULOS SECTION.
           OPEN I-O CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               SET FIM-TITULOS TO TRUE
           ELSE
               MOVE ZEROS TO CONTREC-NUM-FATURA
               START CONTAS-RECEBER KEY >= CONTREC-NUM-FATURA
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
           END-IF
           PERFORM 8110-LER-UM-TITULO UNTIL FIM-TITULOS
           CLOSE CONTAS-RECEBER
           GO TO 8199-FIM-ENTRADA.

       8110-LER-UM-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ
           IF NOT FIM-TITULOS
               AND CONTREC-MOEDA NOT = SPACES
               ADD 1 TO WRK-QT-LIDOS
               SET TITULO-ALTERADO TO FALSE
               MOVE CONTREC-SALDO TO WRK-SALDO-ANT WRK-SALDO-NOVO
               MOVE ZEROS TO WRK-VAR-TITULO WRK-VAR-REALIZADA
               IF NOT CONTREC-QUITADA
                   AND NOT CONTREC-BAIXADA-PERDA
                   AND CONTREC-SALDO-MOEDA > ZEROS
                   PERFORM 0210-REAVALIAR-TITULO
               END-IF
               IF CONTREC-VAR-REALIZADA NOT = ZEROS
                   PERFORM 0220-LANCAR-REALIZADA
               END-IF
               IF TITULO-ALTERADO
                   REWRITE CONTREC-REC
                   PERFORM 8120-LIBERAR-TITULO
               END-IF
           END-IF.

       8120-LIBERAR-TITULO.
           MOVE CONTREC-CLIENTE TO SORT-CLIENTE
           MOVE CONTREC-MOEDA TO SORT-MOEDA
           MOVE CONTREC-NUM-FATURA TO SORT-FATURA
           MOVE CONTREC-SALDO-MOEDA TO SORT-SALDO-MOEDA
           MOVE CONTREC-TAXA-CONTABIL TO SORT-TAXA
           MOVE WRK-SALDO-ANT TO SORT-SALDO-ANT
           MOVE WRK-SALDO-NOVO TO SORT-SALDO-NOVO
           MOVE WRK-VAR-TITULO TO SORT-VAR-NAO-REALIZ
           MOVE WRK-VAR-REALIZADA TO SORT-VAR-REALIZADA
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: IMPRIME OS TITULOS POR CLIENTE, MOEDA E
      * FATURA, COM O TOTAL DE CADA CLIENTE E MOEDA E O TOTAL
      * GERAL EM BRL
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UM-TITULO UNTIL FIM-CLASSIFICADOS
           IF WRK-CHAVE-ATUAL NOT = HIGH-VALUES
               PERFORM 8230-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE 'TOTAL GERAL EM BRL' TO VCMRPT-TOT-ROTULO
           MOVE ZEROS TO VCMRPT-TOT-SALDO-MOEDA
           MOVE WRK-TOT-SALDO-ANT TO VCMRPT-TOT-SALDO-ANT
           MOVE WRK-TOT-SALDO-NOVO TO VCMRPT-TOT-SALDO-NOVO
           MOVE WRK-TOT-VAR-NR TO VCMRPT-TOT-VAR-NAO-REALIZ
           MOVE WRK-TOT-VAR-RE TO VCMRPT-TOT-VAR-REALIZADA
           WRITE VCMRPT-TOTAL
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UM-TITULO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               MOVE SORT-CLIENTE TO WRK-CHV-CLIENTE
               MOVE SORT-MOEDA TO WRK-CHV-MOEDA
               IF WRK-CHAVE-SORT NOT = WRK-CHAVE-ATUAL
                   IF WRK-CHAVE-ATUAL NOT = HIGH-VALUES
                       PERFORM 8230-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE WRK-CHAVE-SORT TO WRK-CHAVE-ATUAL
               END-IF
               PERFORM 8220-IMPRIMIR-TITULO
           END-IF.

       8220-IMPRIMIR-TITULO.
           MOVE SORT-CLIENTE TO VCMRPT-CLIENTE
           MOVE SORT-CLIENTE TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               KEY IS CUSTMAS-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI = '00'
               MOVE CUSTMAS-NOME TO VCMRPT-NOME
           ELSE
               MOVE 'NAO CADASTRADO' TO VCMRPT-NOME
           END-IF
           MOVE SORT-MOEDA TO VCMRPT-MOEDA
           MOVE SORT-FATURA TO VCMRPT-FATURA
           MOVE SORT-SALDO-MOEDA TO VCMRPT-SALDO-MOEDA
           MOVE SORT-TAXA TO VCMRPT-TAXA
           MOVE SORT-SALDO-ANT TO VCMRPT-SALDO-ANT
           MOVE SORT-SALDO-NOVO TO VCMRPT-SALDO-NOVO
           MOVE SORT-VAR-NAO-REALIZ TO VCMRPT-VAR-NAO-REALIZ
           MOVE SORT-VAR-REALIZADA TO VCMRPT-VAR-REALIZADA
           WRITE VCMRPT-DETALHE
           ADD SORT-SALDO-MOEDA TO WRK-SUB-SALDO-MOEDA
           ADD SORT-SALDO-ANT TO WRK-SUB-SALDO-ANT WRK-TOT-SALDO-ANT
           ADD SORT-SALDO-NOVO TO WRK-SUB-SALDO-NOVO
               WRK-TOT-SALDO-NOVO
           ADD SORT-VAR-NAO-REALIZ TO WRK-SUB-VAR-NR WRK-TOT-VAR-NR
           ADD SORT-VAR-REALIZADA TO WRK-SUB-VAR-RE WRK-TOT-VAR-RE.

       8230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO VCMRPT-TOT-ROTULO
           STRING 'TOTAL DO CLIENTE ' DELIMITED BY SIZE
               WRK-ATU-CLIENTE DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-ATU-MOEDA DELIMITED BY SIZE
               INTO VCMRPT-TOT-ROTULO
           MOVE WRK-SUB-SALDO-MOEDA TO VCMRPT-TOT-SALDO-MOEDA
           MOVE WRK-SUB-SALDO-ANT TO VCMRPT-TOT-SALDO-ANT
           MOVE WRK-SUB-SALDO-NOVO TO VCMRPT-TOT-SALDO-NOVO
           MOVE WRK-SUB-VAR-NR TO VCMRPT-TOT-VAR-NAO-REALIZ
           MOVE WRK-SUB-VAR-RE TO VCMRPT-TOT-VAR-REALIZADA
           WRITE VCMRPT-TOTAL
           MOVE ZEROS TO WRK-SUB-SALDO-MOEDA WRK-SUB-SALDO-ANT
               WRK-SUB-SALDO-NOVO WRK-SUB-VAR-NR WRK-SUB-VAR-RE.

       8299-FIM-SAIDA.
           EXIT.

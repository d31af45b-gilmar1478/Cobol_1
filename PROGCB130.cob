       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB130.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CUSTO MEDIO PONDERADO DO ESTOQUE DE MATERIAIS
      * - O ESTOQUE SO TINHA QUANTIDADE E MINIMO E O VALOR DO
      * DEPOSITO NO BALANCO ERA ESTIMADO. O PONTO DE ENTRADA
      * PROGCB130-CUSTOMEDIO E A REGRA UNICA DE CUSTEIO, CHAMADA
      * POR QUEM MOVIMENTA O ESTOQUE (PROGCOB76, PROGCOB77,
      * PROGCOB94): A ENTRADA RECALCULA O CUSTO MEDIO PELO CUSTO
      * DA NOTA, A SAIDA E O AJUSTE SAO VALORIZADOS PELO CUSTO
      * MEDIO, E O VALOR DO MOVIMENTO VAI PARA O MATMOV. O
      * PROGRAMA PRINCIPAL EMITE A VALORIZACAO MENSAL POR TIPO DE
      * SUPERFICIE DO MATCAT (VALRPT): ABERTURA, ENTRADAS,
      * SAIDAS PARA OBRA, AJUSTES E FECHAMENTO - O FECHAMENTO E O
      * VALOR ATUAL DO ESTOQUE MENOS OS MOVIMENTOS POSTERIORES AO
      * CORTE E A ABERTURA E O FECHAMENTO MENOS OS MOVIMENTOS DO
      * MES - E GRAVA NO LAYOUT GLEXT OS LANCAMENTOS DO MES
      * (ESTOQUE X FORNECEDORES NAS ENTRADAS, CUSTO DAS OBRAS X
      * ESTOQUE NAS SAIDAS, AJUSTES DE ESTOQUE) COM O LOTE DO
      * GLXCTL E AS CONTAS DO CONTMAP, NOS MOLDES DO PROGCB110
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
           SELECT OPTIONAL ESTOQUE-MATERIAL ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTOQUE-CODIGO
               FILE STATUS IS WRK-FS-EST.
           SELECT OPTIONAL MATERIAL-CATALOGO ASSIGN TO 'MATCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCAT-CODIGO
               FILE STATUS IS WRK-FS-MAT.
           SELECT OPTIONAL MOVIMENTOS-MATERIAL ASSIGN TO 'MATMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
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
           SELECT VALORIZACAO-RPT ASSIGN TO 'VALRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MATERIAL.
           COPY 'ESTOQUE.CPY'.

       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  MOVIMENTOS-MATERIAL.
           COPY 'MATMOV.CPY'.

       FD  CONTA-MAPA.
           COPY 'CONTMAP.CPY'.

       FD  EXTRATO-CONTABIL.
           COPY 'GLEXT.CPY'.

       FD  CONTROLE-LOTE-GL.
       01  GLXCTL-REC.
           05  GLXCTL-ULT-LOTE     PIC 9(06).

       FD  VALORIZACAO-RPT.
       01  VALRPT-LINHA            PIC X(80).
       01  VALRPT-DETALHE.
           05  VALRPT-SUPERFICIE   PIC X(08).
           05  VALRPT-ABERTURA     PIC -(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VALRPT-ENTRADAS     PIC -(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VALRPT-SAIDAS       PIC -(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VALRPT-AJUSTES      PIC -(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VALRPT-FECHAMENTO   PIC -(09)9,99.
       01  VALRPT-LANCAMENTO.
           05  VALRPT-LAN-DATA     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALRPT-LAN-CONTA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALRPT-LAN-DC       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALRPT-LAN-ORIGEM   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALRPT-LAN-DESCRICAO PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALRPT-LAN-VALOR    PIC Z(10)9,99.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CONTAS DO ESTOQUE, SEMEADAS NO CONTMAP QUANDO A ORIGEM
      * AINDA NAO ESTA MAPEADA: EMT = ESTOQUE DE MATERIAIS
      * (ATIVO), FMT = FORNECEDORES DE MATERIAL, COB = CUSTO
      * DAS OBRAS, AJE = AJUSTES DE ESTOQUE
      *****************************************************
       01  WRK-MAPA-ESTOQUE-EXTENSO.
           02  FILLER PIC X(31) VALUE 'EMT11060001ESTOQUE DE MATERIAIS'.
           02  FILLER PIC X(31) VALUE 'FMT21030001FORNEC DE MATERIAIS'.
           02  FILLER PIC X(31) VALUE 'COB36010001CUSTO DAS OBRAS'.
           02  FILLER PIC X(31) VALUE 'AJE36020001AJUSTES DE ESTOQUE'.
       01  WRK-MAPA-ESTOQUE REDEFINES WRK-MAPA-ESTOQUE-EXTENSO.
           02  WRK-MAP-ENTRADA OCCURS 4 TIMES.
               03  WRK-MAP-ORIGEM   PIC X(03).
               03  WRK-MAP-CONTA    PIC 9(08).
               03  WRK-MAP-DESC     PIC X(20).

      *****************************************************
      * LANCAMENTOS DO MES, TODOS NO ULTIMO DIA DO PERIODO
      *****************************************************
       01  WRK-TABELA-LANCAMENTOS.
           02  WRK-LAN-ENTRADA OCCURS 6 TIMES.
               03  WRK-LAN-DATA     PIC 9(08).
               03  WRK-LAN-CONTA    PIC 9(08).
               03  WRK-LAN-DC       PIC X(01).
               03  WRK-LAN-VALOR    PIC 9(11)V99.
               03  WRK-LAN-ORIGEM   PIC X(03).
               03  WRK-LAN-DESC     PIC X(20).
       77 WRK-QT-LANCAMENTOS PIC 9(01) VALUE ZEROS.

      *****************************************************
      * ACUMULADORES POR SUPERFICIE (1 PISO, 2 PAREDE, 3 TETO,
      * 4 MATERIAL FORA DO CATALOGO) E O TOTAL (5)
      *****************************************************
       01  WRK-TABELA-SUPERFICIE.
           02  WRK-SUP-ENTRADA OCCURS 5 TIMES.
               03  WRK-SUP-NOME       PIC X(08).
               03  WRK-SUP-ATUAL      PIC S9(11)V99.
               03  WRK-SUP-POSTERIOR  PIC S9(11)V99.
               03  WRK-SUP-ENTRADAS   PIC S9(11)V99.
               03  WRK-SUP-SAIDAS     PIC S9(11)V99.
               03  WRK-SUP-AJUSTES    PIC S9(11)V99.
               03  WRK-SUP-ABERTURA   PIC S9(11)V99.
               03  WRK-SUP-FECHAMENTO PIC S9(11)V99.

       77 WRK-FS-EST        PIC X(02) VALUE '00'.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-FS-MAP        PIC X(02) VALUE '00'.
       77 WRK-FS-GLX        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-EST       PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-MOV       PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO-OK    PIC X(01) VALUE 'N'.
           88 PERIODO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-M             PIC 9(01) VALUE ZEROS.
       77 WRK-I             PIC 9(01) VALUE ZEROS.
       77 WRK-S             PIC 9(01) VALUE ZEROS.
       01  WRK-PERIODO-R.
           05  WRK-PER-ANO      PIC 9(04).
           05  WRK-PER-MES      PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-R PIC 9(06).
       01  WRK-DATA-SEGUINTE.
           05  WRK-SEG-ANO      PIC 9(04).
           05  WRK-SEG-MES      PIC 9(02).
           05  WRK-SEG-DIA      PIC 9(02).
       01  WRK-DATA-SEGUINTE-N REDEFINES WRK-DATA-SEGUINTE
                                PIC 9(08).
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77 WRK-MENOS-UM-DIA  PIC S9(05) VALUE -1.
       77 WRK-VALOR-ITEM    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-LANCTO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-MATERIAIS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-A-CATALOGO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MOVIMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-HASH          PIC 9(15) VALUE ZEROS.
       77 WRK-LOTE-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-DC-LANCTO     PIC X(01) VALUE SPACES.
       77 WRK-ORIGEM-DEB    PIC X(03) VALUE SPACES.
       77 WRK-ORIGEM-CRE    PIC X(03) VALUE SPACES.

      *****************************************************
      * AREA DO PONTO DE ENTRADA PROGCB130-CUSTOMEDIO - COPIA
      * DA LINKAGE PARA CA E O RESULTADO DE VOLTA
      *****************************************************
       77 WRK-CMD-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-CMD-QUANTIDADE  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CMD-CUSTO-REF   PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CMD-SALDO       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CMD-CUSTO-MEDIO PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CMD-VALOR       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CMD-CUSTO-MOV   PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CMD-VALOR-MOV   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CMD-NOVO-SALDO  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CMD-NOVO-VALOR  PIC S9(09)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-CMD-TIPO        PIC X(01).
       01  LK-CMD-QUANTIDADE  PIC S9(07)V99.
       01  LK-CMD-CUSTO-REF   PIC 9(05)V9999.
       01  LK-CMD-SALDO       PIC S9(07)V99.
       01  LK-CMD-CUSTO-MEDIO PIC 9(05)V9999.
       01  LK-CMD-VALOR       PIC S9(09)V99.
       01  LK-CMD-CUSTO-MOV   PIC 9(05)V9999.
       01  LK-CMD-VALOR-MOV   PIC S9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF PERIODO-VALIDO
               PERFORM 0200-APURAR-ESTOQUE
               PERFORM 0300-APURAR-MOVIMENTOS
               PERFORM 0400-IMPRIMIR-VALORIZACAO
               PERFORM 0450-MONTAR-LANCAMENTOS
               PERFORM 0500-GRAVAR-EXTRATO
           END-IF
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * PONTO DE ENTRADA DO CUSTEIO: O CHAMADOR PASSA O TIPO DO
      * MOVIMENTO ('E' ENTRADA, 'S' SAIDA, 'A' AJUSTE), A
      * QUANTIDADE COM SINAL, O CUSTO DE REFERENCIA (CUSTO DA
      * NOTA NA ENTRADA; PRECO DO MATCAT NOS DEMAIS, SO USADO
      * QUANDO O MATERIAL AINDA NAO TEM CUSTO MEDIO) E O SALDO,
      * CUSTO MEDIO E VALOR DO ESTOQUE, QUE VOLTAM ATUALIZADOS
      * COM O CUSTO UNITARIO E O VALOR DO MOVIMENTO PARA O MATMOV
      *****************************************************
       0020-PONTO-CUSTO-MEDIO.
       ENTRY 'PROGCB130-CUSTOMEDIO' USING LK-CMD-TIPO
               LK-CMD-QUANTIDADE LK-CMD-CUSTO-REF LK-CMD-SALDO
               LK-CMD-CUSTO-MEDIO LK-CMD-VALOR LK-CMD-CUSTO-MOV
               LK-CMD-VALOR-MOV.
           MOVE LK-CMD-TIPO TO WRK-CMD-TIPO
           MOVE LK-CMD-QUANTIDADE TO WRK-CMD-QUANTIDADE
           MOVE LK-CMD-CUSTO-REF TO WRK-CMD-CUSTO-REF
           MOVE LK-CMD-SALDO TO WRK-CMD-SALDO
           MOVE ZEROS TO WRK-CMD-CUSTO-MEDIO WRK-CMD-VALOR
           IF LK-CMD-CUSTO-MEDIO NUMERIC
               MOVE LK-CMD-CUSTO-MEDIO TO WRK-CMD-CUSTO-MEDIO
           END-IF
           IF LK-CMD-VALOR NUMERIC
               MOVE LK-CMD-VALOR TO WRK-CMD-VALOR
           END-IF
           PERFORM 0700-CALCULAR-CUSTO-MEDIO
           MOVE WRK-CMD-SALDO TO LK-CMD-SALDO
           MOVE WRK-CMD-CUSTO-MEDIO TO LK-CMD-CUSTO-MEDIO
           MOVE WRK-CMD-VALOR TO LK-CMD-VALOR
           MOVE WRK-CMD-CUSTO-MOV TO LK-CMD-CUSTO-MOV
           MOVE WRK-CMD-VALOR-MOV TO LK-CMD-VALOR-MOV
           GOBACK.

      *****************************************************
      * LE O PERIODO (AAAAMM) E MONTA O PRIMEIRO DIA E O CORTE
      * (ULTIMO DIA, VESPERA DO DIA 1 DO MES SEGUINTE PELO
      * SERVICO DE DATA DO PROGCOB17), COMO NO PROGCB110
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'PERIODO DA VALORIZACAO (AAAAMM)..'
           ACCEPT WRK-PERIODO
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           IF WRK-PERIODO NOT NUMERIC
               OR WRK-PER-MES < 1 OR WRK-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO - VALORIZACAO NAO CALCULADA'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               MOVE 'VALORIZACAO DO ESTOQUE COM PERIODO INVALIDO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET PERIODO-VALIDO TO TRUE
               COMPUTE WRK-DATA-INICIO = WRK-PERIODO * 100 + 1
               MOVE WRK-PER-ANO TO WRK-SEG-ANO
               MOVE WRK-PER-MES TO WRK-SEG-MES
               MOVE 01 TO WRK-SEG-DIA
               IF WRK-SEG-MES = 12
                   ADD 1 TO WRK-SEG-ANO
                   MOVE 01 TO WRK-SEG-MES
               ELSE
                   ADD 1 TO WRK-SEG-MES
               END-IF
               CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-SEGUINTE-N
                   WRK-MENOS-UM-DIA WRK-DATA-CORTE
               MOVE 'PISO' TO WRK-SUP-NOME(1)
               MOVE 'PAREDE' TO WRK-SUP-NOME(2)
               MOVE 'TETO' TO WRK-SUP-NOME(3)
               MOVE 'OUTROS' TO WRK-SUP-NOME(4)
               MOVE 'TOTAL' TO WRK-SUP-NOME(5)
               PERFORM 0110-ZERAR-SUPERFICIE VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 5
               OPEN INPUT ESTOQUE-MATERIAL MATERIAL-CATALOGO
               OPEN I-O CONTA-MAPA
               IF WRK-FS-MAP = '35'
                   OPEN OUTPUT CONTA-MAPA
                   CLOSE CONTA-MAPA
                   OPEN I-O CONTA-MAPA
               END-IF
               OPEN OUTPUT VALORIZACAO-RPT
           END-IF.

       0110-ZERAR-SUPERFICIE.
           MOVE ZEROS TO WRK-SUP-ATUAL(WRK-S) WRK-SUP-POSTERIOR(WRK-S)
               WRK-SUP-ENTRADAS(WRK-S) WRK-SUP-SAIDAS(WRK-S)
               WRK-SUP-AJUSTES(WRK-S) WRK-SUP-ABERTURA(WRK-S)
               WRK-SUP-FECHAMENTO(WRK-S).

      *****************************************************
      * VALOR ATUAL DO ESTOQUE POR SUPERFICIE - MATERIAL AINDA
      * SEM CUSTO MEDIO (SALDO ANTERIOR AO CUSTEIO, SEM
      * MOVIMENTO DESDE ENTAO) ENTRA PELO PRECO DO MATCAT E E
      * CONTADO
      *****************************************************
       0200-APURAR-ESTOQUE.
           SET FIM-ESTOQUE TO FALSE
           IF WRK-FS-EST NOT = '00'
               DISPLAY 'ARQUIVO ESTOQUE AUSENTE'
               SET FIM-ESTOQUE TO TRUE
           ELSE
               MOVE SPACES TO ESTOQUE-CODIGO
               START ESTOQUE-MATERIAL KEY >= ESTOQUE-CODIGO
                   INVALID KEY
                       SET FIM-ESTOQUE TO TRUE
               END-START
           END-IF
           PERFORM 0210-VALORIZAR-UM-MATERIAL UNTIL FIM-ESTOQUE.

       0210-VALORIZAR-UM-MATERIAL.
           READ ESTOQUE-MATERIAL NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ
           IF NOT FIM-ESTOQUE
               ADD 1 TO WRK-QT-MATERIAIS
               MOVE ESTOQUE-CODIGO TO MATCAT-CODIGO
               PERFORM 0250-SUPERFICIE-DO-MATERIAL
               MOVE ZEROS TO WRK-VALOR-ITEM
               IF ESTOQUE-CUSTO-MEDIO NUMERIC
                   AND ESTOQUE-CUSTO-MEDIO > ZEROS
                   AND ESTOQUE-VALOR NUMERIC
                   MOVE ESTOQUE-VALOR TO WRK-VALOR-ITEM
               ELSE
                   IF WRK-FS-MAT = '00' AND ESTOQUE-SALDO NOT = ZEROS
                       COMPUTE WRK-VALOR-ITEM ROUNDED =
                           ESTOQUE-SALDO * MATCAT-PRECO-UNIT
                           ON SIZE ERROR
                               MOVE ZEROS TO WRK-VALOR-ITEM
                       END-COMPUTE
                       ADD 1 TO WRK-QT-A-CATALOGO
                   END-IF
               END-IF
               ADD WRK-VALOR-ITEM TO WRK-SUP-ATUAL(WRK-S)
           END-IF.

      *****************************************************
      * SUPERFICIE PELO MATCAT-TIPO-SUP; FORA DO CATALOGO = 4
      *****************************************************
       0250-SUPERFICIE-DO-MATERIAL.
           MOVE 4 TO WRK-S
           READ MATERIAL-CATALOGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MAT = '00'
               EVALUATE TRUE
                   WHEN MATCAT-PISO
                       MOVE 1 TO WRK-S
                   WHEN MATCAT-PAREDE
                       MOVE 2 TO WRK-S
                   WHEN MATCAT-TETO
                       MOVE 3 TO WRK-S
               END-EVALUATE
           END-IF.

      *****************************************************
      * MOVIMENTOS DO DIARIO: DENTRO DO MES POR TIPO, E DEPOIS
      * DO CORTE SOMADOS PARA VOLTAR O VALOR ATUAL AO CORTE
      *****************************************************
       0300-APURAR-MOVIMENTOS.
           SET FIM-MOVIMENTOS TO FALSE
           OPEN INPUT MOVIMENTOS-MATERIAL
           IF WRK-FS-MOV NOT = '00'
               SET FIM-MOVIMENTOS TO TRUE
           END-IF
           PERFORM 0310-LER-UM-MOVIMENTO UNTIL FIM-MOVIMENTOS
           CLOSE MOVIMENTOS-MATERIAL.

       0310-LER-UM-MOVIMENTO.
           READ MOVIMENTOS-MATERIAL
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
           END-READ
           IF NOT FIM-MOVIMENTOS
               AND MATMOV-DATA >= WRK-DATA-INICIO
               AND MATMOV-VALOR NUMERIC
               MOVE MATMOV-VALOR TO WRK-VALOR-MOV
               MOVE MATMOV-CODIGO TO MATCAT-CODIGO
               PERFORM 0250-SUPERFICIE-DO-MATERIAL
               IF MATMOV-DATA > WRK-DATA-CORTE
                   ADD WRK-VALOR-MOV TO WRK-SUP-POSTERIOR(WRK-S)
               ELSE
                   ADD 1 TO WRK-QT-MOVIMENTOS
                   EVALUATE TRUE
                       WHEN MATMOV-ENTRADA
                           ADD WRK-VALOR-MOV TO WRK-SUP-ENTRADAS(WRK-S)
                       WHEN MATMOV-SAIDA
                           ADD WRK-VALOR-MOV TO WRK-SUP-SAIDAS(WRK-S)
                       WHEN OTHER
                           ADD WRK-VALOR-MOV TO WRK-SUP-AJUSTES(WRK-S)
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************
      * FECHAMENTO = ATUAL - POSTERIOR; ABERTURA = FECHAMENTO -
      * MOVIMENTOS DO MES. UMA LINHA POR SUPERFICIE E O TOTAL
      *****************************************************
       0400-IMPRIMIR-VALORIZACAO.
           MOVE 'VALORIZACAO DO ESTOQUE DE MATERIAIS - CUSTO MEDIO'
               TO VALRPT-LINHA
           WRITE VALRPT-LINHA
           MOVE SPACES TO VALRPT-LINHA
           STRING 'PERIODO ' WRK-PERIODO ' - DE ' WRK-DATA-INICIO
               ' A ' WRK-DATA-CORTE
               DELIMITED BY SIZE INTO VALRPT-LINHA
           WRITE VALRPT-LINHA
           MOVE ALL '-' TO VALRPT-LINHA
           WRITE VALRPT-LINHA
           MOVE 'SUPERF        ABERTURA      ENTRADAS  SAIDAS OBRAS'
               TO VALRPT-LINHA
           MOVE 'AJUSTES    FECHAMENTO' TO VALRPT-LINHA(58:21)
           WRITE VALRPT-LINHA
           PERFORM 0410-FECHAR-SUPERFICIE VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 4
           MOVE ALL '-' TO VALRPT-LINHA
           WRITE VALRPT-LINHA
           MOVE 5 TO WRK-S
           PERFORM 0420-IMPRIMIR-SUPERFICIE
           IF WRK-QT-A-CATALOGO > ZEROS
               MOVE SPACES TO VALRPT-LINHA
               STRING WRK-QT-A-CATALOGO ' MATERIAL(IS) AINDA SEM '
                   'CUSTO MEDIO - VALORIZADO(S) AO PRECO DO MATCAT'
                   DELIMITED BY SIZE INTO VALRPT-LINHA
               WRITE VALRPT-LINHA
           END-IF.

       0410-FECHAR-SUPERFICIE.
           COMPUTE WRK-SUP-FECHAMENTO(WRK-S) =
               WRK-SUP-ATUAL(WRK-S) - WRK-SUP-POSTERIOR(WRK-S)
           COMPUTE WRK-SUP-ABERTURA(WRK-S) =
               WRK-SUP-FECHAMENTO(WRK-S) - WRK-SUP-ENTRADAS(WRK-S)
               - WRK-SUP-SAIDAS(WRK-S) - WRK-SUP-AJUSTES(WRK-S)
           ADD WRK-SUP-ABERTURA(WRK-S) TO WRK-SUP-ABERTURA(5)
           ADD WRK-SUP-ENTRADAS(WRK-S) TO WRK-SUP-ENTRADAS(5)
           ADD WRK-SUP-SAIDAS(WRK-S) TO WRK-SUP-SAIDAS(5)
           ADD WRK-SUP-AJUSTES(WRK-S) TO WRK-SUP-AJUSTES(5)
           ADD WRK-SUP-FECHAMENTO(WRK-S) TO WRK-SUP-FECHAMENTO(5)
           IF WRK-SUP-ABERTURA(WRK-S) NOT = ZEROS
               OR WRK-SUP-FECHAMENTO(WRK-S) NOT = ZEROS
               OR WRK-SUP-ENTRADAS(WRK-S) NOT = ZEROS
               OR WRK-SUP-SAIDAS(WRK-S) NOT = ZEROS
               OR WRK-SUP-AJUSTES(WRK-S) NOT = ZEROS
               PERFORM 0420-IMPRIMIR-SUPERFICIE
           END-IF.

       0420-IMPRIMIR-SUPERFICIE.
           MOVE SPACES TO VALRPT-DETALHE
           MOVE WRK-SUP-NOME(WRK-S) TO VALRPT-SUPERFICIE
           MOVE WRK-SUP-ABERTURA(WRK-S) TO VALRPT-ABERTURA
           MOVE WRK-SUP-ENTRADAS(WRK-S) TO VALRPT-ENTRADAS
           MOVE WRK-SUP-SAIDAS(WRK-S) TO VALRPT-SAIDAS
           MOVE WRK-SUP-AJUSTES(WRK-S) TO VALRPT-AJUSTES
           MOVE WRK-SUP-FECHAMENTO(WRK-S) TO VALRPT-FECHAMENTO
           WRITE VALRPT-DETALHE.

      *****************************************************
      * LANCAMENTOS DO MES NO CORTE, PELO TOTAL: ENTRADAS
      * (D ESTOQUE / C FORNECEDORES), SAIDAS PARA OBRA (D CUSTO
      * DAS OBRAS / C ESTOQUE) E AJUSTES (D ESTOQUE / C AJUSTES
      * QUANDO SOBE) - VALOR NEGATIVO INVERTE AS PARTIDAS, ZERO
      * NAO E LANCADO
      *****************************************************
       0450-MONTAR-LANCAMENTOS.
           MOVE WRK-SUP-ENTRADAS(5) TO WRK-VALOR-LANCTO
           MOVE 'EMT' TO WRK-ORIGEM-DEB
           MOVE 'FMT' TO WRK-ORIGEM-CRE
           PERFORM 0460-INCLUIR-PARTIDAS
           COMPUTE WRK-VALOR-LANCTO = WRK-SUP-SAIDAS(5) * -1
           MOVE 'COB' TO WRK-ORIGEM-DEB
           MOVE 'EMT' TO WRK-ORIGEM-CRE
           PERFORM 0460-INCLUIR-PARTIDAS
           MOVE WRK-SUP-AJUSTES(5) TO WRK-VALOR-LANCTO
           MOVE 'EMT' TO WRK-ORIGEM-DEB
           MOVE 'AJE' TO WRK-ORIGEM-CRE
           PERFORM 0460-INCLUIR-PARTIDAS
           IF WRK-QT-LANCAMENTOS > ZEROS
               MOVE ALL '-' TO VALRPT-LINHA
               WRITE VALRPT-LINHA
               MOVE 'LANCAMENTOS CONTABEIS DO MES' TO VALRPT-LINHA
               WRITE VALRPT-LINHA
               PERFORM 0480-IMPRIMIR-LANCAMENTO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-LANCAMENTOS
           END-IF.

       0460-INCLUIR-PARTIDAS.
           IF WRK-VALOR-LANCTO < ZEROS
               COMPUTE WRK-VALOR-LANCTO = WRK-VALOR-LANCTO * -1
               MOVE WRK-ORIGEM-DEB TO WRK-ORIGEM-BUSCA
               MOVE WRK-ORIGEM-CRE TO WRK-ORIGEM-DEB
               MOVE WRK-ORIGEM-BUSCA TO WRK-ORIGEM-CRE
           END-IF
           IF WRK-VALOR-LANCTO > ZEROS
               MOVE WRK-ORIGEM-DEB TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0470-INCLUIR-LANCAMENTO
               MOVE WRK-ORIGEM-CRE TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0470-INCLUIR-LANCAMENTO
           END-IF.

      *****************************************************
      * INCLUI UM LANCAMENTO NA TABELA COM A CONTA DA ORIGEM NO
      * CONTMAP; ORIGEM AINDA NAO MAPEADA E SEMEADA COM A CONTA
      * PADRAO NA PRIMEIRA VALORIZACAO
      *****************************************************
       0470-INCLUIR-LANCAMENTO.
           MOVE WRK-ORIGEM-BUSCA TO CONTMAP-ORIGEM
           READ CONTA-MAPA
               KEY IS CONTMAP-ORIGEM
               INVALID KEY
                   PERFORM 0475-SEMEAR-ORIGEM
           END-READ
           ADD 1 TO WRK-QT-LANCAMENTOS
           MOVE WRK-DATA-CORTE TO WRK-LAN-DATA(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-CONTA TO WRK-LAN-CONTA(WRK-QT-LANCAMENTOS)
           MOVE WRK-DC-LANCTO TO WRK-LAN-DC(WRK-QT-LANCAMENTOS)
           MOVE WRK-VALOR-LANCTO TO WRK-LAN-VALOR(WRK-QT-LANCAMENTOS)
           MOVE WRK-ORIGEM-BUSCA TO WRK-LAN-ORIGEM(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-DESCRICAO
               TO WRK-LAN-DESC(WRK-QT-LANCAMENTOS).

       0475-SEMEAR-ORIGEM.
           PERFORM 0476-COPIAR-ORIGEM-PADRAO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 4
           WRITE CONTMAP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           DISPLAY 'ORIGEM ' CONTMAP-ORIGEM ' INCLUIDA NO CONTMAP'
               ' COM A CONTA ' CONTMAP-CONTA.

       0476-COPIAR-ORIGEM-PADRAO.
           IF WRK-MAP-ORIGEM(WRK-M) = WRK-ORIGEM-BUSCA
               MOVE WRK-MAP-ORIGEM(WRK-M) TO CONTMAP-ORIGEM
               MOVE WRK-MAP-CONTA(WRK-M) TO CONTMAP-CONTA
               MOVE WRK-MAP-DESC(WRK-M) TO CONTMAP-DESCRICAO
           END-IF.

       0480-IMPRIMIR-LANCAMENTO.
           MOVE SPACES TO VALRPT-LANCAMENTO
           MOVE WRK-LAN-DATA(WRK-I) TO VALRPT-LAN-DATA
           MOVE WRK-LAN-CONTA(WRK-I) TO VALRPT-LAN-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO VALRPT-LAN-DC
           MOVE WRK-LAN-ORIGEM(WRK-I) TO VALRPT-LAN-ORIGEM
           MOVE WRK-LAN-DESC(WRK-I) TO VALRPT-LAN-DESCRICAO
           MOVE WRK-LAN-VALOR(WRK-I) TO VALRPT-LAN-VALOR
           WRITE VALRPT-LANCAMENTO.

      *****************************************************
      * GRAVA O ARQUIVO DE INTERFACE NO LAYOUT GLEXT: CABECALHO
      * DO LOTE, OS LANCAMENTOS E O TRAILER COM CONTAGEM E HASH,
      * E REGRAVA O CONTROLE GLXCTL - O MESMO CONTROLE DO
      * PROGCOB51, DO PROGCOB13 E DO PROGCB110
      *****************************************************
       0500-GRAVAR-EXTRATO.
           IF WRK-QT-LANCAMENTOS = ZEROS
               DISPLAY 'SEM MOVIMENTO VALORIZADO - EXTRATO NAO GRAVADO'
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

      *****************************************************
      * CUSTO MEDIO PONDERADO. MATERIAL SEM CUSTO MEDIO TOMA O
      * CUSTO DE REFERENCIA E O SALDO QUE JA EXISTIA E
      * VALORIZADO POR ELE. ENTRADA COM SALDO POSITIVO: NOVO
      * CUSTO = (VALOR + QUANTIDADE X CUSTO DA NOTA) / NOVO
      * SALDO; COM SALDO ZERADO OU NEGATIVO O CUSTO DA NOTA
      * PASSA A SER O CUSTO MEDIO. SAIDA, AJUSTE E SOBRA
      * DEVOLVIDA ANDAM PELO CUSTO MEDIO SEM ALTERA-LO; SALDO
      * QUE ZERA LEVA O VALOR INTEIRO. O VALOR DO MOVIMENTO E
      * SEMPRE A VARIACAO DO VALOR DO ESTOQUE
      *****************************************************
       0700-CALCULAR-CUSTO-MEDIO.
           IF WRK-CMD-CUSTO-MEDIO = ZEROS
               AND WRK-CMD-CUSTO-REF > ZEROS
               MOVE WRK-CMD-CUSTO-REF TO WRK-CMD-CUSTO-MEDIO
               COMPUTE WRK-CMD-VALOR ROUNDED =
                   WRK-CMD-SALDO * WRK-CMD-CUSTO-MEDIO
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-CMD-VALOR
               END-COMPUTE
           END-IF
           COMPUTE WRK-CMD-NOVO-SALDO =
               WRK-CMD-SALDO + WRK-CMD-QUANTIDADE
           IF WRK-CMD-TIPO = 'E' AND WRK-CMD-QUANTIDADE > ZEROS
               IF WRK-CMD-CUSTO-REF > ZEROS
                   MOVE WRK-CMD-CUSTO-REF TO WRK-CMD-CUSTO-MOV
               ELSE
                   MOVE WRK-CMD-CUSTO-MEDIO TO WRK-CMD-CUSTO-MOV
               END-IF
               IF WRK-CMD-SALDO > ZEROS
                   COMPUTE WRK-CMD-NOVO-VALOR ROUNDED = WRK-CMD-VALOR
                       + WRK-CMD-QUANTIDADE * WRK-CMD-CUSTO-MOV
                   COMPUTE WRK-CMD-CUSTO-MEDIO ROUNDED =
                       WRK-CMD-NOVO-VALOR / WRK-CMD-NOVO-SALDO
                       ON SIZE ERROR
                           MOVE WRK-CMD-CUSTO-MOV
                               TO WRK-CMD-CUSTO-MEDIO
                   END-COMPUTE
               ELSE
                   MOVE WRK-CMD-CUSTO-MOV TO WRK-CMD-CUSTO-MEDIO
                   COMPUTE WRK-CMD-NOVO-VALOR ROUNDED =
                       WRK-CMD-NOVO-SALDO * WRK-CMD-CUSTO-MEDIO
               END-IF
           ELSE
               MOVE WRK-CMD-CUSTO-MEDIO TO WRK-CMD-CUSTO-MOV
               IF WRK-CMD-NOVO-SALDO = ZEROS
                   MOVE ZEROS TO WRK-CMD-NOVO-VALOR
               ELSE
                   COMPUTE WRK-CMD-NOVO-VALOR ROUNDED = WRK-CMD-VALOR
                       + WRK-CMD-QUANTIDADE * WRK-CMD-CUSTO-MEDIO
               END-IF
           END-IF
           COMPUTE WRK-CMD-VALOR-MOV =
               WRK-CMD-NOVO-VALOR - WRK-CMD-VALOR
           MOVE WRK-CMD-NOVO-SALDO TO WRK-CMD-SALDO
           MOVE WRK-CMD-NOVO-VALOR TO WRK-CMD-VALOR.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB130' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

       0900-FINALIZAR.
           IF PERIODO-VALIDO
               DISPLAY 'MATERIAIS NO ESTOQUE.........' WRK-QT-MATERIAIS
               DISPLAY 'MATERIAIS AO PRECO DO MATCAT.'
                   WRK-QT-A-CATALOGO
               DISPLAY 'MOVIMENTOS DO MES............'
                   WRK-QT-MOVIMENTOS
               DISPLAY 'VALOR DE FECHAMENTO..........'
                   WRK-SUP-FECHAMENTO(5)
               CLOSE ESTOQUE-MATERIAL MATERIAL-CATALOGO
                   CONTA-MAPA VALORIZACAO-RPT
           END-IF
           CLOSE EXCEPTION-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB04.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : EXPIRACAO MENSAL DE PONTOS DE FIDELIDADE - O
      * LOYALLED SO GUARDA OS TOTAIS DO CLIENTE E O PONTO GANHO
      * HA ANOS NUNCA EXPIRAVA. ESTE LOTE CLASSIFICA O DIARIO
      * LOYMOV POR CPF E DATA E REFAZ OS LOTES DE PONTOS POR MES
      * EM QUE FORAM GANHOS (LOYLOTE), COM O RESGATE E A
      * EXPIRACAO CONSUMINDO O LOTE MAIS ANTIGO PRIMEIRO. O LOTE
      * COM MAIS MESES QUE O PRAZO DO LOYPARM EXPIRA: MOVIMENTO
      * 'E' NO LOYMOV E SALDO BAIXADO NO LOYALLED (RELATORIO
      * LOYEXP). ANTES, A LISTA DE AVISO (LOYAVI) TRAZ O CLIENTE
      * COM PONTOS QUE VENCEM NOS PROXIMOS 30 DIAS, PARA A LOJA
      * AVISAR NO CAIXA
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
           SELECT LEDGER-FIDELIDADE ASSIGN TO 'LOYALLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYALLED-CPF
               FILE STATUS IS WRK-FS-LOY.
           SELECT OPTIONAL MOVIMENTOS-FIDELIDADE ASSIGN TO 'LOYMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOM.
           SELECT OPTIONAL MOVIMENTOS-LEITURA ASSIGN TO 'LOYMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LER.
           SELECT OPTIONAL PARAMETRO-FIDELIDADE ASSIGN TO 'LOYPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOP.
           SELECT LOTES-FIDELIDADE ASSIGN TO 'LOYLOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYLOTE-CHAVE
               FILE STATUS IS WRK-FS-LOT.
           SELECT EXPIRACAO-RPT ASSIGN TO 'LOYEXP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXP.
           SELECT AVISO-RPT ASSIGN TO 'LOYAVI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AVI.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FIDELIDADE.
           COPY 'LOYALLED.CPY'.

       FD  MOVIMENTOS-FIDELIDADE.
           COPY 'LOYMOV.CPY'.

      *****************************************************
      * SEGUNDA VISAO DO DIARIO DE MOVIMENTOS, SO DE LEITURA,
      * USADA NA CLASSIFICACAO - MESMO LAYOUT DO LOYMOV.CPY
      *****************************************************
       FD  MOVIMENTOS-LEITURA.
       01  LREL-REC.
           05  LREL-CPF            PIC 9(11).
           05  LREL-TIPO           PIC X(01).
           05  LREL-PONTOS         PIC 9(07).
           05  LREL-SALDO-APOS     PIC 9(09).
           05  LREL-DATA           PIC 9(08).
           05  LREL-HORA           PIC 9(08).
           05  LREL-PROGRAMA       PIC X(09).

       FD  PARAMETRO-FIDELIDADE.
           COPY 'LOYPARM.CPY'.

       FD  LOTES-FIDELIDADE.
           COPY 'LOYLOTE.CPY'.

       FD  EXPIRACAO-RPT.
       01  LOYEXP-LINHA            PIC X(80).

       FD  AVISO-RPT.
       01  LOYAVI-LINHA.
           05  LOYAVI-CPF          PIC 9(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOYAVI-MES-ORIGEM   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOYAVI-MES-EXPIRA   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOYAVI-PONTOS       PIC Z(08)9.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-CPF            PIC 9(11).
           05  SORT-DATA           PIC 9(08).
           05  SORT-HORA           PIC 9(08).
           05  SORT-TIPO           PIC X(01).
           05  SORT-PONTOS         PIC 9(07).

       WORKING-STORAGE SECTION.
      *****************************************************
      * LOTES MENSAIS DO CLIENTE EM PROCESSAMENTO, DO MAIS
      * ANTIGO PARA O MAIS NOVO (O DIARIO CHEGA EM ORDEM DE DATA)
      *****************************************************
       01  WRK-TABELA-LOTES.
           02  WRK-LOT-ENTRADA OCCURS 240 TIMES.
               03  WRK-LOT-MES       PIC 9(06).
               03  WRK-LOT-GANHOS    PIC 9(09).
               03  WRK-LOT-RESGATADOS PIC 9(09).
               03  WRK-LOT-EXPIRADOS PIC 9(09).
               03  WRK-LOT-SALDO     PIC 9(09).
               03  WRK-LOT-MES-EXPIRA PIC 9(06).
       77 WRK-QT-LOTES      PIC 9(03) VALUE ZEROS.
       77 WRK-L             PIC 9(03) VALUE ZEROS.
       77 WRK-FS-LOY        PIC X(02) VALUE '00'.
       77 WRK-FS-LOM        PIC X(02) VALUE '00'.
       77 WRK-FS-LER        PIC X(02) VALUE '00'.
       77 WRK-FS-LOP        PIC X(02) VALUE '00'.
       77 WRK-FS-LOT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXP        PIC X(02) VALUE '00'.
       77 WRK-FS-AVI        PIC X(02) VALUE '00'.
       77 WRK-FIM-LER       PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-REF      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AVISO    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-AVISO    PIC S9(05) VALUE +30.
       77 WRK-MESES-VALIDADE PIC 9(03) VALUE 24.
       77 WRK-IDX-REF       PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-AVISO     PIC 9(06) VALUE ZEROS.
       77 WRK-IDX-MES       PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CALC      PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-CALC      PIC 9(04) VALUE ZEROS.
       77 WRK-MM-CALC       PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-ATUAL     PIC 9(11) VALUE ZEROS.
       77 WRK-A-CONSUMIR    PIC 9(09) VALUE ZEROS.
       77 WRK-CONSUMO       PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-EXPIRAR   PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-AVISO     PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-LOTES   PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-EDT       PIC Z(08)9.
       77 WRK-SALDO-EDT     PIC Z(08)9.
       77 WRK-QT-CLIENTES   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXPIRADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-EXPIRADO  PIC 9(11) VALUE ZEROS.
       77 WRK-QT-AVISOS     PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-AVISO     PIC 9(11) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-LOTE   PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-CPF SORT-DATA SORT-HORA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 8100-SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 8200-REFAZER-LOTES
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * DATA DE REFERENCIA (SEM ELA, HOJE) E PRAZO DE VALIDADE
      * DO LOYPARM - O LOTE EXPIRA QUANDO O MES DE VENCIMENTO
      * (MES DE ORIGEM + PRAZO) FICA ANTES DO MES DE REFERENCIA;
      * O AVISO OLHA O MES DE REFERENCIA + 30 DIAS
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD)..'
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF = ZEROS
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT PARAMETRO-FIDELIDADE
           IF WRK-FS-LOP = '00'
               READ PARAMETRO-FIDELIDADE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOYPARM-MESES-VALIDADE IS NUMERIC
                           AND LOYPARM-MESES-VALIDADE > ZEROS
                           MOVE LOYPARM-MESES-VALIDADE
                               TO WRK-MESES-VALIDADE
                       END-IF
               END-READ
               CLOSE PARAMETRO-FIDELIDADE
           END-IF
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-REF
               WRK-DIAS-AVISO WRK-DATA-AVISO
           MOVE WRK-DATA-REF(1:6) TO WRK-MES-CALC
           PERFORM 0500-CONVERTER-MES
           MOVE WRK-IDX-MES TO WRK-IDX-REF
           MOVE WRK-DATA-AVISO(1:6) TO WRK-MES-CALC
           PERFORM 0500-CONVERTER-MES
           MOVE WRK-IDX-MES TO WRK-IDX-AVISO
           OPEN I-O LEDGER-FIDELIDADE
           IF WRK-FS-LOY = '35'
               OPEN OUTPUT LEDGER-FIDELIDADE
               CLOSE LEDGER-FIDELIDADE
               OPEN I-O LEDGER-FIDELIDADE
           END-IF
           OPEN OUTPUT LOTES-FIDELIDADE
           OPEN OUTPUT EXPIRACAO-RPT
           OPEN OUTPUT AVISO-RPT
           MOVE SPACES TO LOYEXP-LINHA
           STRING 'EXPIRACAO DE PONTOS - REFERENCIA ' WRK-DATA-REF
               ' PRAZO ' WRK-MESES-VALIDADE ' MESES'
               DELIMITED BY SIZE INTO LOYEXP-LINHA
           WRITE LOYEXP-LINHA
           MOVE SPACES TO LOYEXP-LINHA
           STRING 'CPF          PONTOS EXPIRADOS  SALDO APOS'
               DELIMITED BY SIZE INTO LOYEXP-LINHA
           WRITE LOYEXP-LINHA
           MOVE ALL '-' TO LOYEXP-LINHA
           WRITE LOYEXP-LINHA
           MOVE SPACES TO LOYAVI-LINHA
           STRING 'PONTOS A VENCER ATE ' WRK-DATA-AVISO
               ' - AVISAR O CLIENTE NO CAIXA'
               DELIMITED BY SIZE INTO LOYAVI-LINHA
           WRITE LOYAVI-LINHA
           MOVE SPACES TO LOYAVI-LINHA
           STRING 'CPF          GANHO   VENCE       PONTOS'
               DELIMITED BY SIZE INTO LOYAVI-LINHA
           WRITE LOYAVI-LINHA
           MOVE ALL '-' TO LOYAVI-LINHA
           WRITE LOYAVI-LINHA.

      *****************************************************
      * ACUMULO: ENGORDA O LOTE DO MES DO MOVIMENTO (O ULTIMO DA
      * TABELA, JA QUE O DIARIO VEM EM ORDEM DE DATA) OU ABRE UM
      * NOVO - ESTOURO DA TABELA CAI NO ULTIMO LOTE
      *****************************************************
       0200-ACUMULAR-LOTE.
           IF WRK-QT-LOTES = ZEROS
               OR WRK-LOT-MES(WRK-QT-LOTES) NOT = SORT-DATA(1:6)
               IF WRK-QT-LOTES < 240
                   ADD 1 TO WRK-QT-LOTES
                   MOVE SORT-DATA(1:6) TO WRK-LOT-MES(WRK-QT-LOTES)
                   MOVE ZEROS TO WRK-LOT-GANHOS(WRK-QT-LOTES)
                   MOVE ZEROS TO WRK-LOT-RESGATADOS(WRK-QT-LOTES)
                   MOVE ZEROS TO WRK-LOT-EXPIRADOS(WRK-QT-LOTES)
                   MOVE ZEROS TO WRK-LOT-SALDO(WRK-QT-LOTES)
               END-IF
           END-IF
           ADD SORT-PONTOS TO WRK-LOT-GANHOS(WRK-QT-LOTES)
           ADD SORT-PONTOS TO WRK-LOT-SALDO(WRK-QT-LOTES).

      *****************************************************
      * RESGATE OU EXPIRACAO: CONSOME O SALDO DOS LOTES DO MAIS
      * ANTIGO PARA O MAIS NOVO
      *****************************************************
       0210-CONSUMIR-LOTES.
           MOVE SORT-PONTOS TO WRK-A-CONSUMIR
           PERFORM 0220-CONSUMIR-UM-LOTE
               VARYING WRK-L FROM 1 BY 1
               UNTIL WRK-L > WRK-QT-LOTES
                  OR WRK-A-CONSUMIR = ZEROS
           IF WRK-A-CONSUMIR > ZEROS
               ADD 1 TO WRK-QT-SEM-LOTE
           END-IF.

       0220-CONSUMIR-UM-LOTE.
           IF WRK-LOT-SALDO(WRK-L) > ZEROS
               IF WRK-LOT-SALDO(WRK-L) < WRK-A-CONSUMIR
                   MOVE WRK-LOT-SALDO(WRK-L) TO WRK-CONSUMO
               ELSE
                   MOVE WRK-A-CONSUMIR TO WRK-CONSUMO
               END-IF
               SUBTRACT WRK-CONSUMO FROM WRK-LOT-SALDO(WRK-L)
               SUBTRACT WRK-CONSUMO FROM WRK-A-CONSUMIR
               IF SORT-TIPO = 'E'
                   ADD WRK-CONSUMO TO WRK-LOT-EXPIRADOS(WRK-L)
               ELSE
                   ADD WRK-CONSUMO TO WRK-LOT-RESGATADOS(WRK-L)
               END-IF
           END-IF.

      *****************************************************
      * FECHAMENTO DO CLIENTE: VENCE O LOTE FORA DO PRAZO, AVISA
      * O LOTE QUE VENCE NOS PROXIMOS 30 DIAS E GRAVA OS LOTES
      *****************************************************
       0300-FECHAR-CLIENTE.
           ADD 1 TO WRK-QT-CLIENTES
           MOVE ZEROS TO WRK-PTS-EXPIRAR
           MOVE ZEROS TO WRK-PTS-AVISO
           MOVE ZEROS TO WRK-SALDO-LOTES
           PERFORM 0310-AVALIAR-LOTE
               VARYING WRK-L FROM 1 BY 1
               UNTIL WRK-L > WRK-QT-LOTES
           MOVE WRK-CPF-ATUAL TO LOYALLED-CPF
           READ LEDGER-FIDELIDADE
               KEY IS LOYALLED-CPF
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-LOY = '00'
               IF WRK-PTS-EXPIRAR > ZEROS
                   PERFORM 0330-EXPIRAR-CLIENTE
               END-IF
               IF LOYALLED-PTS-SALDO NOT = WRK-SALDO-LOTES
                   ADD 1 TO WRK-QT-DIVERGENTES
                   MOVE LOYALLED-PTS-SALDO TO WRK-SALDO-EDT
                   MOVE WRK-SALDO-LOTES TO WRK-PTS-EDT
                   MOVE SPACES TO LOYEXP-LINHA
                   STRING WRK-CPF-ATUAL
                       '  SALDO DO LEDGER ' WRK-SALDO-EDT
                       ' DIFERE DOS LOTES ' WRK-PTS-EDT
                       DELIMITED BY SIZE INTO LOYEXP-LINHA
                   WRITE LOYEXP-LINHA
               END-IF
           END-IF
           PERFORM 0320-GRAVAR-LOTE
               VARYING WRK-L FROM 1 BY 1
               UNTIL WRK-L > WRK-QT-LOTES
           MOVE ZEROS TO WRK-QT-LOTES.

       0310-AVALIAR-LOTE.
           MOVE WRK-LOT-MES(WRK-L) TO WRK-MES-CALC
           PERFORM 0500-CONVERTER-MES
           ADD WRK-MESES-VALIDADE TO WRK-IDX-MES
           PERFORM 0510-MONTAR-MES
           MOVE WRK-MES-CALC TO WRK-LOT-MES-EXPIRA(WRK-L)
           IF WRK-LOT-SALDO(WRK-L) > ZEROS
               EVALUATE TRUE
                   WHEN WRK-IDX-MES < WRK-IDX-REF
                       ADD WRK-LOT-SALDO(WRK-L) TO WRK-PTS-EXPIRAR
                       ADD WRK-LOT-SALDO(WRK-L)
                           TO WRK-LOT-EXPIRADOS(WRK-L)
                       MOVE ZEROS TO WRK-LOT-SALDO(WRK-L)
                   WHEN WRK-IDX-MES < WRK-IDX-AVISO
                       ADD WRK-LOT-SALDO(WRK-L) TO WRK-PTS-AVISO
                       ADD 1 TO WRK-QT-AVISOS
                       ADD WRK-LOT-SALDO(WRK-L) TO WRK-TOT-AVISO
                       MOVE WRK-CPF-ATUAL TO LOYAVI-CPF
                       MOVE WRK-LOT-MES(WRK-L) TO LOYAVI-MES-ORIGEM
                       MOVE WRK-LOT-MES-EXPIRA(WRK-L)
                           TO LOYAVI-MES-EXPIRA
                       MOVE WRK-LOT-SALDO(WRK-L) TO LOYAVI-PONTOS
                       WRITE LOYAVI-LINHA
               END-EVALUATE
           END-IF
           ADD WRK-LOT-SALDO(WRK-L) TO WRK-SALDO-LOTES.

       0320-GRAVAR-LOTE.
           MOVE WRK-CPF-ATUAL TO LOYLOTE-CPF
           MOVE WRK-LOT-MES(WRK-L) TO LOYLOTE-MES-ORIGEM
           MOVE WRK-LOT-GANHOS(WRK-L) TO LOYLOTE-PTS-GANHOS
           MOVE WRK-LOT-RESGATADOS(WRK-L) TO LOYLOTE-PTS-RESGATADOS
           MOVE WRK-LOT-EXPIRADOS(WRK-L) TO LOYLOTE-PTS-EXPIRADOS
           MOVE WRK-LOT-SALDO(WRK-L) TO LOYLOTE-PTS-SALDO
           MOVE WRK-LOT-MES-EXPIRA(WRK-L) TO LOYLOTE-MES-EXPIRA
           WRITE LOYLOTE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *****************************************************
      * BAIXA DOS PONTOS VENCIDOS NO LEDGER, COM O MOVIMENTO
      * 'E' NO DIARIO - O SALDO DO LEDGER NUNCA FICA NEGATIVO
      *****************************************************
       0330-EXPIRAR-CLIENTE.
           IF WRK-PTS-EXPIRAR > LOYALLED-PTS-SALDO
               MOVE LOYALLED-PTS-SALDO TO WRK-PTS-EXPIRAR
           END-IF
           SUBTRACT WRK-PTS-EXPIRAR FROM LOYALLED-PTS-SALDO
           SUBTRACT WRK-PTS-EXPIRAR FROM WRK-SALDO-LOTES
           IF LOYALLED-PTS-EXPIRADOS IS NOT NUMERIC
               MOVE ZEROS TO LOYALLED-PTS-EXPIRADOS
           END-IF
           ADD WRK-PTS-EXPIRAR TO LOYALLED-PTS-EXPIRADOS
           MOVE WRK-DATA-REF TO LOYALLED-DATA-ULT-MOV
           REWRITE LOYALLED-REC
           MOVE WRK-CPF-ATUAL TO LOYMOV-CPF
           MOVE 'E' TO LOYMOV-TIPO
           MOVE WRK-PTS-EXPIRAR TO LOYMOV-PONTOS
           MOVE LOYALLED-PTS-SALDO TO LOYMOV-SALDO-APOS
           MOVE WRK-DATA-REF TO LOYMOV-DATA
           ACCEPT LOYMOV-HORA FROM TIME
           MOVE 'PROGCOB04' TO LOYMOV-PROGRAMA
           WRITE LOYMOV-REC
           ADD 1 TO WRK-QT-EXPIRADOS
           ADD WRK-PTS-EXPIRAR TO WRK-TOT-EXPIRADO
           MOVE WRK-PTS-EXPIRAR TO WRK-PTS-EDT
           MOVE LOYALLED-PTS-SALDO TO WRK-SALDO-EDT
           MOVE SPACES TO LOYEXP-LINHA
           STRING WRK-CPF-ATUAL '    ' WRK-PTS-EDT
               '   ' WRK-SALDO-EDT
               DELIMITED BY SIZE INTO LOYEXP-LINHA
           WRITE LOYEXP-LINHA.

      *****************************************************
      * MES AAAAMM EM WRK-MES-CALC <-> NUMERO DE MESES CORRIDOS
      * EM WRK-IDX-MES, PARA SOMAR O PRAZO E COMPARAR MESES
      *****************************************************
       0500-CONVERTER-MES.
           MOVE WRK-MES-CALC(1:4) TO WRK-ANO-CALC
           MOVE WRK-MES-CALC(5:2) TO WRK-MM-CALC
           COMPUTE WRK-IDX-MES = WRK-ANO-CALC * 12 + WRK-MM-CALC - 1.

       0510-MONTAR-MES.
           DIVIDE WRK-IDX-MES BY 12 GIVING WRK-ANO-CALC
               REMAINDER WRK-MM-CALC
           ADD 1 TO WRK-MM-CALC
           MOVE WRK-ANO-CALC TO WRK-MES-CALC(1:4)
           MOVE WRK-MM-CALC TO WRK-MES-CALC(5:2).

       0900-FINALIZAR.
           MOVE ALL '-' TO LOYEXP-LINHA
           WRITE LOYEXP-LINHA
           MOVE SPACES TO LOYEXP-LINHA
           STRING 'CLIENTES ' WRK-QT-CLIENTES
               '  COM EXPIRACAO ' WRK-QT-EXPIRADOS
               '  PONTOS EXPIRADOS ' WRK-TOT-EXPIRADO
               DELIMITED BY SIZE INTO LOYEXP-LINHA
           WRITE LOYEXP-LINHA
           MOVE ALL '-' TO LOYAVI-LINHA
           WRITE LOYAVI-LINHA
           MOVE SPACES TO LOYAVI-LINHA
           STRING 'LOTES A VENCER ' WRK-QT-AVISOS
               '  PONTOS ' WRK-TOT-AVISO
               DELIMITED BY SIZE INTO LOYAVI-LINHA
           WRITE LOYAVI-LINHA
           DISPLAY 'CLIENTES COM PONTOS...........' WRK-QT-CLIENTES
           DISPLAY 'CLIENTES COM EXPIRACAO........' WRK-QT-EXPIRADOS
           DISPLAY 'PONTOS EXPIRADOS..............' WRK-TOT-EXPIRADO
           DISPLAY 'LOTES A VENCER EM 30 DIAS.....' WRK-QT-AVISOS
           IF WRK-QT-DIVERGENTES > ZEROS OR WRK-QT-SEM-LOTE > ZEROS
               DISPLAY 'LEDGER DIFERENTE DOS LOTES....'
                   WRK-QT-DIVERGENTES
               DISPLAY 'CONSUMOS SEM LOTE.............' WRK-QT-SEM-LOTE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE LEDGER-FIDELIDADE LOTES-FIDELIDADE EXPIRACAO-RPT
               AVISO-RPT.

      *****************************************************
      * FASE DE ENTRADA: TODO O DIARIO LOYMOV, QUE E FECHADO NO
      * FIM PARA A FASE DE SAIDA REABRI-LO EM EXTEND
      *****************************************************
       8100-SELECIONAR-MOVIMENTOS SECTION.
           OPEN INPUT MOVIMENTOS-LEITURA
           IF WRK-FS-LER NOT = '00'
               DISPLAY 'DIARIO LOYMOV AUSENTE - SEM LOTES'
               SET FIM-MOVIMENTOS TO TRUE
           END-IF
           PERFORM 8110-SELECIONAR-UM UNTIL FIM-MOVIMENTOS
           IF WRK-FS-LER = '00' OR WRK-FS-LER = '10'
               CLOSE MOVIMENTOS-LEITURA
           END-IF
           GO TO 8199-FIM-ENTRADA.

       8110-SELECIONAR-UM.
           READ MOVIMENTOS-LEITURA
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
           END-READ
           IF NOT FIM-MOVIMENTOS
               AND LREL-PONTOS > ZEROS
               MOVE LREL-CPF TO SORT-CPF
               MOVE LREL-DATA TO SORT-DATA
               MOVE LREL-HORA TO SORT-HORA
               MOVE LREL-TIPO TO SORT-TIPO
               MOVE LREL-PONTOS TO SORT-PONTOS
               RELEASE SORT-REC
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: POR CPF, EM ORDEM DE DATA, REFAZ OS
      * LOTES; NA QUEBRA DE CPF O CLIENTE E FECHADO
      *****************************************************
       8200-REFAZER-LOTES SECTION.
           OPEN EXTEND MOVIMENTOS-FIDELIDADE
           IF WRK-FS-LOM = '05' OR WRK-FS-LOM = '35'
               OPEN OUTPUT MOVIMENTOS-FIDELIDADE
           END-IF
           PERFORM 8210-REFAZER-UM UNTIL FIM-CLASSIFICADOS
           IF WRK-QT-LOTES > ZEROS
               PERFORM 0300-FECHAR-CLIENTE
           END-IF
           CLOSE MOVIMENTOS-FIDELIDADE
           GO TO 8299-FIM-SAIDA.

       8210-REFAZER-UM.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-CPF NOT = WRK-CPF-ATUAL
                   IF WRK-QT-LOTES > ZEROS
                       PERFORM 0300-FECHAR-CLIENTE
                   END-IF
                   MOVE SORT-CPF TO WRK-CPF-ATUAL
               END-IF
               IF SORT-TIPO = 'A'
                   PERFORM 0200-ACUMULAR-LOTE
               ELSE
                   PERFORM 0210-CONSUMIR-LOTES
               END-IF
           END-IF.

       8299-FIM-SAIDA.
           EXIT.

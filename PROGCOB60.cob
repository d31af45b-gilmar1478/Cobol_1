      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM CONSULTA MOSTRA O TOTAL EXPIRADO E OS
      * LOTES MENSAIS COM SALDO (LOYLOTE, DA EXPIRACAO MENSAL DO
      * PROGCOB04) COM O MES EM QUE VENCEM; O EXTRATO IDENTIFICA
      * O MOVIMENTO DE EXPIRACAO ('E')
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL MOVIMENTOS-LEITURA ASSIGN TO 'LOYMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LER.
           SELECT OPTIONAL LOTES-FIDELIDADE ASSIGN TO 'LOYLOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYLOTE-CHAVE
               FILE STATUS IS WRK-FS-LOT.
           SELECT EXTRATO-PONTOS ASSIGN TO 'LOYRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           05  LREL-HORA           PIC 9(08).
           05  LREL-PROGRAMA       PIC X(09).

       FD  LOTES-FIDELIDADE.
           COPY 'LOYLOTE.CPY'.

       FD  EXTRATO-PONTOS.
       01  LOYRPT-LINHA.
           05  LOYRPT-CPF          PIC 9(11).
       77 WRK-FS-LOM       PIC X(02) VALUE '00'.
       77 WRK-FS-LER       PIC X(02) VALUE '00'.
       77 WRK-FS-RPT       PIC X(02) VALUE '00'.
       77 WRK-FS-LOT       PIC X(02) VALUE '00'.
       77 WRK-FIM-LOT      PIC X(01) VALUE 'N'.
           88 FIM-LOTES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE
               DISPLAY 'RESGATADOS...' LOYALLED-PTS-RESGATADOS
               DISPLAY 'SALDO........' LOYALLED-PTS-SALDO
               DISPLAY 'ULT MOVIMENTO' LOYALLED-DATA-ULT-MOV
               DISPLAY 'EXPIRADOS....' LOYALLED-PTS-EXPIRADOS
               PERFORM 0215-LISTAR-LOTES
           END-IF.

      *****************************************************
      * LOTES MENSAIS DO CLIENTE COM SALDO, DO MAIS ANTIGO (O
      * PRIMEIRO A SER CONSUMIDO) PARA O MAIS NOVO
      *****************************************************
       0215-LISTAR-LOTES.
           OPEN INPUT LOTES-FIDELIDADE
           IF WRK-FS-LOT = '00'
               SET FIM-LOTES TO FALSE
               MOVE WRK-CPF TO LOYLOTE-CPF
               MOVE ZEROS TO LOYLOTE-MES-ORIGEM
               START LOTES-FIDELIDADE KEY >= LOYLOTE-CHAVE
                   INVALID KEY
                       SET FIM-LOTES TO TRUE
               END-START
               PERFORM 0216-MOSTRAR-UM-LOTE UNTIL FIM-LOTES
               CLOSE LOTES-FIDELIDADE
           END-IF.

       0216-MOSTRAR-UM-LOTE.
           READ LOTES-FIDELIDADE NEXT RECORD
               AT END
                   SET FIM-LOTES TO TRUE
           END-READ
           IF NOT FIM-LOTES
               IF LOYLOTE-CPF NOT = WRK-CPF
                   SET FIM-LOTES TO TRUE
               ELSE
                   IF LOYLOTE-PTS-SALDO > ZEROS
                       DISPLAY 'LOTE ' LOYLOTE-MES-ORIGEM
                           ' SALDO ' LOYLOTE-PTS-SALDO
                           ' VENCE NO FIM DE ' LOYLOTE-MES-EXPIRA
                   END-IF
               END-IF
           END-IF.

      *****************************************************
               AND LREL-CPF = WRK-CPF
               MOVE LREL-CPF TO LOYRPT-CPF
               MOVE LREL-DATA TO LOYRPT-DATA
               EVALUATE LREL-TIPO
                   WHEN 'R'
                       MOVE 'RESGATE' TO LOYRPT-TIPO
                   WHEN 'E'
                       MOVE 'EXPIRADO' TO LOYRPT-TIPO
                   WHEN OTHER
                       MOVE 'ACUMULO' TO LOYRPT-TIPO
               END-EVALUATE
               MOVE LREL-PONTOS TO LOYRPT-PONTOS
               MOVE LREL-SALDO-APOS TO LOYRPT-SALDO
               WRITE LOYRPT-LINHA

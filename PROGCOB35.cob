      * NUNCA IA EMBARCAR; LIMITE ZERO NAO BLOQUEIA NADA
      * 2026-09-02 JGM IMAGENS DE TRABALHO AMPLIADAS PARA
      * X(506), ACOMPANHANDO O CODIGO DO VENDEDOR DO ORDPED-REC
      * 2026-10-15 JGM O CREDITO DO CLIENTE NO CREDCLI (INCLUSIVE O
      * FRETE DEVOLVIDO POR PEDIDO CANCELADO NO PROGCB109) ABATE A
      * EXPOSICAO CARREGADA DO CONTREC ANTES DA CHECAGEM DE LIMITE
      * 2026-10-15 JGM PEDIDO DE CLIENTE COM BLOQUEIO DE CREDITO
      * NO CUSTMAS (LIGADO PELA BAIXA COMO PERDA DO PROGCB112) E
      * DESVIADO PARA O ORDREJ COM O MOTIVO 'BLQ'
      * 2026-10-15 JGM IMAGENS DE TRABALHO AMPLIADAS PARA
      * X(509), ACOMPANHANDO O CODIGO DO ENDERECO DE ENTREGA DO
      * ORDPED-REC
      * 2026-10-15 JGM PEDIDO REJEITADO PASSA A SER REGISTRADO
      * TAMBEM NO SUSPENSO (PONTO DE ENTRADA PROGCB133-SUSPENSO),
      * ONDE O ATENDENTE CORRIGE E REENVIA; OS PEDIDOS DA FILA
      * REENVIO ENTRAM NA CLASSIFICACAO DEPOIS DO LOTE DO DIA,
      * CRITICADOS PELAS MESMAS REGRAS
      * 2026-10-15 JGM PEDIDO DE REENTREGA DE DEVOLUCAO GERADO NA
      * FILA REENVIO PELO PROGCB138 (MARCA 'D') E
      * CRITICADO COMO PEDIDO DO DIA, SEM LIGACAO COM
      * O SUSPENSO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL CREDITO-CLIENTES ASSIGN TO 'CREDCLI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDCLI-CLIENTE
               FILE STATUS IS WRK-FS-CRD.
           SELECT OPTIONAL FILA-REENVIO ASSIGN TO 'REENVIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REENVIO-CHAVE-SUSP
               FILE STATUS IS WRK-FS-RSB.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
           COPY 'ORDPED.CPY'.

       FD  ORDEM-LIMPA.
       01  ORDLMP-REC              PIC X(509).

       FD  ORDEM-REJEITADA.
           COPY 'ORDREJ.CPY'.
       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  CREDITO-CLIENTES.
           COPY 'CREDCLI.CPY'.

       FD  FILA-REENVIO.
           COPY 'REENVIO.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-UF             PIC X(02).
           05  SORT-NUM-PEDIDO     PIC 9(06).
           05  SORT-IMAGEM         PIC X(509).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PED       PIC X(02) VALUE '00'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-VAL-PEDIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXP-BUSCA    PIC 9(06) VALUE ZEROS.
       77 WRK-FS-CRD       PIC X(02) VALUE '00'.
       77 WRK-FIM-CRD      PIC X(01) VALUE 'N'.
           88 FIM-CREDITOS VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * PEDIDOS CORRIGIDOS NO SUSPENSO (PROGCB133) E POSTOS NA
      * FILA REENVIO - CRITICADOS DEPOIS DO LOTE DO DIA PELAS
      * MESMAS REGRAS. REJEICAO E REENVIO ACEITO SAO INFORMADOS
      * AO SUSPENSO PELO PONTO DE ENTRADA PROGCB133-SUSPENSO
      *****************************************************
       77 WRK-FS-RSB        PIC X(02) VALUE '00'.
       77 WRK-FIM-RSB       PIC X(01) VALUE 'N'.
           88 FIM-REENVIOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ORIGEM-FILA   PIC X(01) VALUE 'N'.
           88 REGISTRO-DA-FILA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-RSB-LIDOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RSB-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REENTREGAS PIC 9(06) VALUE ZEROS.
       77 WRK-SUS-FUNCAO    PIC X(01) VALUE SPACES.
       77 WRK-SUS-ORIGEM    PIC X(03) VALUE 'ORD'.
       77 WRK-SUS-IMAGEM    PIC X(509) VALUE SPACES.
       77 WRK-SUS-CHAVE-ANT PIC X(23) VALUE SPACES.
       77 WRK-SUS-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               END-START
               PERFORM 0160-CARREGAR-UM-TITULO UNTIL FIM-TITULOS
               CLOSE CONTAS-RECEBER
           END-IF
           PERFORM 0180-ABATER-CREDITOS.

       0160-CARREGAR-UM-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               END-IF
           END-IF.

      *****************************************************
      * O CREDITO DO CLIENTE NO CREDCLI (PAGAMENTO SEM FATURA,
      * SOBRA DE BAIXA, FRETE DE PEDIDO CANCELADO NO PROGCB109
      * DEPOIS DO FECHAMENTO) ABATE A EXPOSICAO JA CARREGADA -
      * SO DE QUEM TEM SALDO EM ABERTO, SEM DEIXAR A EXPOSICAO
      * NEGATIVA
      *****************************************************
       0180-ABATER-CREDITOS.
           OPEN INPUT CREDITO-CLIENTES
           IF WRK-FS-CRD = '00'
               MOVE ZEROS TO CREDCLI-CLIENTE
               START CREDITO-CLIENTES KEY >= CREDCLI-CLIENTE
                   INVALID KEY
                       SET FIM-CREDITOS TO TRUE
               END-START
               PERFORM 0190-ABATER-UM-CREDITO UNTIL FIM-CREDITOS
               CLOSE CREDITO-CLIENTES
           END-IF.

       0190-ABATER-UM-CREDITO.
           READ CREDITO-CLIENTES NEXT RECORD
               AT END
                   SET FIM-CREDITOS TO TRUE
           END-READ
           IF NOT FIM-CREDITOS
               AND CREDCLI-SALDO > ZEROS
               MOVE ZEROS TO WRK-IDX-EXP
               PERFORM 0195-COMPARAR-EXPOSICAO
                   VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > WRK-QT-EXPOSICAO
                      OR WRK-IDX-EXP > ZEROS
               IF WRK-IDX-EXP > ZEROS
                   IF CREDCLI-SALDO < WRK-EXP-SALDO(WRK-IDX-EXP)
                       SUBTRACT CREDCLI-SALDO
                           FROM WRK-EXP-SALDO(WRK-IDX-EXP)
                   ELSE
                       MOVE ZEROS TO WRK-EXP-SALDO(WRK-IDX-EXP)
                   END-IF
               END-IF
           END-IF.

       0195-COMPARAR-EXPOSICAO.
           IF WRK-EXP-CLIENTE(WRK-E) = CREDCLI-CLIENTE
               MOVE WRK-E TO WRK-IDX-EXP
           END-IF.

      *****************************************************
      * LOCALIZA (OU CRIA) A ENTRADA DO CLIENTE WRK-EXP-BUSCA NA
      * TABELA DE EXPOSICAO - TABELA CHEIA DEIXA O CLIENTE NOVO
      *****************************************************
       8100-CRITICAR-ENTRADA SECTION.
           PERFORM 8110-CRITICAR-UM-PEDIDO UNTIL FIM-PEDIDOS
           PERFORM 8170-CRITICAR-REENVIOS
           GO TO 8199-FIM-ENTRADA.

       8110-CRITICAR-UM-PEDIDO.
                   SET FIM-PEDIDOS TO TRUE
           END-READ
           IF NOT FIM-PEDIDOS AND NOT ORDPED-E-TRAILER
               PERFORM 8115-DESTINAR-PEDIDO
           END-IF.

      *****************************************************
      * CRITICA E DESTINO DO PEDIDO QUE ESTA NO ORDPED-REC,
      * VINDO DO LOTE DO DIA OU DA FILA DE REENVIO - O
      * REJEITADO VAI TAMBEM PARA O SUSPENSO
      *****************************************************
       8115-DESTINAR-PEDIDO.
           ADD 1 TO WRK-QT-LIDOS
           PERFORM 8120-VALIDAR-PEDIDO
           IF WRK-MOTIVO = SPACES
               MOVE ORDPED-UF TO SORT-UF
               MOVE ORDPED-NUM-PEDIDO TO SORT-NUM-PEDIDO
               MOVE ORDPED-REC TO SORT-IMAGEM
               RELEASE SORT-REC
               ADD 1 TO WRK-QT-ACEITOS
               IF REGISTRO-DA-FILA
                   MOVE 'A' TO WRK-SUS-FUNCAO
                   ADD 1 TO WRK-QT-RSB-ACEITOS
                   CALL 'PROGCB133-SUSPENSO' USING WRK-SUS-FUNCAO
                       WRK-SUS-ORIGEM WRK-MOTIVO WRK-SUS-IMAGEM
                       WRK-SUS-CHAVE-ANT WRK-SUS-RESULTADO
               END-IF
           ELSE
               MOVE ORDPED-REC TO ORDREJ-IMAGEM
               MOVE WRK-MOTIVO TO ORDREJ-MOTIVO
               WRITE ORDREJ-REC
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE 'R' TO WRK-SUS-FUNCAO
               MOVE ORDPED-REC TO WRK-SUS-IMAGEM
               IF NOT REGISTRO-DA-FILA
                   MOVE SPACES TO WRK-SUS-CHAVE-ANT
               END-IF
               CALL 'PROGCB133-SUSPENSO' USING WRK-SUS-FUNCAO
                   WRK-SUS-ORIGEM WRK-MOTIVO WRK-SUS-IMAGEM
                   WRK-SUS-CHAVE-ANT WRK-SUS-RESULTADO
               IF WRK-SUS-RESULTADO NOT = '0'
                   DISPLAY 'SUSPENSO INDISPONIVEL - PEDIDO '
                       ORDPED-NUM-PEDIDO ' SO NO ORDREJ'
               END-IF
           END-IF.

           END-IF.

      *****************************************************
      * CLIENTE COM BLOQUEIO DE CREDITO NO CUSTMAS (FATURA
      * BAIXADA COMO PERDA) E RECUSADO COM O MOTIVO 'BLQ'.
      * CHECAGEM DE LIMITE DE CREDITO: SO BLOQUEIA QUANDO O
      * CLIENTE EXISTE NO CUSTMAS E TEM LIMITE CADASTRADO
      * (MAIOR QUE ZERO) - O SALDO EM ABERTO DO CONTREC MAIS OS
                   CONTINUE
           END-READ
           IF WRK-FS-CLI = '00'
               AND CLIENTE-CREDITO-BLOQUEADO
               MOVE 'BLQ' TO WRK-MOTIVO
           END-IF
           IF WRK-MOTIVO = SPACES
               AND WRK-FS-CLI = '00'
               AND CUSTMAS-LIMITE-CREDITO > ZEROS
               MOVE ORDPED-CLIENTE TO WRK-EXP-BUSCA
               PERFORM 0170-LOCALIZAR-EXPOSICAO
               END-IF
           END-IF.

      *****************************************************
      * FILA DE REENVIO: OS PEDIDOS CORRIGIDOS NO SUSPENSO ENTRAM
      * NA CLASSIFICACAO DEPOIS DO LOTE DO DIA, CRITICADOS COMO
      * QUALQUER PEDIDO - CADA UM CRITICADO SAI DA FILA. A
      * REENTREGA DE DEVOLUCAO (MARCA 'D', DO PROGCB138) NAO TEM
      * LINHA DE SUSPENSO DE ORIGEM E E CRITICADA COMO PEDIDO DO
      * DIA
      *****************************************************
       8170-CRITICAR-REENVIOS.
           SET FIM-REENVIOS TO FALSE
           OPEN I-O FILA-REENVIO
           IF WRK-FS-RSB NOT = '00'
               SET FIM-REENVIOS TO TRUE
           ELSE
               MOVE LOW-VALUES TO REENVIO-CHAVE-SUSP
               MOVE 'ORD' TO REENVIO-ORIGEM
               START FILA-REENVIO KEY >= REENVIO-CHAVE-SUSP
                   INVALID KEY
                       SET FIM-REENVIOS TO TRUE
               END-START
           END-IF
           PERFORM 8175-CRITICAR-UM-REENVIO UNTIL FIM-REENVIOS
           IF WRK-FS-RSB = '00' OR WRK-FS-RSB = '10'
               CLOSE FILA-REENVIO
           END-IF
           SET REGISTRO-DA-FILA TO FALSE.

       8175-CRITICAR-UM-REENVIO.
           READ FILA-REENVIO NEXT RECORD
               AT END
                   SET FIM-REENVIOS TO TRUE
           END-READ
           IF NOT FIM-REENVIOS
               AND REENVIO-ORIGEM NOT = 'ORD'
               SET FIM-REENVIOS TO TRUE
           END-IF
           IF NOT FIM-REENVIOS
               IF REENVIO-E-REENTREGA
                   ADD 1 TO WRK-QT-REENTREGAS
                   SET REGISTRO-DA-FILA TO FALSE
               ELSE
                   ADD 1 TO WRK-QT-RSB-LIDOS
                   SET REGISTRO-DA-FILA TO TRUE
                   MOVE REENVIO-CHAVE-SUSP TO WRK-SUS-CHAVE-ANT
               END-IF
               MOVE REENVIO-IMAGEM TO ORDPED-REC
               PERFORM 8115-DESTINAR-PEDIDO
               DELETE FILA-REENVIO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

           DISPLAY 'CRITICA - PEDIDOS LIDOS......' WRK-QT-LIDOS
           DISPLAY 'CRITICA - PEDIDOS ACEITOS....' WRK-QT-ACEITOS
           DISPLAY 'CRITICA - PEDIDOS REJEITADOS.' WRK-QT-REJEITADOS
           DISPLAY 'CRITICA - REENVIOS LIDOS.....' WRK-QT-RSB-LIDOS
           DISPLAY 'CRITICA - REENVIOS ACEITOS...' WRK-QT-RSB-ACEITOS
           DISPLAY 'CRITICA - REENTREGAS LIDAS...' WRK-QT-REENTREGAS
           IF WRK-QT-REJEITADOS > ZEROS
               MOVE 'PROGCOB35' TO EXCLOG-PROGRAMA
               ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD

      * DO PAGAMENTO NA TABELA CAMBIO - SEM TAXA DA DATA O
      * PAGAMENTO FICA SEM BAIXA, COM REGISTRO NO EXCLOG, EM VEZ
      * DE LIQUIDAR NUM CAMBIO ERRADO
      * 2026-10-15 JGM PAGAMENTO DE FATURA COM NOTA DE DEBITO DE
      * MULTA E JUROS EM ABERTO (PROGCB111) QUITA PRIMEIRO OS
      * ENCARGOS E SO O RESTO BAIXA A FATURA
      * 2026-10-15 JGM PAGAMENTO DE FATURA BAIXADA COMO PERDA
      * (PROGCB112) E RECUPERACAO: ABATE O VALOR BAIXADO E FICA
      * EM VALOR RECUPERADO PARA O ESTORNO DA PERDA NO GLEXT
      * 2026-10-15 JGM FATURA EM MOEDA ESTRANGEIRA BAIXADA NA MOEDA:
      * O PAGAMENTO ABATE O SALDO NA MOEDA PELA TAXA DO DIA E O
      * SALDO EM BRL PELA TAXA CONTABIL; A DIFERENCA FICA EM
      * VARIACAO REALIZADA PARA O LANCAMENTO DO PROGCB117
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QT-CREDITOS   PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-SOBRA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ENCARGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-ENCARGOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RECUPERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-EXC-CODIGO    PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-FS-CAM        PIC X(02) VALUE '00'.
       77 WRK-VALOR-BRL     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CAMBIO-OK     PIC X(01) VALUE 'N'.
           88 CAMBIO-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PAG-MOEDA     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-PAGTO    PIC 9(04)V9(06) VALUE ZEROS.
       77 WRK-MOEDA-PAGA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-CONTABIL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VAR-PAGTO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VAR-REALIZADA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-EM-MOEDA   PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
      *****************************************************
       0190-CONVERTER-MOEDA.
           SET CAMBIO-DISPONIVEL TO TRUE
           MOVE PAGENT-VALOR TO WRK-PAG-MOEDA
           MOVE ZEROS TO WRK-VALOR-BRL
           IF PAGENT-MOEDA NOT = SPACES
               AND PAGENT-MOEDA NOT = 'BRL'
               MOVE PAGENT-MOEDA TO CAMBIO-MOEDA
      * QUITA E A SOBRA VIRA CREDITO EM CONTA DO CLIENTE -
      * FATURA DESCONHECIDA OU JA QUITADA VAI PARA O EXCLOG E O
      * VALOR INTEIRO FICA EM CREDITO, PARA O DINHEIRO RECEBIDO
      * NUNCA SE PERDER. FATURA COM NOTA DE DEBITO DE ENCARGOS
      * (PROGCB111) EM ABERTO PAGA PRIMEIRO A NOTA, E SO O RESTO
      * DO VALOR CHEGA NA FATURA
      *****************************************************
       0210-BAIXAR-FATURA.
           MOVE PAGENT-NUM-FATURA TO CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRE = '00'
               AND NOT CONTREC-DEBITO-ENCARGO
               AND CONTREC-NOTA-DEBITO > ZEROS
               PERFORM 0215-BAIXAR-NOTA-DEBITO
           END-IF
           EVALUATE TRUE
               WHEN WRK-FS-CRE NOT = '00'
                   MOVE 'E001' TO WRK-EXC-CODIGO
                   PERFORM 0240-CREDITAR-CLIENTE
                   MOVE ZEROS TO BAXRPT-SALDO
                   MOVE 'FATURA DESCONHECIDA' TO BAXRPT-OBS
               WHEN PAGENT-VALOR = ZEROS
                   MOVE CONTREC-SALDO TO BAXRPT-SALDO
                   MOVE 'SO ENCARGOS PAGOS' TO BAXRPT-OBS
               WHEN CONTREC-BAIXADA-PERDA
                   PERFORM 0220-RECUPERAR-PERDA
               WHEN CONTREC-QUITADA
                   MOVE 'E002' TO WRK-EXC-CODIGO
                   MOVE 'PAGAMENTO SOBRE FATURA JA QUITADA'
                   PERFORM 0240-CREDITAR-CLIENTE
                   MOVE ZEROS TO BAXRPT-SALDO
                   MOVE 'FATURA JA QUITADA' TO BAXRPT-OBS
               WHEN CONTREC-MOEDA NOT = SPACES
                   AND CONTREC-SALDO-MOEDA > ZEROS
                   PERFORM 0225-BAIXAR-EM-MOEDA
               WHEN PAGENT-VALOR < CONTREC-SALDO
                   SUBTRACT PAGENT-VALOR FROM CONTREC-SALDO
                   ADD PAGENT-VALOR TO CONTREC-VALOR-PAGO
                   END-IF
           END-EVALUATE.

      *****************************************************
      * APLICA O PAGAMENTO NA NOTA DE DEBITO EM ABERTO DA FATURA
      * ATE O SALDO DELA, ABATE DO VALOR RECEBIDO O QUE FOI
      * USADO E RELE A FATURA PARA A BAIXA DO RESTO
      *****************************************************
       0215-BAIXAR-NOTA-DEBITO.
           MOVE CONTREC-NOTA-DEBITO TO CONTREC-NUM-FATURA
           READ CONTAS-RECEBER
               KEY IS CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRE = '00'
               AND CONTREC-DEBITO-ENCARGO
               AND NOT CONTREC-QUITADA
               AND NOT CONTREC-BAIXADA-PERDA
               AND CONTREC-SALDO > ZEROS
               AND PAGENT-VALOR > ZEROS
               IF PAGENT-VALOR < CONTREC-SALDO
                   MOVE PAGENT-VALOR TO WRK-VALOR-ENCARGO
                   MOVE 'P' TO CONTREC-SITUACAO
               ELSE
                   MOVE CONTREC-SALDO TO WRK-VALOR-ENCARGO
                   MOVE 'Q' TO CONTREC-SITUACAO
               END-IF
               SUBTRACT WRK-VALOR-ENCARGO FROM CONTREC-SALDO
               ADD WRK-VALOR-ENCARGO TO CONTREC-VALOR-PAGO
               MOVE PAGENT-DATA TO CONTREC-DATA-ULT-PAGTO
               REWRITE CONTREC-REC
               SUBTRACT WRK-VALOR-ENCARGO FROM PAGENT-VALOR
               ADD 1 TO WRK-QT-ENCARGOS
           END-IF
           MOVE PAGENT-NUM-FATURA TO CONTREC-NUM-FATURA
           READ CONTAS-RECEBER
               KEY IS CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ.

      *****************************************************
      * PAGAMENTO DE FATURA BAIXADA COMO PERDA (PROGCB112) E
      * RECUPERACAO: ABATE O VALOR BAIXADO E FICA EM VALOR
      * RECUPERADO PARA O PROGCB112 LANCAR O ESTORNO DA PERDA;
      * RECUPERADO TUDO, A FATURA FICA QUITADA, E O QUE PASSAR
      * DO VALOR BAIXADO VIRA CREDITO EM CONTA
      *****************************************************
       0220-RECUPERAR-PERDA.
           MOVE ZEROS TO WRK-VALOR-SOBRA
           IF PAGENT-VALOR < CONTREC-VALOR-PERDA
               MOVE PAGENT-VALOR TO WRK-VALOR-ENCARGO
           ELSE
               MOVE CONTREC-VALOR-PERDA TO WRK-VALOR-ENCARGO
               COMPUTE WRK-VALOR-SOBRA =
                   PAGENT-VALOR - CONTREC-VALOR-PERDA
           END-IF
           SUBTRACT WRK-VALOR-ENCARGO FROM CONTREC-VALOR-PERDA
           ADD WRK-VALOR-ENCARGO TO CONTREC-VALOR-RECUPERADO
               CONTREC-VALOR-PAGO
           MOVE PAGENT-DATA TO CONTREC-DATA-ULT-PAGTO
           IF CONTREC-VALOR-PERDA = ZEROS
               MOVE 'Q' TO CONTREC-SITUACAO
           END-IF
           REWRITE CONTREC-REC
           ADD 1 TO WRK-QT-RECUPERADAS
           MOVE ZEROS TO BAXRPT-SALDO
           MOVE 'RECUPERACAO DE PERDA' TO BAXRPT-OBS
           IF WRK-VALOR-SOBRA > ZEROS
               PERFORM 0240-CREDITAR-CLIENTE
           END-IF.

      *****************************************************
      * FATURA EM MOEDA ESTRANGEIRA (PROGCOB31): O VALOR PAGO E
      * LEVADO PARA A MOEDA DA FATURA PELA TAXA DA DATA DO
      * PAGAMENTO (SEM ELA, PELA TAXA CONTABIL DO TITULO) - PAGO
      * NA PROPRIA MOEDA E SEM ENCARGOS ABATIDOS, VALE O VALOR
      * RECEBIDO NA MOEDA. A BAIXA TIRA O SALDO EM BRL PELA TAXA
      * CONTABIL (A DA EMISSAO OU A DA ULTIMA REAVALIACAO DO
      * PROGCB117) E A DIFERENCA PARA O BRL RECEBIDO E VARIACAO
      * CAMBIAL REALIZADA, LANCADA NO GLEXT PELO PROGCB117. NA
      * QUITACAO, O QUE PASSAR DO SALDO NA MOEDA VIRA CREDITO
      *****************************************************
       0225-BAIXAR-EM-MOEDA.
           MOVE CONTREC-TAXA-CONTABIL TO WRK-TAXA-PAGTO
           MOVE CONTREC-MOEDA TO CAMBIO-MOEDA
           READ CAMBIO-TABELA
               KEY IS CAMBIO-MOEDA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CAM = '00'
               AND CAMBIO-DATA = PAGENT-DATA
               MOVE CAMBIO-TAXA TO WRK-TAXA-PAGTO
           END-IF
           IF PAGENT-MOEDA = CONTREC-MOEDA
               AND PAGENT-VALOR = WRK-VALOR-BRL
               MOVE WRK-PAG-MOEDA TO WRK-MOEDA-PAGA
           ELSE
               COMPUTE WRK-MOEDA-PAGA ROUNDED =
                   PAGENT-VALOR / WRK-TAXA-PAGTO
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-MOEDA-PAGA
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WRK-VALOR-SOBRA
           IF WRK-MOEDA-PAGA < CONTREC-SALDO-MOEDA
               COMPUTE WRK-VALOR-CONTABIL ROUNDED =
                   WRK-MOEDA-PAGA * CONTREC-TAXA-CONTABIL
               IF WRK-VALOR-CONTABIL > CONTREC-SALDO
                   MOVE CONTREC-SALDO TO WRK-VALOR-CONTABIL
               END-IF
               MOVE PAGENT-VALOR TO WRK-VALOR-LIQUIDADO
               SUBTRACT WRK-MOEDA-PAGA FROM CONTREC-SALDO-MOEDA
               MOVE 'P' TO CONTREC-SITUACAO
               ADD 1 TO WRK-QT-PARCIAIS
           ELSE
               MOVE CONTREC-SALDO TO WRK-VALOR-CONTABIL
               COMPUTE WRK-VALOR-LIQUIDADO ROUNDED =
                   CONTREC-SALDO-MOEDA * WRK-TAXA-PAGTO
               IF WRK-VALOR-LIQUIDADO > PAGENT-VALOR
                   MOVE PAGENT-VALOR TO WRK-VALOR-LIQUIDADO
               END-IF
               COMPUTE WRK-VALOR-SOBRA =
                   PAGENT-VALOR - WRK-VALOR-LIQUIDADO
               MOVE ZEROS TO CONTREC-SALDO-MOEDA
               MOVE 'Q' TO CONTREC-SITUACAO
               ADD 1 TO WRK-QT-QUITADAS
           END-IF
           COMPUTE WRK-VAR-PAGTO =
               WRK-VALOR-LIQUIDADO - WRK-VALOR-CONTABIL
           SUBTRACT WRK-VALOR-CONTABIL FROM CONTREC-SALDO
           ADD WRK-VALOR-LIQUIDADO TO CONTREC-VALOR-PAGO
           ADD WRK-VAR-PAGTO TO CONTREC-VAR-REALIZADA
               WRK-TOT-VAR-REALIZADA
           MOVE PAGENT-DATA TO CONTREC-DATA-ULT-PAGTO
           REWRITE CONTREC-REC
           ADD 1 TO WRK-QT-EM-MOEDA
           MOVE CONTREC-SALDO TO BAXRPT-SALDO
           EVALUATE TRUE
               WHEN CONTREC-PARCIAL
                   MOVE 'PARCIAL NA MOEDA' TO BAXRPT-OBS
               WHEN WRK-VALOR-SOBRA > ZEROS
                   PERFORM 0240-CREDITAR-CLIENTE
                   MOVE 'QUITADA MOEDA/SOBRA' TO BAXRPT-OBS
               WHEN OTHER
                   MOVE 'QUITADA NA MOEDA' TO BAXRPT-OBS
           END-EVALUATE.

      *****************************************************
      * SOMA WRK-VALOR-SOBRA NO CREDITO EM CONTA DO CLIENTE,
      * CRIANDO O REGISTRO ZERADO NA PRIMEIRA VEZ
           DISPLAY 'PAGAMENTOS PROCESSADOS..' WRK-QT-PAGAMENTOS
           DISPLAY 'FATURAS QUITADAS........' WRK-QT-QUITADAS
           DISPLAY 'BAIXAS PARCIAIS.........' WRK-QT-PARCIAIS
           DISPLAY 'NOTAS DE ENCARGO BAIXADAS' WRK-QT-ENCARGOS
           DISPLAY 'PERDAS RECUPERADAS......' WRK-QT-RECUPERADAS
           DISPLAY 'CREDITOS EM CONTA.......' WRK-QT-CREDITOS
           DISPLAY 'BAIXAS EM MOEDA.........' WRK-QT-EM-MOEDA
           DISPLAY 'VARIACAO CAMBIAL REALIZ.' WRK-TOT-VAR-REALIZADA
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           CLOSE PAGAMENTOS-ENTRADA CONTAS-RECEBER CREDITO-CLIENTES
               BAIXA-RELATORIO CAMBIO-TABELA EXCEPTION-LOG.
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB101.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : BAIXA DE PAGAMENTOS DO CONTAS A PAGAR DAS
      * TRANSPORTADORAS - LE O LOTE DE PAGAMENTOS FEITOS
      * (PGTTRN) E APLICA CADA UM CONTRA OS TITULOS LANCADOS NO
      * CPAGAR PELO ACERTO DO PROGCOB32: PAGAMENTO COM PERIODO
      * VAI CONTRA O TITULO DAQUELE PERIODO, SEM PERIODO ABATE
      * OS TITULOS EM ABERTO DA TRANSPORTADORA DO MAIS ANTIGO
      * PARA O MAIS NOVO - O QUE SOBRA ALEM DO SALDO DEVIDO E
      * TITULO DESCONHECIDO VAO PARA O EXCLOG - CADA TITULO
      * ATINGIDO SAI NUMA LINHA DO RELATORIO DE BAIXA
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
           SELECT OPTIONAL PAGAMENTOS-TRANSP ASSIGN TO 'PGTTRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PGT.
           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAGAR-CHAVE
               FILE STATUS IS WRK-FS-CPG.
           SELECT BAIXA-RELATORIO ASSIGN TO 'CPGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS-TRANSP.
           COPY 'PGTTRN.CPY'.

       FD  CONTAS-PAGAR.
           COPY 'CPAGAR.CPY'.

       FD  BAIXA-RELATORIO.
           COPY 'CPGRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PGT        PIC X(02) VALUE '00'.
       77 WRK-FS-CPG        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FIM-PGT       PIC X(01) VALUE 'N'.
           88 FIM-PAGAMENTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-TIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-PAGAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-QUITADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PARCIAIS   PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-RESTANTE PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-APLICADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXC-CODIGO    PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR-PAGAMENTO UNTIL FIM-PAGAMENTOS
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN INPUT PAGAMENTOS-TRANSP
           IF WRK-FS-PGT NOT = '00'
               DISPLAY 'LOTE DE PAGAMENTOS PGTTRN AUSENTE'
               SET FIM-PAGAMENTOS TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O CONTAS-PAGAR
           IF WRK-FS-CPG = '35'
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF
           OPEN OUTPUT BAIXA-RELATORIO
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           IF NOT FIM-PAGAMENTOS
               PERFORM 0110-LER-PAGAMENTO
           END-IF.

       0110-LER-PAGAMENTO.
           READ PAGAMENTOS-TRANSP
               AT END
                   SET FIM-PAGAMENTOS TO TRUE
           END-READ.

      *****************************************************
      * APLICA O PAGAMENTO DA VEZ: COM PERIODO VAI CONTRA O
      * TITULO DAQUELE ACERTO, SEM PERIODO PERCORRE OS TITULOS
      * DA TRANSPORTADORA EM ORDEM DE PERIODO (= DE VENCIMENTO)
      * ATE O VALOR ACABAR - A SOBRA VAI PARA O EXCLOG
      *****************************************************
       0200-PROCESSAR-PAGAMENTO.
           ADD 1 TO WRK-QT-PAGAMENTOS
           MOVE PGTTRN-VALOR TO WRK-VALOR-RESTANTE
           IF PGTTRN-PERIODO = ZEROS
               PERFORM 0220-BAIXAR-MAIS-ANTIGOS
           ELSE
               PERFORM 0210-BAIXAR-PERIODO
           END-IF
           IF WRK-VALOR-RESTANTE > ZEROS
               MOVE PGTTRN-TRANSP TO CPGRPT-TRANSP
               MOVE PGTTRN-PERIODO TO CPGRPT-PERIODO
               MOVE WRK-VALOR-RESTANTE TO CPGRPT-VALOR
               MOVE ZEROS TO CPGRPT-SALDO
               MOVE 'PAGO ALEM DO DEVIDO' TO CPGRPT-OBS
               WRITE CPGRPT-LINHA
               MOVE 'E002' TO WRK-EXC-CODIGO
               MOVE 'PAGAMENTO A TRANSPORTADORA ALEM DO DEVIDO'
                   TO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
           END-IF
           PERFORM 0110-LER-PAGAMENTO.

       0210-BAIXAR-PERIODO.
           MOVE PGTTRN-TRANSP TO CPAGAR-TRANSP
           MOVE PGTTRN-PERIODO TO CPAGAR-PERIODO
           READ CONTAS-PAGAR
               KEY IS CPAGAR-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CPG NOT = '00'
               MOVE PGTTRN-TRANSP TO CPGRPT-TRANSP
               MOVE PGTTRN-PERIODO TO CPGRPT-PERIODO
               MOVE PGTTRN-VALOR TO CPGRPT-VALOR
               MOVE ZEROS TO CPGRPT-SALDO
               MOVE 'TITULO DESCONHECIDO' TO CPGRPT-OBS
               WRITE CPGRPT-LINHA
               MOVE 'E001' TO WRK-EXC-CODIGO
               MOVE 'PAGAMENTO DE TITULO DESCONHECIDO NO CPAGAR'
                   TO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
               MOVE ZEROS TO WRK-VALOR-RESTANTE
           ELSE
               IF CPAGAR-SALDO > ZEROS
                   PERFORM 0230-APLICAR-TITULO
               END-IF
           END-IF.

       0220-BAIXAR-MAIS-ANTIGOS.
           SET FIM-TITULOS TO FALSE
           MOVE PGTTRN-TRANSP TO CPAGAR-TRANSP
           MOVE ZEROS TO CPAGAR-PERIODO
           START CONTAS-PAGAR KEY >= CPAGAR-CHAVE
               INVALID KEY
                   SET FIM-TITULOS TO TRUE
           END-START
           PERFORM 0225-LER-TITULO
               UNTIL FIM-TITULOS OR WRK-VALOR-RESTANTE = ZEROS.

       0225-LER-TITULO.
           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ
           IF NOT FIM-TITULOS
               IF CPAGAR-TRANSP NOT = PGTTRN-TRANSP
                   SET FIM-TITULOS TO TRUE
               ELSE
                   IF CPAGAR-SALDO > ZEROS
                       PERFORM 0230-APLICAR-TITULO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * ABATE DO TITULO LIDO O QUE AINDA RESTA DO PAGAMENTO:
      * ATE O SALDO QUITA, MENOS DEIXA PARCIAL
      *****************************************************
       0230-APLICAR-TITULO.
           IF WRK-VALOR-RESTANTE >= CPAGAR-SALDO
               MOVE CPAGAR-SALDO TO WRK-VALOR-APLICADO
           ELSE
               MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-APLICADO
           END-IF
           SUBTRACT WRK-VALOR-APLICADO FROM WRK-VALOR-RESTANTE
           SUBTRACT WRK-VALOR-APLICADO FROM CPAGAR-SALDO
           ADD WRK-VALOR-APLICADO TO CPAGAR-VALOR-PAGO
           MOVE PGTTRN-DATA TO CPAGAR-DATA-ULT-PAGTO
           IF CPAGAR-SALDO = ZEROS
               MOVE 'Q' TO CPAGAR-SITUACAO
               ADD 1 TO WRK-QT-QUITADOS
               MOVE 'TITULO QUITADO' TO CPGRPT-OBS
           ELSE
               MOVE 'P' TO CPAGAR-SITUACAO
               ADD 1 TO WRK-QT-PARCIAIS
               MOVE 'PAGAMENTO PARCIAL' TO CPGRPT-OBS
           END-IF
           REWRITE CPAGAR-REC
           MOVE CPAGAR-TRANSP TO CPGRPT-TRANSP
           MOVE CPAGAR-PERIODO TO CPGRPT-PERIODO
           MOVE WRK-VALOR-APLICADO TO CPGRPT-VALOR
           MOVE CPAGAR-SALDO TO CPGRPT-SALDO
           WRITE CPGRPT-LINHA.

      *****************************************************
      * REGISTRA A OCORRENCIA NO LOG DE EXCECOES COMPARTILHADO
      * POR TODA A FAMILIA PROGCOB0X
      *****************************************************
       0250-REGISTRAR-EXCECAO.
           MOVE 'PROGCB101' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           MOVE WRK-EXC-CODIGO TO EXCLOG-CODIGO
           MOVE WRK-EXC-DESCRICAO TO EXCLOG-DESCRICAO
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

       0300-FINALIZAR.
           DISPLAY 'PAGAMENTOS PROCESSADOS..' WRK-QT-PAGAMENTOS
           DISPLAY 'TITULOS QUITADOS........' WRK-QT-QUITADOS
           DISPLAY 'BAIXAS PARCIAIS.........' WRK-QT-PARCIAIS
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           CLOSE PAGAMENTOS-TRANSP CONTAS-PAGAR BAIXA-RELATORIO
               EXCEPTION-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO COMPARTILHADO QUANTOS
      * PAGAMENTOS FORAM PROCESSADOS E O RETURN-CODE FINAL, PARA
      * O RESUMO DE FIM DE TURNO DO PROGCOB19
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCB101' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-PAGAMENTOS TO JOBCTRL-QT-PROCESSADOS
           MOVE WRK-CONT-EXCECOES TO JOBCTRL-QT-EXCECOES
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           EVALUATE TRUE
               WHEN RETURN-CODE = 0
                   MOVE 'OK' TO JOBCTRL-STATUS
               WHEN RETURN-CODE < 8
                   MOVE 'COM EXCECAO' TO JOBCTRL-STATUS
               WHEN OTHER
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB100.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : IMPORTACAO DO ARQUIVO RETORNO DE COBRANCA
      * CNAB 400 (RETCNAB) DEVOLVIDO PELO BANCO PARA A REMESSA
      * DE BOLETOS DO PROGCOB31 - CONFIRMACAO E REJEICAO DO
      * REGISTRO ATUALIZAM A SITUACAO DO BOLETO NO CONTREC, E
      * CADA LIQUIDACAO VIRA UMA LINHA DO LOTE DE PAGAMENTOS
      * (PAGENT) PARA A BAIXA DO PROGCOB44 - REGISTRO REJEITADO,
      * RETORNO SEM TITULO NO CONTREC E LIQUIDACAO REPETIDA SAEM
      * NO RELATORIO DE OCORRENCIAS (CNBRPT)
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
           SELECT OPTIONAL RETORNO-COBRANCA ASSIGN TO 'RETCNAB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT PAGAMENTOS-ENTRADA ASSIGN TO 'PAGENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PAG.
           SELECT OCORRENCIAS-RELATORIO ASSIGN TO 'CNBRPT'
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
       FD  RETORNO-COBRANCA.
           COPY 'CNABRET.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  PAGAMENTOS-ENTRADA.
           COPY 'PAGENT.CPY'.

       FD  OCORRENCIAS-RELATORIO.
           COPY 'CNBRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CEDENTE.CPY'.
       77 WRK-FS-RET        PIC X(02) VALUE '00'.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-PAG        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FIM-RET       PIC X(01) VALUE 'N'.
           88 FIM-RETORNO   VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRAILER       PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO  VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIQUIDADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REGISTRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-EXC-CODIGO    PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZEROS.

      *****************************************************
      * DATAS DO LAYOUT DO BANCO VEM EM DDMMAA - O PAGENT
      * GUARDA AAAAMMDD
      *****************************************************
       01  WRK-CNB-DDMMAA.
           05  WRK-CNB-DD       PIC 9(02).
           05  WRK-CNB-MM       PIC 9(02).
           05  WRK-CNB-AA       PIC 9(02).
       01  WRK-CNB-DDMMAA-N REDEFINES WRK-CNB-DDMMAA PIC 9(06).
       01  WRK-CNB-DATA.
           05  WRK-CNB-SECULO   PIC 9(02).
           05  WRK-CNB-ANO      PIC 9(02).
           05  WRK-CNB-MES      PIC 9(02).
           05  WRK-CNB-DIA      PIC 9(02).
       01  WRK-CNB-DATA-N REDEFINES WRK-CNB-DATA PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR-RETORNO UNTIL FIM-RETORNO
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * O HEADER DO RETORNO TEM DE SER DE COBRANCA E DA CONTA
      * DO CEDENTE - ARQUIVO DE OUTRA CONTA NAO E IMPORTADO
      *****************************************************
       0100-INICIALIZAR.
           OPEN INPUT RETORNO-COBRANCA
           OPEN I-O CONTAS-RECEBER
           IF WRK-FS-CRE = '35'
               OPEN OUTPUT CONTAS-RECEBER
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF
           OPEN EXTEND PAGAMENTOS-ENTRADA
           IF WRK-FS-PAG = '05' OR WRK-FS-PAG = '35'
               OPEN OUTPUT PAGAMENTOS-ENTRADA
           END-IF
           OPEN OUTPUT OCORRENCIAS-RELATORIO
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           MOVE ZEROS TO CNBRPT-CAB-DATA
           IF WRK-FS-RET NOT = '00'
               DISPLAY 'RETORNO DE COBRANCA RETCNAB AUSENTE'
               SET FIM-RETORNO TO TRUE
           ELSE
               PERFORM 0110-LER-RETORNO
               IF FIM-RETORNO
                   DISPLAY 'RETORNO DE COBRANCA RETCNAB VAZIO'
               ELSE
                   PERFORM 0120-VALIDAR-HEADER
               END-IF
           END-IF
           WRITE CNBRPT-CABECALHO.

       0110-LER-RETORNO.
           READ RETORNO-COBRANCA
               AT END
                   SET FIM-RETORNO TO TRUE
           END-READ.

       0120-VALIDAR-HEADER.
           IF CNABRET-H-TIPO NOT = '0'
               OR CNABRET-H-OPERACAO NOT = '2'
               OR CNABRET-H-AGENCIA NOT = CEDENTE-AGENCIA
               OR CNABRET-H-CONTA NOT = CEDENTE-CONTA
               MOVE 'E002' TO WRK-EXC-CODIGO
               MOVE 'RETORNO CNAB DE OUTRA CONTA - NAO IMPORTADO'
                   TO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
               DISPLAY WRK-EXC-DESCRICAO
               MOVE 8 TO RETURN-CODE
               SET FIM-RETORNO TO TRUE
           ELSE
               MOVE CNABRET-H-DATA TO CNBRPT-CAB-DATA
               PERFORM 0110-LER-RETORNO
           END-IF.

      *****************************************************
      * TRATA O REGISTRO DA VEZ: DETALHE ('1') PELA OCORRENCIA,
      * TRAILER ('9') ENCERRA O ARQUIVO
      *****************************************************
       0200-PROCESSAR-RETORNO.
           EVALUATE CNABRET-D-TIPO
               WHEN '1'
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 0210-TRATAR-DETALHE
               WHEN '9'
                   SET TRAILER-LIDO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TRAILER-LIDO
               SET FIM-RETORNO TO TRUE
           ELSE
               PERFORM 0110-LER-RETORNO
           END-IF.

      *****************************************************
      * LOCALIZA O TITULO PELO NOSSO NUMERO (= NUMERO DA
      * FATURA) - RETORNO SEM TITULO NO CONTREC VAI PARA O
      * RELATORIO; OCORRENCIAS QUE NAO SEJAM CONFIRMACAO,
      * REJEICAO OU LIQUIDACAO NAO MEXEM NO CONTAS A RECEBER
      *****************************************************
       0210-TRATAR-DETALHE.
           MOVE CNABRET-D-NOSSO-NUM TO CNBRPT-NOSSO-NUM
           MOVE CNABRET-D-OCORRENCIA TO CNBRPT-OCORRENCIA
           MOVE CNABRET-D-VALOR TO CNBRPT-VALOR
           MOVE ZEROS TO CNBRPT-CLIENTE
           MOVE ZEROS TO WRK-FS-CRE
           IF CNABRET-D-NOSSO-NUM > 999999
               MOVE '23' TO WRK-FS-CRE
           ELSE
               MOVE CNABRET-D-NOSSO-NUM TO CONTREC-NUM-FATURA
               READ CONTAS-RECEBER
                   KEY IS CONTREC-NUM-FATURA
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WRK-FS-CRE NOT = '00'
               MOVE 'TITULO NAO ENCONTRADO NO CONTAS A RECEBER'
                   TO CNBRPT-MOTIVO
               PERFORM 0240-GRAVAR-OCORRENCIA
           ELSE
               MOVE CONTREC-CLIENTE TO CNBRPT-CLIENTE
               EVALUATE TRUE
                   WHEN CNABRET-CONFIRMADA
                       PERFORM 0220-CONFIRMAR-REGISTRO
                   WHEN CNABRET-REJEITADA
                       PERFORM 0225-REJEITAR-REGISTRO
                   WHEN CNABRET-LIQUIDACAO
                       PERFORM 0230-LIQUIDAR-BOLETO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0220-CONFIRMAR-REGISTRO.
           IF NOT BOLETO-LIQUIDADO
               MOVE 'R' TO CONTREC-SIT-BOLETO
               REWRITE CONTREC-REC
           END-IF
           ADD 1 TO WRK-QT-REGISTRADOS.

       0225-REJEITAR-REGISTRO.
           MOVE 'J' TO CONTREC-SIT-BOLETO
           REWRITE CONTREC-REC
           MOVE SPACES TO CNBRPT-MOTIVO
           STRING 'REGISTRO REJEITADO - MOTIVO '
               CNABRET-D-MOTIVO
               DELIMITED BY SIZE INTO CNBRPT-MOTIVO
           PERFORM 0240-GRAVAR-OCORRENCIA.

      *****************************************************
      * LIQUIDACAO DO BOLETO VIRA PAGAMENTO NO LOTE PAGENT, COM
      * O VALOR PAGO E A DATA DO CREDITO (SEM DATA DE CREDITO,
      * A DATA DA OCORRENCIA) - A BAIXA FICA PARA O PROGCOB44;
      * LIQUIDACAO REPETIDA DO MESMO BOLETO NAO GERA SEGUNDO
      * PAGAMENTO, E A DE FATURA JA QUITADA POR OUTRO MEIO GERA
      * O PAGAMENTO (VIRA CREDITO NA BAIXA) COM AVISO NO
      * RELATORIO
      *****************************************************
       0230-LIQUIDAR-BOLETO.
           IF BOLETO-LIQUIDADO
               MOVE 'LIQUIDACAO REPETIDA - PAGAMENTO NAO GERADO'
                   TO CNBRPT-MOTIVO
               PERFORM 0240-GRAVAR-OCORRENCIA
           ELSE
               MOVE CNABRET-D-VALOR-PAGO TO WRK-VALOR-LIQUIDO
               MOVE CONTREC-CLIENTE TO PAGENT-CLIENTE
               MOVE CONTREC-NUM-FATURA TO PAGENT-NUM-FATURA
               MOVE WRK-VALOR-LIQUIDO TO PAGENT-VALOR
               IF CNABRET-D-DATA-CRED > ZEROS
                   MOVE CNABRET-D-DATA-CRED TO WRK-CNB-DDMMAA-N
               ELSE
                   MOVE CNABRET-D-DATA-OCORR TO WRK-CNB-DDMMAA-N
               END-IF
               PERFORM 0235-CONVERTER-DATA-CNAB
               MOVE WRK-CNB-DATA-N TO PAGENT-DATA
               MOVE 'BRL' TO PAGENT-MOEDA
               WRITE PAGENT-REC
               ADD 1 TO WRK-QT-LIQUIDADOS
               IF CONTREC-QUITADA
                   MOVE WRK-VALOR-LIQUIDO TO CNBRPT-VALOR
                   MOVE 'LIQUIDACAO DE FATURA JA QUITADA'
                       TO CNBRPT-MOTIVO
                   PERFORM 0240-GRAVAR-OCORRENCIA
               END-IF
               MOVE 'L' TO CONTREC-SIT-BOLETO
               REWRITE CONTREC-REC
           END-IF.

       0235-CONVERTER-DATA-CNAB.
           MOVE 20 TO WRK-CNB-SECULO
           MOVE WRK-CNB-AA TO WRK-CNB-ANO
           MOVE WRK-CNB-MM TO WRK-CNB-MES
           MOVE WRK-CNB-DD TO WRK-CNB-DIA.

       0240-GRAVAR-OCORRENCIA.
           WRITE CNBRPT-DETALHE
           ADD 1 TO WRK-QT-OCORRENCIAS.

      *****************************************************
      * REGISTRA A OCORRENCIA NO LOG DE EXCECOES COMPARTILHADO
      * POR TODA A FAMILIA PROGCOB0X
      *****************************************************
       0250-REGISTRAR-EXCECAO.
           MOVE 'PROGCB100' TO EXCLOG-PROGRAMA
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
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************
      * RETORNO SEM TRAILER PODE TER CHEGADO CORTADO - O QUE
      * FOI LIDO FICA IMPORTADO, COM AVISO NO RELATORIO E NO
      * EXCLOG
      *****************************************************
       0300-FINALIZAR.
           IF WRK-QT-LIDOS > ZEROS AND NOT TRAILER-LIDO
               AND RETURN-CODE < 8
               MOVE SPACES TO CNBRPT-DETALHE
               MOVE 'RETORNO SEM TRAILER - ARQUIVO INCOMPLETO?'
                   TO CNBRPT-MOTIVO
               PERFORM 0240-GRAVAR-OCORRENCIA
           END-IF
           IF WRK-QT-OCORRENCIAS > ZEROS
               MOVE 'E001' TO WRK-EXC-CODIGO
               MOVE SPACES TO WRK-EXC-DESCRICAO
               STRING 'RETORNO CNAB COM ' WRK-QT-OCORRENCIAS
                   ' OCORRENCIAS - VER CNBRPT'
                   DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
           END-IF
           MOVE WRK-QT-LIDOS TO CNBRPT-TOT-LIDOS
           MOVE WRK-QT-LIQUIDADOS TO CNBRPT-TOT-LIQUID
           MOVE WRK-QT-REGISTRADOS TO CNBRPT-TOT-REGIST
           MOVE WRK-QT-OCORRENCIAS TO CNBRPT-TOT-OCORR
           WRITE CNBRPT-TOTAL
           DISPLAY 'DETALHES DO RETORNO.....' WRK-QT-LIDOS
           DISPLAY 'BOLETOS LIQUIDADOS......' WRK-QT-LIQUIDADOS
           DISPLAY 'REGISTROS CONFIRMADOS...' WRK-QT-REGISTRADOS
           DISPLAY 'OCORRENCIAS NO CNBRPT...' WRK-QT-OCORRENCIAS
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           CLOSE RETORNO-COBRANCA CONTAS-RECEBER PAGAMENTOS-ENTRADA
               OCORRENCIAS-RELATORIO EXCEPTION-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO COMPARTILHADO QUANTOS
      * DETALHES FORAM LIDOS E O RETURN-CODE FINAL, PARA O
      * RESUMO DE FIM DE TURNO DO PROGCOB19
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCB100' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-LIDOS TO JOBCTRL-QT-PROCESSADOS
           MOVE WRK-QT-OCORRENCIAS TO JOBCTRL-QT-EXCECOES
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

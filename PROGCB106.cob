       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB106.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : IMPORTACAO EM LOTE DO RASTREAMENTO DIARIO DA
      * TRANSPORTADORA (TRKENT) - CADA EVENTO (PEDIDO, EVENTO,
      * DATA/HORA, RECEBEDOR) MOVE A SITUACAO DO ENTREGA PELA
      * MESMA PROGRESSAO DA MESA DO PROGCOB33, COM A DATA E A
      * HORA DO PROPRIO EVENTO E O CODIGO DA TRANSPORTADORA
      * COMO OPERADOR; DEVOLUCAO ABRE O SINISTRO COMO NA MESA.
      * EVENTO DE PEDIDO DESCONHECIDO, DE OUTRA TRANSPORTADORA,
      * QUE VOLTARIA A SITUACAO OU QUE PULA ETAPA VAI PARA O
      * ARQUIVO DE RECUSADOS (TRKREJ); EVENTO REPETIDO (MESMA
      * SITUACAO JA GRAVADA) E SO CONTADO
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
           SELECT OPTIONAL RASTREAMENTO-ENTRADA ASSIGN TO 'TRKENT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-TRK.
           SELECT ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT OPTIONAL EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMBARQUE-NUMERO
               FILE STATUS IS WRK-FS-EMB.
           SELECT OPTIONAL TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS WRK-FS-TRN.
           SELECT RASTREAMENTO-RECUSADO ASSIGN TO 'TRKREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.
           SELECT SINISTROS ASSIGN TO 'SINISTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINISTRO-NUMERO
               FILE STATUS IS WRK-FS-SIN.
           SELECT OPTIONAL CONTROLE-SINISTRO ASSIGN TO 'SINCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-SCT.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  RASTREAMENTO-ENTRADA.
           COPY 'TRKENT.CPY'.

       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  EMBARQUES.
           COPY 'EMBARQUE.CPY'.

       FD  TRANSPORTADORAS.
           COPY 'TRANSP.CPY'.

       FD  RASTREAMENTO-RECUSADO.
           COPY 'TRKREJ.CPY'.

       FD  SINISTROS.
           COPY 'SINISTRO.CPY'.

       FD  CONTROLE-SINISTRO.
       01  SINCTL-REC.
           05  SINCTL-ULT-NUMERO   PIC 9(06).

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-TRK        PIC X(02) VALUE '00'.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-EMB        PIC X(02) VALUE '00'.
       77 WRK-FS-TRN        PIC X(02) VALUE '00'.
       77 WRK-FS-REJ        PIC X(02) VALUE '00'.
       77 WRK-FS-SIN        PIC X(02) VALUE '00'.
       77 WRK-FS-SCT        PIC X(02) VALUE '00'.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FIM-TRK       PIC X(01) VALUE 'N'.
           88 FIM-RASTREAMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-EMB-ABERTO    PIC X(01) VALUE 'N'.
           88 EMBARQUE-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MUDANCA-OK    PIC X(01) VALUE 'N'.
           88 PROGRESSAO-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FDT-ACHADO    PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-DIARIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRANSP        PIC X(03) VALUE SPACES.
       77 WRK-STATUS-NOVO   PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(03) VALUE SPACES.
       77 WRK-ORDEM-ATUAL   PIC 9(01) VALUE ZEROS.
       77 WRK-ORDEM-NOVA    PIC 9(01) VALUE ZEROS.
       77 WRK-NUM-SINISTRO  PIC 9(06) VALUE ZEROS.
       77 WRK-SIN-TRANSP    PIC X(03) VALUE SPACES.
       77 WRK-SIN-VALOR     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APLICADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REPETIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SINISTROS  PIC 9(05) VALUE ZEROS.
       77 WRK-EXC-CODIGO    PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-LER-EVENTO UNTIL FIM-RASTREAMENTO
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * O ARQUIVO E DE UMA TRANSPORTADORA SO: O CODIGO
      * INFORMADO PRECISA EXISTIR NO CADASTRO TRANSP
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'TRANSPORTADORA DO ARQUIVO..'
           ACCEPT WRK-TRANSP
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN INPUT TRANSPORTADORAS
           MOVE WRK-TRANSP TO TRANSP-CODIGO
           IF WRK-FS-TRN = '00'
               READ TRANSPORTADORAS
                   KEY IS TRANSP-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WRK-FS-TRN NOT = '00' OR WRK-TRANSP = SPACES
               DISPLAY 'TRANSPORTADORA SEM CADASTRO - ' WRK-TRANSP
               MOVE 'E002' TO WRK-EXC-CODIGO
               MOVE SPACES TO WRK-EXC-DESCRICAO
               STRING 'TRKENT DE TRANSPORTADORA INVALIDA '
                   WRK-TRANSP
                   DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
               SET FIM-RASTREAMENTO TO TRUE
           END-IF
           IF WRK-FS-TRN = '00' OR WRK-FS-TRN = '23'
               CLOSE TRANSPORTADORAS
           END-IF
           OPEN INPUT RASTREAMENTO-ENTRADA
           IF WRK-FS-TRK NOT = '00'
               DISPLAY 'ARQUIVO DE RASTREAMENTO TRKENT AUSENTE'
               SET FIM-RASTREAMENTO TO TRUE
           END-IF
           OPEN I-O ENTREGA-STATUS-ARQ
           IF WRK-FS-ENT NOT = '00'
               DISPLAY 'ARQUIVO DE SITUACAO ENTREGA AUSENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-RASTREAMENTO TO TRUE
           END-IF
           OPEN INPUT EMBARQUES
           IF WRK-FS-EMB = '00'
               SET EMBARQUE-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT RASTREAMENTO-RECUSADO.

       0200-LER-EVENTO.
           READ RASTREAMENTO-ENTRADA
               AT END
                   SET FIM-RASTREAMENTO TO TRUE
           END-READ
           IF NOT FIM-RASTREAMENTO
               ADD 1 TO WRK-QT-LIDOS
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 0210-CRITICAR-EVENTO
               IF WRK-MOTIVO = SPACES
                   PERFORM 0230-APLICAR-EVENTO
               ELSE
                   PERFORM 0240-RECUSAR-EVENTO
               END-IF
           END-IF.

      *****************************************************
      * CRITICA DO EVENTO: CODIGO, DATA/HORA, PEDIDO NO
      * ENTREGA, TRANSPORTADORA DO EMBARQUE E PROGRESSAO -
      * O PRIMEIRO MOTIVO ENCONTRADO FICA
      *****************************************************
       0210-CRITICAR-EVENTO.
           MOVE TRKENT-EVENTO TO WRK-STATUS-NOVO
           IF WRK-STATUS-NOVO NOT = 'D' AND NOT = 'T'
               AND NOT = 'E' AND NOT = 'V'
               MOVE 'EVT' TO WRK-MOTIVO
           END-IF
           IF WRK-MOTIVO = SPACES
               IF TRKENT-DATA NOT NUMERIC OR TRKENT-DATA = ZEROS
                   OR TRKENT-HORA NOT NUMERIC
                   MOVE 'DAT' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               MOVE TRKENT-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
               READ ENTREGA-STATUS-ARQ
                   KEY IS ENTREGA-NUM-PEDIDO
                   INVALID KEY
                       MOVE 'PED' TO WRK-MOTIVO
               END-READ
           END-IF
           IF WRK-MOTIVO = SPACES
               AND EMBARQUE-ABERTO
               AND ENTREGA-NUM-EMBARQUE > ZEROS
               MOVE ENTREGA-NUM-EMBARQUE TO EMBARQUE-NUMERO
               READ EMBARQUES
                   KEY IS EMBARQUE-NUMERO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-EMB = '00'
                   AND EMBARQUE-TRANSP NOT = WRK-TRANSP
                   MOVE 'TRN' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               AND WRK-STATUS-NOVO NOT = ENTREGA-STATUS
               PERFORM 0220-VALIDAR-PROGRESSAO
               IF NOT PROGRESSAO-VALIDA
                   MOVE ENTREGA-STATUS TO WRK-STATUS-NOVO
                   PERFORM 0225-ORDENAR-SITUACAO
                   MOVE WRK-ORDEM-NOVA TO WRK-ORDEM-ATUAL
                   MOVE TRKENT-EVENTO TO WRK-STATUS-NOVO
                   PERFORM 0225-ORDENAR-SITUACAO
                   IF WRK-ORDEM-NOVA > WRK-ORDEM-ATUAL
                       MOVE 'PRG' TO WRK-MOTIVO
                   ELSE
                       MOVE 'REG' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * A SITUACAO SO ANDA PARA FRENTE: R>D, D>T, T>E, E 'V'
      * (DEVOLVIDO) SO A PARTIR DE D OU T - ENTREGUE E DEVOLVIDO
      * SAO FINAIS (A MESMA REGRA DA MESA DO PROGCOB33)
      *****************************************************
       0220-VALIDAR-PROGRESSAO.
           SET PROGRESSAO-VALIDA TO FALSE
           EVALUATE WRK-STATUS-NOVO
               WHEN 'D'
                   IF ENTREGA-COTADA
                       SET PROGRESSAO-VALIDA TO TRUE
                   END-IF
               WHEN 'T'
                   IF ENTREGA-DESPACHADA
                       SET PROGRESSAO-VALIDA TO TRUE
                   END-IF
               WHEN 'E'
                   IF ENTREGA-TRANSITO
                       SET PROGRESSAO-VALIDA TO TRUE
                   END-IF
               WHEN 'V'
                   IF ENTREGA-DESPACHADA OR ENTREGA-TRANSITO
                       SET PROGRESSAO-VALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * POSICAO DA SITUACAO NA PROGRESSAO, PARA SEPARAR O
      * EVENTO QUE VOLTA (REG) DO QUE PULA ETAPA (PRG) -
      * ENTREGUE E DEVOLVIDO SAO AMBOS O FIM DA LINHA
      *****************************************************
       0225-ORDENAR-SITUACAO.
           EVALUATE WRK-STATUS-NOVO
               WHEN 'R'
                   MOVE 1 TO WRK-ORDEM-NOVA
               WHEN 'D'
                   MOVE 2 TO WRK-ORDEM-NOVA
               WHEN 'T'
                   MOVE 3 TO WRK-ORDEM-NOVA
               WHEN OTHER
                   MOVE 4 TO WRK-ORDEM-NOVA
           END-EVALUATE.

      *****************************************************
      * GRAVA A NOVA SITUACAO COM A DATA E A HORA DO EVENTO E A
      * TRANSPORTADORA COMO OPERADOR; NA ENTREGA GUARDA O
      * RECEBEDOR, NA DEVOLUCAO ABRE O SINISTRO
      *****************************************************
       0230-APLICAR-EVENTO.
           IF WRK-STATUS-NOVO = ENTREGA-STATUS
               ADD 1 TO WRK-QT-REPETIDOS
           ELSE
               MOVE WRK-STATUS-NOVO TO ENTREGA-STATUS
               MOVE TRKENT-DATA TO ENTREGA-DATA-STATUS
               COMPUTE ENTREGA-HORA-STATUS = TRKENT-HORA * 100
               MOVE WRK-TRANSP TO ENTREGA-OPERADOR
               IF WRK-STATUS-NOVO = 'E'
                   MOVE TRKENT-RECEBEDOR TO ENTREGA-RECEBEDOR
               END-IF
               REWRITE ENTREGA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR SITUACAO ' WRK-FS-ENT
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-APLICADOS
                       IF WRK-STATUS-NOVO = 'V'
                           PERFORM 0280-ABRIR-SINISTRO
                       END-IF
               END-REWRITE
           END-IF.

       0240-RECUSAR-EVENTO.
           MOVE TRKENT-REC TO TRKREJ-IMAGEM
           MOVE WRK-MOTIVO TO TRKREJ-MOTIVO
           WRITE TRKREJ-REC
           ADD 1 TO WRK-QT-RECUSADOS.

      *****************************************************
      * REGISTRA A OCORRENCIA NO LOG DE EXCECOES COMPARTILHADO
      * POR TODA A FAMILIA PROGCOB0X
      *****************************************************
       0250-REGISTRAR-EXCECAO.
           MOVE 'PROGCB106' TO EXCLOG-PROGRAMA
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
      * ENTREGA DEVOLVIDA ABRE O SINISTRO NA HORA, COMO NA MESA
      * DO PROGCOB33: O PROXIMO NUMERO VEM DO CONTROLE SINCTL, E
      * A TRANSPORTADORA E O VALOR DA MERCADORIA VEM DO DIARIO
      * FRETDET DO PEDIDO
      *****************************************************
       0280-ABRIR-SINISTRO.
           PERFORM 0282-BUSCAR-PEDIDO-DIARIO
           OPEN INPUT CONTROLE-SINISTRO
           MOVE ZEROS TO WRK-NUM-SINISTRO
           IF WRK-FS-SCT = '00'
               READ CONTROLE-SINISTRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SINCTL-ULT-NUMERO TO WRK-NUM-SINISTRO
               END-READ
               CLOSE CONTROLE-SINISTRO
           END-IF
           ADD 1 TO WRK-NUM-SINISTRO
           OPEN I-O SINISTROS
           IF WRK-FS-SIN = '35'
               OPEN OUTPUT SINISTROS
               CLOSE SINISTROS
               OPEN I-O SINISTROS
           END-IF
           MOVE WRK-NUM-SINISTRO TO SINISTRO-NUMERO
           MOVE ENTREGA-NUM-PEDIDO TO SINISTRO-NUM-PEDIDO
           MOVE ENTREGA-CLIENTE TO SINISTRO-CLIENTE
           MOVE WRK-SIN-TRANSP TO SINISTRO-TRANSP
           MOVE 'V' TO SINISTRO-TIPO
           MOVE 'A' TO SINISTRO-SITUACAO
           MOVE SPACES TO SINISTRO-CULPA
           MOVE WRK-SIN-VALOR TO SINISTRO-VALOR-RECLAMADO
           MOVE ZEROS TO SINISTRO-VALOR-CREDITO
           MOVE ZEROS TO SINISTRO-NUM-FATURA
           ACCEPT SINISTRO-DATA-ABERTURA FROM DATE YYYYMMDD
           MOVE ZEROS TO SINISTRO-DATA-DECISAO
           WRITE SINISTRO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE SINISTROS
           OPEN OUTPUT CONTROLE-SINISTRO
           MOVE WRK-NUM-SINISTRO TO SINCTL-ULT-NUMERO
           WRITE SINCTL-REC
           CLOSE CONTROLE-SINISTRO
           ADD 1 TO WRK-QT-SINISTROS
           DISPLAY 'SINISTRO ' WRK-NUM-SINISTRO ' ABERTO PARA O '
               'PEDIDO ' ENTREGA-NUM-PEDIDO.

       0282-BUSCAR-PEDIDO-DIARIO.
           MOVE WRK-TRANSP TO WRK-SIN-TRANSP
           MOVE ZEROS TO WRK-SIN-VALOR
           SET PEDIDO-NO-DIARIO TO FALSE
           SET FIM-DETALHE TO FALSE
           OPEN INPUT FRETE-DETALHE
           IF WRK-FS-FDT NOT = '00'
               SET FIM-DETALHE TO TRUE
           END-IF
           PERFORM 0284-LER-UM-DETALHE
               UNTIL FIM-DETALHE OR PEDIDO-NO-DIARIO
           IF WRK-FS-FDT = '00' OR WRK-FS-FDT = '10'
               CLOSE FRETE-DETALHE
           END-IF.

       0284-LER-UM-DETALHE.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               AND FRETDET-NUM-PEDIDO = ENTREGA-NUM-PEDIDO
               SET PEDIDO-NO-DIARIO TO TRUE
               MOVE FRETDET-TRANSP TO WRK-SIN-TRANSP
               MOVE FRETDET-VALOR TO WRK-SIN-VALOR
           END-IF.

       0300-FINALIZAR.
           IF WRK-QT-RECUSADOS > ZEROS
               MOVE 'E001' TO WRK-EXC-CODIGO
               MOVE SPACES TO WRK-EXC-DESCRICAO
               STRING 'TRKENT ' WRK-TRANSP ' COM '
                   WRK-QT-RECUSADOS ' RECUSADOS'
                   DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
           END-IF
           DISPLAY 'EVENTOS LIDOS...........' WRK-QT-LIDOS
           DISPLAY 'SITUACOES GRAVADAS......' WRK-QT-APLICADOS
           DISPLAY 'EVENTOS REPETIDOS.......' WRK-QT-REPETIDOS
           DISPLAY 'EVENTOS RECUSADOS.......' WRK-QT-RECUSADOS
           DISPLAY 'SINISTROS ABERTOS.......' WRK-QT-SINISTROS
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           IF WRK-FS-TRK = '00' OR WRK-FS-TRK = '10'
               CLOSE RASTREAMENTO-ENTRADA
           END-IF
           IF WRK-FS-ENT NOT = '35'
               CLOSE ENTREGA-STATUS-ARQ
           END-IF
           IF EMBARQUE-ABERTO
               CLOSE EMBARQUES
           END-IF
           CLOSE RASTREAMENTO-RECUSADO EXCEPTION-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO COMPARTILHADO QUANTOS
      * EVENTOS FORAM LIDOS E O RETURN-CODE FINAL, PARA O
      * RESUMO DE FIM DE TURNO DO PROGCOB19
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCB106' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-LIDOS TO JOBCTRL-QT-PROCESSADOS
           MOVE WRK-QT-RECUSADOS TO JOBCTRL-QT-EXCECOES
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB103.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : AUDITORIA DA COBRANCA DA TRANSPORTADORA -
      * LE O ARQUIVO DE CT-E QUE A TRANSPORTADORA MANDOU PARA O
      * PERIODO (CTETRN) E CONFERE CADA LINHA CONTRA OS NOSSOS
      * PEDIDOS COTADOS (DIARIO FRETDET), OS ROMANEIOS
      * (EMBARQUE/ENTREGA) E O REPASSE ESPERADO PELO PERCENTUAL
      * DO CADASTRO TRANSP, DO MESMO JEITO QUE O ACERTO DO
      * PROGCOB32 - COBRANCA ACIMA DO ESPERADO, PEDIDO COBRADO
      * DUAS VEZES (COBTRN) E PEDIDO QUE NAO VIAJOU COM ESSA
      * TRANSPORTADORA SAEM NO RELATORIO CTERPT, QUE TRAZ O
      * VALOR APROVADO PARA PAGAMENTO
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO CANCELADO (ENTREGA 'X') SAI DA TABELA
      * DE PEDIDOS - A COBRANCA DELE CAI COMO PEDIDO NAO EMBARCADO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBRANCA-TRANSP ASSIGN TO 'CTETRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTE.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT OPTIONAL TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS WRK-FS-TRN.
           SELECT OPTIONAL EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMBARQUE-NUMERO
               FILE STATUS IS WRK-FS-EMB.
           SELECT OPTIONAL ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT PEDIDOS-COBRADOS ASSIGN TO 'COBTRN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COBTRN-NUM-PEDIDO
               FILE STATUS IS WRK-FS-COB.
           SELECT AUDITORIA-RPT ASSIGN TO 'CTERPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRANCA-TRANSP.
           COPY 'CTETRN.CPY'.

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  TRANSPORTADORAS.
           COPY 'TRANSP.CPY'.

       FD  EMBARQUES.
           COPY 'EMBARQUE.CPY'.

       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  PEDIDOS-COBRADOS.
           COPY 'COBTRN.CPY'.

       FD  AUDITORIA-RPT.
           COPY 'CTERPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * PEDIDOS COTADOS DO PERIODO (DE TODAS AS TRANSPORTADORAS,
      * PARA SABER QUANDO O PEDIDO VIAJOU COM OUTRA), COM O
      * EMBARQUE DO REGISTRO DE ENTREGA, O MAIOR ENTRE PESO REAL
      * E CUBADO E O REPASSE ESPERADO DA TRANSPORTADORA AUDITADA
      *****************************************************
       01  WRK-TABELA-PEDIDOS.
           02  WRK-PED-ENTRADA OCCURS 3000 TIMES.
               03  WRK-PED-NUMERO   PIC 9(06).
               03  WRK-PED-TRANSP   PIC X(03).
               03  WRK-PED-EMBARQUE PIC 9(06).
               03  WRK-PED-PESO     PIC 9(05)V99.
               03  WRK-PED-REPASSE  PIC 9(08)V99.
               03  WRK-PED-COBRADO  PIC X(01).
       77 WRK-QT-PEDIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-ACHADO        PIC 9(04) VALUE ZEROS.
       77 WRK-FS-CTE        PIC X(02) VALUE '00'.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-TRN        PIC X(02) VALUE '00'.
       77 WRK-FS-EMB        PIC X(02) VALUE '00'.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-COB        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-CTE       PIC X(01) VALUE 'N'.
           88 FIM-COBRANCA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ENT-ABERTO    PIC X(01) VALUE 'N'.
           88 ENTREGA-ABERTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-EMB-ABERTO    PIC X(01) VALUE 'N'.
           88 EMBARQUE-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-LINHA-VALIDA  PIC X(01) VALUE 'N'.
           88 LINHA-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DUPLICADA     PIC X(01) VALUE 'N'.
           88 LINHA-DUPLICADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRANSP        PIC X(03) VALUE SPACES.
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-REPASSE   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA    PIC 9(02)V99 VALUE 0,05.
       77 WRK-ESPERADO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-APROVADO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-ESPERADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-NO-EMBARQUE PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-COBRADO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-APROVADO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GLOSADO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXC-CODIGO    PIC X(04) VALUE SPACES.
       77 WRK-EXC-DESCRICAO PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-AUDITAR-LINHA UNTIL FIM-COBRANCA
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * TRANSPORTADORA E PERIODO DA COBRANCA - SEM CADASTRO DA
      * TRANSPORTADORA NAO HA REPASSE ESPERADO E NADA E
      * AUDITADO (RC 8)
      *****************************************************
       0100-INICIALIZAR.
           DISPLAY 'TRANSPORTADORA DA COBRANCA..'
           ACCEPT WRK-TRANSP
           DISPLAY 'PERIODO DA COBRANCA (AAAAMM)..'
           ACCEPT WRK-PERIODO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT AUDITORIA-RPT
           MOVE WRK-TRANSP TO CTERPT-CAB-TRANSP
           MOVE WRK-PERIODO TO CTERPT-CAB-PERIODO
           WRITE CTERPT-CABECALHO
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN I-O PEDIDOS-COBRADOS
           IF WRK-FS-COB = '35'
               OPEN OUTPUT PEDIDOS-COBRADOS
               CLOSE PEDIDOS-COBRADOS
               OPEN I-O PEDIDOS-COBRADOS
           END-IF
           OPEN INPUT TRANSPORTADORAS
           IF WRK-FS-TRN = '00'
               MOVE WRK-TRANSP TO TRANSP-CODIGO
               READ TRANSPORTADORAS
                   KEY IS TRANSP-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WRK-FS-TRN = '00'
               MOVE TRANSP-REPASSE TO WRK-PCT-REPASSE
               CLOSE TRANSPORTADORAS
               PERFORM 0110-CARREGAR-PEDIDOS
               OPEN INPUT COBRANCA-TRANSP
               IF WRK-FS-CTE NOT = '00'
                   DISPLAY 'COBRANCA CTETRN AUSENTE'
                   SET FIM-COBRANCA TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0120-LER-COBRANCA
               END-IF
           ELSE
               DISPLAY 'TRANSPORTADORA ' WRK-TRANSP
                   ' SEM CADASTRO - COBRANCA NAO AUDITADA'
               CLOSE TRANSPORTADORAS
               SET FIM-COBRANCA TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************
      * CARREGA OS PEDIDOS COTADOS DO PERIODO - O REPASSE
      * ESPERADO SEGUE A REGRA DO ACERTO DO PROGCOB32: O
      * PERCENTUAL INCIDE SOBRE O FRETE SEM O GRIS, E O GRIS E
      * REPASSADO INTEGRAL
      *****************************************************
       0110-CARREGAR-PEDIDOS.
           OPEN INPUT ENTREGA-STATUS-ARQ
           IF WRK-FS-ENT = '00'
               SET ENTREGA-ABERTA TO TRUE
           END-IF
           OPEN INPUT EMBARQUES
           IF WRK-FS-EMB = '00'
               SET EMBARQUE-ABERTO TO TRUE
           END-IF
           OPEN INPUT FRETE-DETALHE
           IF WRK-FS-FDT = '00'
               PERFORM 0115-LER-FRETDET UNTIL FIM-DETALHE
               CLOSE FRETE-DETALHE
           ELSE
               DISPLAY 'DIARIO FRETDET AUSENTE OU INVALIDO'
           END-IF
           DISPLAY 'PEDIDOS DO PERIODO.......' WRK-QT-PEDIDOS.

       0115-LER-FRETDET.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               AND NOT FRETDET-ESTORNO
               AND FRETDET-DATA(1:6) = WRK-PERIODO
               IF WRK-QT-PEDIDOS < 3000
                   PERFORM 0116-GUARDAR-PEDIDO
               ELSE
                   DISPLAY 'TABELA DE PEDIDOS CHEIA - PEDIDO '
                       FRETDET-NUM-PEDIDO ' FORA DA AUDITORIA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0116-GUARDAR-PEDIDO.
           ADD 1 TO WRK-QT-PEDIDOS
           MOVE WRK-QT-PEDIDOS TO WRK-I
           MOVE FRETDET-NUM-PEDIDO TO WRK-PED-NUMERO(WRK-I)
           MOVE FRETDET-TRANSP TO WRK-PED-TRANSP(WRK-I)
           MOVE 'N' TO WRK-PED-COBRADO(WRK-I)
           IF FRETDET-PESO-CUBADO > FRETDET-PESO
               MOVE FRETDET-PESO-CUBADO TO WRK-PED-PESO(WRK-I)
           ELSE
               MOVE FRETDET-PESO TO WRK-PED-PESO(WRK-I)
           END-IF
           MOVE ZEROS TO WRK-PED-REPASSE(WRK-I)
           IF FRETDET-TRANSP = WRK-TRANSP
               COMPUTE WRK-PED-REPASSE(WRK-I) ROUNDED =
                   (FRETDET-FRETE - FRETDET-FRETE-GRIS)
                   * WRK-PCT-REPASSE / 100 + FRETDET-FRETE-GRIS
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-PED-REPASSE(WRK-I)
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WRK-PED-EMBARQUE(WRK-I)
           IF ENTREGA-ABERTA
               MOVE FRETDET-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
               READ ENTREGA-STATUS-ARQ
                   KEY IS ENTREGA-NUM-PEDIDO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ENT = '00'
                   MOVE ENTREGA-NUM-EMBARQUE TO WRK-PED-EMBARQUE(WRK-I)
                   IF ENTREGA-CANCELADA
                       SUBTRACT 1 FROM WRK-QT-PEDIDOS
                   END-IF
               END-IF
           END-IF.

       0120-LER-COBRANCA.
           READ COBRANCA-TRANSP
               AT END
                   SET FIM-COBRANCA TO TRUE
           END-READ.

      *****************************************************
      * CONFERE A LINHA DA VEZ: LOCALIZA O PEDIDO OU O EMBARQUE
      * COBRADO, APURA O REPASSE ESPERADO E APROVA NO MAXIMO
      * ESSE VALOR - LINHA SEM PEDIDO NOSSO, DE OUTRA
      * TRANSPORTADORA OU JA COBRADA NAO TEM NADA APROVADO
      *****************************************************
       0200-AUDITAR-LINHA.
           ADD 1 TO WRK-QT-LINHAS
           MOVE SPACES TO CTERPT-DETALHE
           MOVE ZEROS TO WRK-ESPERADO WRK-APROVADO WRK-PESO-ESPERADO
           SET LINHA-VALIDA TO FALSE
           SET LINHA-DUPLICADA TO FALSE
           IF CTETRN-NUM-PEDIDO > ZEROS
               STRING 'P ' CTETRN-NUM-PEDIDO
                   DELIMITED BY SIZE INTO CTERPT-REFERENCIA
               PERFORM 0210-CONFERIR-PEDIDO
           ELSE
               STRING 'E ' CTETRN-NUM-EMBARQUE
                   DELIMITED BY SIZE INTO CTERPT-REFERENCIA
               PERFORM 0220-CONFERIR-EMBARQUE
           END-IF
           IF LINHA-VALIDA AND NOT LINHA-DUPLICADA
               PERFORM 0230-CONFERIR-VALOR
               PERFORM 0240-MARCAR-COBRADOS
           END-IF
           MOVE CTETRN-NUM-CTE TO CTERPT-NUM-CTE
           MOVE CTETRN-VALOR TO CTERPT-COBRADO
           MOVE WRK-ESPERADO TO CTERPT-ESPERADO
           MOVE WRK-APROVADO TO CTERPT-APROVADO
           IF CTERPT-OCORRENCIA = SPACES
               MOVE 'CONFERIDO' TO CTERPT-OCORRENCIA
           ELSE
               ADD 1 TO WRK-QT-OCORRENCIAS
           END-IF
           WRITE CTERPT-DETALHE
           ADD CTETRN-VALOR TO WRK-TOT-COBRADO
           ADD WRK-APROVADO TO WRK-TOT-APROVADO
           PERFORM 0120-LER-COBRANCA.

       0210-CONFERIR-PEDIDO.
           MOVE ZEROS TO WRK-ACHADO
           PERFORM 0211-PROCURAR-PEDIDO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-PEDIDOS OR WRK-ACHADO > ZEROS
           EVALUATE TRUE
               WHEN WRK-ACHADO = ZEROS
                   MOVE 'PEDIDO NAO EMBARCADO' TO CTERPT-OCORRENCIA
               WHEN WRK-PED-TRANSP(WRK-ACHADO) NOT = WRK-TRANSP
                   MOVE 'PEDIDO DE OUTRA TRANSP'
                       TO CTERPT-OCORRENCIA
               WHEN OTHER
                   SET LINHA-VALIDA TO TRUE
                   MOVE WRK-ACHADO TO WRK-I
                   PERFORM 0215-VERIFICAR-DUPLICIDADE
                   MOVE WRK-PED-REPASSE(WRK-ACHADO) TO WRK-ESPERADO
                   MOVE WRK-PED-PESO(WRK-ACHADO) TO WRK-PESO-ESPERADO
           END-EVALUATE.

       0211-PROCURAR-PEDIDO.
           IF WRK-PED-NUMERO(WRK-I) = CTETRN-NUM-PEDIDO
               MOVE WRK-I TO WRK-ACHADO
           END-IF.

      *****************************************************
      * PEDIDO JA COBRADO NESTE ARQUIVO OU NUMA COBRANCA
      * ANTERIOR - O MESMO CT-E REPROCESSADO NAO E DUPLICIDADE
      *****************************************************
       0215-VERIFICAR-DUPLICIDADE.
           IF WRK-PED-COBRADO(WRK-I) = 'S'
               SET LINHA-DUPLICADA TO TRUE
           ELSE
               MOVE WRK-PED-NUMERO(WRK-I) TO COBTRN-NUM-PEDIDO
               READ PEDIDOS-COBRADOS
                   KEY IS COBTRN-NUM-PEDIDO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-COB = '00'
                   AND (COBTRN-TRANSP NOT = WRK-TRANSP
                    OR COBTRN-NUM-CTE NOT = CTETRN-NUM-CTE)
                   SET LINHA-DUPLICADA TO TRUE
               END-IF
           END-IF
           IF LINHA-DUPLICADA
               MOVE 'COBRADO EM DUPLICIDADE' TO CTERPT-OCORRENCIA
           END-IF.

      *****************************************************
      * COBRANCA DO ROMANEIO INTEIRO: O EMBARQUE TEM DE SER DA
      * TRANSPORTADORA, E O ESPERADO E A SOMA DOS PEDIDOS DELE
      * NO PERIODO
      *****************************************************
       0220-CONFERIR-EMBARQUE.
           MOVE '23' TO WRK-FS-EMB
           IF EMBARQUE-ABERTO AND CTETRN-NUM-EMBARQUE > ZEROS
               MOVE CTETRN-NUM-EMBARQUE TO EMBARQUE-NUMERO
               READ EMBARQUES
                   KEY IS EMBARQUE-NUMERO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           MOVE ZEROS TO WRK-QT-NO-EMBARQUE
           EVALUATE TRUE
               WHEN WRK-FS-EMB NOT = '00'
                   MOVE 'EMBARQUE INEXISTENTE' TO CTERPT-OCORRENCIA
               WHEN EMBARQUE-TRANSP NOT = WRK-TRANSP
                   MOVE 'EMBARQUE DE OUTRA TRANSP'
                       TO CTERPT-OCORRENCIA
               WHEN OTHER
                   PERFORM 0225-SOMAR-EMBARQUE
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-PEDIDOS
                   IF WRK-QT-NO-EMBARQUE = ZEROS
                       MOVE 'EMBARQUE FORA DO PERIODO'
                           TO CTERPT-OCORRENCIA
                   ELSE
                       SET LINHA-VALIDA TO TRUE
                   END-IF
           END-EVALUATE.

       0225-SOMAR-EMBARQUE.
           IF WRK-PED-EMBARQUE(WRK-I) = CTETRN-NUM-EMBARQUE
               AND WRK-PED-TRANSP(WRK-I) = WRK-TRANSP
               ADD 1 TO WRK-QT-NO-EMBARQUE
               ADD WRK-PED-REPASSE(WRK-I) TO WRK-ESPERADO
               ADD WRK-PED-PESO(WRK-I) TO WRK-PESO-ESPERADO
               IF NOT LINHA-DUPLICADA
                   PERFORM 0215-VERIFICAR-DUPLICIDADE
               END-IF
           END-IF.

      *****************************************************
      * COBRADO ATE O ESPERADO (MAIS A TOLERANCIA DE
      * ARREDONDAMENTO) E APROVADO COMO VEIO; ACIMA DISSO SO O
      * ESPERADO E APROVADO - PESO COBRADO ACIMA DO PESO
      * EMBARCADO (MAIOR ENTRE REAL E CUBADO) FICA APONTADO
      *****************************************************
       0230-CONFERIR-VALOR.
           IF CTETRN-VALOR > WRK-ESPERADO + WRK-TOLERANCIA
               MOVE WRK-ESPERADO TO WRK-APROVADO
               MOVE 'COBRANCA ACIMA DO REPASSE' TO CTERPT-OCORRENCIA
           ELSE
               MOVE CTETRN-VALOR TO WRK-APROVADO
               IF CTETRN-PESO > WRK-PESO-ESPERADO
                   MOVE 'PESO ACIMA DO EMBARCADO'
                       TO CTERPT-OCORRENCIA
               END-IF
           END-IF.

      *****************************************************
      * MARCA COMO COBRADOS OS PEDIDOS DA LINHA ACEITA, NA
      * TABELA E NO ARQUIVO COBTRN
      *****************************************************
       0240-MARCAR-COBRADOS.
           IF CTETRN-NUM-PEDIDO > ZEROS
               MOVE WRK-ACHADO TO WRK-I
               PERFORM 0245-GRAVAR-COBRADO
           ELSE
               PERFORM 0241-MARCAR-EMBARQUE
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-PEDIDOS
           END-IF.

       0241-MARCAR-EMBARQUE.
           IF WRK-PED-EMBARQUE(WRK-I) = CTETRN-NUM-EMBARQUE
               AND WRK-PED-TRANSP(WRK-I) = WRK-TRANSP
               PERFORM 0245-GRAVAR-COBRADO
           END-IF.

       0245-GRAVAR-COBRADO.
           MOVE 'S' TO WRK-PED-COBRADO(WRK-I)
           MOVE WRK-PED-NUMERO(WRK-I) TO COBTRN-NUM-PEDIDO
           MOVE WRK-TRANSP TO COBTRN-TRANSP
           MOVE CTETRN-NUM-CTE TO COBTRN-NUM-CTE
           MOVE WRK-PERIODO TO COBTRN-PERIODO
           MOVE WRK-DATA-HOJE TO COBTRN-DATA
           WRITE COBTRN-REC
               INVALID KEY
                   REWRITE COBTRN-REC
           END-WRITE.

      *****************************************************
      * REGISTRA A OCORRENCIA NO LOG DE EXCECOES COMPARTILHADO
      * POR TODA A FAMILIA PROGCOB0X
      *****************************************************
       0250-REGISTRAR-EXCECAO.
           MOVE 'PROGCB103' TO EXCLOG-PROGRAMA
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

       0300-FINALIZAR.
           COMPUTE WRK-TOT-GLOSADO = WRK-TOT-COBRADO - WRK-TOT-APROVADO
           MOVE WRK-TOT-COBRADO TO CTERPT-TOT-COBRADO
           MOVE WRK-TOT-APROVADO TO CTERPT-TOT-APROVADO
           MOVE WRK-TOT-GLOSADO TO CTERPT-TOT-GLOSADO
           WRITE CTERPT-TOTAL
           IF WRK-QT-OCORRENCIAS > ZEROS
               MOVE 'E001' TO WRK-EXC-CODIGO
               MOVE SPACES TO WRK-EXC-DESCRICAO
               STRING 'COBRANCA ' WRK-TRANSP ' COM '
                   WRK-QT-OCORRENCIAS ' OCORRENCIAS - CTERPT'
                   DELIMITED BY SIZE INTO WRK-EXC-DESCRICAO
               PERFORM 0250-REGISTRAR-EXCECAO
           END-IF
           DISPLAY 'LINHAS DA COBRANCA......' WRK-QT-LINHAS
           DISPLAY 'OCORRENCIAS.............' WRK-QT-OCORRENCIAS
           DISPLAY 'VALOR APROVADO..........' WRK-TOT-APROVADO
           IF ENTREGA-ABERTA
               CLOSE ENTREGA-STATUS-ARQ
           END-IF
           IF EMBARQUE-ABERTO
               CLOSE EMBARQUES
           END-IF
           CLOSE COBRANCA-TRANSP PEDIDOS-COBRADOS AUDITORIA-RPT
               EXCEPTION-LOG.

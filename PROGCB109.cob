       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB109.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CANCELAMENTO DE PEDIDO JA COTADO PELO PROGCOB09
      * E AINDA NAO DESPACHADO (ENTREGA NA SITUACAO 'R' E SEM
      * EMBARQUE) - GRAVA NO DIARIO FRETDET O ESTORNO DO
      * LANCAMENTO ORIGINAL (TIPO 'E', NUNCA APAGA O ORIGINAL),
      * RETIRA O FRETE DO ACUMULADO FRETACU E DO ICMS DO FRETE
      * NO ICMSACU DO PERIODO DO LANCAMENTO QUANDO O PERIODO
      * AINDA ESTA ABERTO (O FECHAMENTO DO PROGCOB66 DEIXA O
      * PEDIDO FORA DA FATURA); COM O PERIODO JA FECHADO O
      * ACUMULADO FICA COMO ESTA E O FRETE VIRA CREDITO DO
      * CLIENTE NO CREDCLI, QUE ABATE A EXPOSICAO NA CRITICA DE
      * LIMITE DO PROGCOB35. A ENTREGA FECHA NA SITUACAO 'X'
      * (CANCELADO) E O MOTIVO E O OPERADOR VAO PARA O LOG DE
      * AUDITORIA. QUEM TOTALIZA O DIARIO (COMISSAO DO
      * PROGCOB88, ACERTO DO PROGCOB32, MARGEM DO PROGCB104...)
      * SUBTRAI O ESTORNO
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM COPIA DO LANCAMENTO ORIGINAL AMPLIADA PARA
      * X(132) COM O FRETDET-REC (ENDERECO DE ENTREGA)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT FRETE-ACUMULADO ASSIGN TO 'FRETACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRETACU-PERIODO
               FILE STATUS IS WRK-FS-FAC.
           SELECT ICMS-ACUMULADO ASSIGN TO 'ICMSACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICMSACU-CHAVE
               FILE STATUS IS WRK-FS-ICA.
           SELECT CREDITO-CLIENTES ASSIGN TO 'CREDCLI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDCLI-CLIENTE
               FILE STATUS IS WRK-FS-CRD.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  FRETE-ACUMULADO.
           COPY 'FRETACU.CPY'.

       FD  ICMS-ACUMULADO.
           COPY 'ICMSACU.CPY'.

       FD  CREDITO-CLIENTES.
           COPY 'CREDCLI.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENT       PIC X(02) VALUE '00'.
       77 WRK-FS-FDT       PIC X(02) VALUE '00'.
       77 WRK-FS-FAC       PIC X(02) VALUE '00'.
       77 WRK-FS-ICA       PIC X(02) VALUE '00'.
       77 WRK-FS-CRD       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-NUM-PEDIDO   PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO      PIC 9(06) VALUE ZEROS.
       77 WRK-ICA-FILIAL   PIC X(03) VALUE SPACES.
       77 WRK-FRETE-EDITADO PIC Z(07)9,99.
       77 WRK-QT-CANCELADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CREDITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-CANCELAMENTO VALUE 'S'
                                     WHEN SET TO FALSE IS 'N'.
       77 WRK-PEDIDO-OK    PIC X(01) VALUE 'N'.
           88 PEDIDO-CANCELAVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-FRETE  PIC X(01) VALUE 'N'.
           88 FRETE-ENCONTRADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-ESTORNO PIC X(01) VALUE 'N'.
           88 ESTORNO-ENCONTRADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FDT      PIC X(01) VALUE 'N'.
           88 FIM-DIARIO       VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO-ABERTO PIC X(01) VALUE 'N'.
           88 PERIODO-ABERTO   VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ICMS-ESTORNADO PIC X(01) VALUE 'N'.
           88 ICMS-ESTORNADO   VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * COPIA DO LANCAMENTO ORIGINAL DO PEDIDO NO FRETDET,
      * GUARDADA NA LEITURA DO DIARIO PARA VIRAR O ESTORNO
      *****************************************************
       01  WRK-FRETDET-ORIGINAL PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-CANCELAMENTO
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * ABRE OS ARQUIVOS E FAZ O SIGN-ON PELA ROTINA
      * COMPARTILHADA PROGCOB79-SIGNON - CANCELAMENTO MEXE EM
      * FRETE JA FATURADO E EXIGE NIVEL DE SUPERVISOR ('S')
      *****************************************************
       0100-INICIALIZAR.
           OPEN I-O ENTREGA-STATUS-ARQ
           IF WRK-FS-ENT = '35'
               OPEN OUTPUT ENTREGA-STATUS-ARQ
               CLOSE ENTREGA-STATUS-ARQ
               OPEN I-O ENTREGA-STATUS-ARQ
           END-IF
           OPEN I-O FRETE-ACUMULADO
           IF WRK-FS-FAC = '35'
               OPEN OUTPUT FRETE-ACUMULADO
               CLOSE FRETE-ACUMULADO
               OPEN I-O FRETE-ACUMULADO
           END-IF
           OPEN I-O ICMS-ACUMULADO
           IF WRK-FS-ICA = '35'
               OPEN OUTPUT ICMS-ACUMULADO
               CLOSE ICMS-ACUMULADO
               OPEN I-O ICMS-ACUMULADO
           END-IF
           OPEN I-O CREDITO-CLIENTES
           IF WRK-FS-CRD = '35'
               OPEN OUTPUT CREDITO-CLIENTES
               CLOSE CREDITO-CLIENTES
               OPEN I-O CREDITO-CLIENTES
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - CANCELAMENTO ENCERRADO'
               SET CONTINUAR-CANCELAMENTO TO FALSE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'CANCELAMENTO DE PEDIDO EXIGE SUPERVISOR'
                   SET CONTINUAR-CANCELAMENTO TO FALSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'NUMERO DO PEDIDO (ZERO PARA SAIR)..'
           ACCEPT WRK-NUM-PEDIDO
           IF WRK-NUM-PEDIDO = ZEROS
               SET CONTINUAR-CANCELAMENTO TO FALSE
           ELSE
               PERFORM 0210-CONFERIR-ENTREGA
               IF PEDIDO-CANCELAVEL
                   PERFORM 0220-LOCALIZAR-FRETE
               END-IF
               IF PEDIDO-CANCELAVEL
                   PERFORM 0230-CONFIRMAR-CANCELAMENTO
               END-IF
               IF PEDIDO-CANCELAVEL
                   PERFORM 0240-CANCELAR-PEDIDO
               ELSE
                   ADD 1 TO WRK-QT-RECUSADOS
               END-IF
           END-IF.

      *****************************************************
      * SO O PEDIDO COTADO ('R') E AINDA FORA DE EMBARQUE PODE
      * SER CANCELADO - DEPOIS DO ROMANEIO DO PROGCOB64 A CARGA
      * JA ESTA COM A TRANSPORTADORA
      *****************************************************
       0210-CONFERIR-ENTREGA.
           SET PEDIDO-CANCELAVEL TO FALSE
           MOVE WRK-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
           READ ENTREGA-STATUS-ARQ
               KEY IS ENTREGA-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ENT NOT = '00'
               DISPLAY 'PEDIDO SEM REGISTRO DE ENTREGA'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'CANCELAMENTO DE PEDIDO SEM ENTREGA'
                   TO EXCLOG-DESCRICAO
               PERFORM 0290-REGISTRAR-EXCECAO
           ELSE
               DISPLAY '--------------'
               DISPLAY 'PEDIDO.......' ENTREGA-NUM-PEDIDO
               DISPLAY 'CLIENTE......' ENTREGA-CLIENTE
               DISPLAY 'UF...........' ENTREGA-UF
               DISPLAY 'SITUACAO.....' ENTREGA-STATUS
               DISPLAY 'MANIFESTO....' ENTREGA-DATA-MANIFESTO
               DISPLAY 'EMBARQUE.....' ENTREGA-NUM-EMBARQUE
               IF NOT ENTREGA-COTADA
                   DISPLAY 'PEDIDO NA SITUACAO ' ENTREGA-STATUS
                       ' - SO PEDIDO COTADO PODE SER CANCELADO'
                   MOVE 'E002' TO EXCLOG-CODIGO
                   MOVE 'CANCELAMENTO DE PEDIDO JA DESPACHADO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
               ELSE
                   IF ENTREGA-NUM-EMBARQUE > ZEROS
                       DISPLAY 'PEDIDO JA NO EMBARQUE '
                           ENTREGA-NUM-EMBARQUE
                           ' - CANCELAMENTO RECUSADO'
                       MOVE 'E003' TO EXCLOG-CODIGO
                       MOVE 'CANCELAMENTO DE PEDIDO JA EMBARCADO'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0290-REGISTRAR-EXCECAO
                   ELSE
                       SET PEDIDO-CANCELAVEL TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PERCORRE O DIARIO FRETDET ATRAS DO LANCAMENTO DO PEDIDO
      * - O ULTIMO LANCAMENTO NORMAL E O QUE VALE; UM ESTORNO JA
      * GRAVADO PARA O PEDIDO RECUSA O CANCELAMENTO EM DOBRO
      *****************************************************
       0220-LOCALIZAR-FRETE.
           SET FRETE-ENCONTRADO TO FALSE
           SET ESTORNO-ENCONTRADO TO FALSE
           SET FIM-DIARIO TO FALSE
           MOVE SPACES TO WRK-FRETDET-ORIGINAL
           OPEN INPUT FRETE-DETALHE
           PERFORM 0225-LER-UM-LANCAMENTO UNTIL FIM-DIARIO
           CLOSE FRETE-DETALHE
           IF ESTORNO-ENCONTRADO
               SET PEDIDO-CANCELAVEL TO FALSE
               DISPLAY 'PEDIDO JA ESTORNADO NO DIARIO DE FRETE'
               MOVE 'E004' TO EXCLOG-CODIGO
               MOVE 'CANCELAMENTO EM DOBRO DE PEDIDO RECUSADO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0290-REGISTRAR-EXCECAO
           ELSE
               IF NOT FRETE-ENCONTRADO
                   SET PEDIDO-CANCELAVEL TO FALSE
                   DISPLAY 'PEDIDO SEM LANCAMENTO NO DIARIO DE FRETE'
                   MOVE 'E005' TO EXCLOG-CODIGO
                   MOVE 'CANCELAMENTO DE PEDIDO SEM FRETDET'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
               ELSE
                   MOVE WRK-FRETDET-ORIGINAL TO FRETDET-REC
                   MOVE FRETDET-FRETE TO WRK-FRETE-EDITADO
                   DISPLAY 'FRETE........' WRK-FRETE-EDITADO
                   DISPLAY 'DATA FRETE...' FRETDET-DATA
                   DISPLAY 'TRANSP.......' FRETDET-TRANSP
               END-IF
           END-IF.

       0225-LER-UM-LANCAMENTO.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               AND FRETDET-NUM-PEDIDO = WRK-NUM-PEDIDO
               IF FRETDET-ESTORNO
                   SET ESTORNO-ENCONTRADO TO TRUE
               ELSE
                   SET FRETE-ENCONTRADO TO TRUE
                   MOVE FRETDET-REC TO WRK-FRETDET-ORIGINAL
               END-IF
           END-IF.

       0230-CONFIRMAR-CANCELAMENTO.
           DISPLAY 'MOTIVO DO CANCELAMENTO..'
           ACCEPT WRK-MOTIVO
           IF WRK-MOTIVO = SPACES
               SET PEDIDO-CANCELAVEL TO FALSE
               DISPLAY 'MOTIVO OBRIGATORIO - PEDIDO NAO CANCELADO'
           ELSE
               DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)..'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S'
                   SET PEDIDO-CANCELAVEL TO FALSE
                   DISPLAY 'PEDIDO NAO CANCELADO'
               END-IF
           END-IF.

      *****************************************************
      * CANCELA O PEDIDO: ESTORNO NO DIARIO, ACUMULADOS DO
      * PERIODO (OU CREDITO DO CLIENTE COM O PERIODO FECHADO),
      * ENTREGA NA SITUACAO 'X' E O REGISTRO DE AUDITORIA
      *****************************************************
       0240-CANCELAR-PEDIDO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-AGORA FROM TIME
           PERFORM 0245-GRAVAR-ESTORNO
           PERFORM 0250-ESTORNAR-ACUMULADO
           IF PERIODO-ABERTO
               IF FRETDET-ALIQ-ICMS > ZEROS
                   MOVE FRETDET-FILIAL TO WRK-ICA-FILIAL
                   PERFORM 0255-ESTORNAR-ICMS
                   IF ICMS-ESTORNADO
                       MOVE SPACES TO WRK-ICA-FILIAL
                       PERFORM 0255-ESTORNAR-ICMS
                   END-IF
               END-IF
           ELSE
               PERFORM 0260-CREDITAR-CLIENTE
           END-IF
           PERFORM 0270-FECHAR-ENTREGA
           MOVE 'CANCELAMENTO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           STRING 'R FRETE ' DELIMITED BY SIZE
               WRK-FRETE-EDITADO DELIMITED BY SIZE
               INTO AUDTRL-VALOR-ANTES
           MOVE WRK-MOTIVO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0280-GRAVAR-AUDITORIA
           ADD 1 TO WRK-QT-CANCELADOS
           DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' CANCELADO'.

      *****************************************************
      * O ESTORNO E A COPIA DO LANCAMENTO ORIGINAL COM O TIPO
      * 'E' E A DATA DO CANCELAMENTO - O ORIGINAL FICA NO DIARIO
      *****************************************************
       0245-GRAVAR-ESTORNO.
           MOVE WRK-FRETDET-ORIGINAL TO FRETDET-REC
           MOVE FRETDET-DATA(1:6) TO WRK-PERIODO
           OPEN EXTEND FRETE-DETALHE
           IF WRK-FS-FDT = '05' OR WRK-FS-FDT = '35'
               OPEN OUTPUT FRETE-DETALHE
           END-IF
           SET FRETDET-ESTORNO TO TRUE
           MOVE WRK-DATA-HOJE TO FRETDET-DATA
           WRITE FRETDET-REC
           CLOSE FRETE-DETALHE
           MOVE WRK-FRETDET-ORIGINAL TO FRETDET-REC.

      *****************************************************
      * RETIRA O FRETE DO PEDIDO DO FRETACU DO PERIODO EM QUE
      * FOI LANCADO (E DA PARCELA DE CONTRATO, QUANDO HOUVE
      * DESCONTO DE CONTRATO) - PERIODO FECHADO PELO PROGCOB29
      * OU SEM ACUMULADO NAO E MEXIDO
      *****************************************************
       0250-ESTORNAR-ACUMULADO.
           SET PERIODO-ABERTO TO FALSE
           MOVE WRK-PERIODO TO FRETACU-PERIODO
           READ FRETE-ACUMULADO
               KEY IS FRETACU-PERIODO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-FAC = '00'
               AND NOT FRETACU-FECHADO
               SET PERIODO-ABERTO TO TRUE
               IF FRETDET-FRETE < FRETACU-MTD-VALOR
                   SUBTRACT FRETDET-FRETE FROM FRETACU-MTD-VALOR
               ELSE
                   MOVE ZEROS TO FRETACU-MTD-VALOR
               END-IF
               IF FRETACU-MTD-QT > ZEROS
                   SUBTRACT 1 FROM FRETACU-MTD-QT
               END-IF
               IF FRETDET-DESC-CONTRATO > ZEROS
                   IF FRETDET-FRETE < FRETACU-CONTR-VALOR
                       SUBTRACT FRETDET-FRETE FROM FRETACU-CONTR-VALOR
                   ELSE
                       MOVE ZEROS TO FRETACU-CONTR-VALOR
                   END-IF
                   IF FRETACU-CONTR-QT > ZEROS
                       SUBTRACT 1 FROM FRETACU-CONTR-QT
                   END-IF
               END-IF
               MOVE WRK-DATA-HOJE TO FRETACU-DATA-ATUALIZACAO
               REWRITE FRETACU-REC
               DISPLAY 'FRETE RETIRADO DO PERIODO ' WRK-PERIODO
           END-IF.

      *****************************************************
      * RETIRA A BASE E O ICMS DO FRETE DO ICMSACU DO PERIODO,
      * NA FILIAL DE ORIGEM E NO CONSOLIDADO (FILIAL EM BRANCO),
      * O CAMINHO INVERSO DA POSTAGEM DO PROGCOB09
      *****************************************************
       0255-ESTORNAR-ICMS.
           SET ICMS-ESTORNADO TO FALSE
           MOVE WRK-PERIODO TO ICMSACU-PERIODO
           MOVE WRK-ICA-FILIAL TO ICMSACU-FILIAL
           READ ICMS-ACUMULADO
               KEY IS ICMSACU-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ICA = '00'
               AND NOT ICMSACU-FECHADO
               SUBTRACT FRETDET-FRETE FROM ICMSACU-FRETE-BASE
               SUBTRACT FRETDET-ICMS FROM ICMSACU-FRETE-IMPOSTO
               MOVE WRK-DATA-HOJE TO ICMSACU-DATA-ATUALIZACAO
               REWRITE ICMSACU-REC
               SET ICMS-ESTORNADO TO TRUE
           END-IF.

      *****************************************************
      * PERIODO JA FECHADO: O FRETE JA SAIU NA FATURA DO
      * PERIODO, ENTAO VIRA CREDITO DO CLIENTE NO CREDCLI, COMO
      * A SOBRA DE BAIXA DO PROGCOB44
      *****************************************************
       0260-CREDITAR-CLIENTE.
           DISPLAY 'PERIODO ' WRK-PERIODO ' FECHADO - FRETE VAI '
               'PARA CREDITO DO CLIENTE'
           MOVE FRETDET-CLIENTE TO CREDCLI-CLIENTE
           READ CREDITO-CLIENTES
               KEY IS CREDCLI-CLIENTE
               INVALID KEY
                   MOVE FRETDET-CLIENTE TO CREDCLI-CLIENTE
                   MOVE ZEROS TO CREDCLI-SALDO
                   MOVE ZEROS TO CREDCLI-DATA-ATUALIZACAO
                   WRITE CREDCLI-REC
           END-READ
           ADD FRETDET-FRETE TO CREDCLI-SALDO
           MOVE WRK-DATA-HOJE TO CREDCLI-DATA-ATUALIZACAO
           REWRITE CREDCLI-REC
           ADD 1 TO WRK-QT-CREDITADOS
           MOVE 'CREDITO CLIENTE' TO AUDTRL-CAMPO
           MOVE FRETDET-CLIENTE TO AUDTRL-VALOR-ANTES
           MOVE WRK-FRETE-EDITADO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0280-GRAVAR-AUDITORIA.

       0270-FECHAR-ENTREGA.
           MOVE 'X' TO ENTREGA-STATUS
           MOVE WRK-DATA-HOJE TO ENTREGA-DATA-STATUS
           MOVE WRK-HORA-AGORA TO ENTREGA-HORA-STATUS
           MOVE WRK-OPERADOR TO ENTREGA-OPERADOR
           REWRITE ENTREGA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ENTREGA ' WRK-FS-ENT
                   MOVE 'E006' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO REGRAVAR ENTREGA CANCELADA'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0290-REGISTRAR-EXCECAO
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-REWRITE.

      *****************************************************
      * REGISTRA NO LOG DE AUDITORIA QUEM CANCELOU - AUDTRL-
      * CAMPO, VALOR-ANTES E VALOR-DEPOIS JA VEM PREENCHIDOS DE
      * QUEM CHAMOU
      *****************************************************
       0280-GRAVAR-AUDITORIA.
           MOVE 'PROGCB109' TO AUDTRL-PROGRAMA
           MOVE WRK-DATA-HOJE TO AUDTRL-DATA
           MOVE WRK-HORA-AGORA TO AUDTRL-HORA
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-NUM-PEDIDO TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0290-REGISTRAR-EXCECAO.
           MOVE 'PROGCB109' TO EXCLOG-PROGRAMA
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
           DISPLAY 'PEDIDOS CANCELADOS.......' WRK-QT-CANCELADOS
           DISPLAY 'FRETES EM CREDITO........' WRK-QT-CREDITADOS
           DISPLAY 'CANCELAMENTOS RECUSADOS..' WRK-QT-RECUSADOS
           CLOSE ENTREGA-STATUS-ARQ
           CLOSE FRETE-ACUMULADO
           CLOSE ICMS-ACUMULADO
           CLOSE CREDITO-CLIENTES
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

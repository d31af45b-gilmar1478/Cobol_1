      * JANELA PLANEJADA (INI/FIM), PARA O REGISTRO SEMEADO NAO
      * SAIR COM LIXO NOS CAMPOS NUMERICOS DA LINHA DO TEMPO DO
      * PROGCOB78
      * 2026-10-15 JGM SECAO DO SUSPENSO DE REJEITADOS NO FIM DO
      * RELATORIO: POR ARQUIVO DE ORIGEM (VENDAS, PEDIDOS, ROSTER),
      * OS PENDENTES POR FAIXA DE IDADE, O MAIS ANTIGO E OS
      * CORRIGIDOS AINDA NA FILA DE REENVIO - PENDENTE ACIMA DO
      * LIMITE SUSP-ALERTA DO PARMMAS (PADRAO 7 DIAS) GANHA A MARCA
      * 'ENVELHEC', ALERTA E003 NO EXCLOG E RETURN-CODE 4
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL JOB-HISTORY ASSIGN TO 'JOBHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.
           SELECT OPTIONAL SUSPENSO-FILE ASSIGN TO 'SUSPENSO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENS-CHAVE
               FILE STATUS IS WRK-FS-SUS.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.

       DATA DIVISION.
       FILE SECTION.
           05  JOBHIST-DATA        PIC 9(08).
           05  JOBHIST-QT-PROC     PIC 9(06).

       FD  SUSPENSO-FILE.
           COPY 'SUSPENS.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * JOBS PADRAO, USADOS APENAS PARA SEMEAR O CADASTRO
       77  WRK-FIM-JOB       PIC X(01) VALUE 'N'.
           88  FIM-JOBCTRL VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * SUSPENSO DE REJEITADOS DAS CRITICAS NOTURNAS (PROGCB133)
      * - UMA LINHA POR ARQUIVO DE ORIGEM COM OS PENDENTES POR
      * IDADE (DIAS DESDE A PRIMEIRA REJEICAO) E OS CORRIGIDOS
      * AINDA NA FILA DE REENVIO. PENDENTE MAIS VELHO QUE O
      * LIMITE SUSP-ALERTA DO PARMMAS (PADRAO 7 DIAS) GANHA A
      * MARCA E O ALERTA NO EXCLOG
      *****************************************************
       01  WRK-SUSP-PADRAO-EXTENSO.
           02  FILLER PIC X(19) VALUE 'VENVENDAS DO CAIXA '.
           02  FILLER PIC X(19) VALUE 'ORDPEDIDOS ORDENT  '.
           02  FILLER PIC X(19) VALUE 'ROSROSTER MATRICULA'.
       01  WRK-SUSP-PADRAO REDEFINES WRK-SUSP-PADRAO-EXTENSO.
           02  WRK-SUSP-PAD OCCURS 3 TIMES.
               03  WRK-SUSP-PAD-ORIGEM    PIC X(03).
               03  WRK-SUSP-PAD-DESCRICAO PIC X(16).
       01  WRK-SUSP-CONTAGEM.
           02  WRK-SUSP-CONT OCCURS 3 TIMES.
               03  WRK-SUSP-PENDENTES  PIC 9(05).
               03  WRK-SUSP-FAIXA1     PIC 9(05).
               03  WRK-SUSP-FAIXA2     PIC 9(05).
               03  WRK-SUSP-FAIXA3     PIC 9(05).
               03  WRK-SUSP-MAIS-ANT   PIC 9(05).
               03  WRK-SUSP-NA-FILA    PIC 9(05).
       77  WRK-S             PIC 9(01) VALUE ZEROS.
       77  WRK-FS-SUS        PIC X(02) VALUE '00'.
       77  WRK-FIM-SUS       PIC X(01) VALUE 'N'.
           88  FIM-SUSPENSO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77  WRK-SUSP-IDADE    PIC S9(05) VALUE ZEROS.
       77  WRK-SUSP-LIMITE   PIC 9(05) VALUE 7.
       77  WRK-FS-PAR        PIC X(02) VALUE '00'.
       77  WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88  FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77  WRK-PAR-ACHADO    PIC X(01) VALUE 'N'.
           88  PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77  WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77  WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
               PERFORM 0320-GRAVAR-LINHA-JOB
           END-PERFORM
           PERFORM 0330-GRAVAR-HISTORICO-HOJE
           PERFORM 0340-RESUMIR-SUSPENSO
           CLOSE JOB-CONTROL TURNO-RELATORIO EXCEPTION-LOG.

      *****************************************************
           MOVE WRK-JOB-MEDIA(WRK-I) TO SHIFTRPT-MEDIA
           MOVE WRK-JOB-TENDENCIA(WRK-I) TO SHIFTRPT-TENDENCIA
           WRITE SHIFTRPT-LINHA.

      *****************************************************
      * SECAO DO SUSPENSO: PERCORRE O ARQUIVO INTEIRO CONTANDO,
      * POR ARQUIVO DE ORIGEM, OS PENDENTES NAS FAIXAS DE 0-2,
      * 3-7 E 8 OU MAIS DIAS, O MAIS ANTIGO E OS QUE ESTAO NA
      * FILA - SEM SUSPENSO, A SECAO SAI ZERADA
      *****************************************************
       0340-RESUMIR-SUSPENSO.
           INITIALIZE WRK-SUSP-CONTAGEM
           MOVE 'SUSP-ALERTA' TO WRK-NOME-PARM
           PERFORM 0780-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-SUSP-LIMITE
           END-IF
           SET FIM-SUSPENSO TO FALSE
           OPEN INPUT SUSPENSO-FILE
           IF WRK-FS-SUS NOT = '00'
               SET FIM-SUSPENSO TO TRUE
           END-IF
           PERFORM 0345-CONTAR-UM-SUSPENSO UNTIL FIM-SUSPENSO
           IF WRK-FS-SUS = '00' OR WRK-FS-SUS = '10'
               CLOSE SUSPENSO-FILE
           END-IF
           MOVE SPACES TO SHIFTRPT-TEXTO
           WRITE SHIFTRPT-TEXTO
           STRING 'REJEITADO  SUSPENSO            PEND   0-2D  '
               '3-7D  8+ D  ANTIG   FILA'
               DELIMITED BY SIZE INTO SHIFTRPT-TEXTO
           WRITE SHIFTRPT-TEXTO
           PERFORM 0350-GRAVAR-LINHA-SUSPENSO
               VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 3.

       0345-CONTAR-UM-SUSPENSO.
           READ SUSPENSO-FILE NEXT RECORD
               AT END
                   SET FIM-SUSPENSO TO TRUE
           END-READ
           IF NOT FIM-SUSPENSO
               EVALUATE TRUE
                   WHEN SUSPENS-DE-VENDA
                       MOVE 1 TO WRK-S
                   WHEN SUSPENS-DE-PEDIDO
                       MOVE 2 TO WRK-S
                   WHEN SUSPENS-DE-ROSTER
                       MOVE 3 TO WRK-S
                   WHEN OTHER
                       MOVE ZEROS TO WRK-S
               END-EVALUATE
               IF WRK-S > ZEROS
                   AND SUSPENS-PENDENTE
                   PERFORM 0347-CLASSIFICAR-IDADE
               END-IF
               IF WRK-S > ZEROS
                   AND SUSPENS-NA-FILA
                   ADD 1 TO WRK-SUSP-NA-FILA(WRK-S)
               END-IF
           END-IF.

       0347-CLASSIFICAR-IDADE.
           CALL 'PROGCOB17-DIFDIAS' USING SUSPENS-DATA-ORIGEM
               WRK-DATA-HOJE WRK-SUSP-IDADE
           IF WRK-SUSP-IDADE < ZEROS
               MOVE ZEROS TO WRK-SUSP-IDADE
           END-IF
           ADD 1 TO WRK-SUSP-PENDENTES(WRK-S)
           EVALUATE TRUE
               WHEN WRK-SUSP-IDADE < 3
                   ADD 1 TO WRK-SUSP-FAIXA1(WRK-S)
               WHEN WRK-SUSP-IDADE < 8
                   ADD 1 TO WRK-SUSP-FAIXA2(WRK-S)
               WHEN OTHER
                   ADD 1 TO WRK-SUSP-FAIXA3(WRK-S)
           END-EVALUATE
           IF WRK-SUSP-IDADE > WRK-SUSP-MAIS-ANT(WRK-S)
               MOVE WRK-SUSP-IDADE TO WRK-SUSP-MAIS-ANT(WRK-S)
           END-IF.

       0350-GRAVAR-LINHA-SUSPENSO.
           MOVE SPACES TO SHIFTRPT-SUSPENSO
           STRING 'SUSP-' WRK-SUSP-PAD-ORIGEM(WRK-S)
               DELIMITED BY SIZE INTO SHIFTRPT-SUS-ORIGEM
           MOVE WRK-SUSP-PAD-DESCRICAO(WRK-S)
               TO SHIFTRPT-SUS-DESCRICAO
           MOVE WRK-SUSP-PENDENTES(WRK-S) TO SHIFTRPT-SUS-PENDENTES
           MOVE WRK-SUSP-FAIXA1(WRK-S) TO SHIFTRPT-SUS-FAIXA1
           MOVE WRK-SUSP-FAIXA2(WRK-S) TO SHIFTRPT-SUS-FAIXA2
           MOVE WRK-SUSP-FAIXA3(WRK-S) TO SHIFTRPT-SUS-FAIXA3
           MOVE WRK-SUSP-MAIS-ANT(WRK-S) TO SHIFTRPT-SUS-MAIS-ANT
           MOVE WRK-SUSP-NA-FILA(WRK-S) TO SHIFTRPT-SUS-NA-FILA
           IF WRK-SUSP-PENDENTES(WRK-S) > ZEROS
               AND WRK-SUSP-MAIS-ANT(WRK-S) > WRK-SUSP-LIMITE
               MOVE 'ENVELHEC' TO SHIFTRPT-SUS-MARCA
               PERFORM 0355-ALERTAR-ENVELHECIDO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE SHIFTRPT-SUSPENSO.

       0355-ALERTAR-ENVELHECIDO.
           MOVE 'PROGCOB19' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           MOVE 'E003' TO EXCLOG-CODIGO
           MOVE SPACES TO EXCLOG-DESCRICAO
           STRING 'REJEITOS ENVELHECIDOS NO SUSPENSO - '
               WRK-SUSP-PAD-ORIGEM(WRK-S)
               DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * VALOR DO PARAMETRO WRK-NOME-PARM NA VIGENCIA MAIS
      * RECENTE QUE NAO PASSA DE HOJE
      *****************************************************
       0780-BUSCAR-PARAMETRO.
           SET PARAMETRO-ACHADO TO FALSE
           SET FIM-PARAMETROS TO FALSE
           OPEN INPUT PARAMETRO-MASTER
           IF WRK-FS-PAR NOT = '00'
               SET FIM-PARAMETROS TO TRUE
           ELSE
               MOVE WRK-NOME-PARM TO PARMMAS-NOME
               MOVE ZEROS TO PARMMAS-VIGENCIA
               START PARAMETRO-MASTER KEY >= PARMMAS-CHAVE
                   INVALID KEY
                       SET FIM-PARAMETROS TO TRUE
               END-START
           END-IF
           PERFORM 0790-LER-UMA-VIGENCIA UNTIL FIM-PARAMETROS
           IF WRK-FS-PAR = '00' OR WRK-FS-PAR = '10'
               CLOSE PARAMETRO-MASTER
           END-IF.

       0790-LER-UMA-VIGENCIA.
           READ PARAMETRO-MASTER NEXT RECORD
               AT END
                   SET FIM-PARAMETROS TO TRUE
           END-READ
           IF NOT FIM-PARAMETROS
               IF PARMMAS-NOME NOT = WRK-NOME-PARM
                   OR PARMMAS-VIGENCIA > WRK-DATA-HOJE
                   SET FIM-PARAMETROS TO TRUE
               ELSE
                   MOVE PARMMAS-VALOR TO WRK-VALOR-PARM
                   SET PARAMETRO-ACHADO TO TRUE
               END-IF
           END-IF.

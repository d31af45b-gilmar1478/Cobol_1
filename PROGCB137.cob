       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB137.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CHECKLIST DE FECHAMENTO DO MES (FECHMES) - AS
      * TAREFAS DO FECHAMENTO (CORTE DO VENDET, CONFERENCIA DO
      * PROGCOB16, TRAVA DO PROGCOB29, ICMS, PASSIVO DE CARTOES,
      * FOTO DO AGING, FATURAMENTO E COMISSOES) FICAM NUM MODELO
      * (PERIODO 000000) QUE E COPIADO PARA O PERIODO NA ABERTURA
      * DO CHECKLIST. A ATUALIZACAO CONCLUI SOZINHA A TAREFA CUJO
      * PROGRAMA APARECE NO JOBCTRL PARA O PERIODO SEM ERRO (OU
      * SO COM 'OK', QUANDO A TAREFA EXIGE) E A TRAVA, PELO
      * SIT-FECHADO DO VENDACU; O RESTO E ASSINADO POR UM
      * SUPERVISOR, COM OBSERVACAO. NENHUMA TAREFA E CONCLUIDA
      * ANTES DOS SEUS PRE-REQUISITOS, E A EXECUCAO QUE CONCLUI
      * UMA TAREFA TEM DE SER POSTERIOR A CONCLUSAO DELES. O
      * RELATORIO DE SITUACAO (FCMRPT) MOSTRA O QUE ESTA EM
      * ABERTO, QUEM CONCLUIU CADA TAREFA E QUANDO - O PERIODO SO
      * E DADO COMO FECHADO COM TODAS AS TAREFAS CONCLUIDAS. TODA
      * CONCLUSAO E TODA ALTERACAO DO MODELO VAO PARA O AUDTRL
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
           SELECT OPTIONAL CHECKLIST-FECHAMENTO ASSIGN TO 'FECHMES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECHMES-CHAVE
               FILE STATUS IS WRK-FS-FCM.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.
           SELECT OPTIONAL VENDAS-ACUMULADO ASSIGN TO 'VENDACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDACU-CHAVE
               FILE STATUS IS WRK-FS-VAC.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT CHECKLIST-RPT ASSIGN TO 'FCMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKLIST-FECHAMENTO.
           COPY 'FECHMES.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       FD  VENDAS-ACUMULADO.
           COPY 'VENDACU.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  CHECKLIST-RPT.
       01  FCMRPT-LINHA            PIC X(80).
       01  FCMRPT-DETALHE.
           05  FCMRPT-SEQ          PIC 9(02).
           05  FILLER              PIC X(01).
           05  FCMRPT-DESCRICAO    PIC X(30).
           05  FILLER              PIC X(01).
           05  FCMRPT-SITUACAO     PIC X(04).
           05  FILLER              PIC X(01).
           05  FCMRPT-FORMA        PIC X(04).
           05  FILLER              PIC X(01).
           05  FCMRPT-RESPONSAVEL  PIC X(09).
           05  FILLER              PIC X(01).
           05  FCMRPT-DATA         PIC X(08).
           05  FILLER              PIC X(01).
           05  FCMRPT-HORA         PIC X(06).
           05  FILLER              PIC X(01).
           05  FCMRPT-PENDENTES    PIC X(08).
           05  FILLER              PIC X(02).

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FCM        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FS-VAC        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-ASSINADO      PIC X(01) VALUE 'N'.
           88 SIGNON-ACEITO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-SUPERVISOR    PIC X(01) VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-ACAO          PIC X(01) VALUE SPACES.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FCM       PIC X(01) VALUE 'N'.
           88 FIM-TAREFAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-JOB       PIC X(01) VALUE 'N'.
           88 FIM-JOBCTRL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-AUD       PIC X(01) VALUE 'N'.
           88 FIM-AUDITORIA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-ACAO-NEGADA   PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-AUDIT   PIC X(10) VALUE SPACES.
       77 WRK-QT-ED         PIC Z9.

      *****************************************************
      * PERIODO DO CHECKLIST EM USO E JANELA EM QUE UMA
      * EXECUCAO SEM PERIODO NO JOBCTRL (FOTO DO DIA: AGING,
      * PASSIVO DE CARTOES) CONTA PARA ELE - DO ULTIMO DIA DO
      * MES ATE O 5O DIA UTIL DO MES SEGUINTE. A EXECUCAO COM
      * PERIODO SO CONTA A PARTIR DO ULTIMO DIA DO MES, PARA A
      * CONFERENCIA NOTURNA DO MEIO DO MES NAO CONCLUIR A TAREFA
      *****************************************************
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
       01  WRK-PERIODO-DECOMPOSTO.
           05  WRK-PER-ANO      PIC 9(04).
           05  WRK-PER-MES      PIC 9(02).
       77 WRK-PERIODO-CARGA PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-SEG   PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INI-SEG  PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS          PIC S9(05) VALUE ZEROS.
       77 WRK-N-DIA-UTIL    PIC 9(02) VALUE 05.
       77 WRK-UTEIS-RESTANTES PIC 9(02) VALUE ZEROS.
       77 WRK-EXEC-VALE     PIC X(01) VALUE 'N'.
           88 EXECUCAO-DO-PERIODO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-EXEC-PERIODO  PIC X(01) VALUE 'N'.
           88 EXECUCAO-COM-PERIODO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.

      *****************************************************
      * TAREFAS DO PERIODO (OU DO MODELO) NA ORDEM DA SEQUENCIA,
      * COM A EXECUCAO DO JOBCTRL ESCOLHIDA PARA CADA UMA
      *****************************************************
       01  WRK-TABELA-TAREFAS.
           02  WRK-TAR OCCURS 20 TIMES.
               03  WRK-TAR-SEQ          PIC 9(02).
               03  WRK-TAR-DESCRICAO    PIC X(30).
               03  WRK-TAR-TIPO         PIC X(01).
               03  WRK-TAR-PROGRAMA     PIC X(09).
               03  WRK-TAR-EXIGE-OK     PIC X(01).
               03  WRK-TAR-PRE-REQS.
                   04  WRK-TAR-PRE-REQ  PIC 9(02) OCCURS 3 TIMES.
               03  WRK-TAR-SITUACAO     PIC X(01).
               03  WRK-TAR-FORMA        PIC X(01).
               03  WRK-TAR-CONCL.
                   04  WRK-TAR-DATA-CONCL PIC 9(08).
                   04  WRK-TAR-HORA-CONCL PIC 9(08).
               03  WRK-TAR-RESPONSAVEL  PIC X(09).
               03  WRK-TAR-OBSERVACAO   PIC X(30).
               03  WRK-TAR-ACHOU-EXEC   PIC X(01).
               03  WRK-TAR-EXECUCAO.
                   04  WRK-TAR-DATA-EXEC PIC 9(08).
                   04  WRK-TAR-HORA-EXEC PIC 9(08).
               03  WRK-TAR-STATUS-EXEC  PIC X(12).
               03  WRK-TAR-RC-EXEC      PIC 9(03).
       77 WRK-QT-TAREFAS    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PEND-ANTES PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CONCLUIDAS PIC 9(02) VALUE ZEROS.
       77 WRK-I             PIC 9(02) VALUE ZEROS.
       77 WRK-J             PIC 9(02) VALUE ZEROS.
       77 WRK-K             PIC 9(01) VALUE ZEROS.
       77 WRK-POS           PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ           PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-BUSCA     PIC 9(02) VALUE ZEROS.

      *****************************************************
      * CONCLUSAO DE TAREFA - PRE-REQUISITOS, MOMENTO DA
      * TRAVA DO PERIODO E DADOS DE QUEM CONCLUIU
      *****************************************************
       77 WRK-PRE-OK        PIC X(01) VALUE 'N'.
           88 PRE-REQ-CUMPRIDOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       01  WRK-PRE-MAX.
           05  WRK-PRE-MAX-DATA PIC 9(08).
           05  WRK-PRE-MAX-HORA PIC 9(08).
       77 WRK-PRE-PEND      PIC X(08) VALUE SPACES.
       77 WRK-PTR           PIC 9(02) VALUE ZEROS.
       77 WRK-TRAVA         PIC X(01) VALUE 'N'.
           88 PERIODO-TRAVADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       01  WRK-MOMENTO-TRAVA.
           05  WRK-TRAVA-DATA   PIC 9(08).
           05  WRK-TRAVA-HORA   PIC 9(08).
       77 WRK-FORMA         PIC X(01) VALUE SPACES.
       77 WRK-RESPONSAVEL   PIC X(09) VALUE SPACES.
       77 WRK-OBSERVACAO    PIC X(30) VALUE SPACES.

      *****************************************************
      * CAMPOS DIGITADOS NA MANUTENCAO DO MODELO - BRANCO NA
      * ALTERACAO MANTEM O VALOR. PRE-REQUISITOS DIGITADOS COMO
      * 'NN NN NN'
      *****************************************************
       77 WRK-DESCRICAO     PIC X(30) VALUE SPACES.
       77 WRK-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-PROGRAMA      PIC X(09) VALUE SPACES.
       77 WRK-EXIGE-OK      PIC X(01) VALUE SPACES.
       01  WRK-PRE-TXT.
           05  WRK-PRE-ENTRADA OCCURS 3 TIMES.
               10  WRK-PRE-NUM      PIC X(02).
               10  FILLER           PIC X(01).
       01  WRK-PRE-NOVOS.
           05  WRK-PRE-NOVO     PIC 9(02) OCCURS 3 TIMES.
       77 WRK-CAMPO-OK      PIC X(01) VALUE 'N'.
           88 CAMPO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-ALTERADOS  PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-ALTERACOES.
           02  WRK-ALT OCCURS 5 TIMES.
               03  WRK-ALT-CAMPO    PIC X(15).
               03  WRK-ALT-ANTES    PIC X(20).
               03  WRK-ALT-DEPOIS   PIC X(20).

      *****************************************************
      * MODELO PADRAO, GRAVADO QUANDO O FECHMES NAO TEM O
      * PERIODO 000000: SEQUENCIA, DESCRICAO, TIPO, PROGRAMA,
      * EXIGE 'OK' E TRES PRE-REQUISITOS. A CONFERENCIA DO
      * PROGCOB16 E DO PROPRIO MES (RODA NA ULTIMA NOITE DELE) E
      * POR ISSO NAO DEPENDE DO CORTE DO VENDET
      *****************************************************
       01  WRK-MODELO-PADRAO-DADOS.
           02  FILLER PIC X(49) VALUE
               '01CORTE DO DIARIO VENDET        JPROGCOB26N000000'.
           02  FILLER PIC X(49) VALUE
               '02CONFERENCIA VENDAS X FRETE    JPROGCOB16S000000'.
           02  FILLER PIC X(49) VALUE
               '03TRAVA DO PERIODO              TPROGCOB29N020000'.
           02  FILLER PIC X(49) VALUE
               '04APURACAO DE ICMS              JPROGCOB13N030000'.
           02  FILLER PIC X(49) VALUE
               '05PASSIVO DE CARTOES PRESENTE   JPROGCOB53N000000'.
           02  FILLER PIC X(49) VALUE
               '06FOTO DO AGING A RECEBER       JPROGCOB45N000000'.
           02  FILLER PIC X(49) VALUE
               '07FATURAMENTO DE FRETE          JPROGCOB31N000000'.
           02  FILLER PIC X(49) VALUE
               '08APURACAO DE COMISSOES         JPROGCOB88N070000'.
       01  WRK-MODELO-PADRAO REDEFINES WRK-MODELO-PADRAO-DADOS.
           02  WRK-MOD OCCURS 8 TIMES.
               03  WRK-MOD-SEQ          PIC 9(02).
               03  WRK-MOD-DESCRICAO    PIC X(30).
               03  WRK-MOD-TIPO         PIC X(01).
               03  WRK-MOD-PROGRAMA     PIC X(09).
               03  WRK-MOD-EXIGE-OK     PIC X(01).
               03  WRK-MOD-PRE-REQS     PIC X(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON -
      * QUALQUER NIVEL ABRE, ATUALIZA E CONSULTA O CHECKLIST;
      * ASSINAR TAREFA E MANTER O MODELO EXIGEM SUPERVISOR
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
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
                   ') - CHECKLIST DE FECHAMENTO ENCERRADO'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET SIGNON-ACEITO TO TRUE
               IF WRK-NIVEL-SIGNON = 'S'
                   SET SUPERVISOR-AUTORIZADO TO TRUE
               END-IF
               PERFORM 0110-ABRIR-ARQUIVOS
               PERFORM 0120-GARANTIR-MODELO
               PERFORM 0150-LER-PERIODO
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O CHECKLIST-FECHAMENTO
           IF WRK-FS-FCM = '35'
               OPEN OUTPUT CHECKLIST-FECHAMENTO
               CLOSE CHECKLIST-FECHAMENTO
               OPEN I-O CHECKLIST-FECHAMENTO
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.

      *****************************************************
      * SEM MODELO NO FECHMES (PRIMEIRA EXECUCAO), GRAVA O
      * MODELO PADRAO
      *****************************************************
       0120-GARANTIR-MODELO.
           MOVE ZEROS TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           IF WRK-QT-TAREFAS = ZEROS
               PERFORM 0125-GRAVAR-TAREFA-PADRAO
                   VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 8
               MOVE '000000' TO WRK-CHAVE-AUDIT
               MOVE 'MODELO' TO AUDTRL-CAMPO
               MOVE SPACES TO AUDTRL-VALOR-ANTES
               MOVE 'PADRAO - 8 TAREFAS' TO AUDTRL-VALOR-DEPOIS
               PERFORM 0850-GRAVAR-AUDITORIA
               DISPLAY 'MODELO PADRAO DO CHECKLIST GRAVADO'
           END-IF.

       0125-GRAVAR-TAREFA-PADRAO.
           INITIALIZE FECHMES-REC
           MOVE ZEROS TO FECHMES-PERIODO
           MOVE WRK-MOD-SEQ(WRK-I) TO FECHMES-SEQ
           MOVE WRK-MOD-DESCRICAO(WRK-I) TO FECHMES-DESCRICAO
           MOVE WRK-MOD-TIPO(WRK-I) TO FECHMES-TIPO
           MOVE WRK-MOD-PROGRAMA(WRK-I) TO FECHMES-PROGRAMA
           MOVE WRK-MOD-EXIGE-OK(WRK-I) TO FECHMES-EXIGE-OK
           MOVE WRK-MOD-PRE-REQS(WRK-I) TO FECHMES-PRE-REQUISITOS
           MOVE 'P' TO FECHMES-SITUACAO
           WRITE FECHMES-REC
               INVALID KEY
                   DISPLAY 'TAREFA ' FECHMES-SEQ ' DO MODELO NAO '
                       'GRAVADA (' WRK-FS-FCM ')'
           END-WRITE.

      *****************************************************
      * PERIODO DE TRABALHO DO CHECKLIST - ZERO ASSUME O MES
      * ANTERIOR AO DE HOJE, QUE E O QUE ESTA EM FECHAMENTO
      *****************************************************
       0150-LER-PERIODO.
           DISPLAY 'PERIODO DO FECHAMENTO (AAAAMM, 0 = MES '
               'ANTERIOR)..'
           MOVE ZEROS TO WRK-PERIODO
           ACCEPT WRK-PERIODO
           IF WRK-PERIODO = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-PERIODO-DECOMPOSTO
               IF WRK-PER-MES = 01
                   SUBTRACT 1 FROM WRK-PER-ANO
                   MOVE 12 TO WRK-PER-MES
               ELSE
                   SUBTRACT 1 FROM WRK-PER-MES
               END-IF
               MOVE WRK-PERIODO-DECOMPOSTO TO WRK-PERIODO
           END-IF
           MOVE WRK-PERIODO TO WRK-PERIODO-DECOMPOSTO
           IF WRK-PER-ANO < 2000 OR WRK-PER-MES < 01
               OR WRK-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO - INFORME AAAAMM'
               GO TO 0150-LER-PERIODO
           END-IF
           DISPLAY 'CHECKLIST DO PERIODO ' WRK-PERIODO.

      *****************************************************
      * O FECHMES FICA ABERTO EM I-O DURANTE O ATENDIMENTO;
      * CADA ACAO RECARREGA AS TAREFAS DO PERIODO
      *****************************************************
       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY 'PERIODO ' WRK-PERIODO
           DISPLAY '1 - ABRIR CHECKLIST DO PERIODO'
           DISPLAY '2 - ATUALIZAR TAREFAS AUTOMATICAS'
           DISPLAY '3 - ASSINAR TAREFA (SUPERVISOR)'
           DISPLAY '4 - RELATORIO DE SITUACAO'
           DISPLAY '5 - MANTER MODELO (SUPERVISOR)'
           DISPLAY '6 - TROCAR PERIODO'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ABRIR-CHECKLIST
                       THRU 0300-EXIT
               WHEN 2
                   PERFORM 0400-ATUALIZAR-TAREFAS
                       THRU 0400-EXIT
               WHEN 3
                   PERFORM 0500-ASSINAR-TAREFA
                       THRU 0500-EXIT
               WHEN 4
                   PERFORM 0600-EMITIR-RELATORIO
                       THRU 0600-EXIT
               WHEN 5
                   PERFORM 0700-MANTER-MODELO
                       THRU 0700-EXIT
               WHEN 6
                   PERFORM 0150-LER-PERIODO
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * ABERTURA - COPIA O MODELO PARA O PERIODO, COM TODAS AS
      * TAREFAS PENDENTES, E JA FAZ A PRIMEIRA ATUALIZACAO.
      * ALTERACAO DO MODELO NAO MEXE EM PERIODO JA ABERTO
      *****************************************************
       0300-ABRIR-CHECKLIST.
           MOVE WRK-PERIODO TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           IF WRK-QT-TAREFAS > ZEROS
               DISPLAY 'CHECKLIST DO PERIODO JA ABERTO - '
                   WRK-QT-TAREFAS ' TAREFAS'
               GO TO 0300-EXIT
           END-IF
           MOVE ZEROS TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           IF WRK-QT-TAREFAS = ZEROS
               DISPLAY 'MODELO SEM TAREFAS - CHECKLIST NAO ABERTO'
               GO TO 0300-EXIT
           END-IF
           PERFORM 0310-COPIAR-TAREFA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-TAREFAS
           MOVE WRK-PERIODO TO WRK-CHAVE-AUDIT
           MOVE 'CHECKLIST' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING 'ABERTO - ' WRK-QT-TAREFAS ' TAREFAS'
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'CHECKLIST DO PERIODO ' WRK-PERIODO ' ABERTO COM '
               WRK-QT-TAREFAS ' TAREFAS'
           PERFORM 0400-ATUALIZAR-TAREFAS THRU 0400-EXIT.
       0300-EXIT.
           EXIT.

       0310-COPIAR-TAREFA.
           INITIALIZE FECHMES-REC
           MOVE WRK-PERIODO TO FECHMES-PERIODO
           MOVE WRK-TAR-SEQ(WRK-I) TO FECHMES-SEQ
           MOVE WRK-TAR-DESCRICAO(WRK-I) TO FECHMES-DESCRICAO
           MOVE WRK-TAR-TIPO(WRK-I) TO FECHMES-TIPO
           MOVE WRK-TAR-PROGRAMA(WRK-I) TO FECHMES-PROGRAMA
           MOVE WRK-TAR-EXIGE-OK(WRK-I) TO FECHMES-EXIGE-OK
           MOVE WRK-TAR-PRE-REQS(WRK-I) TO FECHMES-PRE-REQUISITOS
           MOVE 'P' TO FECHMES-SITUACAO
           WRITE FECHMES-REC
               INVALID KEY
                   DISPLAY 'TAREFA ' FECHMES-SEQ ' NAO GRAVADA ('
                       WRK-FS-FCM ')'
           END-WRITE.

      *****************************************************
      * ATUALIZACAO - ESCOLHE NO JOBCTRL A EXECUCAO DE CADA
      * TAREFA DO TIPO 'J' (A ULTIMA DO PERIODO; SEM PERIODO NO
      * REGISTRO, A PRIMEIRA ACEITAVEL DA JANELA), CONFERE A
      * TRAVA DO VENDACU E AVALIA AS TAREFAS NA ORDEM DA
      * SEQUENCIA, PARA QUE UM PRE-REQUISITO CONCLUIDO NESTA
      * PASSADA JA LIBERE A TAREFA SEGUINTE
      *****************************************************
       0400-ATUALIZAR-TAREFAS.
           MOVE WRK-PERIODO TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           IF WRK-QT-TAREFAS = ZEROS
               DISPLAY 'CHECKLIST DO PERIODO ' WRK-PERIODO
                   ' NAO ABERTO'
               GO TO 0400-EXIT
           END-IF
           IF WRK-QT-PEND-ANTES = ZEROS
               DISPLAY 'PERIODO ' WRK-PERIODO ' JA FECHADO'
               GO TO 0400-EXIT
           END-IF
           PERFORM 0405-CALCULAR-JANELA
           SET FIM-JOBCTRL TO FALSE
           OPEN INPUT JOB-CONTROL
           IF WRK-FS-JOB NOT = '00'
               SET FIM-JOBCTRL TO TRUE
           END-IF
           PERFORM 0420-LER-JOBCTRL UNTIL FIM-JOBCTRL
           IF WRK-FS-JOB = '00' OR WRK-FS-JOB = '10'
               CLOSE JOB-CONTROL
           END-IF
           PERFORM 0430-CONFERIR-TRAVA
           MOVE ZEROS TO WRK-QT-CONCLUIDAS
           PERFORM 0440-AVALIAR-TAREFA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-TAREFAS
           DISPLAY 'TAREFAS CONCLUIDAS NESTA ATUALIZACAO: '
               WRK-QT-CONCLUIDAS
           PERFORM 0470-CONFERIR-ENCERRAMENTO.
       0400-EXIT.
           EXIT.

       0405-CALCULAR-JANELA.
           MOVE WRK-PERIODO TO WRK-PERIODO-DECOMPOSTO
           IF WRK-PER-MES = 12
               ADD 1 TO WRK-PER-ANO
               MOVE 01 TO WRK-PER-MES
           ELSE
               ADD 1 TO WRK-PER-MES
           END-IF
           MOVE WRK-PERIODO-DECOMPOSTO TO WRK-PERIODO-SEG
           COMPUTE WRK-DATA-INI-SEG = WRK-PERIODO-SEG * 100 + 1
           MOVE -1 TO WRK-DIAS
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-INI-SEG
               WRK-DIAS WRK-JANELA-INICIO
           CALL 'PROGCOB17-DIAUTILN' USING WRK-PERIODO-SEG
               WRK-N-DIA-UTIL WRK-JANELA-FIM WRK-UTEIS-RESTANTES
           IF WRK-JANELA-FIM = ZEROS
               MOVE +6 TO WRK-DIAS
               CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-INI-SEG
                   WRK-DIAS WRK-JANELA-FIM
           END-IF
           MOVE WRK-PERIODO TO WRK-PERIODO-DECOMPOSTO.

      *****************************************************
      * CARREGA NA TABELA AS TAREFAS DE WRK-PERIODO-CARGA
      * (000000 = MODELO), CONTANDO AS PENDENTES
      *****************************************************
       0410-CARREGAR-TAREFAS.
           MOVE ZEROS TO WRK-QT-TAREFAS
           MOVE ZEROS TO WRK-QT-PEND-ANTES
           SET FIM-TAREFAS TO FALSE
           MOVE WRK-PERIODO-CARGA TO FECHMES-PERIODO
           MOVE ZEROS TO FECHMES-SEQ
           START CHECKLIST-FECHAMENTO KEY >= FECHMES-CHAVE
               INVALID KEY
                   SET FIM-TAREFAS TO TRUE
           END-START
           PERFORM 0415-LER-UMA-TAREFA UNTIL FIM-TAREFAS.

       0415-LER-UMA-TAREFA.
           READ CHECKLIST-FECHAMENTO NEXT RECORD
               AT END
                   SET FIM-TAREFAS TO TRUE
           END-READ
           IF NOT FIM-TAREFAS
               IF FECHMES-PERIODO NOT = WRK-PERIODO-CARGA
                   SET FIM-TAREFAS TO TRUE
               ELSE
                   IF WRK-QT-TAREFAS < 20
                       ADD 1 TO WRK-QT-TAREFAS
                       MOVE WRK-QT-TAREFAS TO WRK-I
                       MOVE FECHMES-SEQ TO WRK-TAR-SEQ(WRK-I)
                       MOVE FECHMES-DESCRICAO
                           TO WRK-TAR-DESCRICAO(WRK-I)
                       MOVE FECHMES-TIPO TO WRK-TAR-TIPO(WRK-I)
                       MOVE FECHMES-PROGRAMA
                           TO WRK-TAR-PROGRAMA(WRK-I)
                       MOVE FECHMES-EXIGE-OK
                           TO WRK-TAR-EXIGE-OK(WRK-I)
                       MOVE FECHMES-PRE-REQUISITOS
                           TO WRK-TAR-PRE-REQS(WRK-I)
                       MOVE FECHMES-SITUACAO
                           TO WRK-TAR-SITUACAO(WRK-I)
                       MOVE FECHMES-FORMA TO WRK-TAR-FORMA(WRK-I)
                       MOVE FECHMES-DATA-CONCL
                           TO WRK-TAR-DATA-CONCL(WRK-I)
                       MOVE FECHMES-HORA-CONCL
                           TO WRK-TAR-HORA-CONCL(WRK-I)
                       MOVE FECHMES-RESPONSAVEL
                           TO WRK-TAR-RESPONSAVEL(WRK-I)
                       MOVE FECHMES-OBSERVACAO
                           TO WRK-TAR-OBSERVACAO(WRK-I)
                       MOVE 'N' TO WRK-TAR-ACHOU-EXEC(WRK-I)
                       MOVE ZEROS TO WRK-TAR-EXECUCAO(WRK-I)
                       MOVE SPACES TO WRK-TAR-STATUS-EXEC(WRK-I)
                       MOVE ZEROS TO WRK-TAR-RC-EXEC(WRK-I)
                       IF NOT FECHMES-CONCLUIDA
                           ADD 1 TO WRK-QT-PEND-ANTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * SO O REGISTRO CONSOLIDADO DO JOB (TURMA EM BRANCO)
      * CONTA. COM PERIODO NO REGISTRO, VALE O PERIODO; SEM
      * PERIODO (FOTO DO DIA OU REGISTRO ANTIGO), VALE A JANELA
      *****************************************************
       0420-LER-JOBCTRL.
           READ JOB-CONTROL
               AT END
                   SET FIM-JOBCTRL TO TRUE
           END-READ
           IF NOT FIM-JOBCTRL AND JOBCTRL-TURMA = SPACES
               SET EXECUCAO-DO-PERIODO TO FALSE
               SET EXECUCAO-COM-PERIODO TO FALSE
               IF JOBCTRL-DATA >= WRK-JANELA-INICIO
                   IF JOBCTRL-PERIODO IS NUMERIC
                       AND JOBCTRL-PERIODO NOT = ZEROS
                       IF JOBCTRL-PERIODO = WRK-PERIODO
                           SET EXECUCAO-DO-PERIODO TO TRUE
                           SET EXECUCAO-COM-PERIODO TO TRUE
                       END-IF
                   ELSE
                       IF JOBCTRL-DATA <= WRK-JANELA-FIM
                           SET EXECUCAO-DO-PERIODO TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF EXECUCAO-DO-PERIODO
                   PERFORM 0425-APLICAR-EXECUCAO
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-TAREFAS
               END-IF
           END-IF.

       0425-APLICAR-EXECUCAO.
           IF WRK-TAR-TIPO(WRK-I) = 'J'
               AND WRK-TAR-SITUACAO(WRK-I) NOT = 'C'
               AND WRK-TAR-PROGRAMA(WRK-I) = JOBCTRL-PROGRAMA
               IF EXECUCAO-COM-PERIODO
                   OR WRK-TAR-ACHOU-EXEC(WRK-I) NOT = 'S'
                   OR WRK-TAR-STATUS-EXEC(WRK-I) = 'ERRO'
                   OR (WRK-TAR-EXIGE-OK(WRK-I) = 'S'
                       AND WRK-TAR-STATUS-EXEC(WRK-I) NOT = 'OK')
                   MOVE 'S' TO WRK-TAR-ACHOU-EXEC(WRK-I)
                   MOVE JOBCTRL-DATA TO WRK-TAR-DATA-EXEC(WRK-I)
                   MOVE JOBCTRL-HORA TO WRK-TAR-HORA-EXEC(WRK-I)
                   MOVE JOBCTRL-STATUS TO WRK-TAR-STATUS-EXEC(WRK-I)
                   MOVE JOBCTRL-RETURN-CODE
                       TO WRK-TAR-RC-EXEC(WRK-I)
               END-IF
           END-IF.

      *****************************************************
      * TRAVA DO PERIODO - SIT-FECHADO NO REGISTRO CONSOLIDADO
      * DO VENDACU. O MOMENTO DA TRAVA VEM DO AUDTRL GRAVADO
      * PELO PROGCOB29; SEM ELE, VALE O MOMENTO DESTA CONSULTA
      *****************************************************
       0430-CONFERIR-TRAVA.
           SET PERIODO-TRAVADO TO FALSE
           MOVE ZEROS TO WRK-MOMENTO-TRAVA
           OPEN INPUT VENDAS-ACUMULADO
           IF WRK-FS-VAC = '00'
               MOVE WRK-PERIODO TO VENDACU-PERIODO
               MOVE SPACES TO VENDACU-FILIAL
               READ VENDAS-ACUMULADO
                   KEY IS VENDACU-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-VAC = '00' AND VENDACU-FECHADO
                   SET PERIODO-TRAVADO TO TRUE
               END-IF
               CLOSE VENDAS-ACUMULADO
           END-IF
           IF PERIODO-TRAVADO
               CLOSE AUDIT-LOG
               SET FIM-AUDITORIA TO FALSE
               OPEN INPUT AUDIT-LOG
               IF WRK-FS-AUD NOT = '00'
                   SET FIM-AUDITORIA TO TRUE
               END-IF
               PERFORM 0435-LER-AUDITORIA UNTIL FIM-AUDITORIA
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
               IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               IF WRK-MOMENTO-TRAVA = ZEROS
                   ACCEPT WRK-TRAVA-DATA FROM DATE YYYYMMDD
                   ACCEPT WRK-TRAVA-HORA FROM TIME
               END-IF
           END-IF.

       0435-LER-AUDITORIA.
           READ AUDIT-LOG
               AT END
                   SET FIM-AUDITORIA TO TRUE
           END-READ
           IF NOT FIM-AUDITORIA
               IF AUDTRL-PROGRAMA = 'PROGCOB29'
                   AND AUDTRL-CHAVE(1:6) = WRK-PERIODO
                   AND AUDTRL-CAMPO = 'SIT-FECHADO'
                   AND AUDTRL-VALOR-DEPOIS = 'FECHADO'
                   MOVE AUDTRL-DATA TO WRK-TRAVA-DATA
                   MOVE AUDTRL-HORA TO WRK-TRAVA-HORA
               END-IF
           END-IF.

      *****************************************************
      * TAREFA PENDENTE COM OS PRE-REQUISITOS CUMPRIDOS E
      * CONCLUIDA PELA EXECUCAO (OU TRAVA) POSTERIOR A ELES.
      * TAREFA MANUAL SO SAI POR ASSINATURA
      *****************************************************
       0440-AVALIAR-TAREFA.
           IF WRK-TAR-SITUACAO(WRK-I) NOT = 'C'
               AND WRK-TAR-TIPO(WRK-I) NOT = 'M'
               PERFORM 0480-CONFERIR-PRE-REQ
               IF PRE-REQ-CUMPRIDOS
                   EVALUATE WRK-TAR-TIPO(WRK-I)
                       WHEN 'J'
                           PERFORM 0445-AVALIAR-EXECUCAO
                       WHEN 'T'
                           PERFORM 0450-AVALIAR-TRAVA
                   END-EVALUATE
               END-IF
           END-IF.

       0445-AVALIAR-EXECUCAO.
           IF WRK-TAR-ACHOU-EXEC(WRK-I) = 'S'
               AND WRK-TAR-STATUS-EXEC(WRK-I) NOT = 'ERRO'
               AND (WRK-TAR-EXIGE-OK(WRK-I) NOT = 'S'
                   OR WRK-TAR-STATUS-EXEC(WRK-I) = 'OK')
               AND WRK-TAR-EXECUCAO(WRK-I) >= WRK-PRE-MAX
               MOVE WRK-TAR-EXECUCAO(WRK-I) TO WRK-TAR-CONCL(WRK-I)
               MOVE 'A' TO WRK-FORMA
               MOVE WRK-TAR-PROGRAMA(WRK-I) TO WRK-RESPONSAVEL
               MOVE SPACES TO WRK-OBSERVACAO
               STRING 'JOBCTRL ' WRK-TAR-STATUS-EXEC(WRK-I)
                   DELIMITED BY '  '
                   ' RC ' WRK-TAR-RC-EXEC(WRK-I)
                   DELIMITED BY SIZE INTO WRK-OBSERVACAO
               PERFORM 0460-CONCLUIR-TAREFA
           END-IF.

       0450-AVALIAR-TRAVA.
           IF PERIODO-TRAVADO
               AND WRK-MOMENTO-TRAVA >= WRK-PRE-MAX
               MOVE WRK-MOMENTO-TRAVA TO WRK-TAR-CONCL(WRK-I)
               MOVE 'A' TO WRK-FORMA
               MOVE WRK-TAR-PROGRAMA(WRK-I) TO WRK-RESPONSAVEL
               MOVE 'SIT-FECHADO NO VENDACU' TO WRK-OBSERVACAO
               PERFORM 0460-CONCLUIR-TAREFA
           END-IF.

      *****************************************************
      * CONCLUI A TAREFA WRK-I NA TABELA E NO FECHMES, COM O
      * MOMENTO JA POSTO EM WRK-TAR-CONCL, E REGISTRA NO AUDTRL
      *****************************************************
       0460-CONCLUIR-TAREFA.
           MOVE WRK-PERIODO TO FECHMES-PERIODO
           MOVE WRK-TAR-SEQ(WRK-I) TO FECHMES-SEQ
           READ CHECKLIST-FECHAMENTO
               KEY IS FECHMES-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-FCM NOT = '00'
               DISPLAY 'TAREFA ' WRK-TAR-SEQ(WRK-I)
                   ' NAO ENCONTRADA NO FECHMES (' WRK-FS-FCM ')'
           ELSE
               MOVE 'C' TO FECHMES-SITUACAO
               MOVE WRK-FORMA TO FECHMES-FORMA
               MOVE WRK-TAR-DATA-CONCL(WRK-I) TO FECHMES-DATA-CONCL
               MOVE WRK-TAR-HORA-CONCL(WRK-I) TO FECHMES-HORA-CONCL
               MOVE WRK-RESPONSAVEL TO FECHMES-RESPONSAVEL
               MOVE WRK-OBSERVACAO TO FECHMES-OBSERVACAO
               REWRITE FECHMES-REC
               MOVE 'C' TO WRK-TAR-SITUACAO(WRK-I)
               MOVE WRK-FORMA TO WRK-TAR-FORMA(WRK-I)
               MOVE WRK-RESPONSAVEL TO WRK-TAR-RESPONSAVEL(WRK-I)
               MOVE WRK-OBSERVACAO TO WRK-TAR-OBSERVACAO(WRK-I)
               ADD 1 TO WRK-QT-CONCLUIDAS
               MOVE SPACES TO WRK-CHAVE-AUDIT
               STRING WRK-PERIODO ' ' WRK-TAR-SEQ(WRK-I)
                   DELIMITED BY SIZE INTO WRK-CHAVE-AUDIT
               MOVE 'SITUACAO' TO AUDTRL-CAMPO
               MOVE 'PENDENTE' TO AUDTRL-VALOR-ANTES
               IF WRK-FORMA = 'A'
                   MOVE 'CONCLUIDA AUTOMAT.' TO AUDTRL-VALOR-DEPOIS
               ELSE
                   MOVE 'ASSINADA' TO AUDTRL-VALOR-DEPOIS
               END-IF
               PERFORM 0850-GRAVAR-AUDITORIA
               DISPLAY 'TAREFA ' WRK-TAR-SEQ(WRK-I) ' '
                   WRK-TAR-DESCRICAO(WRK-I) ' CONCLUIDA - '
                   WRK-RESPONSAVEL
           END-IF.

      *****************************************************
      * A ULTIMA TAREFA CONCLUIDA FECHA O PERIODO - REGISTRADO
      * UMA VEZ SO NO AUDTRL
      *****************************************************
       0470-CONFERIR-ENCERRAMENTO.
           MOVE ZEROS TO WRK-QT-PENDENTES
           PERFORM 0475-CONTAR-PENDENTE
               VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-TAREFAS
           IF WRK-QT-PENDENTES = ZEROS
               AND WRK-QT-PEND-ANTES > ZEROS
               MOVE WRK-PERIODO TO WRK-CHAVE-AUDIT
               MOVE 'CHECKLIST' TO AUDTRL-CAMPO
               MOVE 'EM ABERTO' TO AUDTRL-VALOR-ANTES
               MOVE 'FECHADO' TO AUDTRL-VALOR-DEPOIS
               PERFORM 0850-GRAVAR-AUDITORIA
               DISPLAY 'PERIODO ' WRK-PERIODO
                   ' FECHADO - TODAS AS TAREFAS CONCLUIDAS'
           ELSE
               DISPLAY 'PERIODO ' WRK-PERIODO ' EM ABERTO - '
                   WRK-QT-PENDENTES ' TAREFAS PENDENTES'
           END-IF
           MOVE WRK-QT-PENDENTES TO WRK-QT-PEND-ANTES.

       0475-CONTAR-PENDENTE.
           IF WRK-TAR-SITUACAO(WRK-J) NOT = 'C'
               ADD 1 TO WRK-QT-PENDENTES
           END-IF.

      *****************************************************
      * PRE-REQUISITOS DA TAREFA WRK-I: CUMPRIDOS SE TODOS
      * ESTAO CONCLUIDOS; DEVOLVE O MOMENTO DA CONCLUSAO MAIS
      * RECENTE ENTRE ELES E A LISTA DOS AINDA PENDENTES
      *****************************************************
       0480-CONFERIR-PRE-REQ.
           SET PRE-REQ-CUMPRIDOS TO TRUE
           MOVE ZEROS TO WRK-PRE-MAX
           MOVE SPACES TO WRK-PRE-PEND
           MOVE 1 TO WRK-PTR
           PERFORM 0485-CONFERIR-UM-PRE-REQ
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 3.

       0485-CONFERIR-UM-PRE-REQ.
           IF WRK-TAR-PRE-REQ(WRK-I, WRK-K) > ZEROS
               MOVE WRK-TAR-PRE-REQ(WRK-I, WRK-K) TO WRK-SEQ-BUSCA
               PERFORM 0490-LOCALIZAR-SEQ
               IF WRK-POS = ZEROS
                   SET PRE-REQ-CUMPRIDOS TO FALSE
                   STRING WRK-SEQ-BUSCA ' ' DELIMITED BY SIZE
                       INTO WRK-PRE-PEND WITH POINTER WRK-PTR
               ELSE
                   IF WRK-TAR-SITUACAO(WRK-POS) NOT = 'C'
                       SET PRE-REQ-CUMPRIDOS TO FALSE
                       STRING WRK-SEQ-BUSCA ' ' DELIMITED BY SIZE
                           INTO WRK-PRE-PEND WITH POINTER WRK-PTR
                   ELSE
                       IF WRK-TAR-CONCL(WRK-POS) > WRK-PRE-MAX
                           MOVE WRK-TAR-CONCL(WRK-POS)
                               TO WRK-PRE-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0490-LOCALIZAR-SEQ.
           MOVE ZEROS TO WRK-POS
           PERFORM 0495-COMPARAR-SEQ
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QT-TAREFAS OR WRK-POS > ZEROS.

       0495-COMPARAR-SEQ.
           IF WRK-TAR-SEQ(WRK-J) = WRK-SEQ-BUSCA
               MOVE WRK-J TO WRK-POS
           END-IF.

      *****************************************************
      * ASSINATURA MANUAL PELO SUPERVISOR - SO DE TAREFA
      * PENDENTE COM TODOS OS PRE-REQUISITOS CONCLUIDOS, E COM
      * OBSERVACAO (O QUE FOI CONFERIDO, OU POR QUE A TAREFA
      * AUTOMATICA ESTA SENDO ASSINADA A MAO)
      *****************************************************
       0500-ASSINAR-TAREFA.
           IF NOT SUPERVISOR-AUTORIZADO
               MOVE 'ASSINATURA NEGADA A ' TO WRK-ACAO-NEGADA
               PERFORM 0860-REGISTRAR-NEGATIVA
               GO TO 0500-EXIT
           END-IF
           MOVE WRK-PERIODO TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           IF WRK-QT-TAREFAS = ZEROS
               DISPLAY 'CHECKLIST DO PERIODO ' WRK-PERIODO
                   ' NAO ABERTO'
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-MOSTRAR-TAREFA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-TAREFAS
           DISPLAY 'SEQUENCIA DA TAREFA A ASSINAR (00 = VOLTAR)..'
           MOVE ZEROS TO WRK-SEQ
           ACCEPT WRK-SEQ
           IF WRK-SEQ = ZEROS
               GO TO 0500-EXIT
           END-IF
           MOVE WRK-SEQ TO WRK-SEQ-BUSCA
           PERFORM 0490-LOCALIZAR-SEQ
           IF WRK-POS = ZEROS
               DISPLAY 'TAREFA NAO EXISTE NO CHECKLIST DO PERIODO'
               GO TO 0500-EXIT
           END-IF
           MOVE WRK-POS TO WRK-I
           IF WRK-TAR-SITUACAO(WRK-I) = 'C'
               DISPLAY 'TAREFA JA CONCLUIDA POR '
                   WRK-TAR-RESPONSAVEL(WRK-I) ' EM '
                   WRK-TAR-DATA-CONCL(WRK-I)
               GO TO 0500-EXIT
           END-IF
           PERFORM 0480-CONFERIR-PRE-REQ
           IF NOT PRE-REQ-CUMPRIDOS
               DISPLAY 'PRE-REQUISITOS PENDENTES: ' WRK-PRE-PEND
                   ' - ASSINATURA RECUSADA'
               GO TO 0500-EXIT
           END-IF
           DISPLAY 'OBSERVACAO (OBRIGATORIA)..'
           MOVE SPACES TO WRK-OBSERVACAO
           ACCEPT WRK-OBSERVACAO
           IF WRK-OBSERVACAO = SPACES
               DISPLAY 'OBSERVACAO EM BRANCO - ASSINATURA CANCELADA'
               GO TO 0500-EXIT
           END-IF
           DISPLAY 'CONFIRMA A ASSINATURA DA TAREFA '
               WRK-TAR-SEQ(WRK-I) ' - ' WRK-TAR-DESCRICAO(WRK-I)
               ' (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'ASSINATURA CANCELADA'
               GO TO 0500-EXIT
           END-IF
           ACCEPT WRK-TAR-DATA-CONCL(WRK-I) FROM DATE YYYYMMDD
           ACCEPT WRK-TAR-HORA-CONCL(WRK-I) FROM TIME
           MOVE 'M' TO WRK-FORMA
           MOVE WRK-OPERADOR TO WRK-RESPONSAVEL
           MOVE ZEROS TO WRK-QT-CONCLUIDAS
           PERFORM 0460-CONCLUIR-TAREFA
           PERFORM 0470-CONFERIR-ENCERRAMENTO.
       0500-EXIT.
           EXIT.

       0510-MOSTRAR-TAREFA.
           IF WRK-TAR-SITUACAO(WRK-I) = 'C'
               DISPLAY WRK-TAR-SEQ(WRK-I) ' ' WRK-TAR-DESCRICAO(WRK-I)
                   ' CONCLUIDA ' WRK-TAR-RESPONSAVEL(WRK-I)
           ELSE
               DISPLAY WRK-TAR-SEQ(WRK-I) ' ' WRK-TAR-DESCRICAO(WRK-I)
                   ' PENDENTE  TIPO ' WRK-TAR-TIPO(WRK-I)
           END-IF.

      *****************************************************
      * RELATORIO DE SITUACAO (FCMRPT, TAMBEM NO CONSOLE) - POR
      * TAREFA: SITUACAO, FORMA (AUTOMATICA/MANUAL), QUEM
      * CONCLUIU, QUANDO E OS PRE-REQUISITOS AINDA PENDENTES
      *****************************************************
       0600-EMITIR-RELATORIO.
           MOVE WRK-PERIODO TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           IF WRK-QT-TAREFAS = ZEROS
               DISPLAY 'CHECKLIST DO PERIODO ' WRK-PERIODO
                   ' NAO ABERTO'
               GO TO 0600-EXIT
           END-IF
           OPEN OUTPUT CHECKLIST-RPT
           MOVE SPACES TO FCMRPT-LINHA
           STRING 'CHECKLIST DE FECHAMENTO DO MES - PERIODO '
               WRK-PERIODO '  EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO FCMRPT-LINHA
           PERFORM 0690-GRAVAR-LINHA
           MOVE SPACES TO FCMRPT-LINHA
           PERFORM 0690-GRAVAR-LINHA
           MOVE SPACES TO FCMRPT-LINHA
           MOVE 'SQ' TO FCMRPT-LINHA(1:2)
           MOVE 'TAREFA' TO FCMRPT-LINHA(4:6)
           MOVE 'SIT.' TO FCMRPT-LINHA(35:4)
           MOVE 'MODO' TO FCMRPT-LINHA(40:4)
           MOVE 'RESPONS.' TO FCMRPT-LINHA(45:8)
           MOVE 'DATA' TO FCMRPT-LINHA(55:4)
           MOVE 'HORA' TO FCMRPT-LINHA(64:4)
           MOVE 'PRE-REQ.' TO FCMRPT-LINHA(71:8)
           PERFORM 0690-GRAVAR-LINHA
           MOVE ZEROS TO WRK-QT-PENDENTES
           PERFORM 0610-DETALHE-TAREFA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-TAREFAS
           MOVE SPACES TO FCMRPT-LINHA
           PERFORM 0690-GRAVAR-LINHA
           MOVE SPACES TO FCMRPT-LINHA
           COMPUTE WRK-QT-CONCLUIDAS = WRK-QT-TAREFAS
               - WRK-QT-PENDENTES
           STRING 'TAREFAS ' WRK-QT-TAREFAS ' - CONCLUIDAS '
               WRK-QT-CONCLUIDAS ' - PENDENTES ' WRK-QT-PENDENTES
               DELIMITED BY SIZE INTO FCMRPT-LINHA
           PERFORM 0690-GRAVAR-LINHA
           MOVE SPACES TO FCMRPT-LINHA
           IF WRK-QT-PENDENTES = ZEROS
               STRING 'PERIODO ' WRK-PERIODO
                   ' FECHADO - TODAS AS TAREFAS CONCLUIDAS'
                   DELIMITED BY SIZE INTO FCMRPT-LINHA
           ELSE
               MOVE WRK-QT-PENDENTES TO WRK-QT-ED
               STRING 'PERIODO ' WRK-PERIODO ' EM ABERTO - '
                   WRK-QT-ED ' TAREFAS PENDENTES'
                   DELIMITED BY SIZE INTO FCMRPT-LINHA
           END-IF
           PERFORM 0690-GRAVAR-LINHA
           CLOSE CHECKLIST-RPT.
       0600-EXIT.
           EXIT.

       0610-DETALHE-TAREFA.
           MOVE SPACES TO FCMRPT-LINHA
           MOVE WRK-TAR-SEQ(WRK-I) TO FCMRPT-SEQ
           MOVE WRK-TAR-DESCRICAO(WRK-I) TO FCMRPT-DESCRICAO
           IF WRK-TAR-SITUACAO(WRK-I) = 'C'
               MOVE 'CONC' TO FCMRPT-SITUACAO
               IF WRK-TAR-FORMA(WRK-I) = 'A'
                   MOVE 'AUTO' TO FCMRPT-FORMA
               ELSE
                   MOVE 'MAN.' TO FCMRPT-FORMA
               END-IF
               MOVE WRK-TAR-RESPONSAVEL(WRK-I) TO FCMRPT-RESPONSAVEL
               MOVE WRK-TAR-DATA-CONCL(WRK-I) TO FCMRPT-DATA
               MOVE WRK-TAR-HORA-CONCL(WRK-I)(1:6) TO FCMRPT-HORA
           ELSE
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'PEND' TO FCMRPT-SITUACAO
               PERFORM 0480-CONFERIR-PRE-REQ
               MOVE WRK-PRE-PEND TO FCMRPT-PENDENTES
           END-IF
           PERFORM 0690-GRAVAR-LINHA
           IF WRK-TAR-OBSERVACAO(WRK-I) NOT = SPACES
               MOVE SPACES TO FCMRPT-LINHA
               STRING '   OBS: ' WRK-TAR-OBSERVACAO(WRK-I)
                   DELIMITED BY SIZE INTO FCMRPT-LINHA
               PERFORM 0690-GRAVAR-LINHA
           END-IF.

       0690-GRAVAR-LINHA.
           WRITE FCMRPT-LINHA
           DISPLAY FCMRPT-LINHA.

      *****************************************************
      * MANUTENCAO DO MODELO (PERIODO 000000) PELO SUPERVISOR -
      * VALE PARA OS PERIODOS ABERTOS DEPOIS DA ALTERACAO
      *****************************************************
       0700-MANTER-MODELO.
           IF NOT SUPERVISOR-AUTORIZADO
               MOVE 'MANUT. MODELO NEGADA A ' TO WRK-ACAO-NEGADA
               PERFORM 0860-REGISTRAR-NEGATIVA
               GO TO 0700-EXIT
           END-IF
           MOVE ZEROS TO WRK-PERIODO-CARGA
           PERFORM 0410-CARREGAR-TAREFAS
           DISPLAY 'MODELO: I - INCLUIR  A - ALTERAR  E - EXCLUIR  '
               'L - LISTAR'
           MOVE SPACES TO WRK-ACAO
           ACCEPT WRK-ACAO
           EVALUATE WRK-ACAO
               WHEN 'I'
                   PERFORM 0710-INCLUIR-MODELO THRU 0710-EXIT
               WHEN 'A'
                   PERFORM 0720-ALTERAR-MODELO THRU 0720-EXIT
               WHEN 'E'
                   PERFORM 0730-EXCLUIR-MODELO THRU 0730-EXIT
               WHEN 'L'
                   PERFORM 0750-LISTAR-MODELO
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-TAREFAS
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
       0700-EXIT.
           EXIT.

      *****************************************************
      * INCLUSAO - SEQUENCIA NOVA, DESCRICAO E TIPO
      * OBRIGATORIOS; TIPO 'J' EXIGE O PROGRAMA DO JOBCTRL E
      * TIPO 'T' ASSUME O PROGCOB29
      *****************************************************
       0710-INCLUIR-MODELO.
           PERFORM 0760-LER-SEQ
           IF WRK-SEQ = ZEROS
               GO TO 0710-EXIT
           END-IF
           IF WRK-POS > ZEROS
               DISPLAY 'TAREFA JA EXISTE NO MODELO'
               GO TO 0710-EXIT
           END-IF
           IF WRK-QT-TAREFAS >= 20
               DISPLAY 'MODELO COM 20 TAREFAS - INCLUSAO RECUSADA'
               GO TO 0710-EXIT
           END-IF
           DISPLAY 'DESCRICAO DA TAREFA..'
           MOVE SPACES TO WRK-DESCRICAO
           ACCEPT WRK-DESCRICAO
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO EM BRANCO - INCLUSAO CANCELADA'
               GO TO 0710-EXIT
           END-IF
           PERFORM 0770-LER-TIPO
           IF WRK-TIPO = SPACES OR NOT CAMPO-VALIDO
               DISPLAY 'TIPO OBRIGATORIO - INCLUSAO CANCELADA'
               GO TO 0710-EXIT
           END-IF
           PERFORM 0780-LER-PROGRAMA
           IF WRK-TIPO = 'T' AND WRK-PROGRAMA = SPACES
               MOVE 'PROGCOB29' TO WRK-PROGRAMA
           END-IF
           IF WRK-TIPO = 'J' AND WRK-PROGRAMA = SPACES
               DISPLAY 'TAREFA DO JOBCTRL SEM PROGRAMA - INCLUSAO '
                   'CANCELADA'
               GO TO 0710-EXIT
           END-IF
           IF WRK-TIPO = 'M'
               MOVE SPACES TO WRK-PROGRAMA
           END-IF
           PERFORM 0790-LER-EXIGE-OK
           PERFORM 0740-LER-PRE-REQ
           IF NOT CAMPO-VALIDO
               GO TO 0710-EXIT
           END-IF
           IF WRK-PRE-TXT = SPACES
               MOVE ZEROS TO WRK-PRE-NOVOS
           END-IF
           DISPLAY 'CONFIRMA A INCLUSAO DA TAREFA ' WRK-SEQ ' - '
               WRK-DESCRICAO ' (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'INCLUSAO CANCELADA'
               GO TO 0710-EXIT
           END-IF
           INITIALIZE FECHMES-REC
           MOVE ZEROS TO FECHMES-PERIODO
           MOVE WRK-SEQ TO FECHMES-SEQ
           MOVE WRK-DESCRICAO TO FECHMES-DESCRICAO
           MOVE WRK-TIPO TO FECHMES-TIPO
           MOVE WRK-PROGRAMA TO FECHMES-PROGRAMA
           MOVE WRK-EXIGE-OK TO FECHMES-EXIGE-OK
           MOVE WRK-PRE-NOVOS TO FECHMES-PRE-REQUISITOS
           MOVE 'P' TO FECHMES-SITUACAO
           WRITE FECHMES-REC
               INVALID KEY
                   DISPLAY 'TAREFA NAO GRAVADA (' WRK-FS-FCM ')'
                   GO TO 0710-EXIT
           END-WRITE
           PERFORM 0795-MONTAR-CHAVE-MODELO
           MOVE 'INCLUSAO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE WRK-DESCRICAO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'TAREFA INCLUIDA NO MODELO'.
       0710-EXIT.
           EXIT.

      *****************************************************
      * ALTERACAO - CAMPO EM BRANCO MANTEM O VALOR; CADA CAMPO
      * ALTERADO GERA UM REGISTRO NO AUDTRL, GRAVADO SO DEPOIS
      * DO REWRITE - ALTERACAO CANCELADA NAO DEIXA RASTRO FALSO
      *****************************************************
       0720-ALTERAR-MODELO.
           PERFORM 0760-LER-SEQ
           IF WRK-SEQ = ZEROS
               GO TO 0720-EXIT
           END-IF
           IF WRK-POS = ZEROS
               DISPLAY 'TAREFA NAO EXISTE NO MODELO'
               GO TO 0720-EXIT
           END-IF
           MOVE ZEROS TO FECHMES-PERIODO
           MOVE WRK-SEQ TO FECHMES-SEQ
           READ CHECKLIST-FECHAMENTO
               KEY IS FECHMES-CHAVE
               INVALID KEY
                   DISPLAY 'TAREFA NAO LIDA (' WRK-FS-FCM ')'
                   GO TO 0720-EXIT
           END-READ
           MOVE WRK-POS TO WRK-I
           PERFORM 0750-LISTAR-MODELO
           DISPLAY 'CAMPO EM BRANCO MANTEM O VALOR ATUAL'
           PERFORM 0795-MONTAR-CHAVE-MODELO
           MOVE ZEROS TO WRK-QT-ALTERADOS
           DISPLAY 'DESCRICAO DA TAREFA..'
           MOVE SPACES TO WRK-DESCRICAO
           ACCEPT WRK-DESCRICAO
           IF WRK-DESCRICAO NOT = SPACES
               AND WRK-DESCRICAO NOT = FECHMES-DESCRICAO
               ADD 1 TO WRK-QT-ALTERADOS
               MOVE 'DESCRICAO' TO WRK-ALT-CAMPO(WRK-QT-ALTERADOS)
               MOVE FECHMES-DESCRICAO
                   TO WRK-ALT-ANTES(WRK-QT-ALTERADOS)
               MOVE WRK-DESCRICAO
                   TO WRK-ALT-DEPOIS(WRK-QT-ALTERADOS)
               MOVE WRK-DESCRICAO TO FECHMES-DESCRICAO
           END-IF
           PERFORM 0770-LER-TIPO
           IF WRK-TIPO NOT = SPACES AND CAMPO-VALIDO
               AND WRK-TIPO NOT = FECHMES-TIPO
               ADD 1 TO WRK-QT-ALTERADOS
               MOVE 'TIPO' TO WRK-ALT-CAMPO(WRK-QT-ALTERADOS)
               MOVE FECHMES-TIPO
                   TO WRK-ALT-ANTES(WRK-QT-ALTERADOS)
               MOVE WRK-TIPO
                   TO WRK-ALT-DEPOIS(WRK-QT-ALTERADOS)
               MOVE WRK-TIPO TO FECHMES-TIPO
           END-IF
           PERFORM 0780-LER-PROGRAMA
           IF FECHMES-MANUAL
               MOVE SPACES TO WRK-PROGRAMA
           END-IF
           IF FECHMES-POR-TRAVA AND FECHMES-PROGRAMA = SPACES
               AND WRK-PROGRAMA = SPACES
               MOVE 'PROGCOB29' TO WRK-PROGRAMA
           END-IF
           IF (WRK-PROGRAMA NOT = SPACES OR FECHMES-MANUAL)
               AND WRK-PROGRAMA NOT = FECHMES-PROGRAMA
               ADD 1 TO WRK-QT-ALTERADOS
               MOVE 'PROGRAMA' TO WRK-ALT-CAMPO(WRK-QT-ALTERADOS)
               MOVE FECHMES-PROGRAMA
                   TO WRK-ALT-ANTES(WRK-QT-ALTERADOS)
               MOVE WRK-PROGRAMA
                   TO WRK-ALT-DEPOIS(WRK-QT-ALTERADOS)
               MOVE WRK-PROGRAMA TO FECHMES-PROGRAMA
           END-IF
           IF FECHMES-POR-JOBCTRL AND FECHMES-PROGRAMA = SPACES
               DISPLAY 'TAREFA DO JOBCTRL SEM PROGRAMA - ALTERACAO '
                   'CANCELADA'
               GO TO 0720-EXIT
           END-IF
           PERFORM 0790-LER-EXIGE-OK
           IF WRK-EXIGE-OK NOT = FECHMES-EXIGE-OK
               ADD 1 TO WRK-QT-ALTERADOS
               MOVE 'EXIGE-OK' TO WRK-ALT-CAMPO(WRK-QT-ALTERADOS)
               MOVE FECHMES-EXIGE-OK
                   TO WRK-ALT-ANTES(WRK-QT-ALTERADOS)
               MOVE WRK-EXIGE-OK
                   TO WRK-ALT-DEPOIS(WRK-QT-ALTERADOS)
               MOVE WRK-EXIGE-OK TO FECHMES-EXIGE-OK
           END-IF
           PERFORM 0740-LER-PRE-REQ
           IF NOT CAMPO-VALIDO
               GO TO 0720-EXIT
           END-IF
           IF WRK-PRE-TXT NOT = SPACES
               AND WRK-PRE-NOVOS NOT = FECHMES-PRE-REQUISITOS
               ADD 1 TO WRK-QT-ALTERADOS
               MOVE 'PRE-REQUISITOS' TO WRK-ALT-CAMPO(WRK-QT-ALTERADOS)
               MOVE FECHMES-PRE-REQUISITOS
                   TO WRK-ALT-ANTES(WRK-QT-ALTERADOS)
               MOVE WRK-PRE-NOVOS
                   TO WRK-ALT-DEPOIS(WRK-QT-ALTERADOS)
               MOVE WRK-PRE-NOVOS TO FECHMES-PRE-REQUISITOS
           END-IF
           IF WRK-QT-ALTERADOS = ZEROS
               DISPLAY 'NENHUM CAMPO ALTERADO'
               GO TO 0720-EXIT
           END-IF
           REWRITE FECHMES-REC
           IF WRK-FS-FCM NOT = '00'
               DISPLAY 'TAREFA NAO REGRAVADA (' WRK-FS-FCM ')'
               GO TO 0720-EXIT
           END-IF
           PERFORM 0725-AUDITAR-CAMPO
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-ALTERADOS
           DISPLAY 'TAREFA ALTERADA - CAMPOS: ' WRK-QT-ALTERADOS.
       0720-EXIT.
           EXIT.

       0725-AUDITAR-CAMPO.
           MOVE WRK-ALT-CAMPO(WRK-I) TO AUDTRL-CAMPO
           MOVE WRK-ALT-ANTES(WRK-I) TO AUDTRL-VALOR-ANTES
           MOVE WRK-ALT-DEPOIS(WRK-I) TO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA.

      *****************************************************
      * EXCLUSAO - RECUSADA SE OUTRA TAREFA DO MODELO TEM ESTA
      * COMO PRE-REQUISITO
      *****************************************************
       0730-EXCLUIR-MODELO.
           PERFORM 0760-LER-SEQ
           IF WRK-SEQ = ZEROS
               GO TO 0730-EXIT
           END-IF
           IF WRK-POS = ZEROS
               DISPLAY 'TAREFA NAO EXISTE NO MODELO'
               GO TO 0730-EXIT
           END-IF
           MOVE ZEROS TO WRK-QT-ALTERADOS
           PERFORM 0735-CONFERIR-DEPENDENTE
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-TAREFAS
           IF WRK-QT-ALTERADOS > ZEROS
               DISPLAY 'TAREFA E PRE-REQUISITO DE OUTRAS - EXCLUSAO '
                   'RECUSADA'
               GO TO 0730-EXIT
           END-IF
           MOVE WRK-POS TO WRK-I
           PERFORM 0750-LISTAR-MODELO
           DISPLAY 'CONFIRMA A EXCLUSAO DA TAREFA (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA'
               GO TO 0730-EXIT
           END-IF
           MOVE ZEROS TO FECHMES-PERIODO
           MOVE WRK-SEQ TO FECHMES-SEQ
           DELETE CHECKLIST-FECHAMENTO
               INVALID KEY
                   DISPLAY 'TAREFA NAO EXCLUIDA (' WRK-FS-FCM ')'
                   GO TO 0730-EXIT
           END-DELETE
           PERFORM 0795-MONTAR-CHAVE-MODELO
           MOVE 'EXCLUSAO' TO AUDTRL-CAMPO
           MOVE WRK-TAR-DESCRICAO(WRK-POS) TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'TAREFA EXCLUIDA DO MODELO'.
       0730-EXIT.
           EXIT.

       0735-CONFERIR-DEPENDENTE.
           IF WRK-TAR-PRE-REQ(WRK-I, 1) = WRK-SEQ
               OR WRK-TAR-PRE-REQ(WRK-I, 2) = WRK-SEQ
               OR WRK-TAR-PRE-REQ(WRK-I, 3) = WRK-SEQ
               DISPLAY '   PRE-REQUISITO DA TAREFA '
                   WRK-TAR-SEQ(WRK-I)
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF.

      *****************************************************
      * PRE-REQUISITOS DIGITADOS 'NN NN NN' - CADA UM TEM DE
      * SER TAREFA DO MODELO COM SEQUENCIA MENOR QUE WRK-SEQ,
      * PARA A ATUALIZACAO AVALIAR TUDO NUMA PASSADA SO
      *****************************************************
       0740-LER-PRE-REQ.
           SET CAMPO-VALIDO TO TRUE
           DISPLAY 'PRE-REQUISITOS (NN NN NN)..'
           MOVE SPACES TO WRK-PRE-TXT
           ACCEPT WRK-PRE-TXT
           MOVE ZEROS TO WRK-PRE-NOVOS
           IF WRK-PRE-TXT NOT = SPACES
               PERFORM 0745-CONFERIR-UM-INFORMADO
                   VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 3
           END-IF.

       0745-CONFERIR-UM-INFORMADO.
           IF WRK-PRE-NUM(WRK-K) NOT = SPACES
               IF WRK-PRE-NUM(WRK-K) IS NOT NUMERIC
                   DISPLAY 'PRE-REQUISITO ' WRK-PRE-NUM(WRK-K)
                       ' INVALIDO'
                   SET CAMPO-VALIDO TO FALSE
               ELSE
                   MOVE WRK-PRE-NUM(WRK-K) TO WRK-PRE-NOVO(WRK-K)
                   IF WRK-PRE-NOVO(WRK-K) > ZEROS
                       IF WRK-PRE-NOVO(WRK-K) >= WRK-SEQ
                           DISPLAY 'PRE-REQUISITO '
                               WRK-PRE-NOVO(WRK-K)
                               ' NAO E TAREFA ANTERIOR'
                           SET CAMPO-VALIDO TO FALSE
                       ELSE
                           MOVE WRK-PRE-NOVO(WRK-K) TO WRK-SEQ-BUSCA
                           PERFORM 0490-LOCALIZAR-SEQ
                           IF WRK-POS = ZEROS
                               DISPLAY 'PRE-REQUISITO '
                                   WRK-PRE-NOVO(WRK-K)
                                   ' NAO EXISTE NO MODELO'
                               SET CAMPO-VALIDO TO FALSE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0750-LISTAR-MODELO.
           DISPLAY WRK-TAR-SEQ(WRK-I) ' ' WRK-TAR-DESCRICAO(WRK-I)
               ' TIPO ' WRK-TAR-TIPO(WRK-I) ' '
               WRK-TAR-PROGRAMA(WRK-I) ' EXIGE OK '
               WRK-TAR-EXIGE-OK(WRK-I) ' PRE-REQ '
               WRK-TAR-PRE-REQ(WRK-I, 1) ' '
               WRK-TAR-PRE-REQ(WRK-I, 2) ' '
               WRK-TAR-PRE-REQ(WRK-I, 3).

      *****************************************************
      * SEQUENCIA DA TAREFA DO MODELO - DEVOLVE EM WRK-POS A
      * POSICAO NA TABELA (ZEROS SE NAO EXISTE)
      *****************************************************
       0760-LER-SEQ.
           DISPLAY 'SEQUENCIA DA TAREFA (00 = VOLTAR)..'
           MOVE ZEROS TO WRK-SEQ
           ACCEPT WRK-SEQ
           MOVE WRK-SEQ TO WRK-SEQ-BUSCA
           PERFORM 0490-LOCALIZAR-SEQ.

       0770-LER-TIPO.
           SET CAMPO-VALIDO TO TRUE
           DISPLAY 'TIPO (J = JOBCTRL, T = TRAVA DO VENDACU, '
               'M = MANUAL)..'
           MOVE SPACES TO WRK-TIPO
           ACCEPT WRK-TIPO
           IF WRK-TIPO NOT = SPACES
               AND WRK-TIPO NOT = 'J' AND WRK-TIPO NOT = 'T'
               AND WRK-TIPO NOT = 'M'
               DISPLAY 'TIPO INVALIDO'
               SET CAMPO-VALIDO TO FALSE
           END-IF.

       0780-LER-PROGRAMA.
           DISPLAY 'PROGRAMA NO JOBCTRL..'
           MOVE SPACES TO WRK-PROGRAMA
           ACCEPT WRK-PROGRAMA.

       0790-LER-EXIGE-OK.
           DISPLAY 'SO EXECUCAO SEM EXCECAO CONCLUI (S/N)..'
           MOVE SPACES TO WRK-EXIGE-OK
           ACCEPT WRK-EXIGE-OK
           IF WRK-EXIGE-OK NOT = 'S'
               MOVE 'N' TO WRK-EXIGE-OK
           END-IF.

       0795-MONTAR-CHAVE-MODELO.
           MOVE SPACES TO WRK-CHAVE-AUDIT
           STRING '000000 ' WRK-SEQ DELIMITED BY SIZE
               INTO WRK-CHAVE-AUDIT.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB137' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * UM REGISTRO NO AUDTRL POR CONCLUSAO OU ALTERACAO - QUEM
      * FEZ (OPERADOR ASSINADO), CHAVE 'AAAAMM NN' (PERIODO E
      * SEQUENCIA; 000000 NO MODELO), CAMPO E VALORES
      * ANTES/DEPOIS MONTADOS PELO CHAMADOR
      *****************************************************
       0850-GRAVAR-AUDITORIA.
           MOVE 'PROGCB137' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDIT TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0860-REGISTRAR-NEGATIVA.
           DISPLAY 'ACAO EXIGE SUPERVISOR'
           MOVE 'E001' TO EXCLOG-CODIGO
           MOVE SPACES TO EXCLOG-DESCRICAO
           STRING WRK-ACAO-NEGADA DELIMITED BY '  '
               ' ' WRK-OPERADOR DELIMITED BY SIZE
               INTO EXCLOG-DESCRICAO
           PERFORM 0800-GRAVAR-EXCECAO.

       0900-FINALIZAR.
           IF SIGNON-ACEITO
               CLOSE CHECKLIST-FECHAMENTO AUDIT-LOG
           END-IF
           CLOSE EXCEPTION-LOG.

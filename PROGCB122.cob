       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB122.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : LANCAMENTO DO RESULTADO DA PROVA DE
      * RECUPERACAO NO HISTORICO DO TERMO (STUHIST) - PARA CADA
      * ALUNO E DISCIPLINA EM 'RECUPERACO', DO LOTE RECLOTE OU
      * DIGITADO NO TERMINAL, APLICA A REGRA DA ESCOLA (A MAIOR
      * ENTRE A MEDIA ORIGINAL E A NOTA DA PROVA, LIMITADA A
      * MEDIA DE APROVACAO), RECALCULA O RESULTADO DA DISCIPLINA
      * E A MEDIA E O RESULTADO GERAIS DO ALUNO E GUARDA OS
      * NUMEROS ORIGINAIS NO RECUPER. TERMO FECHADO PELO
      * PROGCOB71 RECUSA O LANCAMENTO. NO FIM IMPRIME NO RCPRPT A
      * LISTA DE RESULTADOS FINAIS APOS A RECUPERACAO DO TERMO
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
           SELECT STUDENT-HISTORY ASSIGN TO 'STUHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUHIST-CHAVE
               FILE STATUS IS WRK-FS-HIS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUMAS-MATRICULA
               FILE STATUS IS WRK-FS.
           SELECT RECUPERACAO-MASTER ASSIGN TO 'RECUPER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECUPER-CHAVE
               FILE STATUS IS WRK-FS-REC.
           SELECT OPTIONAL RECUPERACAO-LOTE ASSIGN TO 'RECLOTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOT.
           SELECT RECUPERACAO-RELATORIO ASSIGN TO 'RCPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-HISTORY.
           COPY 'STUHIST.CPY'.

       FD  STUDENT-MASTER.
           COPY 'STUMAS.CPY'.

       FD  RECUPERACAO-MASTER.
           COPY 'RECUPER.CPY'.

       FD  RECUPERACAO-LOTE.
           COPY 'RECLOTE.CPY'.

       FD  RECUPERACAO-RELATORIO.
           COPY 'RCPRPT.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-ATRIB PIC X(01) VALUE SPACES.
       77 WRK-FS-HIS       PIC X(02) VALUE '00'.
       77 WRK-FS           PIC X(02) VALUE '00'.
       77 WRK-FS-REC       PIC X(02) VALUE '00'.
       77 WRK-FS-LOT       PIC X(02) VALUE '00'.
       77 WRK-FS-RPT       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-FS-JOB       PIC X(02) VALUE '00'.
       77 WRK-SIGNON-OK    PIC X(01) VALUE 'N'.
           88 OPERADOR-ASSINADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MODO-LOTE    PIC X(01) VALUE 'N'.
           88 MODO-LOTE-RECUPERACAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-LOTE     PIC X(01) VALUE 'N'.
           88 FIM-LOTE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-LANCAMENTO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-STUMAS-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-DISPONIVEL VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-ALUNO-OK     PIC X(01) VALUE 'N'.
           88 ALUNO-NO-CADASTRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-VALIDO       PIC X(01) VALUE 'N'.
           88 LANCAMENTO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-RELANCA      PIC X(01) VALUE 'N'.
           88 RELANCAMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-HA-FALTA     PIC X(01) VALUE 'N'.
           88 HA-REPROVACAO-FALTA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-HA-PENDENTE  PIC X(01) VALUE 'N'.
           88 HA-RECUPERACAO-PENDENTE VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
      *****************************************************
      * REGRA DA ESCOLA: A MEDIA FINAL DA DISCIPLINA E A MAIOR
      * ENTRE A MEDIA ORIGINAL E A NOTA DA PROVA, MAS A PROVA
      * NUNCA LEVA A MEDIA ACIMA DA MEDIA DE APROVACAO
      *****************************************************
       77 WRK-MEDIA-APROVACAO PIC 9(02)V9 VALUE 6,0.
       77 WRK-TERMO        PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL  PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-DISCIPLINA   PIC X(15) VALUE SPACES.
       77 WRK-NOTA-RECUP   PIC 9(02)V9 VALUE ZEROS.
       77 WRK-TURMA-ALUNO  PIC X(04) VALUE SPACES.
       77 WRK-D            PIC 9(02) VALUE ZEROS.
       77 WRK-DISC-ACHADA  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-DISC      PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-MEDIAS  PIC 9(04)V9 VALUE ZEROS.
       77 WRK-GERAL-ORIG   PIC 9(02)V9 VALUE ZEROS.
       77 WRK-RGERAL-ORIG  PIC X(14) VALUE SPACES.
       77 WRK-NOTA-ANTES   PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MEDIA-ANTES  PIC 9(02)V9 VALUE ZEROS.
       77 WRK-RGERAL-ANTES PIC X(14) VALUE SPACES.
       77 WRK-MATRIC-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ATUAL   PIC X(20) VALUE SPACES.
       77 WRK-GERAL-FINAL  PIC 9(02)V9 VALUE ZEROS.
       77 WRK-RGERAL-FINAL PIC X(14) VALUE SPACES.
       77 WRK-QT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-LANCADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXCECOES  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ALUNOS-RPT PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DISC-RPT  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APROV-RPT PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REPROV-RPT PIC 9(05) VALUE ZEROS.
      *****************************************************
      * VALOR DA AUDITORIA: DISCIPLINA + NOTA OU MEDIA EDITADA
      *****************************************************
       01  WRK-VALOR-RECUP.
           05  WRK-VRC-DISCIPLINA  PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-VRC-VALOR       PIC Z9,9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF OPERADOR-ASSINADO
               IF MODO-LOTE-RECUPERACAO
                   PERFORM 0400-PROCESSAR-LOTE UNTIL FIM-LOTE
               ELSE
                   PERFORM 0200-PROCESSAR
                       UNTIL NOT CONTINUAR-LANCAMENTO
               END-IF
               PERFORM 0700-IMPRIMIR-RESULTADOS
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O STUDENT-HISTORY
           OPEN I-O STUDENT-MASTER
           IF WRK-FS = '00'
               SET CADASTRO-DISPONIVEL TO TRUE
           END-IF
           OPEN I-O RECUPERACAO-MASTER
           IF WRK-FS-REC = '35'
               OPEN OUTPUT RECUPERACAO-MASTER
               CLOSE RECUPERACAO-MASTER
               OPEN I-O RECUPERACAO-MASTER
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           PERFORM 0150-DEFINIR-TERMO
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - LANCAMENTO ENCERRADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-FS-HIS NOT = '00'
                   DISPLAY 'HISTORICO STUHIST INDISPONIVEL ' WRK-FS-HIS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET OPERADOR-ASSINADO TO TRUE
                   DISPLAY 'TERMO AAAAPP (ZERO = TERMO CORRENTE)..'
                   ACCEPT WRK-TERMO
                   IF WRK-TERMO = ZEROS
                       MOVE WRK-TERMO-ATUAL TO WRK-TERMO
                   END-IF
                   OPEN INPUT RECUPERACAO-LOTE
                   IF WRK-FS-LOT = '00'
                       SET MODO-LOTE-RECUPERACAO TO TRUE
                       PERFORM 0120-LER-LOTE
                   END-IF
               END-IF
           END-IF.

       0120-LER-LOTE.
           READ RECUPERACAO-LOTE
               AT END
                   SET FIM-LOTE TO TRUE
           END-READ.

      *****************************************************
      * CODIGO DO TERMO CORRENTE (AAAAPP), COMO NOS PROGRAMAS DE
      * LANCAMENTO: PRIMEIRO SEMESTRE ATE JUNHO, SEGUNDO DE
      * JULHO EM DIANTE
      *****************************************************
       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 2
           END-IF.

       0200-PROCESSAR.
           DISPLAY '--------------'
           DISPLAY 'MATRICULA DO ALUNO (ZERO PARA SAIR)..'
           ACCEPT WRK-MATRICULA
           IF WRK-MATRICULA = ZEROS
               SET CONTINUAR-LANCAMENTO TO FALSE
           ELSE
               DISPLAY 'DISCIPLINA..'
               MOVE SPACES TO WRK-DISCIPLINA
               ACCEPT WRK-DISCIPLINA
               DISPLAY 'NOTA DA PROVA DE RECUPERACAO..'
               ACCEPT WRK-NOTA-RECUP
               PERFORM 0500-LANCAR-RECUPERACAO
           END-IF.

      *****************************************************
      * LANCA UMA LINHA DO LOTE E AVANCA PARA A PROXIMA
      *****************************************************
       0400-PROCESSAR-LOTE.
           MOVE RECLOTE-MATRICULA TO WRK-MATRICULA
           MOVE RECLOTE-DISCIPLINA TO WRK-DISCIPLINA
           MOVE RECLOTE-NOTA TO WRK-NOTA-RECUP
           PERFORM 0500-LANCAR-RECUPERACAO
           PERFORM 0120-LER-LOTE.

      *****************************************************
      * UM LANCAMENTO DE RECUPERACAO: HISTORICO DO TERMO ABERTO
      * COM A DISCIPLINA, DISCIPLINA EM RECUPERACAO, NOTA
      * VALIDA E OPERADOR ATRIBUIDO A TURMA E DISCIPLINA (OU
      * SUPERVISOR) - SO ENTAO APLICA A REGRA E REGRAVA
      *****************************************************
       0500-LANCAR-RECUPERACAO.
           ADD 1 TO WRK-QT-LIDOS
           SET LANCAMENTO-VALIDO TO TRUE
           PERFORM 0510-LER-HISTORICO
           IF LANCAMENTO-VALIDO
               PERFORM 0520-LER-RECUPERACAO
           END-IF
           IF LANCAMENTO-VALIDO
               PERFORM 0530-VERIFICAR-ATRIBUICAO
           END-IF
           IF LANCAMENTO-VALIDO
               PERFORM 0540-APLICAR-REGRA
               PERFORM 0550-RECALCULAR-GERAL
               PERFORM 0560-GRAVAR-LANCAMENTO
           ELSE
               ADD 1 TO WRK-QT-RECUSADOS
               DISPLAY 'RECUPERACAO DE ' WRK-MATRICULA ' '
                   WRK-DISCIPLINA ' RECUSADA'
           END-IF.

      *****************************************************
      * O HISTORICO DO ALUNO NO TERMO PRECISA EXISTIR, ESTAR
      * ABERTO (SEM A TRAVA DO PROGCOB71) E TER A DISCIPLINA
      *****************************************************
       0510-LER-HISTORICO.
           MOVE WRK-MATRICULA TO STUHIST-MATRICULA
           MOVE WRK-TERMO TO STUHIST-TERMO
           READ STUDENT-HISTORY
               KEY IS STUHIST-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-HIS NOT = '00'
               SET LANCAMENTO-VALIDO TO FALSE
               DISPLAY 'ALUNO SEM HISTORICO NO TERMO ' WRK-TERMO
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'ALUNO SEM HISTORICO NO TERMO ' WRK-MATRICULA
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               IF STUHIST-TERMO-FECHADO
                   SET LANCAMENTO-VALIDO TO FALSE
                   DISPLAY 'TERMO ' WRK-TERMO ' FECHADO - '
                       'RECUPERACAO RECUSADA'
                   MOVE 'E002' TO EXCLOG-CODIGO
                   MOVE 'RECUPERACAO RECUSADA EM TERMO FECHADO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               ELSE
                   MOVE STUHIST-QT-DISCIPLINAS TO WRK-QT-DISC
                   IF WRK-QT-DISC > 10
                       MOVE 10 TO WRK-QT-DISC
                   END-IF
                   MOVE ZEROS TO WRK-DISC-ACHADA
                   PERFORM 0515-PROCURAR-DISCIPLINA
                       VARYING WRK-D FROM 1 BY 1
                       UNTIL WRK-D > WRK-QT-DISC
                   IF WRK-DISC-ACHADA = ZEROS
                       SET LANCAMENTO-VALIDO TO FALSE
                       DISPLAY 'DISCIPLINA FORA DO HISTORICO DO ALUNO'
                       MOVE 'E003' TO EXCLOG-CODIGO
                       MOVE SPACES TO EXCLOG-DESCRICAO
                       STRING 'DISCIPLINA FORA DO HISTORICO '
                           WRK-MATRICULA
                           DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

       0515-PROCURAR-DISCIPLINA.
           IF STUHIST-DISC-NOME(WRK-D) = WRK-DISCIPLINA
               MOVE WRK-D TO WRK-DISC-ACHADA
           END-IF.

      *****************************************************
      * PRIMEIRO LANCAMENTO DA DISCIPLINA GUARDA OS NUMEROS
      * ORIGINAIS DO STUHIST; RELANCAMENTO REAPROVEITA OS QUE
      * JA ESTAO NO RECUPER, PARA A REGRA PARTIR SEMPRE DA MEDIA
      * ORIGINAL E NAO DE UMA MEDIA JA RECUPERADA
      *****************************************************
       0520-LER-RECUPERACAO.
           MOVE WRK-TERMO TO RECUPER-TERMO
           MOVE WRK-MATRICULA TO RECUPER-MATRICULA
           MOVE WRK-DISCIPLINA TO RECUPER-DISCIPLINA
           READ RECUPERACAO-MASTER
               KEY IS RECUPER-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-REC = '00'
               SET RELANCAMENTO TO TRUE
               MOVE RECUPER-NOTA-RECUP TO WRK-NOTA-ANTES
           ELSE
               SET RELANCAMENTO TO FALSE
               MOVE ZEROS TO WRK-NOTA-ANTES
               PERFORM 0525-BUSCAR-GERAL-ORIGINAL
               MOVE WRK-TERMO TO RECUPER-TERMO
               MOVE WRK-MATRICULA TO RECUPER-MATRICULA
               MOVE WRK-DISCIPLINA TO RECUPER-DISCIPLINA
               MOVE STUHIST-DISC-MEDIA(WRK-DISC-ACHADA)
                   TO RECUPER-MEDIA-ORIGINAL
               MOVE STUHIST-DISC-RESULTADO(WRK-DISC-ACHADA)
                   TO RECUPER-RESULT-ORIGINAL
               MOVE WRK-GERAL-ORIG TO RECUPER-GERAL-ORIGINAL
               MOVE WRK-RGERAL-ORIG TO RECUPER-RGERAL-ORIGINAL
           END-IF
           IF RECUPER-RESULT-ORIGINAL NOT = 'RECUPERACO'
               SET LANCAMENTO-VALIDO TO FALSE
               DISPLAY 'DISCIPLINA NAO ESTAVA EM RECUPERACAO ('
                   RECUPER-RESULT-ORIGINAL ')'
               MOVE 'E004' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'SEM RECUPERACAO: ' WRK-DISCIPLINA
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               IF WRK-NOTA-RECUP > 10
                   SET LANCAMENTO-VALIDO TO FALSE
                   DISPLAY 'NOTA DE RECUPERACAO ACIMA DE 10'
                   MOVE 'E005' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'NOTA DE RECUPERACAO INVALIDA '
                       WRK-MATRICULA
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               END-IF
           END-IF.

      *****************************************************
      * A MEDIA GERAL ORIGINAL DO ALUNO E A DO STUHIST, A NAO
      * SER QUE OUTRA DISCIPLINA DELE JA TENHA PASSADO PELA
      * RECUPERACAO NO TERMO - AI VALE A QUE FICOU NO RECUPER
      *****************************************************
       0525-BUSCAR-GERAL-ORIGINAL.
           MOVE STUHIST-MEDIA-GERAL TO WRK-GERAL-ORIG
           MOVE STUHIST-RESULTADO-GERAL TO WRK-RGERAL-ORIG
           MOVE WRK-TERMO TO RECUPER-TERMO
           MOVE WRK-MATRICULA TO RECUPER-MATRICULA
           MOVE LOW-VALUES TO RECUPER-DISCIPLINA
           START RECUPERACAO-MASTER KEY >= RECUPER-CHAVE
               INVALID KEY
                   MOVE '23' TO WRK-FS-REC
           END-START
           IF WRK-FS-REC = '00'
               READ RECUPERACAO-MASTER NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-REC
               END-READ
               IF WRK-FS-REC = '00'
                   AND RECUPER-TERMO = WRK-TERMO
                   AND RECUPER-MATRICULA = WRK-MATRICULA
                   MOVE RECUPER-GERAL-ORIGINAL TO WRK-GERAL-ORIG
                   MOVE RECUPER-RGERAL-ORIGINAL TO WRK-RGERAL-ORIG
               END-IF
           END-IF.

      *****************************************************
      * SO O PROFESSOR ATRIBUIDO A TURMA E DISCIPLINA NO TERMO
      * (PROGCB118-ATRIBUICAO), OU UM SUPERVISOR, LANCA A NOTA
      * DA RECUPERACAO - A TURMA VEM DO STUDENT-MASTER
      *****************************************************
       0530-VERIFICAR-ATRIBUICAO.
           MOVE SPACES TO WRK-TURMA-ALUNO
           SET ALUNO-NO-CADASTRO TO FALSE
           IF CADASTRO-DISPONIVEL
               MOVE WRK-MATRICULA TO STUMAS-MATRICULA
               READ STUDENT-MASTER
                   KEY IS STUMAS-MATRICULA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS = '00'
                   SET ALUNO-NO-CADASTRO TO TRUE
                   MOVE STUMAS-TURMA TO WRK-TURMA-ALUNO
               END-IF
           END-IF
           CALL 'PROGCB118-ATRIBUICAO' USING WRK-OPERADOR
               WRK-NIVEL-SIGNON WRK-TURMA-ALUNO WRK-DISCIPLINA
               WRK-TERMO WRK-RESULT-ATRIB
           IF WRK-RESULT-ATRIB NOT = '0'
               SET LANCAMENTO-VALIDO TO FALSE
               DISPLAY 'DISCIPLINA NAO ATRIBUIDA AO OPERADOR ('
                   WRK-RESULT-ATRIB ')'
               MOVE 'E006' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'RECUPERACAO SEM ATRIBUICAO TURMA '
                   WRK-TURMA-ALUNO
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0540-APLICAR-REGRA.
           MOVE WRK-NOTA-RECUP TO RECUPER-NOTA-RECUP
           IF WRK-NOTA-RECUP > RECUPER-MEDIA-ORIGINAL
               IF WRK-NOTA-RECUP > WRK-MEDIA-APROVACAO
                   MOVE WRK-MEDIA-APROVACAO TO RECUPER-MEDIA-FINAL
               ELSE
                   MOVE WRK-NOTA-RECUP TO RECUPER-MEDIA-FINAL
               END-IF
           ELSE
               MOVE RECUPER-MEDIA-ORIGINAL TO RECUPER-MEDIA-FINAL
           END-IF
           IF RECUPER-MEDIA-FINAL >= WRK-MEDIA-APROVACAO
               MOVE 'APROVADO' TO RECUPER-RESULT-FINAL
           ELSE
               MOVE 'REPROVADO' TO RECUPER-RESULT-FINAL
           END-IF
           MOVE STUHIST-DISC-MEDIA(WRK-DISC-ACHADA)
               TO WRK-MEDIA-ANTES
           MOVE STUHIST-RESULTADO-GERAL TO WRK-RGERAL-ANTES
           MOVE RECUPER-MEDIA-FINAL
               TO STUHIST-DISC-MEDIA(WRK-DISC-ACHADA)
           MOVE RECUPER-RESULT-FINAL
               TO STUHIST-DISC-RESULTADO(WRK-DISC-ACHADA).

      *****************************************************
      * REFAZ A MEDIA GERAL COM A MESMA CLASSIFICACAO DO
      * PROGCOB08; FALTA EM QUALQUER DISCIPLINA CONTINUA
      * REPROVANDO O TERMO, E QUEM FICARIA EM RECUPERACAO SEM
      * NENHUMA DISCIPLINA AINDA PENDENTE DE PROVA ESTA
      * REPROVADO
      *****************************************************
       0550-RECALCULAR-GERAL.
           MOVE ZEROS TO WRK-SOMA-MEDIAS
           SET HA-REPROVACAO-FALTA TO FALSE
           SET HA-RECUPERACAO-PENDENTE TO FALSE
           PERFORM 0555-SOMAR-DISCIPLINA
               VARYING WRK-D FROM 1 BY 1
               UNTIL WRK-D > WRK-QT-DISC
           COMPUTE STUHIST-MEDIA-GERAL =
               WRK-SOMA-MEDIAS / WRK-QT-DISC
           EVALUATE STUHIST-MEDIA-GERAL
               WHEN 10
                   MOVE 'APROV - BONUS' TO STUHIST-RESULTADO-GERAL
               WHEN 6 THRU 9,9
                   MOVE 'APROVADO' TO STUHIST-RESULTADO-GERAL
               WHEN 2 THRU 5,9
                   MOVE 'RECUPERACO' TO STUHIST-RESULTADO-GERAL
               WHEN OTHER
                   MOVE 'REPROVADO' TO STUHIST-RESULTADO-GERAL
           END-EVALUATE
           IF HA-REPROVACAO-FALTA
               MOVE 'REPROV FALTA' TO STUHIST-RESULTADO-GERAL
           ELSE
               IF STUHIST-RESULTADO-GERAL = 'RECUPERACO'
                   AND NOT HA-RECUPERACAO-PENDENTE
                   MOVE 'REPROVADO' TO STUHIST-RESULTADO-GERAL
               END-IF
           END-IF.

       0555-SOMAR-DISCIPLINA.
           ADD STUHIST-DISC-MEDIA(WRK-D) TO WRK-SOMA-MEDIAS
           IF STUHIST-DISC-RESULTADO(WRK-D) = 'REPROV FALTA'
               SET HA-REPROVACAO-FALTA TO TRUE
           END-IF
           IF STUHIST-DISC-RESULTADO(WRK-D) = 'RECUPERACO'
               SET HA-RECUPERACAO-PENDENTE TO TRUE
           END-IF.

      *****************************************************
      * REGRAVA O HISTORICO E SO DEPOIS GRAVA O RECUPER, O
      * STUDENT-MASTER (QUANDO O TERMO E O CORRENTE) E A
      * AUDITORIA
      *****************************************************
       0560-GRAVAR-LANCAMENTO.
           REWRITE STUHIST-REC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR HISTORICO ' WRK-FS-HIS
                   MOVE 'E007' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO REGRAVAR RECUPERACAO NO STUHIST'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0565-GRAVAR-RECUPER
                   PERFORM 0570-ATUALIZAR-STUMAS
                   PERFORM 0580-GRAVAR-AUDITORIA
                   ADD 1 TO WRK-QT-LANCADOS
                   DISPLAY 'MEDIA FINAL ' RECUPER-MEDIA-FINAL ' '
                       RECUPER-RESULT-FINAL ' - RESULTADO GERAL '
                       STUHIST-RESULTADO-GERAL
           END-REWRITE.

       0565-GRAVAR-RECUPER.
           MOVE WRK-OPERADOR TO RECUPER-OPERADOR
           ACCEPT RECUPER-DATA-REG FROM DATE YYYYMMDD
           IF RELANCAMENTO
               REWRITE RECUPER-REC
                   INVALID KEY
                       MOVE '99' TO WRK-FS-REC
               END-REWRITE
           ELSE
               WRITE RECUPER-REC
                   INVALID KEY
                       MOVE '99' TO WRK-FS-REC
               END-WRITE
           END-IF
           IF WRK-FS-REC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RECUPER ' WRK-FS-REC
               MOVE 'E008' TO EXCLOG-CODIGO
               MOVE 'ERRO AO GRAVAR ORIGINAIS NO RECUPER'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0570-ATUALIZAR-STUMAS.
           IF ALUNO-NO-CADASTRO AND WRK-TERMO = WRK-TERMO-ATUAL
               MOVE STUHIST-MEDIA-GERAL TO STUMAS-MEDIA
               MOVE STUHIST-RESULTADO-GERAL TO STUMAS-RESULTADO
               REWRITE STUMAS-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ALUNO ' WRK-FS
                       MOVE 'E009' TO EXCLOG-CODIGO
                       MOVE 'ERRO AO REGRAVAR RECUPERACAO NO STUMAS'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
               END-REWRITE
           END-IF.

      *****************************************************
      * AUDITORIA NOS MOLDES DO PROGCOB18, CHAVEADA PELA
      * MATRICULA: NOTA DA PROVA, MEDIA DA DISCIPLINA E
      * RESULTADO GERAL, ANTES E DEPOIS
      *****************************************************
       0580-GRAVAR-AUDITORIA.
           MOVE WRK-DISCIPLINA TO WRK-VRC-DISCIPLINA
           MOVE 'RECUP NOTA' TO AUDTRL-CAMPO
           IF RELANCAMENTO
               MOVE WRK-NOTA-ANTES TO WRK-VRC-VALOR
               MOVE WRK-VALOR-RECUP TO AUDTRL-VALOR-ANTES
           ELSE
               MOVE SPACES TO AUDTRL-VALOR-ANTES
           END-IF
           MOVE WRK-NOTA-RECUP TO WRK-VRC-VALOR
           MOVE WRK-VALOR-RECUP TO AUDTRL-VALOR-DEPOIS
           PERFORM 0585-ESCREVER-AUDITORIA
           MOVE 'RECUP MEDIA' TO AUDTRL-CAMPO
           MOVE WRK-MEDIA-ANTES TO WRK-VRC-VALOR
           MOVE WRK-VALOR-RECUP TO AUDTRL-VALOR-ANTES
           MOVE RECUPER-MEDIA-FINAL TO WRK-VRC-VALOR
           MOVE WRK-VALOR-RECUP TO AUDTRL-VALOR-DEPOIS
           PERFORM 0585-ESCREVER-AUDITORIA
           IF STUHIST-RESULTADO-GERAL NOT = WRK-RGERAL-ANTES
               MOVE 'RECUP RESULTADO' TO AUDTRL-CAMPO
               MOVE WRK-RGERAL-ANTES TO AUDTRL-VALOR-ANTES
               MOVE STUHIST-RESULTADO-GERAL TO AUDTRL-VALOR-DEPOIS
               PERFORM 0585-ESCREVER-AUDITORIA
           END-IF.

       0585-ESCREVER-AUDITORIA.
           MOVE 'PROGCB122' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-MATRICULA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

      *****************************************************
      * LISTA DE RESULTADOS FINAIS DO TERMO: TODAS AS
      * DISCIPLINAS JA LANCADAS NO RECUPER, NA ORDEM DE
      * MATRICULA E DISCIPLINA, COM A MEDIA GERAL DE CADA ALUNO
      * ANTES E DEPOIS DA RECUPERACAO
      *****************************************************
       0700-IMPRIMIR-RESULTADOS.
           OPEN OUTPUT RECUPERACAO-RELATORIO
           MOVE WRK-TERMO TO RCPRPT-CAB-TERMO
           WRITE RCPRPT-CABECALHO
           WRITE RCPRPT-TITULOS
           MOVE ZEROS TO WRK-MATRIC-ATUAL
           SET FIM-LISTA TO FALSE
           MOVE WRK-TERMO TO RECUPER-TERMO
           MOVE ZEROS TO RECUPER-MATRICULA
           MOVE LOW-VALUES TO RECUPER-DISCIPLINA
           START RECUPERACAO-MASTER KEY >= RECUPER-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0710-LER-UMA-RECUPERACAO UNTIL FIM-LISTA
           IF WRK-MATRIC-ATUAL NOT = ZEROS
               PERFORM 0740-IMPRIMIR-GERAL-ALUNO
           END-IF
           MOVE 'ALUNOS COM RECUPERACAO NO TERMO' TO RCPRPT-TOT-ROTULO
           MOVE WRK-QT-ALUNOS-RPT TO RCPRPT-TOT-QT
           WRITE RCPRPT-TOTAL
           MOVE 'DISCIPLINAS COM PROVA DE RECUPERACAO'
               TO RCPRPT-TOT-ROTULO
           MOVE WRK-QT-DISC-RPT TO RCPRPT-TOT-QT
           WRITE RCPRPT-TOTAL
           MOVE 'DISCIPLINAS APROVADAS NA RECUPERACAO'
               TO RCPRPT-TOT-ROTULO
           MOVE WRK-QT-APROV-RPT TO RCPRPT-TOT-QT
           WRITE RCPRPT-TOTAL
           MOVE 'DISCIPLINAS REPROVADAS NA RECUPERACAO'
               TO RCPRPT-TOT-ROTULO
           MOVE WRK-QT-REPROV-RPT TO RCPRPT-TOT-QT
           WRITE RCPRPT-TOTAL
           CLOSE RECUPERACAO-RELATORIO.

       0710-LER-UMA-RECUPERACAO.
           READ RECUPERACAO-MASTER NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF RECUPER-TERMO NOT = WRK-TERMO
                   SET FIM-LISTA TO TRUE
               ELSE
                   IF RECUPER-MATRICULA NOT = WRK-MATRIC-ATUAL
                       IF WRK-MATRIC-ATUAL NOT = ZEROS
                           PERFORM 0740-IMPRIMIR-GERAL-ALUNO
                       END-IF
                       PERFORM 0720-ABRIR-ALUNO
                   END-IF
                   PERFORM 0730-IMPRIMIR-DETALHE
               END-IF
           END-IF.

      *****************************************************
      * ALUNO DA VEZ: NOME E MEDIA GERAL FINAL DO STUHIST, E A
      * MEDIA GERAL ORIGINAL GUARDADA NO RECUPER
      *****************************************************
       0720-ABRIR-ALUNO.
           MOVE RECUPER-MATRICULA TO WRK-MATRIC-ATUAL
           ADD 1 TO WRK-QT-ALUNOS-RPT
           MOVE RECUPER-GERAL-ORIGINAL TO WRK-GERAL-ORIG
           MOVE RECUPER-RGERAL-ORIGINAL TO WRK-RGERAL-ORIG
           MOVE RECUPER-MATRICULA TO STUHIST-MATRICULA
           MOVE WRK-TERMO TO STUHIST-TERMO
           READ STUDENT-HISTORY
               KEY IS STUHIST-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-HIS = '00'
               MOVE STUHIST-NOME TO WRK-NOME-ATUAL
               MOVE STUHIST-MEDIA-GERAL TO WRK-GERAL-FINAL
               MOVE STUHIST-RESULTADO-GERAL TO WRK-RGERAL-FINAL
           ELSE
               MOVE 'SEM HISTORICO' TO WRK-NOME-ATUAL
               MOVE ZEROS TO WRK-GERAL-FINAL
               MOVE SPACES TO WRK-RGERAL-FINAL
           END-IF.

       0730-IMPRIMIR-DETALHE.
           MOVE RECUPER-MATRICULA TO RCPRPT-MATRICULA
           MOVE WRK-NOME-ATUAL TO RCPRPT-NOME
           MOVE RECUPER-DISCIPLINA TO RCPRPT-DISCIPLINA
           MOVE RECUPER-MEDIA-ORIGINAL TO RCPRPT-MEDIA-ORIG
           MOVE RECUPER-RESULT-ORIGINAL TO RCPRPT-RESULT-ORIG
           MOVE RECUPER-NOTA-RECUP TO RCPRPT-NOTA-RECUP
           MOVE RECUPER-MEDIA-FINAL TO RCPRPT-MEDIA-FINAL
           MOVE RECUPER-RESULT-FINAL TO RCPRPT-RESULT-FINAL
           WRITE RCPRPT-DETALHE
           ADD 1 TO WRK-QT-DISC-RPT
           IF RECUPER-RESULT-FINAL = 'APROVADO'
               ADD 1 TO WRK-QT-APROV-RPT
           ELSE
               ADD 1 TO WRK-QT-REPROV-RPT
           END-IF.

       0740-IMPRIMIR-GERAL-ALUNO.
           MOVE WRK-MATRIC-ATUAL TO RCPRPT-GER-MATRICULA
           MOVE 'MEDIA GERAL DO TERMO' TO RCPRPT-GER-ROTULO
           MOVE WRK-GERAL-ORIG TO RCPRPT-GER-MEDIA-ORIG
           MOVE WRK-RGERAL-ORIG TO RCPRPT-GER-RESULT-ORIG
           MOVE WRK-GERAL-FINAL TO RCPRPT-GER-MEDIA-FINAL
           MOVE WRK-RGERAL-FINAL TO RCPRPT-GER-RESULT-FINAL
           WRITE RCPRPT-GERAL
           MOVE SPACES TO RCPRPT-SEPARADOR
           WRITE RCPRPT-SEPARADOR.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB122' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           ADD 1 TO WRK-QT-EXCECOES
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************
      * NO LOTE, GRAVA NO LOG DE CONTROLE DE TURNO A QUANTIDADE
      * LANCADA, AS EXCECOES E O RETURN-CODE FINAL, COMO O
      * PROGCOB08
      *****************************************************
       0320-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCB122' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           EVALUATE TRUE
               WHEN RETURN-CODE = 0
                   MOVE 'OK' TO JOBCTRL-STATUS
               WHEN RETURN-CODE < 8
                   MOVE 'COM EXCECAO' TO JOBCTRL-STATUS
               WHEN OTHER
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           MOVE WRK-QT-LANCADOS TO JOBCTRL-QT-PROCESSADOS
           MOVE WRK-QT-EXCECOES TO JOBCTRL-QT-EXCECOES
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

       0300-FINALIZAR.
           DISPLAY 'TERMO........................' WRK-TERMO
           DISPLAY 'LANCAMENTOS LIDOS............' WRK-QT-LIDOS
           DISPLAY 'RECUPERACOES LANCADAS........' WRK-QT-LANCADOS
           DISPLAY 'LANCAMENTOS RECUSADOS........' WRK-QT-RECUSADOS
           IF MODO-LOTE-RECUPERACAO
               PERFORM 0320-GRAVAR-CONTROLE-TURNO
               CLOSE RECUPERACAO-LOTE
           END-IF
           CLOSE STUDENT-HISTORY
           IF CADASTRO-DISPONIVEL
               CLOSE STUDENT-MASTER
           END-IF
           CLOSE RECUPERACAO-MASTER
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

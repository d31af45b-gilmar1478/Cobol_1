      * PROCESSADOS, COMO O PROGCOB15 JA DOCUMENTAVA
      * 2026-09-02 JGM LANCAMENTO EM TERMO JA FECHADO PELO
      * PROGCOB71 E RECUSADO COM REGISTRO NO EXCLOG
      * 2026-10-15 JGM SIGN-ON COM SENHA (PROGCOB79-SIGNON) ANTES
      * DO LOTE, E CADA ALUNO CONFERIDO CONTRA A ATRIBUICAO DE
      * AULAS DA TURMA NO TERMO (DISCIPLINA 'GERAL' NO PROFASS,
      * PELO PROGCB118-ATRIBUICAO): TURMA DE OUTRO PROFESSOR VAI
      * PARA O ARQUIVO DE REJEITADOS COM O MOTIVO PRF, SALVO
      * OPERADOR SUPERVISOR
      * 2026-10-15 JGM FREQUENCIA DO ALUNO PELO ARQUIVO FALTAS E
      * PELO CALENDARIO LETIVO (PROGCB127-AULAS): FALTAS SOMADAS
      * SOBRE AS AULAS DADAS NA TURMA ATE HOJE, ABAIXO DE 75%
      * REPROVA POR FALTA ('REPROV FALTA') COMO NO PROGCOB08 - E O
      * REGISTRO DE FALTAS QUE ALEGA MAIS AULAS DO QUE O CALENDARIO
      * PERMITE E RECUSADO NO EXCLOG
      * 2026-10-15 JGM ALUNO REJEITADO PASSA A SER REGISTRADO
      * TAMBEM NO SUSPENSO (PONTO DE ENTRADA PROGCB133-SUSPENSO),
      * ONDE O ATENDENTE CORRIGE E REENVIA; DEPOIS DO ULTIMO
      * ALUNO DO ROSTER SAO PROCESSADOS OS DA FILA REENVIO, PELA
      * MESMA VALIDACAO
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL ROSTER-REJEITADO ASSIGN TO 'ROSREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.
           SELECT OPTIONAL FALTAS-FILE ASSIGN TO 'FALTAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FAL.
           SELECT OPTIONAL FILA-REENVIO ASSIGN TO 'REENVIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REENVIO-CHAVE-SUSP
               FILE STATUS IS WRK-FS-RSB.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-REJEITADO.
           COPY 'ROSREJ.CPY'.

       FD  FALTAS-FILE.
           COPY 'FALTAS.CPY'.

       FD  FILA-REENVIO.
           COPY 'REENVIO.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-NOME      PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO-REJ PIC X(03) VALUE SPACES.
       77 WRK-QT-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(06) VALUE ZEROS.
      *****************************************************
      * SIGN-ON DO OPERADOR E CONFERENCIA DA ATRIBUICAO DA
      * TURMA - O RESULTADO FICA GUARDADO PARA A TURMA DA VEZ,
      * JA QUE O ROSTER VEM AGRUPADO POR TURMA
      *****************************************************
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-SIGNON-OK    PIC X(01) VALUE 'N'.
           88 OPERADOR-ASSINADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DISC-GERAL   PIC X(15) VALUE 'GERAL'.
       77 WRK-TURMA-CONFERIDA PIC X(04) VALUE HIGH-VALUES.
       77 WRK-RESULT-ATRIB PIC X(01) VALUE SPACES.
      *****************************************************
      * FREQUENCIA DO ARQUIVO FALTAS CARREGADA NA ABERTURA E
      * CONFERIDA CONTRA O CALENDARIO LETIVO (PROGCB127-AULAS) -
      * A FREQUENCIA DO ALUNO E A SOMA DAS FALTAS DE TODAS AS
      * DISCIPLINAS SOBRE AS AULAS DADAS NA TURMA ATE HOJE
      *****************************************************
       01  WRK-TABELA-FALTAS.
           02  WRK-FAL-ENTRADA OCCURS 500 TIMES.
               03  WRK-FAL-MATRICULA  PIC 9(06).
               03  WRK-FAL-DISCIPLINA PIC X(15).
               03  WRK-FAL-AULAS      PIC 9(03).
               03  WRK-FAL-FALTAS     PIC 9(03).
       77 WRK-FS-FAL       PIC X(02) VALUE '00'.
       77 WRK-QT-FALTAS    PIC 9(03) VALUE ZEROS.
       77 WRK-F            PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-FAL      PIC X(01) VALUE 'N'.
           88 FIM-FALTAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TEM-FALTAS   PIC X(01) VALUE 'N'.
           88 ALUNO-COM-FALTAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FREQ-MINIMA  PIC 9(03)V9 VALUE 75.
       77 WRK-FREQ-ALUNO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-SOMA-AULAS   PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-FALTAS  PIC 9(05) VALUE ZEROS.
       77 WRK-AULAS-BASE   PIC 9(05) VALUE ZEROS.
       77 WRK-AULAS-DADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-AULAS-TOTAL  PIC 9(04) VALUE ZEROS.
       77 WRK-RESULT-CAL   PIC X(01) VALUE SPACES.
       77 WRK-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-QT-FAL-RECUSADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REPROV-FALTA  PIC 9(06) VALUE ZEROS.

      *****************************************************
      * ALUNOS CORRIGIDOS NO SUSPENSO (PROGCB133) E POSTOS NA
      * FILA REENVIO - PROCESSADOS DEPOIS DO ULTIMO ALUNO DO
      * ROSTER, PELA MESMA VALIDACAO. FORA DA CONTAGEM DE LIDOS
      * DO CHECKPOINT, QUE SE REFERE SO AO ROSTER; O REENVIO
      * PROCESSADO SAI DA FILA, ENTAO O RESTART NAO O REPETE
      *****************************************************
       77 WRK-FS-RSB        PIC X(02) VALUE '00'.
       77 WRK-ROS-ESGOTADO  PIC X(01) VALUE 'N'.
           88 ROSTER-ESGOTADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-RSB       PIC X(01) VALUE 'N'.
           88 FIM-REENVIOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-RSB-ABERTA    PIC X(01) VALUE 'N'.
           88 FILA-ABERTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ORIGEM-FILA   PIC X(01) VALUE 'N'.
           88 REGISTRO-DA-FILA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-RSB-LIDOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RSB-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-SUS-FUNCAO    PIC X(01) VALUE SPACES.
       77 WRK-SUS-ORIGEM    PIC X(03) VALUE 'ROS'.
       77 WRK-SUS-IMAGEM    PIC X(509) VALUE SPACES.
       77 WRK-SUS-CHAVE-ANT PIC X(23) VALUE SPACES.
       77 WRK-SUS-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0090-VALIDAR-SIGNON
           IF OPERADOR-ASSINADO
               PERFORM 0100-INCIALIZAR
               PERFORM 0200-PROCESSAR UNTIL FIM-DO-ARQUIVO
               PERFORM 0300-FINALIZAR
           END-IF

           STOP RUN.

      *****************************************************
      * SIGN-ON ANTES DE ABRIR QUALQUER ARQUIVO - OPERADOR
      * RECUSADO NAO TOCA NO CHECKPOINT, E O RESTART PENDENTE
      * CONTINUA VALENDO PARA A PROXIMA EXECUCAO
      *****************************************************
       0090-VALIDAR-SIGNON.
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - LOTE NAO PROCESSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               SET OPERADOR-ASSINADO TO TRUE
           END-IF.

       0100-INCIALIZAR.
           PERFORM 0105-RECUPERAR-CHECKPOINT
           OPEN INPUT ROSTER-FILE
           END-IF
           OPEN OUTPUT ROSTER-REJEITADO
           PERFORM 0150-DEFINIR-TERMO
           PERFORM 0120-CARREGAR-FALTAS
           IF TRAILER-CONFERE
               IF CKP-ACHADO
                   PERFORM 0115-SALTAR-REGISTROS-PROCESSADOS
           READ ROSTER-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
                   SET ROSTER-ESGOTADO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CKP-SKIP-CONT
           END-READ.

       0110-LER-ROSTER.
           IF NOT ROSTER-ESGOTADO
               READ ROSTER-FILE
                   AT END
                       SET ROSTER-ESGOTADO TO TRUE
                   NOT AT END
                       IF ROSENT-E-TRAILER
                           SET ROSTER-ESGOTADO TO TRUE
                       ELSE
                           ADD 1 TO WRK-REG-LIDOS
                       END-IF
               END-READ
           END-IF
           IF ROSTER-ESGOTADO
               PERFORM 0111-LER-REENVIO
           END-IF
           IF NOT FIM-DO-ARQUIVO
               PERFORM 0112-CARREGAR-ALUNO
           END-IF.

      *****************************************************
      * DEPOIS DO ROSTER, OS ALUNOS DA FILA DE REENVIO - O
      * REENVIO ANTERIOR, JA PROCESSADO, SAI DA FILA ANTES DA
      * LEITURA DO PROXIMO. FILA VAZIA ENCERRA O PROCESSAMENTO
      *****************************************************
       0111-LER-REENVIO.
           IF REGISTRO-DA-FILA
               DELETE FILA-REENVIO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               SET REGISTRO-DA-FILA TO FALSE
           END-IF
           IF NOT FILA-ABERTA AND NOT FIM-REENVIOS
               OPEN I-O FILA-REENVIO
               IF WRK-FS-RSB NOT = '00'
                   SET FIM-REENVIOS TO TRUE
               ELSE
                   SET FILA-ABERTA TO TRUE
                   MOVE LOW-VALUES TO REENVIO-CHAVE-SUSP
                   MOVE 'ROS' TO REENVIO-ORIGEM
                   START FILA-REENVIO KEY >= REENVIO-CHAVE-SUSP
                       INVALID KEY
                           SET FIM-REENVIOS TO TRUE
                   END-START
               END-IF
           END-IF
           IF NOT FIM-REENVIOS
               READ FILA-REENVIO NEXT RECORD
                   AT END
                       SET FIM-REENVIOS TO TRUE
               END-READ
               IF NOT FIM-REENVIOS
                   AND REENVIO-ORIGEM NOT = 'ROS'
                   SET FIM-REENVIOS TO TRUE
               END-IF
           END-IF
           IF FIM-REENVIOS
               SET FIM-DO-ARQUIVO TO TRUE
           ELSE
               SET FIM-DO-ARQUIVO TO FALSE
               SET REGISTRO-DA-FILA TO TRUE
               ADD 1 TO WRK-QT-RSB-LIDOS
               MOVE REENVIO-CHAVE-SUSP TO WRK-SUS-CHAVE-ANT
               MOVE REENVIO-IMAGEM TO ROSENT-REC
           END-IF.

       0112-CARREGAR-ALUNO.
           MOVE ROSENT-MATRICULA TO WRK-MATRICULA
           MOVE ROSENT-NOME TO WRK-NOME
                       MOVE 'INA' TO WRK-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF
           IF MATRICULA-ACEITA
               PERFORM 0206-VERIFICAR-ATRIBUICAO
           END-IF.

      *****************************************************
      * SO O PROFESSOR RESPONSAVEL PELA TURMA NO TERMO
      * (DISCIPLINA 'GERAL' NO PROFASS), OU UM SUPERVISOR, LANCA
      * A NOTA DO ROSTER - A CONFERENCIA SO E REFEITA QUANDO A
      * TURMA MUDA
      *****************************************************
       0206-VERIFICAR-ATRIBUICAO.
           IF WRK-TURMA NOT = WRK-TURMA-CONFERIDA
               CALL 'PROGCB118-ATRIBUICAO' USING WRK-OPERADOR
                   WRK-NIVEL-SIGNON WRK-TURMA WRK-DISC-GERAL
                   WRK-TERMO-ATUAL WRK-RESULT-ATRIB
               MOVE WRK-TURMA TO WRK-TURMA-CONFERIDA
           END-IF
           IF WRK-RESULT-ATRIB NOT = '0'
               SET MATRICULA-ACEITA TO FALSE
               MOVE 'PRF' TO WRK-MOTIVO-REJ
           END-IF.

      *****************************************************
           MOVE ROSENT-REC TO ROSREJ-IMAGEM
           MOVE WRK-MOTIVO-REJ TO ROSREJ-MOTIVO
           WRITE ROSREJ-REC
           MOVE 'R' TO WRK-SUS-FUNCAO
           MOVE ROSENT-REC TO WRK-SUS-IMAGEM
           IF NOT REGISTRO-DA-FILA
               MOVE SPACES TO WRK-SUS-CHAVE-ANT
           END-IF
           CALL 'PROGCB133-SUSPENSO' USING WRK-SUS-FUNCAO
               WRK-SUS-ORIGEM WRK-MOTIVO-REJ WRK-SUS-IMAGEM
               WRK-SUS-CHAVE-ANT WRK-SUS-RESULTADO
           IF WRK-SUS-RESULTADO NOT = '0'
               DISPLAY 'SUSPENSO INDISPONIVEL - MATRICULA '
                   WRK-MATRICULA ' SO NO ROSREJ'
           END-IF
           MOVE 'PROGCOB12' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME

       0209-PROCESSAR-ACEITO.
           ADD 1 TO WRK-QT-ACEITOS
           IF REGISTRO-DA-FILA
               ADD 1 TO WRK-QT-RSB-ACEITOS
               MOVE 'A' TO WRK-SUS-FUNCAO
               CALL 'PROGCB133-SUSPENSO' USING WRK-SUS-FUNCAO
                   WRK-SUS-ORIGEM WRK-MOTIVO-REJ WRK-SUS-IMAGEM
                   WRK-SUS-CHAVE-ANT WRK-SUS-RESULTADO
           END-IF
           PERFORM 0205-APLICAR-RECUPERACAO
            COMPUTE WRK-MEDIA = (WRK-NOTA1 + WRK-NOTA2) / 2.
            DISPLAY 'MEDIA ' WRK-MEDIA.
                   END-IF
                   END-IF
             END-IF.
           PERFORM 0240-APURAR-FREQUENCIA
           DISPLAY WRK-RESULTADO.
           PERFORM 0210-GRAVAR-STUMAS
           ADD 1 TO WRK-CONT-PROCESSADOS
           END-IF
           PERFORM 0110-LER-ROSTER.

      *****************************************************
      * FREQUENCIA DO ALUNO NO TERMO: FALTAS SOMADAS DE TODAS AS
      * DISCIPLINAS SOBRE AS AULAS DADAS NA TURMA ATE HOJE PELO
      * CALENDARIO LETIVO (DISCIPLINA 'GERAL' NO PROGCB127) - SEM
      * CALENDARIO, SOBRE A SOMA DAS AULAS DIGITADAS. ABAIXO DO
      * MINIMO DE 75% O ALUNO REPROVA POR FALTA, COMO NO
      * PROGCOB08, E SAI DA CONTAGEM EM QUE A MEDIA O COLOCOU.
      * ALUNO SEM REGISTRO DE FALTAS TEM FREQUENCIA CHEIA
      *****************************************************
       0240-APURAR-FREQUENCIA.
           MOVE ZEROS TO WRK-SOMA-AULAS WRK-SOMA-FALTAS
           SET ALUNO-COM-FALTAS TO FALSE
           PERFORM 0241-CONFERIR-UMA-FALTA
               VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QT-FALTAS
           IF ALUNO-COM-FALTAS
               CALL 'PROGCB127-AULAS' USING WRK-TERMO-ATUAL WRK-TURMA
                   WRK-DISC-GERAL WRK-HOJE WRK-AULAS-DADAS
                   WRK-AULAS-TOTAL WRK-RESULT-CAL
               IF WRK-RESULT-CAL = '0'
                   MOVE WRK-AULAS-DADAS TO WRK-AULAS-BASE
               ELSE
                   MOVE WRK-SOMA-AULAS TO WRK-AULAS-BASE
               END-IF
               IF WRK-AULAS-BASE > ZEROS
                   IF WRK-SOMA-FALTAS > WRK-AULAS-BASE
                       MOVE ZEROS TO WRK-FREQ-ALUNO
                   ELSE
                       COMPUTE WRK-FREQ-ALUNO ROUNDED =
                           (WRK-AULAS-BASE - WRK-SOMA-FALTAS) * 100
                           / WRK-AULAS-BASE
                   END-IF
                   IF WRK-FREQ-ALUNO < WRK-FREQ-MINIMA
                       PERFORM 0242-REPROVAR-POR-FALTA
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * REGISTRO DE FALTAS DO ALUNO: COM CALENDARIO PARA A
      * DISCIPLINA, O QUE ALEGA MAIS AULAS (OU FALTAS) DO QUE AS
      * DADAS ATE HOJE E RECUSADO NO EXCLOG E FICA FORA DA SOMA
      *****************************************************
       0241-CONFERIR-UMA-FALTA.
           IF WRK-FAL-MATRICULA(WRK-F) = WRK-MATRICULA
               CALL 'PROGCB127-AULAS' USING WRK-TERMO-ATUAL WRK-TURMA
                   WRK-FAL-DISCIPLINA(WRK-F) WRK-HOJE
                   WRK-AULAS-DADAS WRK-AULAS-TOTAL WRK-RESULT-CAL
               IF WRK-RESULT-CAL = '0'
                   AND (WRK-FAL-AULAS(WRK-F) > WRK-AULAS-DADAS
                       OR WRK-FAL-FALTAS(WRK-F) > WRK-AULAS-DADAS)
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' - FALTAS EM '
                       WRK-FAL-DISCIPLINA(WRK-F) ' ALEGA '
                       WRK-FAL-AULAS(WRK-F) ' AULAS, CALENDARIO DA '
                       WRK-AULAS-DADAS ' - REGISTRO RECUSADO'
                   MOVE 'PROGCOB12' TO EXCLOG-PROGRAMA
                   ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
                   ACCEPT EXCLOG-HORA FROM TIME
                   MOVE 'E005' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'FALTAS ACIMA DO CALENDARIO: '
                       WRK-FAL-DISCIPLINA(WRK-F)(1:12)
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   IF EXCLOG-CODIGO(1:1) = 'E'
                       MOVE 'A' TO EXCLOG-SEVERIDADE
                   ELSE
                       MOVE 'I' TO EXCLOG-SEVERIDADE
                   END-IF
                   WRITE EXCLOG-REC
                   ADD 1 TO WRK-QT-FAL-RECUSADAS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   SET ALUNO-COM-FALTAS TO TRUE
                   ADD WRK-FAL-AULAS(WRK-F) TO WRK-SOMA-AULAS
                   ADD WRK-FAL-FALTAS(WRK-F) TO WRK-SOMA-FALTAS
               END-IF
           END-IF.

       0242-REPROVAR-POR-FALTA.
           EVALUATE WRK-RESULTADO
               WHEN 'APROVADO'
                   SUBTRACT 1 FROM WRK-CONT-APROVADOS
                   ADD 1 TO WRK-CONT-REPROVADOS
               WHEN 'RECUPERACO'
                   SUBTRACT 1 FROM WRK-CONT-RECUPERACAO
                   ADD 1 TO WRK-CONT-REPROVADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'REPROV FALTA' TO WRK-RESULTADO
           ADD 1 TO WRK-QT-REPROV-FALTA
           DISPLAY 'FREQUENCIA ' WRK-FREQ-ALUNO ' ABAIXO DO MINIMO'
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************
      * CARREGA O ARQUIVO DE FREQUENCIA NA TABELA DE TRABALHO -
      * SEM ARQUIVO, TODO MUNDO E TRATADO COMO FREQUENCIA CHEIA
      *****************************************************
       0120-CARREGAR-FALTAS.
           OPEN INPUT FALTAS-FILE
           IF WRK-FS-FAL = '00'
               PERFORM 0121-LER-UMA-FALTA UNTIL FIM-FALTAS
               CLOSE FALTAS-FILE
           END-IF.

       0121-LER-UMA-FALTA.
           READ FALTAS-FILE
               AT END
                   SET FIM-FALTAS TO TRUE
           END-READ
           IF NOT FIM-FALTAS
               IF WRK-QT-FALTAS < 500
                   ADD 1 TO WRK-QT-FALTAS
                   MOVE FALTAS-MATRICULA
                       TO WRK-FAL-MATRICULA(WRK-QT-FALTAS)
                   MOVE FALTAS-DISCIPLINA
                       TO WRK-FAL-DISCIPLINA(WRK-QT-FALTAS)
                   MOVE FALTAS-QT-AULAS
                       TO WRK-FAL-AULAS(WRK-QT-FALTAS)
                   MOVE FALTAS-QT-FALTAS
                       TO WRK-FAL-FALTAS(WRK-QT-FALTAS)
               ELSE
                   SET FIM-FALTAS TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * SE HOUVE NOTA DE RECUPERACAO, ELA SUBSTITUI A MENOR
      * DAS DUAS NOTAS DO TERMO ANTES DO CALCULO DA MEDIA
      *****************************************************
       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           MOVE WRK-DATA-TERMO TO WRK-HOJE
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
           DISPLAY 'TOTAL REPROVADOS..............' WRK-CONT-REPROVADOS
           DISPLAY 'ACEITOS NA VALIDACAO..........' WRK-QT-ACEITOS
           DISPLAY 'REJEITADOS NA VALIDACAO.......' WRK-QT-REJEITADOS
           DISPLAY 'REPROVADOS POR FALTA..........' WRK-QT-REPROV-FALTA
           DISPLAY 'FALTAS RECUSADAS (CALENDARIO).' WRK-QT-FAL-RECUSADAS
           DISPLAY 'REENVIOS LIDOS DA FILA........' WRK-QT-RSB-LIDOS
           DISPLAY 'REENVIOS ACEITOS..............' WRK-QT-RSB-ACEITOS
           IF TRAILER-CONFERE
               IF WRK-QT-ACEITOS + WRK-QT-REJEITADOS
                   - WRK-QT-RSB-LIDOS = WRK-TRL-QT-LIDA
                   DISPLAY 'CONTAGENS FECHAM COM O TRAILER'
               ELSE
                   DISPLAY 'CONTAGENS NAO FECHAM COM O TRAILER'
               ROSTER-REJEITADO
           IF MATRICULAS-DISPONIVEIS
               CLOSE MATRICULA-MASTER
           END-IF
           IF FILA-ABERTA
               CLOSE FILA-REENVIO
           END-IF.

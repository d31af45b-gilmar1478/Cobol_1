      * TRATADO COMO FREQUENCIA CHEIA
      * 2026-09-02 JGM LANCAMENTO EM TERMO JA FECHADO PELO
      * PROGCOB71 E RECUSADO COM REGISTRO NO EXCLOG
      * 2026-10-15 JGM SIGN-ON COM SENHA (PROGCOB79-SIGNON) NO
      * LANCAMENTO, INTERATIVO OU EM LOTE, E CADA DISCIPLINA DO
      * BOLETIM CONFERIDA CONTRA A ATRIBUICAO DE AULAS DO TERMO
      * (PROGCB118-ATRIBUICAO): SO O PROFESSOR ATRIBUIDO A TURMA
      * E DISCIPLINA, OU UM SUPERVISOR, LANCA A NOTA - ALUNO COM
      * DISCIPLINA DE OUTRO PROFESSOR NAO E GRAVADO E VAI PARA O
      * EXCLOG
      * 2026-10-15 JGM FREQUENCIA CONFERIDA CONTRA O CALENDARIO
      * LETIVO (PROGCB127-AULAS): A BASE PASSA A SER AS AULAS
      * DADAS ATE HOJE PELA GRADE DA TURMA, E O REGISTRO DE FALTAS
      * QUE ALEGA MAIS AULAS DO QUE O CALENDARIO PERMITE E RECUSADO
      * NO EXCLOG - SEM CALENDARIO VALE O NUMERO DIGITADO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-FALTA-FLAG   PIC X(01) VALUE 'N'.
           88 REPROVADO-POR-FALTA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
      *****************************************************
      * AULAS DADAS PELO CALENDARIO LETIVO (PROGCB127-AULAS)
      *****************************************************
       77 WRK-AULAS-BASE   PIC 9(04) VALUE ZEROS.
       77 WRK-AULAS-DADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-AULAS-TOTAL  PIC 9(04) VALUE ZEROS.
       77 WRK-RESULT-CAL   PIC X(01) VALUE SPACES.
       77 WRK-DATA-LIMITE-CAL PIC 9(08) VALUE ZEROS.
      *****************************************************
      * SIGN-ON DO OPERADOR E CONFERENCIA DA ATRIBUICAO DE
      * AULAS DE CADA DISCIPLINA DO BOLETIM
      *****************************************************
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-SIGNON-OK    PIC X(01) VALUE 'N'.
           88 OPERADOR-ASSINADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-RESULT-ATRIB PIC X(01) VALUE SPACES.
       77 WRK-DISC-RECUSADA PIC X(15) VALUE SPACES.
       77 WRK-ATRIB-OK     PIC X(01) VALUE 'N'.
           88 NOTAS-LIBERADAS VALUE 'S' WHEN SET TO FALSE IS 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF MODO-LOTE-BOLETIM
               PERFORM 0400-PROCESSAR-TURMA UNTIL FIM-TURMA
           ELSE
               IF OPERADOR-ASSINADO
                   PERFORM 0160-VERIFICAR-ATRIBUICAO
                   IF NOTAS-LIBERADAS
                       PERFORM 0200-PROCESSAR
                   END-IF
               END-IF
           END-IF
           PERFORM 0300-FINALIZAR

               CLOSE TURMA-MASTER
               OPEN I-O TURMA-MASTER
           END-IF
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
               SET OPERADOR-ASSINADO TO TRUE
               OPEN INPUT STUDENT-BATCH
               IF WRK-FS-BOL = '00'
                   SET MODO-LOTE-BOLETIM TO TRUE
                   PERFORM 0120-LER-BOLETIM-LOTE
               ELSE
                   DISPLAY 'MATRICULA..'
                   ACCEPT WRK-MATRICULA
                   DISPLAY 'NOME..'
                   ACCEPT WRK-NOME
                   DISPLAY 'TURMA..'
                   ACCEPT WRK-TURMA
                   PERFORM 0108-VALIDAR-TURMA
                   DISPLAY 'QUANTIDADE DE DISCIPLINAS DO TERMO..'
                   ACCEPT WRK-QT-DISCIPLINAS
                   PERFORM 0103-VALIDAR-QT-DISCIPLINAS
                   PERFORM 0105-LER-DISCIPLINAS
                       VARYING WRK-DISC-IDX FROM 1 BY 1
                       UNTIL WRK-DISC-IDX > WRK-QT-DISCIPLINAS
               END-IF
           END-IF.

      *****************************************************
               END-IF
           END-IF.

      *****************************************************
      * SO O PROFESSOR ATRIBUIDO A TURMA E DISCIPLINA NO TERMO
      * (PROFASS), OU UM SUPERVISOR, LANCA A NOTA - UMA UNICA
      * DISCIPLINA DE OUTRO PROFESSOR SEGURA O BOLETIM INTEIRO
      * DO ALUNO, QUE NAO E CALCULADO NEM GRAVADO, E VAI PARA O
      * LOG DE EXCECOES
      *****************************************************
       0160-VERIFICAR-ATRIBUICAO.
           SET NOTAS-LIBERADAS TO TRUE
           PERFORM 0165-CONFERIR-DISCIPLINA
               VARYING WRK-DISC-IDX FROM 1 BY 1
               UNTIL WRK-DISC-IDX > WRK-QT-DISCIPLINAS
           IF NOT NOTAS-LIBERADAS
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' - DISCIPLINA '
                   WRK-DISC-RECUSADA ' NAO ATRIBUIDA AO OPERADOR ('
                   WRK-RESULT-ATRIB ') - NOTAS NAO LANCADAS'
               MOVE 'PROGCOB08' TO EXCLOG-PROGRAMA
               ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
               ACCEPT EXCLOG-HORA FROM TIME
               MOVE 'E005' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'NAO ATRIBUIDA AO OPERADOR: '
                   WRK-DISC-RECUSADA(1:13)
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               IF EXCLOG-CODIGO(1:1) = 'E'
                   MOVE 'A' TO EXCLOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO EXCLOG-SEVERIDADE
               END-IF
               WRITE EXCLOG-REC
               ADD 1 TO WRK-CONT-EXCECOES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0165-CONFERIR-DISCIPLINA.
           IF NOTAS-LIBERADAS
               CALL 'PROGCB118-ATRIBUICAO' USING WRK-OPERADOR
                   WRK-NIVEL-SIGNON WRK-TURMA
                   WRK-DISC-NOME(WRK-DISC-IDX) WRK-TERMO-ATUAL
                   WRK-RESULT-ATRIB
               IF WRK-RESULT-ATRIB NOT = '0'
                   SET NOTAS-LIBERADAS TO FALSE
                   MOVE WRK-DISC-NOME(WRK-DISC-IDX)
                       TO WRK-DISC-RECUSADA
               END-IF
           END-IF.

      *****************************************************
      * CARREGA O ARQUIVO DE FREQUENCIA NA TABELA DE TRABALHO -
      * SEM ARQUIVO, TODO MUNDO E TRATADO COMO FREQUENCIA CHEIA
               IF WRK-FAL-MATRICULA(WRK-F) = WRK-MATRICULA
                   AND WRK-FAL-DISCIPLINA(WRK-F)
                       = WRK-DISC-NOME(WRK-DISC-IDX)
                   PERFORM 0216-CONFERIR-CALENDARIO
                   IF WRK-AULAS-BASE > ZEROS
                       IF WRK-FAL-FALTAS(WRK-F) > WRK-AULAS-BASE
                           MOVE ZEROS TO WRK-DISC-FREQ
                       ELSE
                           COMPUTE WRK-DISC-FREQ ROUNDED =
                               (WRK-AULAS-BASE
                                   - WRK-FAL-FALTAS(WRK-F)) * 100
                               / WRK-AULAS-BASE
                               ON SIZE ERROR
                                   MOVE 100,0 TO WRK-DISC-FREQ
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************
      * CONFERE O REGISTRO DE FALTAS CONTRA O CALENDARIO LETIVO
      * (PROGCB127-AULAS): COM CALENDARIO, A BASE DA FREQUENCIA
      * SAO AS AULAS DADAS ATE HOJE PELA GRADE DA TURMA, E O
      * REGISTRO QUE ALEGA MAIS AULAS (OU MAIS FALTAS) DO QUE O
      * CALENDARIO PERMITE E RECUSADO NO EXCLOG E DESCONSIDERADO;
      * SEM CALENDARIO OU SEM GRADE VALE O NUMERO DIGITADO
      *****************************************************
       0216-CONFERIR-CALENDARIO.
           MOVE WRK-FAL-AULAS(WRK-F) TO WRK-AULAS-BASE
           ACCEPT WRK-DATA-LIMITE-CAL FROM DATE YYYYMMDD
           CALL 'PROGCB127-AULAS' USING WRK-TERMO-ATUAL WRK-TURMA
               WRK-FAL-DISCIPLINA(WRK-F) WRK-DATA-LIMITE-CAL
               WRK-AULAS-DADAS WRK-AULAS-TOTAL WRK-RESULT-CAL
           IF WRK-RESULT-CAL = '0'
               IF WRK-FAL-AULAS(WRK-F) > WRK-AULAS-DADAS
                   OR WRK-FAL-FALTAS(WRK-F) > WRK-AULAS-DADAS
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' - FALTAS EM '
                       WRK-FAL-DISCIPLINA(WRK-F) ' ALEGA '
                       WRK-FAL-AULAS(WRK-F) ' AULAS, CALENDARIO DA '
                       WRK-AULAS-DADAS ' - REGISTRO RECUSADO'
                   MOVE ZEROS TO WRK-AULAS-BASE
                   MOVE 'PROGCOB08' TO EXCLOG-PROGRAMA
                   ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
                   ACCEPT EXCLOG-HORA FROM TIME
                   MOVE 'E006' TO EXCLOG-CODIGO
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
                   ADD 1 TO WRK-CONT-EXCECOES
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE WRK-AULAS-DADAS TO WRK-AULAS-BASE
               END-IF
           END-IF.

       0200-PROCESSAR.
           SET REPROVADO-POR-FALTA TO FALSE
           MOVE ZEROS TO WRK-SOMA-MEDIAS WRK-SOMA-NOTA1 WRK-SOMA-NOTA2
      * PROXIMO REGISTRO DO ARQUIVO DE ENTRADA
      *****************************************************
       0400-PROCESSAR-TURMA.
           PERFORM 0160-VERIFICAR-ATRIBUICAO
           IF NOTAS-LIBERADAS
               PERFORM 0200-PROCESSAR
           END-IF
           PERFORM 0120-LER-BOLETIM-LOTE.

       0230-REGISTRAR-EXCECAO.
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           MOVE ZEROS TO JOBCTRL-PERIODO
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 20
               IF WRK-TUR-USADA(WRK-T) = 'S'
                   MOVE WRK-TUR-PROC(WRK-T)

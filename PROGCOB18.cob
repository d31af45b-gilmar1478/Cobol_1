      * COMPARTILHADA PROGCOB79-SIGNON - O NIVEL DO OPERADOR
      * PASSA A VIR DO SIGN-ON, NO LUGAR DA LEITURA DIRETA DA
      * TABELA OPRACC
      * 2026-10-15 JGM CORRECAO CONFERIDA CONTRA A ATRIBUICAO DE
      * AULAS DA TURMA DO ALUNO NO TERMO (DISCIPLINA 'GERAL' NO
      * PROFASS, PELO PROGCB118-ATRIBUICAO) - SO O PROFESSOR
      * RESPONSAVEL PELA TURMA OU UM SUPERVISOR CORRIGE NOTA
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 DESEJA-CORRIGIR      VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-CONSULTA   VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DISC-GERAL   PIC X(15) VALUE 'GERAL'.
       77 WRK-RESULT-ATRIB PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-CORRIGE
           IF DESEJA-CORRIGIR
               PERFORM 0225-VERIFICAR-TERMO-FECHADO
               IF CORRECAO-LIBERADA
                   PERFORM 0228-VERIFICAR-ATRIBUICAO
               END-IF
               IF CORRECAO-LIBERADA
                   PERFORM 0230-CORRIGIR-NOTAS
               END-IF
               END-IF
           END-IF.

      *****************************************************
      * SO O PROFESSOR RESPONSAVEL PELA TURMA DO ALUNO NO TERMO
      * (DISCIPLINA 'GERAL' NO PROFASS), OU UM SUPERVISOR,
      * CORRIGE A NOTA - OS DEMAIS SAO RECUSADOS COM REGISTRO
      * NO EXCLOG
      *****************************************************
       0228-VERIFICAR-ATRIBUICAO.
           CALL 'PROGCB118-ATRIBUICAO' USING WRK-OPERADOR
               WRK-NIVEL-SIGNON STUMAS-TURMA WRK-DISC-GERAL
               WRK-TERMO-ATUAL WRK-RESULT-ATRIB
           IF WRK-RESULT-ATRIB NOT = '0'
               SET CORRECAO-LIBERADA TO FALSE
               DISPLAY 'TURMA ' STUMAS-TURMA ' NAO ATRIBUIDA AO '
                   'OPERADOR (' WRK-RESULT-ATRIB ') - CORRECAO '
                   'RECUSADA'
               MOVE 'PROGCOB18' TO EXCLOG-PROGRAMA
               ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
               ACCEPT EXCLOG-HORA FROM TIME
               MOVE 'E004' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'CORRECAO SEM ATRIBUICAO NA TURMA '
                   STUMAS-TURMA DELIMITED BY SIZE
                   INTO EXCLOG-DESCRICAO
               IF EXCLOG-CODIGO(1:1) = 'E'
                   MOVE 'A' TO EXCLOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO EXCLOG-SEVERIDADE
               END-IF
               WRITE EXCLOG-REC
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      * CAPTURA AS NOVAS NOTAS, RECALCULA A MEDIA E O
      * RESULTADO, E REGRAVA O REGISTRO NO STUDENT-MASTER

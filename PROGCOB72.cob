      * STUDENT-MASTER COM O PROFESSOR DO CADASTRO TURMA - A
      * COORDENACAO CHAMA A FAMILIA NA SEMANA 8, EM VEZ DE
      * DESCOBRIR O PROBLEMA NA SEMANA 20; A FAIXA DE ALERTA
      * (PADRAO 80%) E AJUSTAVEL NA ABERTURA. COM CALENDARIO
      * LETIVO (PROGCB127) A LINHA TRAZ A MARGEM DE FALTAS QUE
      * AINDA CABEM ATE O FIM DO TERMO
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM AULAS DADAS E TOTAL DO TERMO PELO CALENDARIO
      * LETIVO (PROGCB127-AULAS): A FREQUENCIA PASSA A SER SOBRE
      * AS AULAS DADAS ATE HOJE, REGISTRO QUE ALEGA MAIS AULAS DO
      * QUE O CALENDARIO PERMITE E RECUSADO, E A LINHA GANHA A
      * MARGEM DE FALTAS RESTANTES ('REPROVADO JA' SE NEGATIVA)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FREQRPT-FREQ        PIC ZZ9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FREQRPT-MARGEM      PIC -ZZ9.
           05  FREQRPT-MARGEM-X REDEFINES FREQRPT-MARGEM
                                   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FREQRPT-OBS         PIC X(14).

       WORKING-STORAGE SECTION.
               03  WRK-RIS-NOME     PIC X(20).
               03  WRK-RIS-DISC     PIC X(15).
               03  WRK-RIS-FREQ     PIC 9(03)V9.
               03  WRK-RIS-COM-CAL  PIC X(01).
               03  WRK-RIS-MARGEM   PIC S9(04).
               03  WRK-RIS-IMPRESSO PIC X(01).
       77 WRK-QT-RISCOS     PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-DISC-FREQ     PIC 9(03)V9 VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TURMAS     PIC 9(03) VALUE ZEROS.
      *****************************************************
      * AULAS DO CALENDARIO LETIVO (PROGCB127-AULAS) PARA A
      * TURMA E DISCIPLINA DO REGISTRO DE FALTAS - A MARGEM E
      * QUANTAS FALTAS AINDA CABEM ATE O FIM DO TERMO SEM CAIR
      * ABAIXO DO MINIMO
      *****************************************************
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-TURMA-ALUNO   PIC X(04) VALUE SPACES.
       77 WRK-NOME-ALUNO    PIC X(20) VALUE SPACES.
       77 WRK-AULAS-BASE    PIC 9(04) VALUE ZEROS.
       77 WRK-AULAS-DADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-AULAS-TOTAL   PIC 9(04) VALUE ZEROS.
       77 WRK-RESULT-CAL    PIC X(01) VALUE SPACES.
       77 WRK-FALTAS-PERMIT PIC 9(04) VALUE ZEROS.
       77 WRK-MARGEM        PIC S9(04) VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           IF WRK-ALERTA-LIDO > ZEROS
               MOVE WRK-ALERTA-LIDO TO WRK-FREQ-ALERTA
           END-IF
           PERFORM 0150-DEFINIR-TERMO
           OPEN INPUT FALTAS-FILE
           IF WRK-FS-FAL NOT = '00'
               DISPLAY 'ARQUIVO DE FALTAS AUSENTE - SEM ALERTA'
           OPEN INPUT TURMA-MASTER
           OPEN OUTPUT ALERTA-RPT.

      *****************************************************
      * CODIGO DO TERMO CORRENTE (AAAAPP): PRIMEIRO SEMESTRE
      * ATE JUNHO, SEGUNDO DE JULHO EM DIANTE
      *****************************************************
       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           MOVE WRK-DATA-TERMO TO WRK-HOJE
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 2
           END-IF.

      *****************************************************
      * NO RITMO ATUAL DE FALTAS A FREQUENCIA DE FIM DE TERMO E
      * A MESMA DE HOJE - ENTRA NA TABELA QUEM JA PROJETA ABAIXO
      * DA FAIXA DE ALERTA, COM A TURMA BUSCADA NO STUMAS. COM
      * CALENDARIO LETIVO PARA A TURMA, A BASE SAO AS AULAS
      * DADAS ATE HOJE PELO CALENDARIO, O REGISTRO QUE ALEGA
      * MAIS AULAS (OU FALTAS) DO QUE ISSO E RECUSADO, E ENTRA
      * TAMBEM QUEM JA ESGOTOU AS FALTAS PERMITIDAS NO TERMO
      *****************************************************
       0200-CARREGAR-RISCO.
           READ FALTAS-FILE
                   SET FIM-FALTAS TO TRUE
           END-READ
           IF NOT FIM-FALTAS
               PERFORM 0202-BUSCAR-ALUNO
               PERFORM 0203-CONFERIR-CALENDARIO
               IF WRK-AULAS-BASE > ZEROS
                   IF FALTAS-QT-FALTAS > WRK-AULAS-BASE
                       MOVE ZEROS TO WRK-DISC-FREQ
                   ELSE
                       COMPUTE WRK-DISC-FREQ ROUNDED =
                           (WRK-AULAS-BASE - FALTAS-QT-FALTAS) * 100
                           / WRK-AULAS-BASE
                           ON SIZE ERROR
                               MOVE 100,0 TO WRK-DISC-FREQ
                       END-COMPUTE
                   END-IF
                   IF WRK-DISC-FREQ < WRK-FREQ-ALERTA
                       OR (WRK-RESULT-CAL = '0' AND WRK-MARGEM < 0)
                       PERFORM 0205-GUARDAR-RISCO
                   END-IF
               END-IF
           END-IF.

       0202-BUSCAR-ALUNO.
           MOVE FALTAS-MATRICULA TO STUMAS-MATRICULA
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-STU = '00'
               MOVE STUMAS-TURMA TO WRK-TURMA-ALUNO
               MOVE STUMAS-NOME TO WRK-NOME-ALUNO
           ELSE
               MOVE '????' TO WRK-TURMA-ALUNO
               MOVE 'SEM CADASTRO' TO WRK-NOME-ALUNO
           END-IF.

      *****************************************************
      * SEM CALENDARIO OU SEM GRADE PARA A TURMA VALE O NUMERO
      * DE AULAS DIGITADO NO ARQUIVO DE FALTAS
      *****************************************************
       0203-CONFERIR-CALENDARIO.
           MOVE FALTAS-QT-AULAS TO WRK-AULAS-BASE
           MOVE ZEROS TO WRK-MARGEM
           CALL 'PROGCB127-AULAS' USING WRK-TERMO-ATUAL
               WRK-TURMA-ALUNO FALTAS-DISCIPLINA WRK-HOJE
               WRK-AULAS-DADAS WRK-AULAS-TOTAL WRK-RESULT-CAL
           IF WRK-RESULT-CAL = '0'
               IF FALTAS-QT-AULAS > WRK-AULAS-DADAS
                   OR FALTAS-QT-FALTAS > WRK-AULAS-DADAS
                   DISPLAY 'MATRICULA ' FALTAS-MATRICULA ' - '
                       FALTAS-DISCIPLINA ' ALEGA ' FALTAS-QT-AULAS
                       ' AULAS, CALENDARIO DA ' WRK-AULAS-DADAS
                       ' - REGISTRO RECUSADO'
                   ADD 1 TO WRK-QT-RECUSADOS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE ZEROS TO WRK-AULAS-BASE
               ELSE
                   MOVE WRK-AULAS-DADAS TO WRK-AULAS-BASE
                   COMPUTE WRK-FALTAS-PERMIT = WRK-AULAS-TOTAL
                       * (100 - WRK-FREQ-MINIMA) / 100
                   COMPUTE WRK-MARGEM =
                       WRK-FALTAS-PERMIT - FALTAS-QT-FALTAS
               END-IF
           END-IF.

       0205-GUARDAR-RISCO.
           IF WRK-QT-RISCOS < 2000
               ADD 1 TO WRK-QT-RISCOS
               MOVE WRK-TURMA-ALUNO TO WRK-RIS-TURMA(WRK-QT-RISCOS)
               MOVE WRK-NOME-ALUNO TO WRK-RIS-NOME(WRK-QT-RISCOS)
               IF WRK-RESULT-CAL = '0'
                   MOVE 'S' TO WRK-RIS-COM-CAL(WRK-QT-RISCOS)
               ELSE
                   MOVE 'N' TO WRK-RIS-COM-CAL(WRK-QT-RISCOS)
               END-IF
               MOVE WRK-MARGEM TO WRK-RIS-MARGEM(WRK-QT-RISCOS)
               MOVE FALTAS-MATRICULA TO WRK-RIS-MATRIC(WRK-QT-RISCOS)
               MOVE FALTAS-DISCIPLINA TO WRK-RIS-DISC(WRK-QT-RISCOS)
               MOVE WRK-DISC-FREQ TO WRK-RIS-FREQ(WRK-QT-RISCOS)
           MOVE 'ALERTA ANTECIPADO DE FREQUENCIA - MEIO DE TERMO'
               TO FREQRPT-LINHA
           WRITE FREQRPT-LINHA
           MOVE 'MARGEM = FALTAS QUE AINDA CABEM NO TERMO (CALENDARIO)'
               TO FREQRPT-LINHA
           WRITE FREQRPT-LINHA
           PERFORM 0220-ACHAR-PROXIMA-TURMA
           PERFORM 0240-IMPRIMIR-UMA-TURMA
               UNTIL NOT AINDA-TEM-TURMA
           MOVE WRK-RIS-NOME(WRK-I) TO FREQRPT-NOME
           MOVE WRK-RIS-DISC(WRK-I) TO FREQRPT-DISCIPLINA
           MOVE WRK-RIS-FREQ(WRK-I) TO FREQRPT-FREQ
           IF WRK-RIS-COM-CAL(WRK-I) = 'S'
               MOVE WRK-RIS-MARGEM(WRK-I) TO FREQRPT-MARGEM
           ELSE
               MOVE SPACES TO FREQRPT-MARGEM-X
           END-IF
           IF WRK-RIS-COM-CAL(WRK-I) = 'S'
               AND WRK-RIS-MARGEM(WRK-I) < 0
               MOVE 'REPROVADO JA' TO FREQRPT-OBS
           ELSE
               IF WRK-RIS-FREQ(WRK-I) < WRK-FREQ-MINIMA
                   MOVE 'JA ABAIXO 75' TO FREQRPT-OBS
               ELSE
                   MOVE 'EM ALERTA' TO FREQRPT-OBS
               END-IF
           END-IF
           WRITE FREQRPT-DETALHE
           MOVE 'S' TO WRK-RIS-IMPRESSO(WRK-I)
       0300-FINALIZAR.
           DISPLAY 'ALUNOS/DISCIPLINAS EM RISCO..' WRK-QT-LISTADOS
           DISPLAY 'TURMAS COM ALERTA............' WRK-QT-TURMAS
           DISPLAY 'REGISTROS RECUSADOS (CALEND).' WRK-QT-RECUSADOS
           IF WRK-FS-FAL = '00' OR WRK-FS-FAL = '10'
               CLOSE FALTAS-FILE
           END-IF

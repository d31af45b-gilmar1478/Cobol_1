       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB119.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RELATORIO DE CARGA DOCENTE DO TERMO - LE AS
      * ATRIBUICOES DE AULAS (PROFASS) DO TERMO PEDIDO (ZERO =
      * TERMO CORRENTE), CLASSIFICA POR PROFESSOR, TURMA E
      * DISCIPLINA E IMPRIME NO CRGRPT CADA ATRIBUICAO COM O
      * NOME DO PROFESSOR (PROFMAS), A SITUACAO DELE E O NOME DA
      * TURMA, COM O TOTAL DE ATRIBUICOES E DE AULAS POR SEMANA
      * DE CADA PROFESSOR E O TOTAL GERAL. ATRIBUICAO DE
      * PROFESSOR FORA DO CADASTRO SAI NO RELATORIO E VAI PARA O
      * EXCLOG, PARA A COORDENACAO CORRIGIR NO PROGCB118
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
           SELECT OPTIONAL ATRIBUICAO-AULAS ASSIGN TO 'PROFASS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFASS-CHAVE
               FILE STATUS IS WRK-FS-ATR.
           SELECT OPTIONAL PROFESSOR-MASTER ASSIGN TO 'PROFMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFMAS-CODIGO
               FILE STATUS IS WRK-FS-PRF.
           SELECT OPTIONAL TURMA-MASTER ASSIGN TO 'TURMA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TURMA-CODIGO
               FILE STATUS IS WRK-FS-TUR.
           SELECT CARGA-RELATORIO ASSIGN TO 'CRGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICAO-AULAS.
           COPY 'PROFASS.CPY'.

       FD  PROFESSOR-MASTER.
           COPY 'PROFMAS.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  CARGA-RELATORIO.
           COPY 'CRGRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-PROFESSOR      PIC X(06).
           05  SORT-TURMA          PIC X(04).
           05  SORT-DISCIPLINA     PIC X(15).
           05  SORT-AULAS          PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ATR        PIC X(02) VALUE '00'.
       77 WRK-FS-PRF        PIC X(02) VALUE '00'.
       77 WRK-FS-TUR        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-ATR       PIC X(01) VALUE 'N'.
           88 FIM-ATRIBUICOES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TERMO         PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-PROF-ATUAL    PIC X(06) VALUE HIGH-VALUES.
       77 WRK-NOME-ATUAL    PIC X(30) VALUE SPACES.
       77 WRK-SIT-ATUAL     PIC X(01) VALUE SPACES.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PROFESSORES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-QT        PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-AULAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-QT        PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AULAS     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-PROFESSOR SORT-TURMA
                   SORT-DISCIPLINA
               INPUT PROCEDURE IS 8100-SELECIONAR-ATRIBUICOES
               OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADOS
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * LE O TERMO DO RELATORIO - ZERO (OU ENTER) PEGA O TERMO
      * CORRENTE, COM A MESMA REGRA DOS PROGRAMAS DE LANCAMENTO
      *****************************************************
       0100-INICIALIZAR.
           PERFORM 0150-DEFINIR-TERMO
           DISPLAY 'TERMO AAAAPP (ZERO = TERMO CORRENTE)..'
           ACCEPT WRK-TERMO
           IF WRK-TERMO = ZEROS
               MOVE WRK-TERMO-ATUAL TO WRK-TERMO
           END-IF
           OPEN INPUT PROFESSOR-MASTER TURMA-MASTER
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN OUTPUT CARGA-RELATORIO
           MOVE WRK-TERMO TO CRGRPT-CAB-TERMO
           WRITE CRGRPT-CABECALHO
           WRITE CRGRPT-TITULOS.

       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 2
           END-IF.

      *****************************************************
      * PROFESSOR DA VEZ: NOME E SITUACAO DO PROFMAS - CODIGO
      * FORA DO CADASTRO VAI PARA O EXCLOG UMA VEZ POR
      * PROFESSOR
      *****************************************************
       0210-LER-PROFESSOR.
           MOVE SORT-PROFESSOR TO PROFMAS-CODIGO
           READ PROFESSOR-MASTER
               KEY IS PROFMAS-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-PRF = '00'
               MOVE PROFMAS-NOME TO WRK-NOME-ATUAL
               MOVE PROFMAS-SITUACAO TO WRK-SIT-ATUAL
           ELSE
               MOVE 'NAO CADASTRADO' TO WRK-NOME-ATUAL
               MOVE '?' TO WRK-SIT-ATUAL
               ADD 1 TO WRK-QT-SEM-CADASTRO
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'ATRIBUICAO COM PROFESSOR INEXISTENTE '
                   SORT-PROFESSOR DELIMITED BY SIZE
                   INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB119' TO EXCLOG-PROGRAMA
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
           DISPLAY 'TERMO........................' WRK-TERMO
           DISPLAY 'ATRIBUICOES DO TERMO.........' WRK-QT-LIDOS
           DISPLAY 'PROFESSORES COM CARGA........' WRK-QT-PROFESSORES
           DISPLAY 'PROFESSORES FORA DO CADASTRO.'
               WRK-QT-SEM-CADASTRO
           DISPLAY 'AULAS POR SEMANA NO TERMO....' WRK-TOT-AULAS
           CLOSE PROFESSOR-MASTER TURMA-MASTER CARGA-RELATORIO
           CLOSE EXCEPTION-LOG.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: PERCORRE O PROFASS E
      * LIBERA SO AS ATRIBUICOES DO TERMO DO RELATORIO
      *****************************************************
       8100-SELECIONAR-ATRIBUICOES SECTION.
           OPEN INPUT ATRIBUICAO-AULAS
           IF WRK-FS-ATR NOT = '00'
               SET FIM-ATRIBUICOES TO TRUE
           ELSE
               MOVE LOW-VALUES TO PROFASS-CHAVE
               START ATRIBUICAO-AULAS KEY >= PROFASS-CHAVE
                   INVALID KEY
                       SET FIM-ATRIBUICOES TO TRUE
               END-START
           END-IF
           PERFORM 8110-LER-UMA-ATRIBUICAO UNTIL FIM-ATRIBUICOES
           CLOSE ATRIBUICAO-AULAS
           GO TO 8199-FIM-ENTRADA.

       8110-LER-UMA-ATRIBUICAO.
           READ ATRIBUICAO-AULAS NEXT RECORD
               AT END
                   SET FIM-ATRIBUICOES TO TRUE
           END-READ
           IF NOT FIM-ATRIBUICOES
               AND PROFASS-TERMO = WRK-TERMO
               ADD 1 TO WRK-QT-LIDOS
               MOVE PROFASS-PROFESSOR TO SORT-PROFESSOR
               MOVE PROFASS-TURMA TO SORT-TURMA
               MOVE PROFASS-DISCIPLINA TO SORT-DISCIPLINA
               MOVE PROFASS-AULAS-SEMANA TO SORT-AULAS
               RELEASE SORT-REC
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: UMA LINHA POR ATRIBUICAO, NA ORDEM DE
      * PROFESSOR, TURMA E DISCIPLINA, COM O TOTAL DE CADA
      * PROFESSOR E O TOTAL GERAL DO TERMO
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UMA-ATRIBUICAO
               UNTIL FIM-CLASSIFICADOS
           IF WRK-PROF-ATUAL NOT = HIGH-VALUES
               PERFORM 8230-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE 'TOTAL GERAL DO TERMO' TO CRGRPT-TOT-ROTULO
           MOVE WRK-TOT-QT TO CRGRPT-TOT-QT
           MOVE WRK-TOT-AULAS TO CRGRPT-TOT-AULAS
           WRITE CRGRPT-TOTAL
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-ATRIBUICAO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-PROFESSOR NOT = WRK-PROF-ATUAL
                   IF WRK-PROF-ATUAL NOT = HIGH-VALUES
                       PERFORM 8230-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE SORT-PROFESSOR TO WRK-PROF-ATUAL
                   ADD 1 TO WRK-QT-PROFESSORES
                   PERFORM 0210-LER-PROFESSOR
               END-IF
               PERFORM 8220-IMPRIMIR-ATRIBUICAO
           END-IF.

       8220-IMPRIMIR-ATRIBUICAO.
           MOVE SORT-PROFESSOR TO CRGRPT-PROFESSOR
           MOVE WRK-NOME-ATUAL TO CRGRPT-NOME
           MOVE WRK-SIT-ATUAL TO CRGRPT-SITUACAO
           MOVE SORT-TURMA TO CRGRPT-TURMA
           MOVE SORT-TURMA TO TURMA-CODIGO
           READ TURMA-MASTER
               KEY IS TURMA-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-TUR = '00'
               MOVE TURMA-NOME TO CRGRPT-NOME-TURMA
           ELSE
               MOVE 'NAO CADASTRADA' TO CRGRPT-NOME-TURMA
           END-IF
           MOVE SORT-DISCIPLINA TO CRGRPT-DISCIPLINA
           MOVE SORT-AULAS TO CRGRPT-AULAS
           WRITE CRGRPT-DETALHE
           ADD 1 TO WRK-SUB-QT WRK-TOT-QT
           ADD SORT-AULAS TO WRK-SUB-AULAS WRK-TOT-AULAS.

       8230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO CRGRPT-TOT-ROTULO
           STRING 'TOTAL DO PROFESSOR ' DELIMITED BY SIZE
               WRK-PROF-ATUAL DELIMITED BY SIZE
               INTO CRGRPT-TOT-ROTULO
           MOVE WRK-SUB-QT TO CRGRPT-TOT-QT
           MOVE WRK-SUB-AULAS TO CRGRPT-TOT-AULAS
           WRITE CRGRPT-TOTAL
           MOVE SPACES TO CRGRPT-SEPARADOR
           WRITE CRGRPT-SEPARADOR
           MOVE ZEROS TO WRK-SUB-QT WRK-SUB-AULAS.

       8299-FIM-SAIDA.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB121.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : IMPRESSAO DA GRADE HORARIA SEMANAL DO TERMO
      * (HORARIO, MANTIDA PELO PROGCB120) - LE O TERMO PEDIDO
      * (ZERO = TERMO CORRENTE) E IMPRIME NO GRDRPT UMA GRADE
      * POR TURMA, UMA POR PROFESSOR E UMA POR SALA, CADA UMA NA
      * ORDEM DE DIA DA SEMANA E HORARIO, COM A HORA DE INICIO
      * DA AULA, A DESCRICAO DA SALA (SALAS), O NOME DO
      * PROFESSOR (PROFMAS) E O TOTAL DE AULAS NA SEMANA. UMA
      * UNICA CLASSIFICACAO SERVE AS TRES GRADES: CADA AULA E
      * LIBERADA UMA VEZ PARA CADA VISAO
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
           SELECT OPTIONAL GRADE-HORARIA ASSIGN TO 'HORARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORARIO-CHAVE
               FILE STATUS IS WRK-FS-HOR.
           SELECT OPTIONAL SALA-MASTER ASSIGN TO 'SALAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALA-CODIGO
               FILE STATUS IS WRK-FS-SAL.
           SELECT OPTIONAL TURMA-MASTER ASSIGN TO 'TURMA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TURMA-CODIGO
               FILE STATUS IS WRK-FS-TUR.
           SELECT OPTIONAL PROFESSOR-MASTER ASSIGN TO 'PROFMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFMAS-CODIGO
               FILE STATUS IS WRK-FS-PRF.
           SELECT GRADE-RELATORIO ASSIGN TO 'GRDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HORARIA.
           COPY 'HORARIO.CPY'.

       FD  SALA-MASTER.
           COPY 'SALA.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  PROFESSOR-MASTER.
           COPY 'PROFMAS.CPY'.

       FD  GRADE-RELATORIO.
           COPY 'GRDRPT.CPY'.

      *****************************************************
      * VISAO: 1 = TURMA, 2 = PROFESSOR, 3 = SALA - A CHAVE DA
      * VISAO E A TURMA, O PROFESSOR OU A SALA DA AULA
      *****************************************************
       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-QUEBRA.
               10  SORT-VISAO          PIC 9(01).
               10  SORT-CHAVE-VISAO    PIC X(06).
           05  SORT-DIA            PIC 9(01).
           05  SORT-AULA           PIC 9(02).
           05  SORT-TURMA          PIC X(04).
           05  SORT-DISCIPLINA     PIC X(15).
           05  SORT-SALA           PIC X(04).
           05  SORT-PROFESSOR      PIC X(06).

       WORKING-STORAGE SECTION.
       77 WRK-FS-HOR        PIC X(02) VALUE '00'.
       77 WRK-FS-SAL        PIC X(02) VALUE '00'.
       77 WRK-FS-TUR        PIC X(02) VALUE '00'.
       77 WRK-FS-PRF        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-HOR       PIC X(01) VALUE 'N'.
           88 FIM-GRADE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TERMO         PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-QUEBRA-ATUAL  PIC X(07) VALUE HIGH-VALUES.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-TURMAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROFESSORES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SALAS      PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-QT        PIC 9(05) VALUE ZEROS.
      *****************************************************
      * NOME DO DIA DA SEMANA E HORA DE INICIO DE CADA HORARIO
      * DE AULA (50 MINUTOS), PELA MESMA NUMERACAO DO HORARIO
      *****************************************************
       01  WRK-DIAS-EXTENSO.
           02  FILLER PIC X(07) VALUE 'SEGUNDA'.
           02  FILLER PIC X(07) VALUE 'TERCA'.
           02  FILLER PIC X(07) VALUE 'QUARTA'.
           02  FILLER PIC X(07) VALUE 'QUINTA'.
           02  FILLER PIC X(07) VALUE 'SEXTA'.
           02  FILLER PIC X(07) VALUE 'SABADO'.
       01  WRK-DIAS REDEFINES WRK-DIAS-EXTENSO.
           02  WRK-DIA-NOME     PIC X(07) OCCURS 6 TIMES.
       01  WRK-HORAS-EXTENSO.
           02  FILLER PIC X(30) VALUE '07:0007:5008:4009:3010:2011:10'.
           02  FILLER PIC X(30) VALUE '13:0013:5014:4015:3016:2017:10'.
           02  FILLER PIC X(30) VALUE '18:3019:2020:1021:0021:5022:40'.
       01  WRK-HORAS REDEFINES WRK-HORAS-EXTENSO.
           02  WRK-HORA-AULA    PIC X(05) OCCURS 18 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-VISAO SORT-CHAVE-VISAO
                   SORT-DIA SORT-AULA SORT-TURMA
               INPUT PROCEDURE IS 8100-SELECIONAR-AULAS
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
           OPEN INPUT SALA-MASTER TURMA-MASTER PROFESSOR-MASTER
           OPEN OUTPUT GRADE-RELATORIO
           MOVE WRK-TERMO TO GRDRPT-CAB-TERMO
           WRITE GRDRPT-CABECALHO.

       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 2
           END-IF.

      *****************************************************
      * ABRE A GRADE DE UMA TURMA, PROFESSOR OU SALA COM A
      * LINHA DE IDENTIFICACAO E OS TITULOS DAS COLUNAS
      *****************************************************
       0210-ABRIR-VISAO.
           MOVE SPACES TO GRDRPT-VIS-ROTULO
           EVALUATE SORT-VISAO
               WHEN 1
                   ADD 1 TO WRK-QT-TURMAS
                   MOVE SORT-CHAVE-VISAO TO TURMA-CODIGO
                   READ TURMA-MASTER
                       KEY IS TURMA-CODIGO
                       INVALID KEY
                           MOVE 'NAO CADASTRADA' TO TURMA-NOME
                           MOVE SPACES TO TURMA-PERIODO
                           MOVE ZEROS TO TURMA-CAPACIDADE
                   END-READ
                   STRING 'GRADE DA TURMA ' SORT-CHAVE-VISAO(1:4)
                       ' - ' TURMA-NOME ' - PERIODO ' TURMA-PERIODO
                       ' - CAPACIDADE ' TURMA-CAPACIDADE
                       DELIMITED BY SIZE INTO GRDRPT-VIS-ROTULO
               WHEN 2
                   ADD 1 TO WRK-QT-PROFESSORES
                   MOVE SORT-CHAVE-VISAO TO PROFMAS-CODIGO
                   READ PROFESSOR-MASTER
                       KEY IS PROFMAS-CODIGO
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO PROFMAS-NOME
                   END-READ
                   STRING 'GRADE DO PROFESSOR ' SORT-CHAVE-VISAO
                       ' - ' PROFMAS-NOME
                       DELIMITED BY SIZE INTO GRDRPT-VIS-ROTULO
               WHEN OTHER
                   ADD 1 TO WRK-QT-SALAS
                   MOVE SORT-CHAVE-VISAO TO SALA-CODIGO
                   READ SALA-MASTER
                       KEY IS SALA-CODIGO
                       INVALID KEY
                           MOVE 'NAO CADASTRADA' TO SALA-DESCRICAO
                           MOVE ZEROS TO SALA-CAPACIDADE
                   END-READ
                   STRING 'GRADE DA SALA ' SORT-CHAVE-VISAO(1:4)
                       ' - ' SALA-DESCRICAO ' - CAPACIDADE '
                       SALA-CAPACIDADE
                       DELIMITED BY SIZE INTO GRDRPT-VIS-ROTULO
           END-EVALUATE
           WRITE GRDRPT-VISAO
           WRITE GRDRPT-TITULOS.

       0300-FINALIZAR.
           DISPLAY 'TERMO........................' WRK-TERMO
           DISPLAY 'AULAS NA GRADE DO TERMO......' WRK-QT-LIDOS
           DISPLAY 'GRADES DE TURMA..............' WRK-QT-TURMAS
           DISPLAY 'GRADES DE PROFESSOR..........' WRK-QT-PROFESSORES
           DISPLAY 'GRADES DE SALA...............' WRK-QT-SALAS
           CLOSE SALA-MASTER TURMA-MASTER PROFESSOR-MASTER
           CLOSE GRADE-RELATORIO.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: PERCORRE A GRADE DO
      * TERMO E LIBERA CADA AULA TRES VEZES - POR TURMA, POR
      * PROFESSOR E POR SALA
      *****************************************************
       8100-SELECIONAR-AULAS SECTION.
           OPEN INPUT GRADE-HORARIA
           IF WRK-FS-HOR NOT = '00'
               SET FIM-GRADE TO TRUE
           ELSE
               MOVE WRK-TERMO TO HORARIO-TERMO
               MOVE ZEROS TO HORARIO-DIA-SEMANA HORARIO-AULA
               MOVE LOW-VALUES TO HORARIO-TURMA
               START GRADE-HORARIA KEY >= HORARIO-CHAVE
                   INVALID KEY
                       SET FIM-GRADE TO TRUE
               END-START
           END-IF
           PERFORM 8110-LER-UMA-AULA UNTIL FIM-GRADE
           CLOSE GRADE-HORARIA
           GO TO 8199-FIM-ENTRADA.

       8110-LER-UMA-AULA.
           READ GRADE-HORARIA NEXT RECORD
               AT END
                   SET FIM-GRADE TO TRUE
           END-READ
           IF NOT FIM-GRADE
               IF HORARIO-TERMO NOT = WRK-TERMO
                   SET FIM-GRADE TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE HORARIO-DIA-SEMANA TO SORT-DIA
                   MOVE HORARIO-AULA TO SORT-AULA
                   MOVE HORARIO-TURMA TO SORT-TURMA
                   MOVE HORARIO-DISCIPLINA TO SORT-DISCIPLINA
                   MOVE HORARIO-SALA TO SORT-SALA
                   MOVE HORARIO-PROFESSOR TO SORT-PROFESSOR
                   MOVE 1 TO SORT-VISAO
                   MOVE HORARIO-TURMA TO SORT-CHAVE-VISAO
                   RELEASE SORT-REC
                   MOVE 2 TO SORT-VISAO
                   MOVE HORARIO-PROFESSOR TO SORT-CHAVE-VISAO
                   RELEASE SORT-REC
                   MOVE 3 TO SORT-VISAO
                   MOVE HORARIO-SALA TO SORT-CHAVE-VISAO
                   RELEASE SORT-REC
               END-IF
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: AS GRADES DE TURMA, DEPOIS AS DE
      * PROFESSOR E POR FIM AS DE SALA, CADA UMA COM O TOTAL
      * DE AULAS NA SEMANA
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UMA-AULA UNTIL FIM-CLASSIFICADOS
           IF WRK-QUEBRA-ATUAL NOT = HIGH-VALUES
               PERFORM 8230-IMPRIMIR-SUBTOTAL
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-AULA.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-QUEBRA NOT = WRK-QUEBRA-ATUAL
                   IF WRK-QUEBRA-ATUAL NOT = HIGH-VALUES
                       PERFORM 8230-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE SORT-QUEBRA TO WRK-QUEBRA-ATUAL
                   PERFORM 0210-ABRIR-VISAO
               END-IF
               PERFORM 8220-IMPRIMIR-AULA
           END-IF.

       8220-IMPRIMIR-AULA.
           MOVE SPACES TO GRDRPT-DIA GRDRPT-HORA
           IF SORT-DIA >= 1 AND SORT-DIA <= 6
               MOVE WRK-DIA-NOME(SORT-DIA) TO GRDRPT-DIA
           END-IF
           IF SORT-AULA >= 1 AND SORT-AULA <= 18
               MOVE WRK-HORA-AULA(SORT-AULA) TO GRDRPT-HORA
           END-IF
           MOVE SORT-AULA TO GRDRPT-AULA
           MOVE SORT-TURMA TO GRDRPT-TURMA
           MOVE SORT-DISCIPLINA TO GRDRPT-DISCIPLINA
           MOVE SORT-SALA TO GRDRPT-SALA
           MOVE SORT-SALA TO SALA-CODIGO
           READ SALA-MASTER
               KEY IS SALA-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-SAL = '00'
               MOVE SALA-DESCRICAO TO GRDRPT-DESC-SALA
           ELSE
               MOVE 'NAO CADASTRADA' TO GRDRPT-DESC-SALA
           END-IF
           MOVE SORT-PROFESSOR TO GRDRPT-PROFESSOR
           MOVE SORT-PROFESSOR TO PROFMAS-CODIGO
           READ PROFESSOR-MASTER
               KEY IS PROFMAS-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-PRF = '00'
               MOVE PROFMAS-NOME TO GRDRPT-NOME
           ELSE
               MOVE 'NAO CADASTRADO' TO GRDRPT-NOME
           END-IF
           WRITE GRDRPT-DETALHE
           ADD 1 TO WRK-SUB-QT.

       8230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO GRDRPT-TOT-ROTULO
           EVALUATE WRK-QUEBRA-ATUAL(1:1)
               WHEN '1'
                   STRING 'TOTAL DA TURMA ' WRK-QUEBRA-ATUAL(2:4)
                       DELIMITED BY SIZE INTO GRDRPT-TOT-ROTULO
               WHEN '2'
                   STRING 'TOTAL DO PROFESSOR ' WRK-QUEBRA-ATUAL(2:6)
                       DELIMITED BY SIZE INTO GRDRPT-TOT-ROTULO
               WHEN OTHER
                   STRING 'TOTAL DA SALA ' WRK-QUEBRA-ATUAL(2:4)
                       DELIMITED BY SIZE INTO GRDRPT-TOT-ROTULO
           END-EVALUATE
           MOVE WRK-SUB-QT TO GRDRPT-TOT-QT
           WRITE GRDRPT-TOTAL
           MOVE SPACES TO GRDRPT-SEPARADOR
           WRITE GRDRPT-SEPARADOR
           MOVE ZEROS TO WRK-SUB-QT.

       8299-FIM-SAIDA.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB127.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CALENDARIO LETIVO POR TERMO (ARQUIVO CALACAD)
      * - PARA UM TERMO (AAAAPP) MANTEM O PRIMEIRO E O ULTIMO
      * DIA LETIVO E OS DIAS SEM AULA (FERIADO, RECESSO), COM
      * IMPORTACAO DOS FERIADOS NACIONAIS DO HOLIDAY DENTRO DO
      * PERIODO, NOS MOLDES DAS MANUTENCOES DO PROGCB118: SO
      * SUPERVISOR ('S' NO SIGN-ON) MANTEM, E CADA INCLUSAO,
      * ALTERACAO OU EXCLUSAO VAI PARA O LOG DE AUDITORIA.
      * PONTO DE ENTRADA NO ESTILO DO PROGCB118-ATRIBUICAO:
      *   PROGCB127-AULAS  TERMO/TURMA/DISCIPLINA/DATA LIMITE ->
      *                    AULAS DADAS ATE A DATA/TOTAL DO
      *                    TERMO/RESULTADO
      * A CARGA SEMANAL DA DISCIPLINA NA TURMA VEM DA GRADE
      * HORARIA (HORARIO) DO TERMO - DISCIPLINA 'GERAL' (OU EM
      * BRANCO) SOMA TODAS AS AULAS DA TURMA. CADA DIA LETIVO
      * DO PERIODO, DE SEGUNDA A SABADO, QUE NAO ESTA MARCADO
      * COMO SEM AULA, CONTA AS AULAS DAQUELE DIA DA SEMANA.
      * RESULTADO: '0' CALCULADO, '1' TERMO SEM CALENDARIO,
      * '2' TURMA/DISCIPLINA SEM AULA NA GRADE DO TERMO
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
           SELECT OPTIONAL CALENDARIO-LETIVO ASSIGN TO 'CALACAD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALACAD-CHAVE
               FILE STATUS IS WRK-FS-CAL.
           SELECT OPTIONAL GRADE-HORARIA ASSIGN TO 'HORARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORARIO-CHAVE
               FILE STATUS IS WRK-FS-HOR.
           SELECT OPTIONAL HOLIDAY-MASTER ASSIGN TO 'HOLIDAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLIDAY-DATA
               FILE STATUS IS WRK-FS-HOL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-LETIVO.
           COPY 'CALACAD.CPY'.

       FD  GRADE-HORARIA.
           COPY 'HORARIO.CPY'.

       FD  HOLIDAY-MASTER.
           COPY 'HOLIDAY.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-FS-CAL       PIC X(02) VALUE '00'.
       77 WRK-FS-HOR       PIC X(02) VALUE '00'.
       77 WRK-FS-HOL       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-MANUTENCAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-NO-TERMO     PIC X(01) VALUE 'N'.
           88 FICAR-NO-TERMO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CAL-ABERTO   PIC X(01) VALUE 'N'.
           88 CALENDARIO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TEM-PERIODO  PIC X(01) VALUE 'N'.
           88 TERMO-COM-PERIODO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
           88 DATA-OK VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MENU         PIC 9(01) VALUE ZEROS.
       77 WRK-TERMO        PIC 9(06) VALUE ZEROS.
       77 WRK-TERMO-PP     PIC 9(02) VALUE ZEROS.
       77 WRK-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-DESCRICAO    PIC X(20) VALUE SPACES.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-IMPORTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA        PIC X(04) VALUE SPACES.
       77 WRK-DISCIPLINA   PIC X(15) VALUE SPACES.
       77 WRK-DADAS        PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL        PIC 9(04) VALUE ZEROS.
       77 WRK-RESULTADO    PIC X(01) VALUE SPACES.
       77 WRK-HOJE         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL  PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-TESTE  PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05  WRK-TESTE-ANO   PIC 9(04).
           05  WRK-TESTE-MES   PIC 9(02).
           05  WRK-TESTE-DIA   PIC 9(02).
       01  WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-TERMO       PIC 9(06).
           05  WRK-AUD-TIPO        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
       01  WRK-VALOR-DIA.
           05  WRK-VAL-DATA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-VAL-DESCRICAO   PIC X(11).
       01  WRK-VALOR-PERIODO.
           05  WRK-VAL-INICIO      PIC 9(08).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WRK-VAL-FIM         PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
      *****************************************************
      * AREA DO PONTO DE ENTRADA PROGCB127-AULAS - COPIA A
      * LINKAGE PARA CA, GUARDA A ULTIMA CONSULTA (O LOTE PEDE A
      * MESMA TURMA E DISCIPLINA ALUNO APOS ALUNO) E DEVOLVE O
      * RESULTADO
      *****************************************************
       01  WRK-AUL-CONSULTA.
           05  WRK-AUL-TERMO       PIC 9(06).
           05  WRK-AUL-TURMA       PIC X(04).
           05  WRK-AUL-DISCIPLINA  PIC X(15).
           05  WRK-AUL-LIMITE      PIC 9(08).
       01  WRK-AUL-ULTIMA          PIC X(33) VALUE HIGH-VALUES.
       77 WRK-AUL-DADAS      PIC 9(04) VALUE ZEROS.
       77 WRK-AUL-TOTAL      PIC 9(04) VALUE ZEROS.
       77 WRK-AUL-RESULTADO  PIC X(01) VALUE SPACES.
       77 WRK-AUL-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-AUL-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-AUL-DATA       PIC 9(08) VALUE ZEROS.
       77 WRK-AUL-PROX       PIC 9(08) VALUE ZEROS.
       77 WRK-AUL-PASSOS     PIC 9(04) VALUE ZEROS.
       77 WRK-AUL-SEMANAL    PIC 9(03) VALUE ZEROS.
       77 WRK-UM-DIA         PIC S9(05) VALUE +1.
       77 WRK-D              PIC 9(01) VALUE ZEROS.
       77 WRK-DOW            PIC 9(01) VALUE ZEROS.
       77 WRK-ABRIU-CAL      PIC X(01) VALUE 'N'.
           88 CAL-ABERTO-AQUI VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-HOR        PIC X(01) VALUE 'N'.
           88 FIM-HORARIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       01  WRK-TABELA-CARGA.
           05  WRK-CARGA           PIC 9(02) OCCURS 7 TIMES.
      *****************************************************
      * DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMINGO) DO PRIMEIRO
      * DIA LETIVO, PELA CONGRUENCIA DE ZELLER COMO NO PROGCOB17 -
      * DALI EM DIANTE O DIA DA SEMANA ANDA JUNTO COM A DATA
      *****************************************************
       01  WRK-CALC-DATA.
           05  WRK-CALC-ANO   PIC 9(04).
           05  WRK-CALC-MES   PIC 9(02).
           05  WRK-CALC-DIA   PIC 9(02).
       77 WRK-Z-M             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-Y             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-J             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-K             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-TEMP          PIC S9(04) VALUE ZEROS.
       77 WRK-Z-H             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-QUOC          PIC S9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-AUL-TERMO       PIC 9(06).
       01  LK-AUL-TURMA       PIC X(04).
       01  LK-AUL-DISCIPLINA  PIC X(15).
       01  LK-AUL-LIMITE      PIC 9(08).
       01  LK-AUL-DADAS       PIC 9(04).
       01  LK-AUL-TOTAL       PIC 9(04).
       01  LK-AUL-RESULTADO   PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-MANUTENCAO
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * PONTO DE ENTRADA DA CONTAGEM DE AULAS, CHAMADO PELO
      * PROCESSAMENTO DO TERMO E PELO ALERTA DE FREQUENCIA - O
      * CABECALHO DE PARAGRAFO SEPARA O ENTRY DO FLUXO DA
      * MANUTENCAO, COMO NO PROGCB118
      *****************************************************
       0020-PONTO-AULAS.
       ENTRY 'PROGCB127-AULAS' USING LK-AUL-TERMO LK-AUL-TURMA
               LK-AUL-DISCIPLINA LK-AUL-LIMITE LK-AUL-DADAS
               LK-AUL-TOTAL LK-AUL-RESULTADO.
           MOVE LK-AUL-TERMO TO WRK-AUL-TERMO
           MOVE LK-AUL-TURMA TO WRK-AUL-TURMA
           MOVE LK-AUL-DISCIPLINA TO WRK-AUL-DISCIPLINA
           MOVE LK-AUL-LIMITE TO WRK-AUL-LIMITE
           IF WRK-AUL-CONSULTA NOT = WRK-AUL-ULTIMA
               PERFORM 0400-CONTAR-AULAS
               MOVE WRK-AUL-CONSULTA TO WRK-AUL-ULTIMA
           END-IF
           MOVE WRK-AUL-DADAS TO LK-AUL-DADAS
           MOVE WRK-AUL-TOTAL TO LK-AUL-TOTAL
           MOVE WRK-AUL-RESULTADO TO LK-AUL-RESULTADO.
           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O CALENDARIO-LETIVO
           IF WRK-FS-CAL = '35'
               OPEN OUTPUT CALENDARIO-LETIVO
               CLOSE CALENDARIO-LETIVO
               OPEN I-O CALENDARIO-LETIVO
           END-IF
           SET CALENDARIO-ABERTO TO TRUE
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
                   ') - MANUTENCAO ENCERRADA'
               SET CONTINUAR-MANUTENCAO TO FALSE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'CALENDARIO LETIVO EXIGE SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'MANUTENCAO DE CALENDARIO SEM SUPERVISOR'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   SET CONTINUAR-MANUTENCAO TO FALSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

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

       0200-PROCESSAR.
           DISPLAY '--------------'
           DISPLAY 'TERMO AAAAPP (ZERO = ' WRK-TERMO-ATUAL
               ', 9 = SAIR)..'
           ACCEPT WRK-TERMO
           IF WRK-TERMO = 9
               SET CONTINUAR-MANUTENCAO TO FALSE
           ELSE
               IF WRK-TERMO = ZEROS
                   MOVE WRK-TERMO-ATUAL TO WRK-TERMO
               END-IF
               MOVE WRK-TERMO(5:2) TO WRK-TERMO-PP
               IF WRK-TERMO-PP NOT = 01 AND WRK-TERMO-PP NOT = 02
                   DISPLAY 'TERMO INVALIDO - PERIODO 01 OU 02'
               ELSE
                   SET FICAR-NO-TERMO TO TRUE
                   PERFORM 0210-MANTER-TERMO UNTIL NOT FICAR-NO-TERMO
               END-IF
           END-IF.

       0210-MANTER-TERMO.
           PERFORM 0220-MOSTRAR-TERMO
           DISPLAY '1-PERIODO LETIVO  2-INCLUIR DIA SEM AULA'
           DISPLAY '3-EXCLUIR DIA SEM AULA  4-IMPORTAR FERIADOS'
           DISPLAY '5-CONSULTAR AULAS  0-VOLTAR'
           ACCEPT WRK-MENU
           MOVE WRK-TERMO TO WRK-AUD-TERMO
           EVALUATE WRK-MENU
               WHEN 1
                   PERFORM 0230-MANTER-PERIODO
               WHEN 2
                   PERFORM 0240-INCLUIR-DIA-SEM-AULA
               WHEN 3
                   PERFORM 0250-EXCLUIR-DIA-SEM-AULA
               WHEN 4
                   PERFORM 0260-IMPORTAR-FERIADOS
               WHEN 5
                   PERFORM 0270-CONSULTAR-AULAS
               WHEN OTHER
                   SET FICAR-NO-TERMO TO FALSE
           END-EVALUATE.

      *****************************************************
      * PERIODO LETIVO DO TERMO E OS DIAS SEM AULA JA MARCADOS,
      * NA ORDEM DA DATA
      *****************************************************
       0220-MOSTRAR-TERMO.
           SET TERMO-COM-PERIODO TO FALSE
           MOVE WRK-TERMO TO CALACAD-TERMO
           MOVE 'T' TO CALACAD-TIPO
           MOVE ZEROS TO CALACAD-DATA
           READ CALENDARIO-LETIVO
               KEY IS CALACAD-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           DISPLAY '--------------'
           IF WRK-FS-CAL = '00'
               SET TERMO-COM-PERIODO TO TRUE
               MOVE CALACAD-INICIO TO WRK-INICIO
               MOVE CALACAD-FIM TO WRK-FIM
               DISPLAY 'TERMO ' WRK-TERMO ' DE ' WRK-INICIO
                   ' A ' WRK-FIM
           ELSE
               DISPLAY 'TERMO ' WRK-TERMO ' SEM PERIODO LETIVO'
           END-IF
           MOVE ZEROS TO WRK-QT-LISTADOS
           SET FIM-LISTA TO FALSE
           MOVE WRK-TERMO TO CALACAD-TERMO
           MOVE 'N' TO CALACAD-TIPO
           MOVE ZEROS TO CALACAD-DATA
           START CALENDARIO-LETIVO KEY >= CALACAD-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0221-LISTAR-UM-DIA UNTIL FIM-LISTA
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY 'NENHUM DIA SEM AULA MARCADO'
           END-IF.

       0221-LISTAR-UM-DIA.
           READ CALENDARIO-LETIVO NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF CALACAD-TERMO NOT = WRK-TERMO
                   OR NOT CALACAD-E-SEM-AULA
                   SET FIM-LISTA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-LISTADOS
                   DISPLAY 'SEM AULA ' CALACAD-DATA ' '
                       CALACAD-DESCRICAO
               END-IF
           END-IF.

      *****************************************************
      * INCLUI OU ALTERA O PERIODO LETIVO - O FIM TEM QUE VIR
      * DEPOIS DO INICIO E AS DUAS DATAS TEM QUE SER VALIDAS
      *****************************************************
       0230-MANTER-PERIODO.
           DISPLAY 'PRIMEIRO DIA LETIVO (AAAAMMDD)..'
           ACCEPT WRK-INICIO
           DISPLAY 'ULTIMO DIA LETIVO (AAAAMMDD)..'
           ACCEPT WRK-FIM
           MOVE WRK-INICIO TO WRK-DATA-TESTE
           PERFORM 0290-VALIDAR-DATA
           IF DATA-OK
               MOVE WRK-FIM TO WRK-DATA-TESTE
               PERFORM 0290-VALIDAR-DATA
           END-IF
           IF NOT DATA-OK OR WRK-FIM <= WRK-INICIO
               DISPLAY 'PERIODO INVALIDO - ALTERACAO DESCARTADA'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'PERIODO LETIVO INVALIDO NO CALENDARIO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               MOVE 'T' TO WRK-AUD-TIPO
               MOVE WRK-INICIO TO WRK-VAL-INICIO
               MOVE WRK-FIM TO WRK-VAL-FIM
               MOVE WRK-VALOR-PERIODO TO AUDTRL-VALOR-DEPOIS
               IF TERMO-COM-PERIODO
                   PERFORM 0231-ALTERAR-PERIODO
               ELSE
                   PERFORM 0232-INCLUIR-PERIODO
               END-IF
           END-IF.

       0231-ALTERAR-PERIODO.
           MOVE WRK-TERMO TO CALACAD-TERMO
           MOVE 'T' TO CALACAD-TIPO
           MOVE ZEROS TO CALACAD-DATA
           READ CALENDARIO-LETIVO
               KEY IS CALACAD-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE CALACAD-INICIO TO WRK-VAL-INICIO
           MOVE CALACAD-FIM TO WRK-VAL-FIM
           MOVE WRK-VALOR-PERIODO TO AUDTRL-VALOR-ANTES
           MOVE WRK-INICIO TO CALACAD-INICIO
           MOVE WRK-FIM TO CALACAD-FIM
           MOVE 'CAL PERIODO' TO AUDTRL-CAMPO
           REWRITE CALACAD-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PERIODO ' WRK-FS-CAL
                   PERFORM 0295-ERRO-GRAVACAO
               NOT INVALID KEY
                   PERFORM 0600-GRAVAR-AUDITORIA
           END-REWRITE.

       0232-INCLUIR-PERIODO.
           MOVE WRK-TERMO TO CALACAD-TERMO
           MOVE 'T' TO CALACAD-TIPO
           MOVE ZEROS TO CALACAD-DATA
           MOVE SPACES TO CALACAD-CORPO
           MOVE WRK-INICIO TO CALACAD-INICIO
           MOVE WRK-FIM TO CALACAD-FIM
           MOVE WRK-OPERADOR TO CALACAD-OPERADOR
           ACCEPT CALACAD-DATA-CRIA FROM DATE YYYYMMDD
           MOVE 'CAL INCLUSAO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           WRITE CALACAD-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR PERIODO ' WRK-FS-CAL
                   PERFORM 0295-ERRO-GRAVACAO
               NOT INVALID KEY
                   PERFORM 0600-GRAVAR-AUDITORIA
           END-WRITE.

      *****************************************************
      * DIA SEM AULA SO ENTRA DENTRO DO PERIODO LETIVO DO TERMO
      *****************************************************
       0240-INCLUIR-DIA-SEM-AULA.
           IF NOT TERMO-COM-PERIODO
               DISPLAY 'INFORME ANTES O PERIODO LETIVO DO TERMO'
           ELSE
               DISPLAY 'DATA SEM AULA (AAAAMMDD)..'
               ACCEPT WRK-DATA
               DISPLAY 'DESCRICAO (EX.: RECESSO, CONSELHO)..'
               ACCEPT WRK-DESCRICAO
               MOVE WRK-DATA TO WRK-DATA-TESTE
               PERFORM 0290-VALIDAR-DATA
               IF NOT DATA-OK OR WRK-DATA < WRK-INICIO
                   OR WRK-DATA > WRK-FIM
                   DISPLAY 'DATA FORA DO PERIODO LETIVO - DESCARTADA'
                   MOVE 'E003' TO EXCLOG-CODIGO
                   MOVE 'DIA SEM AULA FORA DO PERIODO LETIVO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               ELSE
                   PERFORM 0245-GRAVAR-DIA-SEM-AULA
                   IF WRK-FS-CAL = '22'
                       DISPLAY 'DATA JA MARCADA COMO SEM AULA'
                   END-IF
               END-IF
           END-IF.

       0245-GRAVAR-DIA-SEM-AULA.
           MOVE WRK-TERMO TO CALACAD-TERMO
           MOVE 'N' TO CALACAD-TIPO WRK-AUD-TIPO
           MOVE WRK-DATA TO CALACAD-DATA
           MOVE SPACES TO CALACAD-CORPO
           MOVE WRK-DESCRICAO TO CALACAD-DESCRICAO
           MOVE WRK-OPERADOR TO CALACAD-OPERADOR
           ACCEPT CALACAD-DATA-CRIA FROM DATE YYYYMMDD
           WRITE CALACAD-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CAL SEM AULA' TO AUDTRL-CAMPO
                   MOVE SPACES TO AUDTRL-VALOR-ANTES
                   MOVE WRK-DATA TO WRK-VAL-DATA
                   MOVE WRK-DESCRICAO TO WRK-VAL-DESCRICAO
                   MOVE WRK-VALOR-DIA TO AUDTRL-VALOR-DEPOIS
                   PERFORM 0600-GRAVAR-AUDITORIA
                   ADD 1 TO WRK-QT-IMPORTADOS
           END-WRITE.

       0250-EXCLUIR-DIA-SEM-AULA.
           DISPLAY 'DATA A VOLTAR A TER AULA (AAAAMMDD)..'
           ACCEPT WRK-DATA
           MOVE WRK-TERMO TO CALACAD-TERMO
           MOVE 'N' TO CALACAD-TIPO WRK-AUD-TIPO
           MOVE WRK-DATA TO CALACAD-DATA
           READ CALENDARIO-LETIVO
               KEY IS CALACAD-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CAL NOT = '00'
               DISPLAY 'DATA NAO ESTA MARCADA COMO SEM AULA'
           ELSE
               MOVE WRK-DATA TO WRK-VAL-DATA
               MOVE CALACAD-DESCRICAO TO WRK-VAL-DESCRICAO
               DELETE CALENDARIO-LETIVO RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR DIA ' WRK-FS-CAL
                       PERFORM 0295-ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE 'CAL EXCLUSAO' TO AUDTRL-CAMPO
                       MOVE WRK-VALOR-DIA TO AUDTRL-VALOR-ANTES
                       MOVE SPACES TO AUDTRL-VALOR-DEPOIS
                       PERFORM 0600-GRAVAR-AUDITORIA
                       DISPLAY 'DIA ' WRK-DATA ' VOLTA A TER AULA'
               END-DELETE
           END-IF.

      *****************************************************
      * TRAZ OS FERIADOS NACIONAIS DO HOLIDAY QUE CAEM DENTRO DO
      * PERIODO LETIVO COMO DIAS SEM AULA - DATA JA MARCADA FICA
      * COMO ESTA; FERIADO ESTADUAL OU DE FILIAL E MARCADO A MAO
      *****************************************************
       0260-IMPORTAR-FERIADOS.
           MOVE ZEROS TO WRK-QT-IMPORTADOS
           IF NOT TERMO-COM-PERIODO
               DISPLAY 'INFORME ANTES O PERIODO LETIVO DO TERMO'
           ELSE
               OPEN INPUT HOLIDAY-MASTER
               SET FIM-LISTA TO FALSE
               IF WRK-FS-HOL NOT = '00'
                   SET FIM-LISTA TO TRUE
               ELSE
                   MOVE WRK-INICIO TO HOLIDAY-DATA
                   START HOLIDAY-MASTER KEY >= HOLIDAY-DATA
                       INVALID KEY
                           SET FIM-LISTA TO TRUE
                   END-START
               END-IF
               PERFORM 0261-IMPORTAR-UM-FERIADO UNTIL FIM-LISTA
               CLOSE HOLIDAY-MASTER
               DISPLAY 'FERIADOS IMPORTADOS..' WRK-QT-IMPORTADOS
           END-IF.

       0261-IMPORTAR-UM-FERIADO.
           READ HOLIDAY-MASTER NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF HOLIDAY-DATA > WRK-FIM
                   SET FIM-LISTA TO TRUE
               ELSE
                   IF HOLIDAY-NACIONAL
                       MOVE HOLIDAY-DATA TO WRK-DATA
                       MOVE HOLIDAY-DESCRICAO TO WRK-DESCRICAO
                       PERFORM 0245-GRAVAR-DIA-SEM-AULA
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * CONFERENCIA DA CONTAGEM PELA MESMA ROTINA DO PONTO DE
      * ENTRADA, ATE HOJE - A CONSULTA GUARDADA E DESCARTADA
      * PORQUE O CALENDARIO PODE TER ACABADO DE MUDAR
      *****************************************************
       0270-CONSULTAR-AULAS.
           DISPLAY 'TURMA..'
           ACCEPT WRK-TURMA
           DISPLAY 'DISCIPLINA (BRANCO = TODAS DA TURMA)..'
           ACCEPT WRK-DISCIPLINA
           MOVE WRK-TERMO TO WRK-AUL-TERMO
           MOVE WRK-TURMA TO WRK-AUL-TURMA
           MOVE WRK-DISCIPLINA TO WRK-AUL-DISCIPLINA
           MOVE WRK-HOJE TO WRK-AUL-LIMITE
           MOVE HIGH-VALUES TO WRK-AUL-ULTIMA
           PERFORM 0400-CONTAR-AULAS
           EVALUATE WRK-AUL-RESULTADO
               WHEN '0'
                   DISPLAY 'AULAS POR SEMANA.....' WRK-AUL-SEMANAL
                   DISPLAY 'AULAS DADAS ATE HOJE.' WRK-AUL-DADAS
                   DISPLAY 'TOTAL DO TERMO.......' WRK-AUL-TOTAL
               WHEN '1'
                   DISPLAY 'TERMO SEM PERIODO LETIVO'
               WHEN OTHER
                   DISPLAY 'TURMA/DISCIPLINA SEM AULA NA GRADE'
           END-EVALUATE.

      *****************************************************
      * DATA AAAAMMDD COM MES DE 01 A 12 E DIA DE 01 A 31
      *****************************************************
       0290-VALIDAR-DATA.
           SET DATA-OK TO TRUE
           IF WRK-TESTE-ANO < 2000
               OR WRK-TESTE-MES < 01 OR WRK-TESTE-MES > 12
               OR WRK-TESTE-DIA < 01 OR WRK-TESTE-DIA > 31
               SET DATA-OK TO FALSE
           END-IF.

       0295-ERRO-GRAVACAO.
           MOVE 'E004' TO EXCLOG-CODIGO
           MOVE 'ERRO AO GRAVAR CALENDARIO LETIVO'
               TO EXCLOG-DESCRICAO
           PERFORM 0800-GRAVAR-EXCECAO.

      *****************************************************
      * CONTA AS AULAS DA TURMA/DISCIPLINA NO TERMO: CARGA
      * SEMANAL DA GRADE HORARIA POR DIA DA SEMANA, DEPOIS UM
      * PASSEIO DIA A DIA PELO PERIODO LETIVO PELO SERVICO DE
      * DATA DO PROGCOB17, PULANDO DOMINGO E DIA SEM AULA - O
      * QUE CAI ATE A DATA LIMITE SAO AS AULAS DADAS. O
      * CALENDARIO SO E ABERTO AQUI QUANDO A CHAMADA VEM DE
      * FORA (NA MANUTENCAO ELE JA ESTA ABERTO)
      *****************************************************
       0400-CONTAR-AULAS.
           MOVE ZEROS TO WRK-AUL-DADAS WRK-AUL-TOTAL
           MOVE '1' TO WRK-AUL-RESULTADO
           SET CAL-ABERTO-AQUI TO FALSE
           IF NOT CALENDARIO-ABERTO
               OPEN INPUT CALENDARIO-LETIVO
               SET CAL-ABERTO-AQUI TO TRUE
           END-IF
           MOVE WRK-AUL-TERMO TO CALACAD-TERMO
           MOVE 'T' TO CALACAD-TIPO
           MOVE ZEROS TO CALACAD-DATA
           READ CALENDARIO-LETIVO
               KEY IS CALACAD-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CAL = '00'
               MOVE CALACAD-INICIO TO WRK-AUL-INICIO
               MOVE CALACAD-FIM TO WRK-AUL-FIM
               PERFORM 0410-CARREGAR-CARGA
               IF WRK-AUL-SEMANAL = ZEROS
                   MOVE '2' TO WRK-AUL-RESULTADO
               ELSE
                   MOVE '0' TO WRK-AUL-RESULTADO
                   MOVE WRK-AUL-INICIO TO WRK-AUL-DATA
                   MOVE WRK-AUL-INICIO TO WRK-CALC-DATA
                   PERFORM 0450-CALCULAR-DIA-SEMANA
                   MOVE ZEROS TO WRK-AUL-PASSOS
                   PERFORM 0420-CONTAR-UM-DIA
                       UNTIL WRK-AUL-DATA > WRK-AUL-FIM
                           OR WRK-AUL-PASSOS > 400
               END-IF
           END-IF
           IF CAL-ABERTO-AQUI
               CLOSE CALENDARIO-LETIVO
           END-IF.

      *****************************************************
      * AULAS POR DIA DA SEMANA DA TURMA NA GRADE DO TERMO -
      * A CHAVE DO HORARIO COMECA PELO TERMO, ENTAO A LEITURA
      * PARA NA PRIMEIRA AULA DE OUTRO TERMO
      *****************************************************
       0410-CARREGAR-CARGA.
           MOVE ZEROS TO WRK-AUL-SEMANAL
           PERFORM 0411-ZERAR-CARGA VARYING WRK-D FROM 1 BY 1
               UNTIL WRK-D > 6
           MOVE ZEROS TO WRK-CARGA(7)
           SET FIM-HORARIO TO FALSE
           OPEN INPUT GRADE-HORARIA
           IF WRK-FS-HOR NOT = '00'
               SET FIM-HORARIO TO TRUE
           ELSE
               MOVE WRK-AUL-TERMO TO HORARIO-TERMO
               MOVE ZEROS TO HORARIO-DIA-SEMANA HORARIO-AULA
               MOVE LOW-VALUES TO HORARIO-TURMA
               START GRADE-HORARIA KEY >= HORARIO-CHAVE
                   INVALID KEY
                       SET FIM-HORARIO TO TRUE
               END-START
           END-IF
           PERFORM 0412-LER-UMA-AULA UNTIL FIM-HORARIO
           CLOSE GRADE-HORARIA.

       0411-ZERAR-CARGA.
           MOVE ZEROS TO WRK-CARGA(WRK-D).

       0412-LER-UMA-AULA.
           READ GRADE-HORARIA NEXT RECORD
               AT END
                   SET FIM-HORARIO TO TRUE
           END-READ
           IF NOT FIM-HORARIO
               IF HORARIO-TERMO NOT = WRK-AUL-TERMO
                   SET FIM-HORARIO TO TRUE
               ELSE
                   IF HORARIO-TURMA = WRK-AUL-TURMA
                       AND HORARIO-DIA-SEMANA >= 1
                       AND HORARIO-DIA-SEMANA <= 6
                       AND (HORARIO-DISCIPLINA = WRK-AUL-DISCIPLINA
                           OR WRK-AUL-DISCIPLINA = SPACES
                           OR WRK-AUL-DISCIPLINA = 'GERAL')
                       ADD 1 TO WRK-CARGA(HORARIO-DIA-SEMANA)
                       ADD 1 TO WRK-AUL-SEMANAL
                   END-IF
               END-IF
           END-IF.

       0420-CONTAR-UM-DIA.
           IF WRK-DOW <= 6 AND WRK-CARGA(WRK-DOW) > ZEROS
               MOVE WRK-AUL-TERMO TO CALACAD-TERMO
               MOVE 'N' TO CALACAD-TIPO
               MOVE WRK-AUL-DATA TO CALACAD-DATA
               READ CALENDARIO-LETIVO
                   KEY IS CALACAD-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CAL NOT = '00'
                   ADD WRK-CARGA(WRK-DOW) TO WRK-AUL-TOTAL
                   IF WRK-AUL-DATA <= WRK-AUL-LIMITE
                       ADD WRK-CARGA(WRK-DOW) TO WRK-AUL-DADAS
                   END-IF
               END-IF
           END-IF
           CALL 'PROGCOB17-SOMADIAS' USING WRK-AUL-DATA
               WRK-UM-DIA WRK-AUL-PROX
           MOVE WRK-AUL-PROX TO WRK-AUL-DATA
           ADD 1 TO WRK-AUL-PASSOS
           IF WRK-DOW = 7
               MOVE 1 TO WRK-DOW
           ELSE
               ADD 1 TO WRK-DOW
           END-IF.

       0450-CALCULAR-DIA-SEMANA.
           MOVE WRK-CALC-MES TO WRK-Z-M
           MOVE WRK-CALC-ANO TO WRK-Z-Y
           IF WRK-Z-M < 3
               ADD 12 TO WRK-Z-M
               SUBTRACT 1 FROM WRK-Z-Y
           END-IF
           DIVIDE WRK-Z-Y BY 100 GIVING WRK-Z-J REMAINDER WRK-Z-K
           COMPUTE WRK-Z-TEMP = (13 * (WRK-Z-M + 1)) / 5
           COMPUTE WRK-Z-H = WRK-CALC-DIA + WRK-Z-TEMP + WRK-Z-K
               + (WRK-Z-K / 4) + (WRK-Z-J / 4) + (5 * WRK-Z-J)
           DIVIDE WRK-Z-H BY 7 GIVING WRK-Z-QUOC REMAINDER WRK-Z-H
           ADD 5 TO WRK-Z-H
           DIVIDE WRK-Z-H BY 7 GIVING WRK-Z-QUOC REMAINDER WRK-Z-H
           COMPUTE WRK-DOW = WRK-Z-H + 1.

       0600-GRAVAR-AUDITORIA.
           MOVE 'PROGCB127' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDITORIA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB127' TO EXCLOG-PROGRAMA
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
           CLOSE CALENDARIO-LETIVO
           SET CALENDARIO-ABERTO TO FALSE
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

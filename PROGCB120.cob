       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB120.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANUTENCAO DO CADASTRO DE SALAS (SALAS) E DA
      * GRADE HORARIA SEMANAL DO TERMO (HORARIO) - PARA UMA
      * TURMA E UM TERMO LISTA AS AULAS JA MONTADAS E, PELO DIA
      * DA SEMANA E HORARIO DE AULA, INCLUI, ALTERA OU EXCLUI A
      * AULA COM A DISCIPLINA, A SALA E O PROFESSOR (SUGERIDO
      * PELA ATRIBUICAO DE AULAS DO PROFASS). A AULA E RECUSADA
      * QUANDO O PROFESSOR OU A SALA JA ESTAO EM OUTRA TURMA NO
      * MESMO HORARIO, QUANDO A SALA E MENOR QUE A CAPACIDADE DA
      * TURMA (TURMA-CAPACIDADE) OU QUANDO O HORARIO ESTA FORA
      * DO PERIODO DA TURMA. SO SUPERVISOR MANTEM, E CADA
      * ALTERACAO VAI PARA O LOG DE AUDITORIA, NOS MOLDES DO
      * PROGCB118
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
           SELECT SALA-MASTER ASSIGN TO 'SALAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALA-CODIGO
               FILE STATUS IS WRK-FS-SAL.
           SELECT GRADE-HORARIA ASSIGN TO 'HORARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HORARIO-CHAVE
               FILE STATUS IS WRK-FS-HOR.
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
           SELECT OPTIONAL ATRIBUICAO-AULAS ASSIGN TO 'PROFASS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFASS-CHAVE
               FILE STATUS IS WRK-FS-ATR.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  SALA-MASTER.
           COPY 'SALA.CPY'.

       FD  GRADE-HORARIA.
           COPY 'HORARIO.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  PROFESSOR-MASTER.
           COPY 'PROFMAS.CPY'.

       FD  ATRIBUICAO-AULAS.
           COPY 'PROFASS.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-FS-SAL       PIC X(02) VALUE '00'.
       77 WRK-FS-HOR       PIC X(02) VALUE '00'.
       77 WRK-FS-TUR       PIC X(02) VALUE '00'.
       77 WRK-FS-PRF       PIC X(02) VALUE '00'.
       77 WRK-FS-ATR       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-MANUTENCAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PRF-ABERTO   PIC X(01) VALUE 'N'.
           88 PROFESSORES-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-ATR-ABERTO   PIC X(01) VALUE 'N'.
           88 ATRIBUICOES-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-TUR-OK       PIC X(01) VALUE 'N'.
           88 TURMA-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-AULA-OK      PIC X(01) VALUE 'N'.
           88 AULA-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MENU         PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-ENTRADA      PIC X(15) VALUE SPACES.
      *****************************************************
      * CADASTRO DA SALA
      *****************************************************
       77 WRK-SALA         PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(20) VALUE SPACES.
       77 WRK-CAPACIDADE   PIC 9(03) VALUE ZEROS.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
      *****************************************************
      * AULA DA GRADE - OS VALORES ANTERIORES FICAM GUARDADOS
      * PARA A AUDITORIA, JA QUE A LEITURA DE CONFERENCIA DE
      * CONFLITO PASSA POR CIMA DO REGISTRO LIDO
      *****************************************************
       77 WRK-TURMA        PIC X(04) VALUE SPACES.
       77 WRK-TERMO        PIC 9(06) VALUE ZEROS.
       77 WRK-DIA          PIC 9(01) VALUE ZEROS.
       77 WRK-AULA         PIC 9(02) VALUE ZEROS.
       77 WRK-AULA-MIN     PIC 9(02) VALUE ZEROS.
       77 WRK-AULA-MAX     PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA-CAPAC  PIC 9(03) VALUE ZEROS.
       77 WRK-DISCIPLINA   PIC X(15) VALUE SPACES.
       77 WRK-PROFESSOR    PIC X(06) VALUE SPACES.
       77 WRK-ANT-DISCIPLINA PIC X(15) VALUE SPACES.
       77 WRK-ANT-SALA     PIC X(04) VALUE SPACES.
       77 WRK-ANT-PROFESSOR PIC X(06) VALUE SPACES.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL  PIC 9(06) VALUE ZEROS.
      *****************************************************
      * CHAVE DA AUDITORIA: TERMO + TURMA NA GRADE (DIA E
      * HORARIO VAO NOS VALORES ANTES/DEPOIS), CODIGO DA SALA
      * NO CADASTRO DE SALAS
      *****************************************************
       01  WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-TERMO       PIC 9(06).
           05  WRK-AUD-TURMA       PIC X(04).
       01  WRK-CHAVE-AUD-SALA REDEFINES WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-SALA        PIC X(04).
           05  FILLER              PIC X(06).
       01  WRK-VALOR-GRADE.
           05  WRK-VGR-DIA         PIC 9(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-VGR-AULA        PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-VGR-CONTEUDO    PIC X(15).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-MANUTENCAO
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O SALA-MASTER
           IF WRK-FS-SAL = '35'
               OPEN OUTPUT SALA-MASTER
               CLOSE SALA-MASTER
               OPEN I-O SALA-MASTER
           END-IF
           OPEN I-O GRADE-HORARIA
           IF WRK-FS-HOR = '35'
               OPEN OUTPUT GRADE-HORARIA
               CLOSE GRADE-HORARIA
               OPEN I-O GRADE-HORARIA
           END-IF
           OPEN INPUT TURMA-MASTER
           OPEN INPUT PROFESSOR-MASTER
           IF WRK-FS-PRF = '00'
               SET PROFESSORES-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT ATRIBUICAO-AULAS
           IF WRK-FS-ATR = '00'
               SET ATRIBUICOES-DISPONIVEIS TO TRUE
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
                   ') - MANUTENCAO ENCERRADA'
               SET CONTINUAR-MANUTENCAO TO FALSE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'GRADE HORARIA EXIGE SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'MANUTENCAO DA GRADE SEM SUPERVISOR'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   SET CONTINUAR-MANUTENCAO TO FALSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      * CODIGO DO TERMO CORRENTE (AAAAPP), COMO NOS PROGRAMAS DE
      * LANCAMENTO: PRIMEIRO SEMESTRE ATE JUNHO, SEGUNDO DE
      * JULHO EM DIANTE - E O TERMO PROPOSTO NA GRADE
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
           DISPLAY '1-SALAS  2-GRADE HORARIA  0-SAIR'
           ACCEPT WRK-MENU
           EVALUATE WRK-MENU
               WHEN 1
                   PERFORM 0210-MANTER-SALA
               WHEN 2
                   PERFORM 0250-MANTER-GRADE
               WHEN OTHER
                   SET CONTINUAR-MANUTENCAO TO FALSE
           END-EVALUATE.

      *****************************************************
      * CADASTRO DA SALA: CODIGO JA CADASTRADO E MOSTRADO E
      * PODE SER ALTERADO, INATIVADO OU REATIVADO; CODIGO NOVO
      * ABRE A INCLUSAO
      *****************************************************
       0210-MANTER-SALA.
           DISPLAY 'CODIGO DA SALA (BRANCO = VOLTAR)..'
           ACCEPT WRK-SALA
           IF WRK-SALA NOT = SPACES
               MOVE SPACES TO WRK-CHAVE-AUDITORIA
               MOVE WRK-SALA TO SALA-CODIGO WRK-AUD-SALA
               READ SALA-MASTER
                   KEY IS SALA-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-SAL = '00'
                   PERFORM 0220-MOSTRAR-SALA
                   PERFORM 0230-PERGUNTAR-ACAO-SALA
               ELSE
                   PERFORM 0240-INCLUIR-SALA
               END-IF
           END-IF.

       0220-MOSTRAR-SALA.
           DISPLAY '--------------'
           DISPLAY 'CODIGO.......' SALA-CODIGO
           DISPLAY 'DESCRICAO....' SALA-DESCRICAO
           DISPLAY 'CAPACIDADE...' SALA-CAPACIDADE
           DISPLAY 'SITUACAO.....' SALA-SITUACAO
           DISPLAY 'DATA CRIACAO.' SALA-DATA-CRIA.

       0230-PERGUNTAR-ACAO-SALA.
           DISPLAY '1-DESCRICAO  2-CAPACIDADE  3-INATIVAR  '
               '4-REATIVAR  0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0231-ALTERAR-DESCRICAO
               WHEN 2
                   PERFORM 0232-ALTERAR-CAPACIDADE
               WHEN 3
                   PERFORM 0233-MUDAR-SITUACAO
               WHEN 4
                   PERFORM 0233-MUDAR-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0231-ALTERAR-DESCRICAO.
           DISPLAY 'NOVA DESCRICAO..'
           ACCEPT WRK-DESCRICAO
           MOVE 'SAL DESCRICAO' TO AUDTRL-CAMPO
           MOVE SALA-DESCRICAO TO AUDTRL-VALOR-ANTES
           MOVE WRK-DESCRICAO TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-DESCRICAO TO SALA-DESCRICAO
           PERFORM 0235-REGRAVAR-SALA.

       0232-ALTERAR-CAPACIDADE.
           DISPLAY 'NOVA CAPACIDADE (LUGARES)..'
           ACCEPT WRK-CAPACIDADE
           IF WRK-CAPACIDADE = ZEROS
               DISPLAY 'CAPACIDADE ZERO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'SAL CAPACIDADE' TO AUDTRL-CAMPO
               MOVE SALA-CAPACIDADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-CAPACIDADE TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CAPACIDADE TO SALA-CAPACIDADE
               PERFORM 0235-REGRAVAR-SALA
           END-IF.

      *****************************************************
      * INATIVA (OPCAO 3) OU REATIVA (OPCAO 4) A SALA SEM
      * APAGAR O REGISTRO - AS GRADES JA MONTADAS CONTINUAM
      * IMPRIMINDO A SALA
      *****************************************************
       0233-MUDAR-SITUACAO.
           MOVE SALA-SITUACAO TO WRK-SIT-ANTES
           IF WRK-OPCAO = 3
               MOVE 'I' TO SALA-SITUACAO
           ELSE
               MOVE 'A' TO SALA-SITUACAO
           END-IF
           MOVE 'SAL SITUACAO' TO AUDTRL-CAMPO
           MOVE WRK-SIT-ANTES TO AUDTRL-VALOR-ANTES
           MOVE SALA-SITUACAO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0235-REGRAVAR-SALA.

       0235-REGRAVAR-SALA.
           REWRITE SALA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS-SAL
                   MOVE 'E003' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR CADASTRO DE SALA'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 0600-GRAVAR-AUDITORIA
           END-REWRITE.

       0240-INCLUIR-SALA.
           DISPLAY 'CODIGO NOVO - INCLUSAO DA SALA'
           DISPLAY 'DESCRICAO (EX.: LABORATORIO 1)..'
           ACCEPT WRK-DESCRICAO
           DISPLAY 'CAPACIDADE (LUGARES)..'
           ACCEPT WRK-CAPACIDADE
           IF WRK-CAPACIDADE = ZEROS
               DISPLAY 'CAPACIDADE ZERO - INCLUSAO DESCARTADA'
           ELSE
               MOVE WRK-SALA TO SALA-CODIGO
               MOVE WRK-DESCRICAO TO SALA-DESCRICAO
               MOVE WRK-CAPACIDADE TO SALA-CAPACIDADE
               MOVE 'A' TO SALA-SITUACAO
               ACCEPT SALA-DATA-CRIA FROM DATE YYYYMMDD
               WRITE SALA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR SALA ' WRK-FS-SAL
                       MOVE 'E003' TO EXCLOG-CODIGO
                       MOVE 'ERRO AO GRAVAR CADASTRO DE SALA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   NOT INVALID KEY
                       MOVE 'SAL INCLUSAO' TO AUDTRL-CAMPO
                       MOVE SPACES TO AUDTRL-VALOR-ANTES
                       MOVE SALA-DESCRICAO TO AUDTRL-VALOR-DEPOIS
                       PERFORM 0600-GRAVAR-AUDITORIA
                       DISPLAY 'SALA ' WRK-SALA ' INCLUIDA'
               END-WRITE
           END-IF.

      *****************************************************
      * GRADE DE UMA TURMA NO TERMO: LISTA AS AULAS JA
      * MONTADAS E, PELO DIA E HORARIO, INCLUI, ALTERA OU
      * EXCLUI A AULA
      *****************************************************
       0250-MANTER-GRADE.
           DISPLAY 'TURMA (BRANCO = VOLTAR)..'
           ACCEPT WRK-TURMA
           IF WRK-TURMA NOT = SPACES
               PERFORM 0255-VALIDAR-TURMA
               IF TURMA-VALIDA
                   DISPLAY 'TERMO AAAAPP (ZERO = TERMO CORRENTE)..'
                   ACCEPT WRK-TERMO
                   IF WRK-TERMO = ZEROS
                       MOVE WRK-TERMO-ATUAL TO WRK-TERMO
                   END-IF
                   MOVE WRK-TERMO TO WRK-AUD-TERMO
                   MOVE WRK-TURMA TO WRK-AUD-TURMA
                   PERFORM 0260-LISTAR-GRADE
                   PERFORM 0270-ESCOLHER-AULA
               END-IF
           END-IF.

      *****************************************************
      * A TURMA PRECISA EXISTIR NO CADASTRO: E DELA QUE VEM A
      * CAPACIDADE CONFERIDA CONTRA A SALA E O PERIODO QUE
      * LIMITA OS HORARIOS DE AULA
      *****************************************************
       0255-VALIDAR-TURMA.
           SET TURMA-VALIDA TO FALSE
           MOVE WRK-TURMA TO TURMA-CODIGO
           READ TURMA-MASTER
               KEY IS TURMA-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-TUR = '00'
               SET TURMA-VALIDA TO TRUE
               MOVE TURMA-CAPACIDADE TO WRK-TURMA-CAPAC
               EVALUATE TRUE
                   WHEN TURMA-MANHA
                       MOVE 01 TO WRK-AULA-MIN
                       MOVE 06 TO WRK-AULA-MAX
                   WHEN TURMA-TARDE
                       MOVE 07 TO WRK-AULA-MIN
                       MOVE 12 TO WRK-AULA-MAX
                   WHEN TURMA-NOITE
                       MOVE 13 TO WRK-AULA-MIN
                       MOVE 18 TO WRK-AULA-MAX
                   WHEN OTHER
                       MOVE 01 TO WRK-AULA-MIN
                       MOVE 18 TO WRK-AULA-MAX
               END-EVALUATE
               DISPLAY 'TURMA.. ' TURMA-NOME ' PERIODO '
                   TURMA-PERIODO ' CAPACIDADE ' TURMA-CAPACIDADE
           ELSE
               DISPLAY 'TURMA NAO ENCONTRADA NO CADASTRO TURMA'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'GRADE PARA TURMA INEXISTENTE '
                   WRK-TURMA DELIMITED BY SIZE
                   INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0260-LISTAR-GRADE.
           MOVE ZEROS TO WRK-QT-LISTADOS
           SET FIM-LISTA TO FALSE
           MOVE WRK-TERMO TO HORARIO-TERMO
           MOVE ZEROS TO HORARIO-DIA-SEMANA HORARIO-AULA
           MOVE LOW-VALUES TO HORARIO-TURMA
           START GRADE-HORARIA KEY >= HORARIO-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0261-LER-UMA-AULA UNTIL FIM-LISTA
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY 'NENHUMA AULA NA GRADE DO TERMO ' WRK-TERMO
           END-IF.

       0261-LER-UMA-AULA.
           READ GRADE-HORARIA NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF HORARIO-TERMO NOT = WRK-TERMO
                   SET FIM-LISTA TO TRUE
               ELSE
                   IF HORARIO-TURMA = WRK-TURMA
                       ADD 1 TO WRK-QT-LISTADOS
                       DISPLAY 'DIA ' HORARIO-DIA-SEMANA ' AULA '
                           HORARIO-AULA ' ' HORARIO-DISCIPLINA ' '
                           HORARIO-SALA ' ' HORARIO-PROFESSOR
                   END-IF
               END-IF
           END-IF.

       0270-ESCOLHER-AULA.
           DISPLAY 'DIA DA SEMANA (1 = SEGUNDA ... 6 = SABADO, '
               '0 = VOLTAR)..'
           ACCEPT WRK-DIA
           IF WRK-DIA NOT = ZEROS
               DISPLAY 'HORARIO DE AULA (' WRK-AULA-MIN ' A '
                   WRK-AULA-MAX ')..'
               ACCEPT WRK-AULA
               IF WRK-DIA > 6
                   OR WRK-AULA < WRK-AULA-MIN
                   OR WRK-AULA > WRK-AULA-MAX
                   DISPLAY 'DIA OU HORARIO FORA DA GRADE DA TURMA'
               ELSE
                   MOVE WRK-DIA TO WRK-VGR-DIA
                   MOVE WRK-AULA TO WRK-VGR-AULA
                   PERFORM 0272-LER-AULA
                   IF WRK-FS-HOR = '00'
                       PERFORM 0275-MOSTRAR-AULA
                       PERFORM 0280-PERGUNTAR-ACAO-AULA
                   ELSE
                       PERFORM 0290-INCLUIR-AULA
                   END-IF
               END-IF
           END-IF.

       0272-LER-AULA.
           MOVE WRK-TERMO TO HORARIO-TERMO
           MOVE WRK-DIA TO HORARIO-DIA-SEMANA
           MOVE WRK-AULA TO HORARIO-AULA
           MOVE WRK-TURMA TO HORARIO-TURMA
           READ GRADE-HORARIA
               KEY IS HORARIO-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

       0275-MOSTRAR-AULA.
           DISPLAY '--------------'
           DISPLAY 'TURMA........' HORARIO-TURMA
           DISPLAY 'DIA/AULA.....' HORARIO-DIA-SEMANA '/'
               HORARIO-AULA
           DISPLAY 'DISCIPLINA...' HORARIO-DISCIPLINA
           DISPLAY 'SALA.........' HORARIO-SALA
           DISPLAY 'PROFESSOR....' HORARIO-PROFESSOR
           DISPLAY 'DATA CRIACAO.' HORARIO-DATA-CRIA.

       0280-PERGUNTAR-ACAO-AULA.
           DISPLAY '1-ALTERAR DISCIPLINA/SALA/PROFESSOR  2-EXCLUIR  '
               '0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0281-ALTERAR-AULA
               WHEN 2
                   PERFORM 0283-EXCLUIR-AULA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * ALTERACAO DA AULA: CAMPO EM BRANCO MANTEM O VALOR
      * ATUAL; A AULA ALTERADA PASSA PELAS MESMAS CONFERENCIAS
      * DA INCLUSAO E O REGISTRO E RELIDO ANTES DO REWRITE
      *****************************************************
       0281-ALTERAR-AULA.
           MOVE HORARIO-DISCIPLINA TO WRK-ANT-DISCIPLINA
               WRK-DISCIPLINA
           MOVE HORARIO-SALA TO WRK-ANT-SALA WRK-SALA
           MOVE HORARIO-PROFESSOR TO WRK-ANT-PROFESSOR
               WRK-PROFESSOR
           DISPLAY 'NOVA DISCIPLINA (BRANCO = MANTER)..'
           MOVE SPACES TO WRK-ENTRADA
           ACCEPT WRK-ENTRADA
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-DISCIPLINA
           END-IF
           DISPLAY 'NOVA SALA (BRANCO = MANTER)..'
           MOVE SPACES TO WRK-ENTRADA
           ACCEPT WRK-ENTRADA
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-SALA
           END-IF
           DISPLAY 'NOVO PROFESSOR (BRANCO = MANTER)..'
           MOVE SPACES TO WRK-ENTRADA
           ACCEPT WRK-ENTRADA
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-PROFESSOR
           END-IF
           PERFORM 0500-CONFERIR-AULA
           IF AULA-VALIDA
               PERFORM 0272-LER-AULA
               MOVE WRK-DISCIPLINA TO HORARIO-DISCIPLINA
               MOVE WRK-SALA TO HORARIO-SALA
               MOVE WRK-PROFESSOR TO HORARIO-PROFESSOR
               REWRITE HORARIO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS-HOR
                       MOVE 'E004' TO EXCLOG-CODIGO
                       MOVE 'ERRO AO GRAVAR GRADE HORARIA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   NOT INVALID KEY
                       PERFORM 0285-AUDITAR-ALTERACAO
                       DISPLAY 'AULA ALTERADA'
               END-REWRITE
           END-IF.

      *****************************************************
      * A EXCLUSAO LIBERA O HORARIO DA TURMA, DA SALA E DO
      * PROFESSOR
      *****************************************************
       0283-EXCLUIR-AULA.
           MOVE HORARIO-DISCIPLINA TO WRK-VGR-CONTEUDO
           DELETE GRADE-HORARIA RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR AULA ' WRK-FS-HOR
                   MOVE 'E004' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR GRADE HORARIA'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   MOVE 'GRD EXCLUSAO' TO AUDTRL-CAMPO
                   MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-ANTES
                   MOVE SPACES TO AUDTRL-VALOR-DEPOIS
                   PERFORM 0600-GRAVAR-AUDITORIA
                   DISPLAY 'AULA EXCLUIDA'
           END-DELETE.

      *****************************************************
      * UMA LINHA DE AUDITORIA POR CAMPO REALMENTE ALTERADO,
      * COM O DIA E O HORARIO NA FRENTE DO VALOR
      *****************************************************
       0285-AUDITAR-ALTERACAO.
           IF WRK-DISCIPLINA NOT = WRK-ANT-DISCIPLINA
               MOVE 'GRD DISCIPLINA' TO AUDTRL-CAMPO
               MOVE WRK-ANT-DISCIPLINA TO WRK-VGR-CONTEUDO
               MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-DISCIPLINA TO WRK-VGR-CONTEUDO
               MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-DEPOIS
               PERFORM 0600-GRAVAR-AUDITORIA
           END-IF
           IF WRK-SALA NOT = WRK-ANT-SALA
               MOVE 'GRD SALA' TO AUDTRL-CAMPO
               MOVE WRK-ANT-SALA TO WRK-VGR-CONTEUDO
               MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-SALA TO WRK-VGR-CONTEUDO
               MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-DEPOIS
               PERFORM 0600-GRAVAR-AUDITORIA
           END-IF
           IF WRK-PROFESSOR NOT = WRK-ANT-PROFESSOR
               MOVE 'GRD PROFESSOR' TO AUDTRL-CAMPO
               MOVE WRK-ANT-PROFESSOR TO WRK-VGR-CONTEUDO
               MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-PROFESSOR TO WRK-VGR-CONTEUDO
               MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-DEPOIS
               PERFORM 0600-GRAVAR-AUDITORIA
           END-IF.

      *****************************************************
      * HORARIO LIVRE NA TURMA: DISCIPLINA, SALA E PROFESSOR -
      * O PROFESSOR SUGERIDO E O ATRIBUIDO A TURMA E DISCIPLINA
      * NO TERMO (PROFASS)
      *****************************************************
       0290-INCLUIR-AULA.
           DISPLAY 'HORARIO LIVRE - INCLUSAO DA AULA'
           DISPLAY 'DISCIPLINA..'
           MOVE SPACES TO WRK-DISCIPLINA
           ACCEPT WRK-DISCIPLINA
           PERFORM 0295-SUGERIR-PROFESSOR
           DISPLAY 'PROFESSOR (BRANCO = O SUGERIDO)..'
           MOVE SPACES TO WRK-ENTRADA
           ACCEPT WRK-ENTRADA
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-PROFESSOR
           END-IF
           DISPLAY 'SALA..'
           MOVE SPACES TO WRK-SALA
           ACCEPT WRK-SALA
           PERFORM 0500-CONFERIR-AULA
           IF AULA-VALIDA
               MOVE WRK-TERMO TO HORARIO-TERMO
               MOVE WRK-DIA TO HORARIO-DIA-SEMANA
               MOVE WRK-AULA TO HORARIO-AULA
               MOVE WRK-TURMA TO HORARIO-TURMA
               MOVE WRK-DISCIPLINA TO HORARIO-DISCIPLINA
               MOVE WRK-SALA TO HORARIO-SALA
               MOVE WRK-PROFESSOR TO HORARIO-PROFESSOR
               ACCEPT HORARIO-DATA-CRIA FROM DATE YYYYMMDD
               WRITE HORARIO-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR AULA ' WRK-FS-HOR
                       MOVE 'E004' TO EXCLOG-CODIGO
                       MOVE 'ERRO AO GRAVAR GRADE HORARIA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   NOT INVALID KEY
                       MOVE 'GRD INCLUSAO' TO AUDTRL-CAMPO
                       MOVE SPACES TO AUDTRL-VALOR-ANTES
                       MOVE WRK-DISCIPLINA TO WRK-VGR-CONTEUDO
                       MOVE WRK-VALOR-GRADE TO AUDTRL-VALOR-DEPOIS
                       PERFORM 0600-GRAVAR-AUDITORIA
                       DISPLAY 'AULA INCLUIDA'
               END-WRITE
           END-IF.

       0295-SUGERIR-PROFESSOR.
           MOVE SPACES TO WRK-PROFESSOR
           IF ATRIBUICOES-DISPONIVEIS
               MOVE WRK-TURMA TO PROFASS-TURMA
               MOVE WRK-DISCIPLINA TO PROFASS-DISCIPLINA
               MOVE WRK-TERMO TO PROFASS-TERMO
               READ ATRIBUICAO-AULAS
                   KEY IS PROFASS-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ATR = '00'
                   MOVE PROFASS-PROFESSOR TO WRK-PROFESSOR
                   DISPLAY 'PROFESSOR ATRIBUIDO.. ' WRK-PROFESSOR
               ELSE
                   DISPLAY 'DISCIPLINA SEM ATRIBUICAO NO TERMO'
               END-IF
           END-IF.

      *****************************************************
      * CONFERENCIAS DA AULA ANTES DE GRAVAR: DISCIPLINA
      * INFORMADA, SALA ATIVA QUE COMPORTA A TURMA, PROFESSOR
      * ATIVO E NENHUM CONFLITO DE SALA OU PROFESSOR NO MESMO
      * DIA E HORARIO EM OUTRA TURMA
      *****************************************************
       0500-CONFERIR-AULA.
           SET AULA-VALIDA TO TRUE
           IF WRK-DISCIPLINA = SPACES
               SET AULA-VALIDA TO FALSE
               DISPLAY 'DISCIPLINA EM BRANCO'
           END-IF
           PERFORM 0510-CONFERIR-SALA
           PERFORM 0520-CONFERIR-PROFESSOR
           IF AULA-VALIDA
               PERFORM 0530-CONFERIR-CONFLITOS
           END-IF
           IF NOT AULA-VALIDA
               DISPLAY 'AULA RECUSADA - NADA FOI GRAVADO'
           END-IF.

       0510-CONFERIR-SALA.
           MOVE WRK-SALA TO SALA-CODIGO
           READ SALA-MASTER
               KEY IS SALA-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-SAL NOT = '00'
               SET AULA-VALIDA TO FALSE
               DISPLAY 'SALA ' WRK-SALA ' NAO CADASTRADA'
           ELSE
               IF SALA-INATIVA
                   SET AULA-VALIDA TO FALSE
                   DISPLAY 'SALA ' WRK-SALA ' INATIVA'
               ELSE
                   IF WRK-TURMA-CAPAC > ZEROS
                       AND SALA-CAPACIDADE < WRK-TURMA-CAPAC
                       SET AULA-VALIDA TO FALSE
                       DISPLAY 'SALA ' WRK-SALA ' COM '
                           SALA-CAPACIDADE ' LUGARES - TURMA DE '
                           WRK-TURMA-CAPAC ' NAO CABE'
                       MOVE 'E007' TO EXCLOG-CODIGO
                       MOVE SPACES TO EXCLOG-DESCRICAO
                       STRING 'SALA ' WRK-SALA
                           ' MENOR QUE A TURMA ' WRK-TURMA
                           DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

       0520-CONFERIR-PROFESSOR.
           IF WRK-PROFESSOR = SPACES
               SET AULA-VALIDA TO FALSE
               DISPLAY 'PROFESSOR EM BRANCO'
           ELSE
               IF PROFESSORES-DISPONIVEIS
                   MOVE WRK-PROFESSOR TO PROFMAS-CODIGO
                   READ PROFESSOR-MASTER
                       KEY IS PROFMAS-CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-PRF NOT = '00'
                       SET AULA-VALIDA TO FALSE
                       DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                           ' NAO CADASTRADO'
                   ELSE
                       IF PROFMAS-INATIVO
                           SET AULA-VALIDA TO FALSE
                           DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                               ' INATIVO'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * AS AULAS DO MESMO TERMO, DIA E HORARIO FICAM JUNTAS NA
      * CHAVE - BASTA PERCORRER O HORARIO E RECUSAR SE OUTRA
      * TURMA JA USA A SALA OU O PROFESSOR
      *****************************************************
       0530-CONFERIR-CONFLITOS.
           SET FIM-LISTA TO FALSE
           MOVE WRK-TERMO TO HORARIO-TERMO
           MOVE WRK-DIA TO HORARIO-DIA-SEMANA
           MOVE WRK-AULA TO HORARIO-AULA
           MOVE LOW-VALUES TO HORARIO-TURMA
           START GRADE-HORARIA KEY >= HORARIO-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0531-CONFERIR-UMA-AULA UNTIL FIM-LISTA.

       0531-CONFERIR-UMA-AULA.
           READ GRADE-HORARIA NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF HORARIO-TERMO NOT = WRK-TERMO
                   OR HORARIO-DIA-SEMANA NOT = WRK-DIA
                   OR HORARIO-AULA NOT = WRK-AULA
                   SET FIM-LISTA TO TRUE
               ELSE
                   IF HORARIO-TURMA NOT = WRK-TURMA
                       PERFORM 0535-COMPARAR-AULA
                   END-IF
               END-IF
           END-IF.

       0535-COMPARAR-AULA.
           IF HORARIO-PROFESSOR = WRK-PROFESSOR
               SET AULA-VALIDA TO FALSE
               DISPLAY 'PROFESSOR ' WRK-PROFESSOR ' JA DA AULA NA '
                   'TURMA ' HORARIO-TURMA ' NESTE HORARIO'
               MOVE 'E005' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'CONFLITO DE PROFESSOR ' WRK-PROFESSOR
                   ' TURMA ' HORARIO-TURMA
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF
           IF HORARIO-SALA = WRK-SALA
               SET AULA-VALIDA TO FALSE
               DISPLAY 'SALA ' WRK-SALA ' JA OCUPADA PELA TURMA '
                   HORARIO-TURMA ' NESTE HORARIO'
               MOVE 'E006' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'CONFLITO DE SALA ' WRK-SALA
                   ' TURMA ' HORARIO-TURMA
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0600-GRAVAR-AUDITORIA.
           MOVE 'PROGCB120' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDITORIA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB120' TO EXCLOG-PROGRAMA
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
           CLOSE SALA-MASTER
           CLOSE GRADE-HORARIA
           CLOSE TURMA-MASTER
           IF PROFESSORES-DISPONIVEIS
               CLOSE PROFESSOR-MASTER
           END-IF
           IF ATRIBUICOES-DISPONIVEIS
               CLOSE ATRIBUICAO-AULAS
           END-IF
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

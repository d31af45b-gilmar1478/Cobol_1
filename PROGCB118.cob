       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB118.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CADASTRO DE PROFESSORES (PROFMAS) E DAS
      * ATRIBUICOES DE AULAS (PROFASS) - QUAL PROFESSOR DA QUAL
      * DISCIPLINA EM QUAL TURMA NO TERMO - NOS MOLDES DAS
      * MANUTENCOES DO PROGCOB20 E DO PROGCB116: SO SUPERVISOR
      * ('S' NO SIGN-ON) MANTEM, E CADA INCLUSAO, ALTERACAO OU
      * EXCLUSAO VAI PARA O LOG DE AUDITORIA. A DISCIPLINA
      * 'GERAL' ATRIBUI O PROFESSOR RESPONSAVEL PELA TURMA, QUE
      * LANCA A NOTA UNICA DO ROSTER E CORRIGE O STUDENT-MASTER.
      * PONTO DE ENTRADA NO ESTILO DO SIGN-ON DO PROGCOB79:
      *   PROGCB118-ATRIBUICAO  OPERADOR/NIVEL/TURMA/DISCIPLINA/
      *                         TERMO -> RESULTADO
      * RESULTADO: '0' LIBERADO (PROFESSOR ATRIBUIDO OU
      * SUPERVISOR), '1' SEM ATRIBUICAO PARA A TURMA E
      * DISCIPLINA NO TERMO, '2' ATRIBUIDA A OUTRO PROFESSOR,
      * '3' PROFESSOR ATRIBUIDO INATIVO OU FORA DO CADASTRO
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
           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFMAS-CODIGO
               FILE STATUS IS WRK-FS-PRF.
           SELECT ATRIBUICAO-AULAS ASSIGN TO 'PROFASS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFASS-CHAVE
               FILE STATUS IS WRK-FS-ATR.
           SELECT OPTIONAL TURMA-MASTER ASSIGN TO 'TURMA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TURMA-CODIGO
               FILE STATUS IS WRK-FS-TUR.
           SELECT OPTIONAL ACCESS-TABLE ASSIGN TO 'OPRACC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRACC-OPERADOR
               FILE STATUS IS WRK-FS-ACC.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR-MASTER.
           COPY 'PROFMAS.CPY'.

       FD  ATRIBUICAO-AULAS.
           COPY 'PROFASS.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  ACCESS-TABLE.
           COPY 'OPRACC.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-FS-PRF       PIC X(02) VALUE '00'.
       77 WRK-FS-ATR       PIC X(02) VALUE '00'.
       77 WRK-FS-TUR       PIC X(02) VALUE '00'.
       77 WRK-FS-ACC       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-MANUTENCAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TUR-ABERTO   PIC X(01) VALUE 'N'.
           88 TURMAS-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TUR-OK       PIC X(01) VALUE 'N'.
           88 TURMA-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-OPER-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PROF-OK      PIC X(01) VALUE 'N'.
           88 PROFESSOR-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MENU         PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO       PIC X(06) VALUE SPACES.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       77 WRK-OPER-PROF    PIC X(08) VALUE SPACES.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
       77 WRK-TURMA        PIC X(04) VALUE SPACES.
       77 WRK-DISCIPLINA   PIC X(15) VALUE SPACES.
       77 WRK-TERMO        PIC 9(06) VALUE ZEROS.
       77 WRK-PROFESSOR    PIC X(06) VALUE SPACES.
       77 WRK-AULAS        PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL  PIC 9(06) VALUE ZEROS.
      *****************************************************
      * CHAVE DA AUDITORIA: CODIGO DO PROFESSOR NAS ALTERACOES
      * DO CADASTRO, TURMA + TERMO NAS DA ATRIBUICAO (A
      * DISCIPLINA VAI NOS VALORES ANTES/DEPOIS)
      *****************************************************
       01  WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-TURMA       PIC X(04).
           05  WRK-AUD-TERMO       PIC 9(06).
       01  WRK-CHAVE-AUD-PROFESSOR REDEFINES WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-PROFESSOR   PIC X(06).
           05  FILLER              PIC X(04).
       01  WRK-VALOR-ATRIBUICAO.
           05  WRK-VAL-DISCIPLINA  PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-VAL-CONTEUDO    PIC X(06).

      *****************************************************
      * AREAS DA CONFERENCIA DE ATRIBUICAO - O PONTO DE ENTRADA
      * COPIA A LINKAGE PARA CA E O RESULTADO DE VOLTA
      *****************************************************
       77 WRK-ATR-OPERADOR   PIC X(08) VALUE SPACES.
       77 WRK-ATR-NIVEL      PIC X(01) VALUE SPACES.
       77 WRK-ATR-TURMA      PIC X(04) VALUE SPACES.
       77 WRK-ATR-DISCIPLINA PIC X(15) VALUE SPACES.
       77 WRK-ATR-TERMO      PIC 9(06) VALUE ZEROS.
       77 WRK-ATR-RESULTADO  PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-ATR-OPERADOR    PIC X(08).
       01  LK-ATR-NIVEL       PIC X(01).
       01  LK-ATR-TURMA       PIC X(04).
       01  LK-ATR-DISCIPLINA  PIC X(15).
       01  LK-ATR-TERMO       PIC 9(06).
       01  LK-ATR-RESULTADO   PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-MANUTENCAO
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * PONTO DE ENTRADA DA CONFERENCIA DE ATRIBUICAO, CHAMADO
      * PELO LANCAMENTO DE NOTAS E PELA CORRECAO - O CABECALHO
      * DE PARAGRAFO SEPARA O ENTRY DO FLUXO DA MANUTENCAO,
      * COMO NO PROGCOB79
      *****************************************************
       0020-PONTO-ATRIBUICAO.
       ENTRY 'PROGCB118-ATRIBUICAO' USING LK-ATR-OPERADOR
               LK-ATR-NIVEL LK-ATR-TURMA LK-ATR-DISCIPLINA
               LK-ATR-TERMO LK-ATR-RESULTADO.
           MOVE LK-ATR-OPERADOR TO WRK-ATR-OPERADOR
           MOVE LK-ATR-NIVEL TO WRK-ATR-NIVEL
           MOVE LK-ATR-TURMA TO WRK-ATR-TURMA
           MOVE LK-ATR-DISCIPLINA TO WRK-ATR-DISCIPLINA
           MOVE LK-ATR-TERMO TO WRK-ATR-TERMO
           PERFORM 0400-VERIFICAR-ATRIBUICAO
           MOVE WRK-ATR-RESULTADO TO LK-ATR-RESULTADO.
           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O PROFESSOR-MASTER
           IF WRK-FS-PRF = '35'
               OPEN OUTPUT PROFESSOR-MASTER
               CLOSE PROFESSOR-MASTER
               OPEN I-O PROFESSOR-MASTER
           END-IF
           OPEN I-O ATRIBUICAO-AULAS
           IF WRK-FS-ATR = '35'
               OPEN OUTPUT ATRIBUICAO-AULAS
               CLOSE ATRIBUICAO-AULAS
               OPEN I-O ATRIBUICAO-AULAS
           END-IF
           OPEN INPUT TURMA-MASTER
           IF WRK-FS-TUR = '00'
               SET TURMAS-DISPONIVEIS TO TRUE
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
                   DISPLAY 'CADASTRO DE PROFESSORES EXIGE SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'MANUTENCAO DE PROFESSOR SEM SUPERVISOR'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   SET CONTINUAR-MANUTENCAO TO FALSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      * CODIGO DO TERMO CORRENTE (AAAAPP), COMO NOS PROGRAMAS DE
      * LANCAMENTO: PRIMEIRO SEMESTRE ATE JUNHO, SEGUNDO DE
      * JULHO EM DIANTE - E O TERMO PROPOSTO NA ATRIBUICAO
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
           DISPLAY '1-PROFESSORES  2-ATRIBUICAO DE AULAS  0-SAIR'
           ACCEPT WRK-MENU
           EVALUATE WRK-MENU
               WHEN 1
                   PERFORM 0210-MANTER-PROFESSOR
               WHEN 2
                   PERFORM 0250-MANTER-ATRIBUICOES
               WHEN OTHER
                   SET CONTINUAR-MANUTENCAO TO FALSE
           END-EVALUATE.

      *****************************************************
      * CADASTRO DO PROFESSOR: CODIGO JA CADASTRADO E MOSTRADO
      * E PODE SER ALTERADO, INATIVADO OU REATIVADO; CODIGO
      * NOVO ABRE A INCLUSAO
      *****************************************************
       0210-MANTER-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (BRANCO = VOLTAR)..'
           ACCEPT WRK-CODIGO
           IF WRK-CODIGO NOT = SPACES
               MOVE SPACES TO WRK-CHAVE-AUDITORIA
               MOVE WRK-CODIGO TO PROFMAS-CODIGO WRK-AUD-PROFESSOR
               READ PROFESSOR-MASTER
                   KEY IS PROFMAS-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-PRF = '00'
                   PERFORM 0220-MOSTRAR-PROFESSOR
                   PERFORM 0230-PERGUNTAR-ACAO-PROFESSOR
               ELSE
                   PERFORM 0240-INCLUIR-PROFESSOR
               END-IF
           END-IF.

       0220-MOSTRAR-PROFESSOR.
           DISPLAY '--------------'
           DISPLAY 'CODIGO.......' PROFMAS-CODIGO
           DISPLAY 'NOME.........' PROFMAS-NOME
           DISPLAY 'OPERADOR.....' PROFMAS-OPERADOR
           DISPLAY 'SITUACAO.....' PROFMAS-SITUACAO
           DISPLAY 'DATA CRIACAO.' PROFMAS-DATA-CRIA.

       0230-PERGUNTAR-ACAO-PROFESSOR.
           DISPLAY '1-NOME  2-OPERADOR  3-INATIVAR  4-REATIVAR  0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0231-ALTERAR-NOME
               WHEN 2
                   PERFORM 0232-ALTERAR-OPERADOR
               WHEN 3
                   PERFORM 0233-MUDAR-SITUACAO
               WHEN 4
                   PERFORM 0233-MUDAR-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0231-ALTERAR-NOME.
           DISPLAY 'NOVO NOME..'
           ACCEPT WRK-NOME
           IF WRK-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'PRF NOME' TO AUDTRL-CAMPO
               MOVE PROFMAS-NOME TO AUDTRL-VALOR-ANTES
               MOVE WRK-NOME TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-NOME TO PROFMAS-NOME
               PERFORM 0235-REGRAVAR-PROFESSOR
           END-IF.

      *****************************************************
      * O OPERADOR E O LOGIN DO PROFESSOR NO SIGN-ON - SO ENTRA
      * OPERADOR QUE EXISTE NA TABELA OPRACC
      *****************************************************
       0232-ALTERAR-OPERADOR.
           DISPLAY 'NOVO OPERADOR (LOGIN NA OPRACC)..'
           ACCEPT WRK-OPER-PROF
           PERFORM 0245-VALIDAR-OPERADOR
           IF OPERADOR-VALIDO
               MOVE 'PRF OPERADOR' TO AUDTRL-CAMPO
               MOVE PROFMAS-OPERADOR TO AUDTRL-VALOR-ANTES
               MOVE WRK-OPER-PROF TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-OPER-PROF TO PROFMAS-OPERADOR
               PERFORM 0235-REGRAVAR-PROFESSOR
           END-IF.

      *****************************************************
      * INATIVA (OPCAO 3) OU REATIVA (OPCAO 4) O PROFESSOR SEM
      * APAGAR O REGISTRO - AS ATRIBUICOES DE TERMOS PASSADOS
      * CONTINUAM APONTANDO PARA ELE
      *****************************************************
       0233-MUDAR-SITUACAO.
           MOVE PROFMAS-SITUACAO TO WRK-SIT-ANTES
           IF WRK-OPCAO = 3
               MOVE 'I' TO PROFMAS-SITUACAO
           ELSE
               MOVE 'A' TO PROFMAS-SITUACAO
           END-IF
           MOVE 'PRF SITUACAO' TO AUDTRL-CAMPO
           MOVE WRK-SIT-ANTES TO AUDTRL-VALOR-ANTES
           MOVE PROFMAS-SITUACAO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0235-REGRAVAR-PROFESSOR.

      *****************************************************
      * REGRAVA O PROFESSOR - A AUDITORIA SO E GRAVADA QUANDO O
      * REWRITE REALMENTE GRAVOU, COMO NO PROGCOB20
      *****************************************************
       0235-REGRAVAR-PROFESSOR.
           REWRITE PROFMAS-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS-PRF
                   MOVE 'E003' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR CADASTRO DE PROFESSOR'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 0600-GRAVAR-AUDITORIA
           END-REWRITE.

       0240-INCLUIR-PROFESSOR.
           DISPLAY 'CODIGO NOVO - INCLUSAO DO PROFESSOR'
           DISPLAY 'NOME..'
           ACCEPT WRK-NOME
           DISPLAY 'OPERADOR (LOGIN NA OPRACC)..'
           ACCEPT WRK-OPER-PROF
           PERFORM 0245-VALIDAR-OPERADOR
           IF WRK-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - INCLUSAO DESCARTADA'
           ELSE
               IF OPERADOR-VALIDO
                   MOVE WRK-CODIGO TO PROFMAS-CODIGO
                   MOVE WRK-NOME TO PROFMAS-NOME
                   MOVE WRK-OPER-PROF TO PROFMAS-OPERADOR
                   MOVE 'A' TO PROFMAS-SITUACAO
                   ACCEPT PROFMAS-DATA-CRIA FROM DATE YYYYMMDD
                   WRITE PROFMAS-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR PROFESSOR '
                               WRK-FS-PRF
                           MOVE 'E003' TO EXCLOG-CODIGO
                           MOVE 'ERRO AO GRAVAR CADASTRO DE PROFESSOR'
                               TO EXCLOG-DESCRICAO
                           PERFORM 0800-GRAVAR-EXCECAO
                       NOT INVALID KEY
                           MOVE 'PRF INCLUSAO' TO AUDTRL-CAMPO
                           MOVE SPACES TO AUDTRL-VALOR-ANTES
                           MOVE PROFMAS-NOME TO AUDTRL-VALOR-DEPOIS
                           PERFORM 0600-GRAVAR-AUDITORIA
                           DISPLAY 'PROFESSOR ' WRK-CODIGO ' INCLUIDO'
                   END-WRITE
               END-IF
           END-IF.

      *****************************************************
      * CONFERE O OPERADOR CONTRA A TABELA OPRACC - SEM A
      * TABELA (INSTALACAO NOVA) QUALQUER OPERADOR NAO EM
      * BRANCO E ACEITO
      *****************************************************
       0245-VALIDAR-OPERADOR.
           SET OPERADOR-VALIDO TO TRUE
           IF WRK-OPER-PROF = SPACES
               SET OPERADOR-VALIDO TO FALSE
               DISPLAY 'OPERADOR EM BRANCO - OPERACAO DESCARTADA'
           ELSE
               OPEN INPUT ACCESS-TABLE
               IF WRK-FS-ACC = '00'
                   MOVE WRK-OPER-PROF TO OPRACC-OPERADOR
                   READ ACCESS-TABLE
                       KEY IS OPRACC-OPERADOR
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-ACC NOT = '00'
                       SET OPERADOR-VALIDO TO FALSE
                       DISPLAY 'OPERADOR ' WRK-OPER-PROF
                           ' NAO CADASTRADO NA OPRACC'
                       MOVE 'E005' TO EXCLOG-CODIGO
                       MOVE SPACES TO EXCLOG-DESCRICAO
                       STRING 'PROFESSOR COM OPERADOR INEXISTENTE '
                           WRK-OPER-PROF DELIMITED BY SIZE
                           INTO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   END-IF
               END-IF
               CLOSE ACCESS-TABLE
           END-IF.

      *****************************************************
      * ATRIBUICAO DE AULAS DE UMA TURMA NO TERMO: LISTA AS
      * DISCIPLINAS JA ATRIBUIDAS E, PELA DISCIPLINA, INCLUI,
      * TROCA O PROFESSOR, ALTERA A CARGA OU EXCLUI
      *****************************************************
       0250-MANTER-ATRIBUICOES.
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
                   MOVE WRK-TURMA TO WRK-AUD-TURMA
                   MOVE WRK-TERMO TO WRK-AUD-TERMO
                   PERFORM 0260-LISTAR-ATRIBUICOES
                   PERFORM 0270-ESCOLHER-DISCIPLINA
               END-IF
           END-IF.

       0255-VALIDAR-TURMA.
           SET TURMA-VALIDA TO TRUE
           IF TURMAS-DISPONIVEIS
               MOVE WRK-TURMA TO TURMA-CODIGO
               READ TURMA-MASTER
                   KEY IS TURMA-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-TUR = '00'
                   DISPLAY 'TURMA.. ' TURMA-NOME
               ELSE
                   SET TURMA-VALIDA TO FALSE
                   DISPLAY 'TURMA NAO ENCONTRADA NO CADASTRO TURMA'
                   MOVE 'E002' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'ATRIBUICAO PARA TURMA INEXISTENTE '
                       WRK-TURMA DELIMITED BY SIZE
                       INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               END-IF
           END-IF.

       0260-LISTAR-ATRIBUICOES.
           MOVE ZEROS TO WRK-QT-LISTADOS
           SET FIM-LISTA TO FALSE
           MOVE WRK-TURMA TO PROFASS-TURMA
           MOVE LOW-VALUES TO PROFASS-DISCIPLINA
           MOVE ZEROS TO PROFASS-TERMO
           START ATRIBUICAO-AULAS KEY >= PROFASS-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0261-LER-UMA-ATRIBUICAO UNTIL FIM-LISTA
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY 'NENHUMA DISCIPLINA ATRIBUIDA NO TERMO '
                   WRK-TERMO
           END-IF.

       0261-LER-UMA-ATRIBUICAO.
           READ ATRIBUICAO-AULAS NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF PROFASS-TURMA NOT = WRK-TURMA
                   SET FIM-LISTA TO TRUE
               ELSE
                   IF PROFASS-TERMO = WRK-TERMO
                       ADD 1 TO WRK-QT-LISTADOS
                       DISPLAY PROFASS-DISCIPLINA ' '
                           PROFASS-PROFESSOR ' '
                           PROFASS-AULAS-SEMANA ' AULAS/SEMANA'
                   END-IF
               END-IF
           END-IF.

       0270-ESCOLHER-DISCIPLINA.
           DISPLAY 'DISCIPLINA (GERAL = RESPONSAVEL PELA TURMA, '
               'BRANCO = VOLTAR)..'
           ACCEPT WRK-DISCIPLINA
           IF WRK-DISCIPLINA NOT = SPACES
               MOVE WRK-TURMA TO PROFASS-TURMA
               MOVE WRK-DISCIPLINA TO PROFASS-DISCIPLINA
               MOVE WRK-TERMO TO PROFASS-TERMO
               MOVE WRK-DISCIPLINA TO WRK-VAL-DISCIPLINA
               READ ATRIBUICAO-AULAS
                   KEY IS PROFASS-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ATR = '00'
                   PERFORM 0275-MOSTRAR-ATRIBUICAO
                   PERFORM 0280-PERGUNTAR-ACAO-ATRIBUICAO
               ELSE
                   PERFORM 0290-INCLUIR-ATRIBUICAO
               END-IF
           END-IF.

       0275-MOSTRAR-ATRIBUICAO.
           DISPLAY '--------------'
           DISPLAY 'TURMA........' PROFASS-TURMA
           DISPLAY 'DISCIPLINA...' PROFASS-DISCIPLINA
           DISPLAY 'TERMO........' PROFASS-TERMO
           DISPLAY 'PROFESSOR....' PROFASS-PROFESSOR
           DISPLAY 'AULAS/SEMANA.' PROFASS-AULAS-SEMANA
           DISPLAY 'DATA CRIACAO.' PROFASS-DATA-CRIA.

       0280-PERGUNTAR-ACAO-ATRIBUICAO.
           DISPLAY '1-TROCAR PROFESSOR  2-AULAS POR SEMANA  '
               '3-EXCLUIR  0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0281-TROCAR-PROFESSOR
               WHEN 2
                   PERFORM 0282-ALTERAR-AULAS
               WHEN 3
                   PERFORM 0283-EXCLUIR-ATRIBUICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0281-TROCAR-PROFESSOR.
           PERFORM 0295-CAPTURAR-PROFESSOR
           IF PROFESSOR-VALIDO
               MOVE 'ATR PROFESSOR' TO AUDTRL-CAMPO
               MOVE PROFASS-PROFESSOR TO WRK-VAL-CONTEUDO
               MOVE WRK-VALOR-ATRIBUICAO TO AUDTRL-VALOR-ANTES
               MOVE WRK-PROFESSOR TO WRK-VAL-CONTEUDO
               MOVE WRK-VALOR-ATRIBUICAO TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-PROFESSOR TO PROFASS-PROFESSOR
               PERFORM 0285-REGRAVAR-ATRIBUICAO
           END-IF.

       0282-ALTERAR-AULAS.
           DISPLAY 'AULAS POR SEMANA..'
           ACCEPT WRK-AULAS
           MOVE 'ATR AULAS' TO AUDTRL-CAMPO
           MOVE PROFASS-AULAS-SEMANA TO WRK-VAL-CONTEUDO
           MOVE WRK-VALOR-ATRIBUICAO TO AUDTRL-VALOR-ANTES
           MOVE WRK-AULAS TO WRK-VAL-CONTEUDO
           MOVE WRK-VALOR-ATRIBUICAO TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-AULAS TO PROFASS-AULAS-SEMANA
           PERFORM 0285-REGRAVAR-ATRIBUICAO.

      *****************************************************
      * A EXCLUSAO TIRA A DISCIPLINA DO PROFESSOR NO TERMO - A
      * PARTIR DAI SO SUPERVISOR LANCA NOTA NELA, ATE UMA NOVA
      * ATRIBUICAO
      *****************************************************
       0283-EXCLUIR-ATRIBUICAO.
           DELETE ATRIBUICAO-AULAS RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR ATRIBUICAO ' WRK-FS-ATR
                   MOVE 'E004' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR ATRIBUICAO DE AULAS'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   MOVE 'ATR EXCLUSAO' TO AUDTRL-CAMPO
                   MOVE PROFASS-PROFESSOR TO WRK-VAL-CONTEUDO
                   MOVE WRK-VALOR-ATRIBUICAO TO AUDTRL-VALOR-ANTES
                   MOVE SPACES TO AUDTRL-VALOR-DEPOIS
                   PERFORM 0600-GRAVAR-AUDITORIA
                   DISPLAY 'ATRIBUICAO EXCLUIDA'
           END-DELETE.

       0285-REGRAVAR-ATRIBUICAO.
           REWRITE PROFASS-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS-ATR
                   MOVE 'E004' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR ATRIBUICAO DE AULAS'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 0600-GRAVAR-AUDITORIA
           END-REWRITE.

      *****************************************************
      * DISCIPLINA NOVA PARA A TURMA NO TERMO: PROFESSOR ATIVO
      * DO CADASTRO E A CARGA DE AULAS POR SEMANA
      *****************************************************
       0290-INCLUIR-ATRIBUICAO.
           DISPLAY 'DISCIPLINA NOVA NO TERMO - INCLUSAO'
           PERFORM 0295-CAPTURAR-PROFESSOR
           IF PROFESSOR-VALIDO
               DISPLAY 'AULAS POR SEMANA..'
               ACCEPT WRK-AULAS
               MOVE WRK-TURMA TO PROFASS-TURMA
               MOVE WRK-DISCIPLINA TO PROFASS-DISCIPLINA
               MOVE WRK-TERMO TO PROFASS-TERMO
               MOVE WRK-PROFESSOR TO PROFASS-PROFESSOR
               MOVE WRK-AULAS TO PROFASS-AULAS-SEMANA
               ACCEPT PROFASS-DATA-CRIA FROM DATE YYYYMMDD
               WRITE PROFASS-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR ATRIBUICAO '
                           WRK-FS-ATR
                       MOVE 'E004' TO EXCLOG-CODIGO
                       MOVE 'ERRO AO GRAVAR ATRIBUICAO DE AULAS'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   NOT INVALID KEY
                       MOVE 'ATR INCLUSAO' TO AUDTRL-CAMPO
                       MOVE SPACES TO AUDTRL-VALOR-ANTES
                       MOVE WRK-PROFESSOR TO WRK-VAL-CONTEUDO
                       MOVE WRK-VALOR-ATRIBUICAO
                           TO AUDTRL-VALOR-DEPOIS
                       PERFORM 0600-GRAVAR-AUDITORIA
                       DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                           ' ATRIBUIDA'
               END-WRITE
           END-IF.

       0295-CAPTURAR-PROFESSOR.
           SET PROFESSOR-VALIDO TO FALSE
           DISPLAY 'CODIGO DO PROFESSOR..'
           ACCEPT WRK-PROFESSOR
           MOVE WRK-PROFESSOR TO PROFMAS-CODIGO
           READ PROFESSOR-MASTER
               KEY IS PROFMAS-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-PRF NOT = '00'
               DISPLAY 'PROFESSOR NAO CADASTRADO - OPERACAO '
                   'DESCARTADA'
           ELSE
               IF PROFMAS-INATIVO
                   DISPLAY 'PROFESSOR INATIVO - OPERACAO DESCARTADA'
               ELSE
                   SET PROFESSOR-VALIDO TO TRUE
                   DISPLAY 'PROFESSOR.. ' PROFMAS-NOME
               END-IF
           END-IF.

      *****************************************************
      * CONFERE SE O OPERADOR PODE LANCAR NOTA NA TURMA E
      * DISCIPLINA DO TERMO: SUPERVISOR SEMPRE PODE; OS DEMAIS
      * SO SE A ATRIBUICAO EXISTE E O PROFESSOR DELA, ATIVO,
      * TEM ESTE OPERADOR NO CADASTRO
      *****************************************************
       0400-VERIFICAR-ATRIBUICAO.
           MOVE '1' TO WRK-ATR-RESULTADO
           IF WRK-ATR-NIVEL = 'S'
               MOVE '0' TO WRK-ATR-RESULTADO
           ELSE
               OPEN INPUT ATRIBUICAO-AULAS
               IF WRK-FS-ATR = '00'
                   MOVE WRK-ATR-TURMA TO PROFASS-TURMA
                   MOVE WRK-ATR-DISCIPLINA TO PROFASS-DISCIPLINA
                   MOVE WRK-ATR-TERMO TO PROFASS-TERMO
                   READ ATRIBUICAO-AULAS
                       KEY IS PROFASS-CHAVE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-ATR = '00'
                       PERFORM 0410-CONFERIR-PROFESSOR
                   END-IF
                   CLOSE ATRIBUICAO-AULAS
               END-IF
           END-IF.

       0410-CONFERIR-PROFESSOR.
           MOVE '3' TO WRK-ATR-RESULTADO
           OPEN INPUT PROFESSOR-MASTER
           IF WRK-FS-PRF = '00'
               MOVE PROFASS-PROFESSOR TO PROFMAS-CODIGO
               READ PROFESSOR-MASTER
                   KEY IS PROFMAS-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-PRF = '00' AND PROFMAS-ATIVO
                   IF PROFMAS-OPERADOR = WRK-ATR-OPERADOR
                       MOVE '0' TO WRK-ATR-RESULTADO
                   ELSE
                       MOVE '2' TO WRK-ATR-RESULTADO
                   END-IF
               END-IF
               CLOSE PROFESSOR-MASTER
           END-IF.

       0600-GRAVAR-AUDITORIA.
           MOVE 'PROGCB118' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDITORIA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB118' TO EXCLOG-PROGRAMA
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
           CLOSE PROFESSOR-MASTER
           CLOSE ATRIBUICAO-AULAS
           IF TURMAS-DISPONIVEIS
               CLOSE TURMA-MASTER
           END-IF
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

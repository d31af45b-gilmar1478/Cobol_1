       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB123.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : PROMOCAO DE FIM DE ANO - PARA CADA MATRICULA
      * DO CADASTRO MATRIC LE O RESULTADO FINAL DO TERMO NO
      * STUHIST E A TURMA ATUAL (ALOCA, OU O STUMAS) E PROPOE A
      * ALOCACAO NO ANO SEGUINTE: APROVADO NUMA TURMA DA SERIE
      * SEGUINTE, RETIDO NUMA DA MESMA SERIE, DE PREFERENCIA NO
      * MESMO PERIODO, COM AS REGRAS DE CAPACIDADE E LISTA DE
      * ESPERA DO PROGCOB70 (CAPACIDADE ZERO NAO LIMITA; TURMA
      * CHEIA MANDA PARA A ESPERA NA ORDEM DE CHEGADA). GRAVA A
      * PROPOSTA NO PROMOC E IMPRIME NO PRMRPT A PROPOSTA POR
      * TURMA, OS ALUNOS QUE NAO PUDERAM SER ALOCADOS, OS ALUNOS
      * COM MENSALIDADE VENCIDA EM ABERTO NO MENSAL E AS
      * MATRICULAS TRANSFERIDAS OU TRANCADAS, PARA REVISAO DA
      * SECRETARIA ANTES DE ABRIR O ANO NOVO
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
           SELECT OPTIONAL MATRICULA-MASTER ASSIGN TO 'MATRIC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRIC-MATRICULA
               FILE STATUS IS WRK-FS-MAT.
           SELECT OPTIONAL TURMA-CADASTRO ASSIGN TO 'TURMA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TURMA-CODIGO
               FILE STATUS IS WRK-FS-TUR.
           SELECT OPTIONAL STUDENT-HISTORY ASSIGN TO 'STUHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUHIST-CHAVE
               FILE STATUS IS WRK-FS-HIS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN TO 'STUMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUMAS-MATRICULA
               FILE STATUS IS WRK-FS.
           SELECT OPTIONAL ALOCACOES ASSIGN TO 'ALOCA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALOCA-MATRICULA
               FILE STATUS IS WRK-FS-ALO.
           SELECT OPTIONAL MENSALIDADES ASSIGN TO 'MENSAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENSAL-CHAVE
               FILE STATUS IS WRK-FS-MEN.
           SELECT PROPOSTA-PROMOCAO ASSIGN TO 'PROMOC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMOC-MATRICULA
               FILE STATUS IS WRK-FS-PRO.
           SELECT PROMOCAO-RELATORIO ASSIGN TO 'PRMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-MASTER.
           COPY 'MATRIC.CPY'.

       FD  TURMA-CADASTRO.
           COPY 'TURMA.CPY'.

       FD  STUDENT-HISTORY.
           COPY 'STUHIST.CPY'.

       FD  STUDENT-MASTER.
           COPY 'STUMAS.CPY'.

       FD  ALOCACOES.
           COPY 'ALOCA.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  PROPOSTA-PROMOCAO.
           COPY 'PROMOC.CPY'.

       FD  PROMOCAO-RELATORIO.
           COPY 'PRMRPT.CPY'.

      *****************************************************
      * PARTE DO RELATORIO: 1 = PROPOSTA (POR TURMA PROPOSTA,
      * ALOCADOS ANTES DA ESPERA), 2 = SEM ALOCACAO, 3 = DEBITO
      * EM ABERTO, 4 = TRANSFERIDAS/TRANCADAS - A PROPOSTA
      * INTEIRA VAI JUNTO NA IMAGEM DO PROMOC
      *****************************************************
       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-SECAO          PIC 9(01).
           05  SORT-TURMA          PIC X(04).
           05  SORT-SITUACAO       PIC X(01).
           05  SORT-ORDEM          PIC 9(04).
           05  SORT-MATRICULA      PIC 9(06).
           05  SORT-PROPOSTA       PIC X(117).

       WORKING-STORAGE SECTION.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-TUR        PIC X(02) VALUE '00'.
       77 WRK-FS-HIS        PIC X(02) VALUE '00'.
       77 WRK-FS            PIC X(02) VALUE '00'.
       77 WRK-FS-ALO        PIC X(02) VALUE '00'.
       77 WRK-FS-MEN        PIC X(02) VALUE '00'.
       77 WRK-FS-PRO        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-MAT       PIC X(01) VALUE 'N'.
           88 FIM-MATRICULAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-TUR       PIC X(01) VALUE 'N'.
           88 FIM-TURMAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-MEN       PIC X(01) VALUE 'N'.
           88 FIM-MENSALIDADES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-STUMAS-OK     PIC X(01) VALUE 'N'.
           88 CADASTRO-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ALOCA-OK      PIC X(01) VALUE 'N'.
           88 ALOCACOES-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-MENSAL-OK     PIC X(01) VALUE 'N'.
           88 MENSAL-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-HIST-OK       PIC X(01) VALUE 'N'.
           88 HISTORICO-ENCONTRADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-TERMO         PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL   PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO-ATUAL PIC X(01) VALUE SPACES.
       77 WRK-PASSO         PIC 9(01) VALUE ZEROS.
       77 WRK-T             PIC 9(03) VALUE ZEROS.
       77 WRK-TA            PIC 9(03) VALUE ZEROS.
       77 WRK-ESCOLHIDA     PIC 9(03) VALUE ZEROS.
       77 WRK-CANDIDATA     PIC 9(03) VALUE ZEROS.
       77 WRK-SECAO-ATUAL   PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ALOCADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ESPERA     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REVISAR    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-TRANSF     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DEVEDORES  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SECAO      PIC 9(05) VALUE ZEROS.
      *****************************************************
      * TURMAS DO CADASTRO, CARREGADAS UMA VEZ, COM AS VAGAS JA
      * PROPOSTAS E A FILA DE ESPERA DO ANO SEGUINTE CONTADAS
      * NA PROPRIA TABELA
      *****************************************************
       77 WRK-QT-TURMAS     PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-TURMAS.
           02  WRK-TUR-ENTRADA OCCURS 200 TIMES.
               03  WRK-TUR-CODIGO    PIC X(04).
               03  WRK-TUR-SERIE     PIC 9(02).
               03  WRK-TUR-PERIODO   PIC X(01).
               03  WRK-TUR-CAPAC     PIC 9(03).
               03  WRK-TUR-OCUPADAS  PIC 9(03).
               03  WRK-TUR-ESPERA    PIC 9(04).
       01  WRK-LINHA-TURMA.
           05  FILLER              PIC X(06) VALUE 'TURMA '.
           05  WRK-LT-CODIGO       PIC X(04).
           05  FILLER              PIC X(07) VALUE ' SERIE '.
           05  WRK-LT-SERIE        PIC Z9.
           05  FILLER              PIC X(08) VALUE ' PERIOD '.
           05  WRK-LT-PERIODO      PIC X(01).
           05  FILLER              PIC X(12) VALUE ' CAPACIDADE '.
           05  WRK-LT-CAPAC        PIC ZZ9.
           05  FILLER              PIC X(10) VALUE ' ALOCADOS '.
           05  WRK-LT-OCUPADAS     PIC ZZ9.
           05  FILLER              PIC X(08) VALUE ' ESPERA '.
           05  WRK-LT-ESPERA       PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-SECAO SORT-TURMA SORT-SITUACAO
                   SORT-ORDEM SORT-MATRICULA
               INPUT PROCEDURE IS 8100-PROPOR-MATRICULAS
               OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADOS
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * TERMO DO RESULTADO FINAL (ZERO = TERMO CORRENTE) - NO
      * FIM DO ANO E O SEGUNDO SEMESTRE, JA COM A RECUPERACAO
      * LANCADA PELO PROGCB122
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0150-DEFINIR-TERMO
           DISPLAY 'TERMO FINAL AAAAPP (ZERO = TERMO CORRENTE)..'
           ACCEPT WRK-TERMO
           IF WRK-TERMO = ZEROS
               MOVE WRK-TERMO-ATUAL TO WRK-TERMO
           END-IF
           OPEN INPUT MATRICULA-MASTER
           IF WRK-FS-MAT NOT = '00'
               DISPLAY 'CADASTRO MATRIC AUSENTE OU INVALIDO'
               SET FIM-MATRICULAS TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT STUDENT-HISTORY
           IF WRK-FS-HIS NOT = '00'
               DISPLAY 'HISTORICO STUHIST AUSENTE OU INVALIDO'
               SET FIM-MATRICULAS TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT TURMA-CADASTRO
           PERFORM 0160-CARREGAR-TURMAS
           OPEN INPUT STUDENT-MASTER
           IF WRK-FS = '00'
               SET CADASTRO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ALOCACOES
           IF WRK-FS-ALO = '00'
               SET ALOCACOES-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT MENSALIDADES
           IF WRK-FS-MEN = '00'
               SET MENSAL-DISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT PROPOSTA-PROMOCAO
           OPEN OUTPUT PROMOCAO-RELATORIO
           MOVE WRK-TERMO TO PRMRPT-CAB-TERMO
           WRITE PRMRPT-CABECALHO.

       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 2
           END-IF.

       0160-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-QT-TURMAS
           IF WRK-FS-TUR NOT = '00'
               SET FIM-TURMAS TO TRUE
           ELSE
               MOVE SPACES TO TURMA-CODIGO
               START TURMA-CADASTRO KEY >= TURMA-CODIGO
                   INVALID KEY
                       SET FIM-TURMAS TO TRUE
               END-START
           END-IF
           PERFORM 0165-CARREGAR-UMA-TURMA UNTIL FIM-TURMAS.

       0165-CARREGAR-UMA-TURMA.
           READ TURMA-CADASTRO NEXT RECORD
               AT END
                   SET FIM-TURMAS TO TRUE
           END-READ
           IF NOT FIM-TURMAS
               IF WRK-QT-TURMAS >= 200
                   DISPLAY 'MAIS DE 200 TURMAS NO CADASTRO - '
                       'DEMAIS IGNORADAS'
                   SET FIM-TURMAS TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-TURMAS
                   MOVE TURMA-CODIGO TO WRK-TUR-CODIGO(WRK-QT-TURMAS)
                   MOVE TURMA-SERIE TO WRK-TUR-SERIE(WRK-QT-TURMAS)
                   MOVE TURMA-PERIODO
                       TO WRK-TUR-PERIODO(WRK-QT-TURMAS)
                   MOVE TURMA-CAPACIDADE
                       TO WRK-TUR-CAPAC(WRK-QT-TURMAS)
                   MOVE ZEROS TO WRK-TUR-OCUPADAS(WRK-QT-TURMAS)
                       WRK-TUR-ESPERA(WRK-QT-TURMAS)
               END-IF
           END-IF.

      *****************************************************
      * PROPOSTA DE UMA MATRICULA ATIVA: TURMA E SERIE ATUAIS,
      * RESULTADO FINAL DO TERMO E A SERIE DO ANO SEGUINTE
      *****************************************************
       0400-PROPOR-ALOCACAO.
           PERFORM 0420-ACHAR-TURMA-ATUAL
           PERFORM 0430-LER-RESULTADO
           EVALUATE TRUE
               WHEN NOT HISTORICO-ENCONTRADO
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'SEM RESULTADO NO TERMO FINAL' TO PROMOC-MOTIVO
               WHEN PROMOC-TURMA-ATUAL = SPACES
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'SEM TURMA ATUAL' TO PROMOC-MOTIVO
               WHEN WRK-TA = ZEROS
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'TURMA ATUAL FORA DO CADASTRO' TO PROMOC-MOTIVO
               WHEN PROMOC-SERIE-ATUAL = ZEROS
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'SERIE DA TURMA NAO INFORMADA' TO PROMOC-MOTIVO
               WHEN PROMOC-RESULTADO = 'RECUPERACO'
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'RECUPERACAO SEM RESULTADO' TO PROMOC-MOTIVO
               WHEN PROMOC-RESULTADO = 'APROVADO'
                   OR PROMOC-RESULTADO = 'APROV - BONUS'
                   COMPUTE PROMOC-SERIE-PROPOSTA =
                       PROMOC-SERIE-ATUAL + 1
                   PERFORM 0450-ESCOLHER-TURMA
               WHEN OTHER
                   MOVE PROMOC-SERIE-ATUAL TO PROMOC-SERIE-PROPOSTA
                   PERFORM 0450-ESCOLHER-TURMA
           END-EVALUATE.

      *****************************************************
      * MENSALIDADES JA VENCIDAS E AINDA EM ABERTO NO MENSAL -
      * O ALUNO CONTINUA NA PROPOSTA, MAS SAI NA LISTA DE
      * DEBITO PARA A SECRETARIA
      *****************************************************
       0410-APURAR-DEBITO.
           IF MENSAL-DISPONIVEL
               SET FIM-MENSALIDADES TO FALSE
               MOVE MATRIC-MATRICULA TO MENSAL-MATRICULA
               MOVE ZEROS TO MENSAL-COMPETENCIA
               START MENSALIDADES KEY >= MENSAL-CHAVE
                   INVALID KEY
                       SET FIM-MENSALIDADES TO TRUE
               END-START
               PERFORM 0415-SOMAR-UMA-MENSALIDADE
                   UNTIL FIM-MENSALIDADES
           END-IF.

       0415-SOMAR-UMA-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET FIM-MENSALIDADES TO TRUE
           END-READ
           IF NOT FIM-MENSALIDADES
               IF MENSAL-MATRICULA NOT = MATRIC-MATRICULA
                   SET FIM-MENSALIDADES TO TRUE
               ELSE
                   IF MENSAL-ABERTA
                       AND MENSAL-DATA-VENCTO < WRK-DATA-HOJE
                       ADD 1 TO PROMOC-QT-DEBITO
                       ADD MENSAL-VALOR-LIQ TO PROMOC-VALOR-DEBITO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * TURMA ATUAL: A ALOCACAO DO PROGCOB70, OU NA FALTA DELA
      * A TURMA GRAVADA NO STUDENT-MASTER PELO LANCAMENTO
      *****************************************************
       0420-ACHAR-TURMA-ATUAL.
           MOVE ZEROS TO WRK-TA
           MOVE SPACES TO WRK-PERIODO-ATUAL
           IF ALOCACOES-DISPONIVEIS
               MOVE MATRIC-MATRICULA TO ALOCA-MATRICULA
               READ ALOCACOES
                   KEY IS ALOCA-MATRICULA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ALO = '00'
                   MOVE ALOCA-TURMA TO PROMOC-TURMA-ATUAL
               END-IF
           END-IF
           IF PROMOC-TURMA-ATUAL = SPACES
               AND CADASTRO-DISPONIVEL
               MOVE MATRIC-MATRICULA TO STUMAS-MATRICULA
               READ STUDENT-MASTER
                   KEY IS STUMAS-MATRICULA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS = '00'
                   MOVE STUMAS-TURMA TO PROMOC-TURMA-ATUAL
               END-IF
           END-IF
           IF PROMOC-TURMA-ATUAL NOT = SPACES
               PERFORM 0425-PROCURAR-TURMA-ATUAL
                   VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-TURMAS
           END-IF
           IF WRK-TA > ZEROS
               MOVE WRK-TUR-SERIE(WRK-TA) TO PROMOC-SERIE-ATUAL
               MOVE WRK-TUR-PERIODO(WRK-TA) TO WRK-PERIODO-ATUAL
           END-IF.

       0425-PROCURAR-TURMA-ATUAL.
           IF WRK-TUR-CODIGO(WRK-T) = PROMOC-TURMA-ATUAL
               MOVE WRK-T TO WRK-TA
           END-IF.

       0430-LER-RESULTADO.
           SET HISTORICO-ENCONTRADO TO FALSE
           MOVE MATRIC-MATRICULA TO STUHIST-MATRICULA
           MOVE WRK-TERMO TO STUHIST-TERMO
           READ STUDENT-HISTORY
               KEY IS STUHIST-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-HIS = '00'
               SET HISTORICO-ENCONTRADO TO TRUE
               MOVE STUHIST-RESULTADO-GERAL TO PROMOC-RESULTADO
           END-IF.

      *****************************************************
      * REGRA DO PROGCOB70 SOBRE AS TURMAS DA SERIE PROPOSTA:
      * PRIMEIRO UMA COM VAGA NO MESMO PERIODO, DEPOIS EM
      * QUALQUER PERIODO; SEM VAGA, O ALUNO ENTRA NO FIM DA
      * ESPERA DA PRIMEIRA TURMA DA SERIE (MESMO PERIODO SE
      * HOUVER); SEM NENHUMA TURMA DA SERIE, VAI PARA REVISAO
      *****************************************************
       0450-ESCOLHER-TURMA.
           MOVE ZEROS TO WRK-ESCOLHIDA WRK-CANDIDATA
           MOVE 1 TO WRK-PASSO
           PERFORM 0455-TESTAR-TURMA
               VARYING WRK-T FROM 1 BY 1
               UNTIL WRK-T > WRK-QT-TURMAS
           IF WRK-ESCOLHIDA = ZEROS
               MOVE 2 TO WRK-PASSO
               PERFORM 0455-TESTAR-TURMA
                   VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-TURMAS
           END-IF
           EVALUATE TRUE
               WHEN WRK-ESCOLHIDA > ZEROS
                   ADD 1 TO WRK-TUR-OCUPADAS(WRK-ESCOLHIDA)
                   MOVE 'A' TO PROMOC-SITUACAO
                   MOVE WRK-TUR-CODIGO(WRK-ESCOLHIDA)
                       TO PROMOC-TURMA-PROPOSTA
                   IF WRK-TUR-PERIODO(WRK-ESCOLHIDA)
                       NOT = WRK-PERIODO-ATUAL
                       MOVE 'MUDA DE PERIODO' TO PROMOC-MOTIVO
                   END-IF
               WHEN WRK-CANDIDATA > ZEROS
                   ADD 1 TO WRK-TUR-ESPERA(WRK-CANDIDATA)
                   MOVE 'E' TO PROMOC-SITUACAO
                   MOVE WRK-TUR-CODIGO(WRK-CANDIDATA)
                       TO PROMOC-TURMA-PROPOSTA
                   MOVE WRK-TUR-ESPERA(WRK-CANDIDATA)
                       TO PROMOC-ORDEM-ESPERA
                   MOVE 'TURMAS DA SERIE LOTADAS' TO PROMOC-MOTIVO
               WHEN PROMOC-SERIE-PROPOSTA > PROMOC-SERIE-ATUAL
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'CONCLUINTE - SEM SERIE SEGUINTE'
                       TO PROMOC-MOTIVO
               WHEN OTHER
                   MOVE 'R' TO PROMOC-SITUACAO
                   MOVE 'SEM TURMA DA SERIE NO CADASTRO'
                       TO PROMOC-MOTIVO
           END-EVALUATE.

       0455-TESTAR-TURMA.
           IF WRK-ESCOLHIDA = ZEROS
               AND WRK-TUR-SERIE(WRK-T) = PROMOC-SERIE-PROPOSTA
               AND (WRK-PASSO = 2
                   OR WRK-TUR-PERIODO(WRK-T) = WRK-PERIODO-ATUAL)
               IF WRK-CANDIDATA = ZEROS
                   MOVE WRK-T TO WRK-CANDIDATA
               END-IF
               IF WRK-TUR-CAPAC(WRK-T) = ZEROS
                   OR WRK-TUR-OCUPADAS(WRK-T) < WRK-TUR-CAPAC(WRK-T)
                   MOVE WRK-T TO WRK-ESCOLHIDA
               END-IF
           END-IF.

      *****************************************************
      * LIBERA A PROPOSTA PARA A PARTE DO RELATORIO DA SUA
      * SITUACAO E, COM DEBITO EM ABERTO, TAMBEM PARA A LISTA
      * DE DEBITO
      *****************************************************
       0490-LIBERAR-LINHAS.
           MOVE SPACES TO SORT-TURMA SORT-SITUACAO
           MOVE ZEROS TO SORT-ORDEM
           MOVE PROMOC-MATRICULA TO SORT-MATRICULA
           MOVE PROMOC-REC TO SORT-PROPOSTA
           EVALUATE TRUE
               WHEN PROMOC-ALOCADO OR PROMOC-ESPERA
                   MOVE 1 TO SORT-SECAO
                   MOVE PROMOC-TURMA-PROPOSTA TO SORT-TURMA
                   MOVE PROMOC-SITUACAO TO SORT-SITUACAO
                   MOVE PROMOC-ORDEM-ESPERA TO SORT-ORDEM
               WHEN PROMOC-REVISAR
                   MOVE 2 TO SORT-SECAO
               WHEN OTHER
                   MOVE 4 TO SORT-SECAO
           END-EVALUATE
           RELEASE SORT-REC
           IF PROMOC-QT-DEBITO > ZEROS
               MOVE 3 TO SORT-SECAO
               MOVE SPACES TO SORT-TURMA SORT-SITUACAO
               MOVE ZEROS TO SORT-ORDEM
               RELEASE SORT-REC
           END-IF.

       0300-FINALIZAR.
           DISPLAY 'TERMO FINAL..................' WRK-TERMO
           DISPLAY 'MATRICULAS LIDAS.............' WRK-QT-LIDOS
           DISPLAY 'ALOCADOS NA PROPOSTA.........' WRK-QT-ALOCADOS
           DISPLAY 'NA LISTA DE ESPERA...........' WRK-QT-ESPERA
           DISPLAY 'SEM ALOCACAO (REVISAR).......' WRK-QT-REVISAR
           DISPLAY 'TRANSFERIDAS/TRANCADAS.......' WRK-QT-TRANSF
           DISPLAY 'COM MENSALIDADE EM ABERTO....' WRK-QT-DEVEDORES
           IF WRK-QT-REVISAR > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE MATRICULA-MASTER STUDENT-HISTORY TURMA-CADASTRO
           IF CADASTRO-DISPONIVEL
               CLOSE STUDENT-MASTER
           END-IF
           IF ALOCACOES-DISPONIVEIS
               CLOSE ALOCACOES
           END-IF
           IF MENSAL-DISPONIVEL
               CLOSE MENSALIDADES
           END-IF
           CLOSE PROPOSTA-PROMOCAO PROMOCAO-RELATORIO.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: PERCORRE O MATRIC NA
      * ORDEM DE MATRICULA, GRAVA A PROPOSTA DE CADA UMA NO
      * PROMOC E LIBERA AS LINHAS DO RELATORIO
      *****************************************************
       8100-PROPOR-MATRICULAS SECTION.
           IF NOT FIM-MATRICULAS
               MOVE ZEROS TO MATRIC-MATRICULA
               START MATRICULA-MASTER KEY >= MATRIC-MATRICULA
                   INVALID KEY
                       SET FIM-MATRICULAS TO TRUE
               END-START
           END-IF
           PERFORM 8110-PROPOR-UMA-MATRICULA UNTIL FIM-MATRICULAS
           GO TO 8199-FIM-ENTRADA.

       8110-PROPOR-UMA-MATRICULA.
           READ MATRICULA-MASTER NEXT RECORD
               AT END
                   SET FIM-MATRICULAS TO TRUE
           END-READ
           IF NOT FIM-MATRICULAS
               ADD 1 TO WRK-QT-LIDOS
               MOVE SPACES TO PROMOC-REC
               MOVE MATRIC-MATRICULA TO PROMOC-MATRICULA
               MOVE MATRIC-NOME TO PROMOC-NOME
               MOVE WRK-TERMO TO PROMOC-TERMO
               MOVE ZEROS TO PROMOC-SERIE-ATUAL PROMOC-SERIE-PROPOSTA
                   PROMOC-ORDEM-ESPERA PROMOC-QT-DEBITO
                   PROMOC-VALOR-DEBITO
               MOVE WRK-DATA-HOJE TO PROMOC-DATA-GERACAO
               PERFORM 0410-APURAR-DEBITO
               IF MATRIC-TRANSFERIDA OR MATRIC-TRANCADA
                   PERFORM 0420-ACHAR-TURMA-ATUAL
                   MOVE 'T' TO PROMOC-SITUACAO
                   IF MATRIC-TRANSFERIDA
                       MOVE 'MATRICULA TRANSFERIDA' TO PROMOC-MOTIVO
                   ELSE
                       MOVE 'MATRICULA TRANCADA' TO PROMOC-MOTIVO
                   END-IF
               ELSE
                   PERFORM 0400-PROPOR-ALOCACAO
               END-IF
               EVALUATE TRUE
                   WHEN PROMOC-ALOCADO
                       ADD 1 TO WRK-QT-ALOCADOS
                   WHEN PROMOC-ESPERA
                       ADD 1 TO WRK-QT-ESPERA
                   WHEN PROMOC-REVISAR
                       ADD 1 TO WRK-QT-REVISAR
                   WHEN OTHER
                       ADD 1 TO WRK-QT-TRANSF
               END-EVALUATE
               IF PROMOC-QT-DEBITO > ZEROS
                   ADD 1 TO WRK-QT-DEVEDORES
               END-IF
               WRITE PROMOC-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PROPOSTA ' WRK-FS-PRO
                       MOVE 8 TO RETURN-CODE
               END-WRITE
               PERFORM 0490-LIBERAR-LINHAS
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: AS QUATRO PARTES NA ORDEM, CADA UMA COM
      * SEU TITULO E TOTAL, E NO FIM O QUADRO DE VAGAS DAS
      * TURMAS DO ANO SEGUINTE
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UMA-LINHA UNTIL FIM-CLASSIFICADOS
           IF WRK-SECAO-ATUAL NOT = ZEROS
               PERFORM 8230-IMPRIMIR-TOTAL-SECAO
           END-IF
           MOVE 'QUADRO DE VAGAS DAS TURMAS NO ANO SEGUINTE'
               TO PRMRPT-SEC-ROTULO
           WRITE PRMRPT-SECAO
           PERFORM 8240-IMPRIMIR-TURMA
               VARYING WRK-T FROM 1 BY 1
               UNTIL WRK-T > WRK-QT-TURMAS
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-LINHA.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-SECAO NOT = WRK-SECAO-ATUAL
                   IF WRK-SECAO-ATUAL NOT = ZEROS
                       PERFORM 8230-IMPRIMIR-TOTAL-SECAO
                   END-IF
                   MOVE SORT-SECAO TO WRK-SECAO-ATUAL
                   PERFORM 8215-ABRIR-SECAO
               END-IF
               PERFORM 8220-IMPRIMIR-DETALHE
           END-IF.

       8215-ABRIR-SECAO.
           EVALUATE WRK-SECAO-ATUAL
               WHEN 1
                   MOVE 'PROPOSTA DE ALOCACAO POR TURMA DO ANO SEGUINTE'
                       TO PRMRPT-SEC-ROTULO
               WHEN 2
                   MOVE 'ALUNOS SEM ALOCACAO POSSIVEL - REVISAR'
                       TO PRMRPT-SEC-ROTULO
               WHEN 3
                   MOVE 'ALUNOS COM MENSALIDADE VENCIDA EM ABERTO'
                       TO PRMRPT-SEC-ROTULO
               WHEN OTHER
                   MOVE 'MATRICULAS TRANSFERIDAS OU TRANCADAS'
                       TO PRMRPT-SEC-ROTULO
           END-EVALUATE
           WRITE PRMRPT-SECAO
           WRITE PRMRPT-TITULOS.

       8220-IMPRIMIR-DETALHE.
           MOVE SORT-PROPOSTA TO PROMOC-REC
           MOVE PROMOC-MATRICULA TO PRMRPT-MATRICULA
           MOVE PROMOC-NOME TO PRMRPT-NOME
           MOVE PROMOC-TURMA-ATUAL TO PRMRPT-TURMA-ATUAL
           MOVE PROMOC-SERIE-ATUAL TO PRMRPT-SERIE-ATUAL
           MOVE PROMOC-RESULTADO TO PRMRPT-RESULTADO
           MOVE PROMOC-TURMA-PROPOSTA TO PRMRPT-TURMA-PROP
           MOVE PROMOC-SERIE-PROPOSTA TO PRMRPT-SERIE-PROP
           EVALUATE TRUE
               WHEN PROMOC-ALOCADO
                   MOVE 'ALOCADO' TO PRMRPT-SITUACAO
               WHEN PROMOC-ESPERA
                   MOVE 'ESPERA' TO PRMRPT-SITUACAO
               WHEN PROMOC-REVISAR
                   MOVE 'REVISAR' TO PRMRPT-SITUACAO
               WHEN OTHER
                   MOVE 'SAIDA' TO PRMRPT-SITUACAO
           END-EVALUATE
           MOVE PROMOC-ORDEM-ESPERA TO PRMRPT-ORDEM
           MOVE PROMOC-VALOR-DEBITO TO PRMRPT-DEBITO
           MOVE PROMOC-MOTIVO TO PRMRPT-MOTIVO
           WRITE PRMRPT-DETALHE
           ADD 1 TO WRK-QT-SECAO.

       8230-IMPRIMIR-TOTAL-SECAO.
           MOVE 'TOTAL DA PARTE' TO PRMRPT-TOT-ROTULO
           MOVE WRK-QT-SECAO TO PRMRPT-TOT-QT
           WRITE PRMRPT-TOTAL
           MOVE SPACES TO PRMRPT-SEPARADOR
           WRITE PRMRPT-SEPARADOR
           MOVE ZEROS TO WRK-QT-SECAO.

       8240-IMPRIMIR-TURMA.
           MOVE WRK-TUR-CODIGO(WRK-T) TO WRK-LT-CODIGO
           MOVE WRK-TUR-SERIE(WRK-T) TO WRK-LT-SERIE
           MOVE WRK-TUR-PERIODO(WRK-T) TO WRK-LT-PERIODO
           MOVE WRK-TUR-CAPAC(WRK-T) TO WRK-LT-CAPAC
           MOVE WRK-TUR-OCUPADAS(WRK-T) TO WRK-LT-OCUPADAS
           MOVE WRK-TUR-ESPERA(WRK-T) TO WRK-LT-ESPERA
           MOVE WRK-LINHA-TURMA TO PRMRPT-SEC-ROTULO
           WRITE PRMRPT-SECAO.

       8299-FIM-SAIDA.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB125.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : REVISAO DE BOLSAS DE FIM DE TERMO - PARA CADA
      * MATRICULA ATIVA COM BOLSA NO CADASTRO MATRIC LE A MEDIA
      * GERAL DO TERMO NO STUHIST E A FREQUENCIA DO ARQUIVO DE
      * FALTAS (TODAS AS DISCIPLINAS SOMADAS; SEM REGISTRO E
      * FREQUENCIA CHEIA, COMO NO PROGCOB08) E COMPARA COM OS
      * MINIMOS DO PARMMAS: ACIMA DOS DOIS MANTEM; ABAIXO, MAS
      * DENTRO DA FAIXA DE TOLERANCIA, RECEBE ADVERTENCIA - A
      * NAO SER QUE A MEDIA DO TERMO ANTERIOR TAMBEM JA TENHA
      * FICADO ABAIXO DO MINIMO (REINCIDENCIA); ABAIXO DA FAIXA
      * PERDE A BOLSA. O RELATORIO SAI PARA QUALQUER OPERADOR;
      * SO O SUPERVISOR (SIGN-ON DO PROGCOB79) APROVA CADA PERDA,
      * QUE ZERA O MATRIC-PCT-BOLSA COM ANTES/DEPOIS NO LOG DE
      * AUDITORIA, NOS MOLDES DA REVISAO DE LIMITE DO PROGCB113 -
      * A GERACAO SEGUINTE DO PROGCOB67 JA COBRA O VALOR CHEIO
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
           SELECT MATRICULA-MASTER ASSIGN TO 'MATRIC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRIC-MATRICULA
               FILE STATUS IS WRK-FS-MAT.
           SELECT OPTIONAL STUDENT-HISTORY ASSIGN TO 'STUHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUHIST-CHAVE
               FILE STATUS IS WRK-FS-HIS.
           SELECT OPTIONAL FALTAS-FILE ASSIGN TO 'FALTAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FAL.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT BOLSA-RELATORIO ASSIGN TO 'BLSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-MASTER.
           COPY 'MATRIC.CPY'.

       FD  STUDENT-HISTORY.
           COPY 'STUHIST.CPY'.

       FD  FALTAS-FILE.
           COPY 'FALTAS.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  BOLSA-RELATORIO.
           COPY 'BLSRPT.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * FREQUENCIA ACUMULADA POR ALUNO (AULAS E FALTAS DE TODAS
      * AS DISCIPLINAS), CARREGADA UMA VEZ DO ARQUIVO DE FALTAS
      *****************************************************
       01  WRK-TABELA-FREQUENCIA.
           02  WRK-FRQ-ENTRADA OCCURS 2000 TIMES.
               03  WRK-FRQ-MATRICULA PIC 9(06).
               03  WRK-FRQ-AULAS     PIC 9(05).
               03  WRK-FRQ-FALTAS    PIC 9(05).
       77 WRK-QT-FREQ       PIC 9(04) VALUE ZEROS.

      *****************************************************
      * PERDAS SUGERIDAS, PARA A APROVACAO DO SUPERVISOR DEPOIS
      * DO RELATORIO
      *****************************************************
       01  WRK-TABELA-SUGESTAO.
           02  WRK-SUG-ENTRADA OCCURS 2000 TIMES.
               03  WRK-SUG-MATRICULA PIC 9(06).
               03  WRK-SUG-NOME      PIC X(20).
               03  WRK-SUG-PCT       PIC 9(02)V99.
               03  WRK-SUG-MOTIVO    PIC X(18).
       77 WRK-QT-SUGESTAO   PIC 9(04) VALUE ZEROS.

      *****************************************************
      * REGRAS PADRAO QUANDO O PARMMAS AINDA NAO TEM A VIGENCIA:
      * MEDIA GERAL 7,0 E FREQUENCIA DE 75% (A MESMA DO
      * PROGCOB08), COM ADVERTENCIA ATE 1,0 PONTO DE MEDIA OU 5
      * PONTOS DE FREQUENCIA ABAIXO DO MINIMO
      *****************************************************
       77 WRK-MEDIA-MIN     PIC S9(09)V9(04) VALUE 7.
       77 WRK-FREQ-MIN      PIC S9(09)V9(04) VALUE 75.
       77 WRK-TOL-MEDIA     PIC S9(09)V9(04) VALUE 1.
       77 WRK-TOL-FREQ      PIC S9(09)V9(04) VALUE 5.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-PARM-ACHADO   PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.

       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-HIS        PIC X(02) VALUE '00'.
       77 WRK-FS-FAL        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-ARQUIVO-OK    PIC X(01) VALUE 'N'.
           88 MATRIC-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-HIST-OK       PIC X(01) VALUE 'N'.
           88 HISTORICO-DISPONIVEL VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-SUPERVISOR    PIC X(01) VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-MAT       PIC X(01) VALUE 'N'.
           88 FIM-MATRICULAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FAL       PIC X(01) VALUE 'N'.
           88 FIM-FALTAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ENCERRA       PIC X(01) VALUE 'N'.
           88 DECISOES-ENCERRADAS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-TEM-MEDIA     PIC X(01) VALUE 'N'.
           88 MEDIA-ENCONTRADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TEM-ANTERIOR  PIC X(01) VALUE 'N'.
           88 ANTERIOR-ENCONTRADA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-F             PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-TERMO.
           05  WRK-TERMO-ANO   PIC 9(04).
           05  WRK-TERMO-MES   PIC 9(02).
           05  WRK-TERMO-DIA   PIC 9(02).
       77 WRK-TERMO-ATUAL   PIC 9(06) VALUE ZEROS.
       01  WRK-TERMO        PIC 9(06) VALUE ZEROS.
       01  WRK-TERMO-R REDEFINES WRK-TERMO.
           05  WRK-TR-ANO      PIC 9(04).
           05  WRK-TR-PERIODO  PIC 9(02).
       01  WRK-TERMO-ANT    PIC 9(06) VALUE ZEROS.
       01  WRK-TERMO-ANT-R REDEFINES WRK-TERMO-ANT.
           05  WRK-TA-ANO      PIC 9(04).
           05  WRK-TA-PERIODO  PIC 9(02).
       77 WRK-MEDIA         PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MEDIA-ANT     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-FREQ          PIC 9(03)V9 VALUE ZEROS.
       77 WRK-AULAS         PIC 9(05) VALUE ZEROS.
       77 WRK-FALTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-RESULTADO     PIC X(11) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(18) VALUE SPACES.
       77 WRK-PCT-EDITADO   PIC Z9,99.
       77 WRK-QT-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REVISADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTEM     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ADVERTE    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PERDE      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-NOTA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APLICADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADAS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF MATRIC-DISPONIVEL
               PERFORM 0200-REVISAR-ALUNO UNTIL FIM-MATRICULAS
               PERFORM 0290-IMPRIMIR-TOTAIS
               IF SUPERVISOR-AUTORIZADO AND WRK-QT-SUGESTAO > ZEROS
                   MOVE ALL '-' TO BLSRPT-SEPARADOR
                   WRITE BLSRPT-SEPARADOR
                   WRITE BLSRPT-TIT-DECISAO
                   PERFORM 0250-DECIDIR-PERDA
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-SUGESTAO
               END-IF
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON - O
      * RELATORIO SAI PARA QUALQUER OPERADOR; SO O NIVEL DE
      * SUPERVISOR ('S') DECIDE AS PERDAS DE BOLSA
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - REVISAO ENCERRADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON = 'S'
                   SET SUPERVISOR-AUTORIZADO TO TRUE
               ELSE
                   DISPLAY 'SEM NIVEL DE SUPERVISOR - SO O RELATORIO'
               END-IF
               PERFORM 0150-DEFINIR-TERMO
               DISPLAY 'TERMO AAAAPP (ZERO = TERMO CORRENTE)..'
               ACCEPT WRK-TERMO
               IF WRK-TERMO = ZEROS
                   MOVE WRK-TERMO-ATUAL TO WRK-TERMO
               END-IF
               IF WRK-TR-PERIODO = 01
                   COMPUTE WRK-TA-ANO = WRK-TR-ANO - 1
                   MOVE 02 TO WRK-TA-PERIODO
               ELSE
                   MOVE WRK-TR-ANO TO WRK-TA-ANO
                   MOVE 01 TO WRK-TA-PERIODO
               END-IF
               PERFORM 0105-CARREGAR-REGRAS
               PERFORM 0108-CARREGAR-FALTAS
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.

       0105-CARREGAR-REGRAS.
           MOVE 'BOLSA-MEDIA' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-MEDIA-MIN
           END-IF
           MOVE 'BOLSA-FREQ' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-FREQ-MIN
           END-IF
           MOVE 'BOLSA-TOL-MD' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-TOL-MEDIA
           END-IF
           MOVE 'BOLSA-TOL-FR' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-TOL-FREQ
           END-IF.

      *****************************************************
      * VALOR DO PARAMETRO WRK-NOME-PARM NA VIGENCIA MAIS
      * RECENTE QUE NAO PASSA DE HOJE
      *****************************************************
       0106-BUSCAR-PARAMETRO.
           SET PARAMETRO-ACHADO TO FALSE
           SET FIM-PARAMETROS TO FALSE
           OPEN INPUT PARAMETRO-MASTER
           IF WRK-FS-PAR NOT = '00'
               SET FIM-PARAMETROS TO TRUE
           ELSE
               MOVE WRK-NOME-PARM TO PARMMAS-NOME
               MOVE ZEROS TO PARMMAS-VIGENCIA
               START PARAMETRO-MASTER KEY >= PARMMAS-CHAVE
                   INVALID KEY
                       SET FIM-PARAMETROS TO TRUE
               END-START
           END-IF
           PERFORM 0107-LER-UMA-VIGENCIA UNTIL FIM-PARAMETROS
           IF WRK-FS-PAR = '00' OR WRK-FS-PAR = '10'
               CLOSE PARAMETRO-MASTER
           END-IF.

       0107-LER-UMA-VIGENCIA.
           READ PARAMETRO-MASTER NEXT RECORD
               AT END
                   SET FIM-PARAMETROS TO TRUE
           END-READ
           IF NOT FIM-PARAMETROS
               IF PARMMAS-NOME NOT = WRK-NOME-PARM
                   OR PARMMAS-VIGENCIA > WRK-DATA-HOJE
                   SET FIM-PARAMETROS TO TRUE
               ELSE
                   MOVE PARMMAS-VALOR TO WRK-VALOR-PARM
                   SET PARAMETRO-ACHADO TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * SOMA AULAS E FALTAS DE TODAS AS DISCIPLINAS POR ALUNO -
      * SEM ARQUIVO, TODO MUNDO E TRATADO COMO FREQUENCIA CHEIA
      *****************************************************
       0108-CARREGAR-FALTAS.
           OPEN INPUT FALTAS-FILE
           IF WRK-FS-FAL = '00'
               PERFORM 0109-LER-UMA-FALTA UNTIL FIM-FALTAS
               CLOSE FALTAS-FILE
           END-IF.

       0109-LER-UMA-FALTA.
           READ FALTAS-FILE
               AT END
                   SET FIM-FALTAS TO TRUE
           END-READ
           IF NOT FIM-FALTAS
               MOVE ZEROS TO WRK-I
               PERFORM 0112-PROCURAR-FREQUENCIA
                   VARYING WRK-F FROM 1 BY 1
                   UNTIL WRK-F > WRK-QT-FREQ OR WRK-I > ZEROS
               IF WRK-I = ZEROS
                   IF WRK-QT-FREQ < 2000
                       ADD 1 TO WRK-QT-FREQ
                       MOVE WRK-QT-FREQ TO WRK-I
                       MOVE FALTAS-MATRICULA
                           TO WRK-FRQ-MATRICULA(WRK-I)
                       MOVE ZEROS TO WRK-FRQ-AULAS(WRK-I)
                           WRK-FRQ-FALTAS(WRK-I)
                   ELSE
                       DISPLAY 'MAIS DE 2000 ALUNOS NO ARQUIVO DE '
                           'FALTAS - DEMAIS IGNORADOS'
                       SET FIM-FALTAS TO TRUE
                   END-IF
               END-IF
               IF WRK-I > ZEROS
                   ADD FALTAS-QT-AULAS TO WRK-FRQ-AULAS(WRK-I)
                   ADD FALTAS-QT-FALTAS TO WRK-FRQ-FALTAS(WRK-I)
               END-IF
           END-IF.

       0112-PROCURAR-FREQUENCIA.
           IF WRK-FRQ-MATRICULA(WRK-F) = FALTAS-MATRICULA
               MOVE WRK-F TO WRK-I
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O MATRICULA-MASTER
           IF WRK-FS-MAT NOT = '00'
               DISPLAY 'CADASTRO MATRIC INDISPONIVEL - STATUS '
                   WRK-FS-MAT
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'MATRIC INDISPONIVEL PARA REVISAO DE BOLSA'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET MATRIC-DISPONIVEL TO TRUE
               MOVE ZEROS TO MATRIC-MATRICULA
               START MATRICULA-MASTER KEY >= MATRIC-MATRICULA
                   INVALID KEY
                       SET FIM-MATRICULAS TO TRUE
               END-START
               OPEN INPUT STUDENT-HISTORY
               IF WRK-FS-HIS = '00'
                   SET HISTORICO-DISPONIVEL TO TRUE
               END-IF
               OPEN OUTPUT BOLSA-RELATORIO
               OPEN EXTEND AUDIT-LOG
               IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               MOVE WRK-TERMO TO BLSRPT-CAB-TERMO
               MOVE WRK-MEDIA-MIN TO BLSRPT-CAB-MEDIA
               MOVE WRK-TOL-MEDIA TO BLSRPT-CAB-TOL-MD
               MOVE WRK-FREQ-MIN TO BLSRPT-CAB-FREQ
               MOVE WRK-TOL-FREQ TO BLSRPT-CAB-TOL-FR
               WRITE BLSRPT-CABECALHO
               WRITE BLSRPT-TITULOS
           END-IF.

      *****************************************************
      * CODIGO DO TERMO CORRENTE (AAAAPP), COMO NOS PROGRAMAS DE
      * LANCAMENTO: PRIMEIRO SEMESTRE ATE JUNHO, SEGUNDO DE
      * JULHO EM DIANTE
      *****************************************************
       0150-DEFINIR-TERMO.
           ACCEPT WRK-DATA-TERMO FROM DATE YYYYMMDD
           IF WRK-TERMO-MES <= 06
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 1
           ELSE
               COMPUTE WRK-TERMO-ATUAL = WRK-TERMO-ANO * 100 + 2
           END-IF.

       0200-REVISAR-ALUNO.
           READ MATRICULA-MASTER NEXT RECORD
               AT END
                   SET FIM-MATRICULAS TO TRUE
           END-READ
           IF NOT FIM-MATRICULAS
               ADD 1 TO WRK-QT-LIDAS
               IF MATRIC-ATIVA AND MATRIC-PCT-BOLSA > ZEROS
                   ADD 1 TO WRK-QT-REVISADOS
                   PERFORM 0210-LER-MEDIAS
                   PERFORM 0220-APURAR-FREQUENCIA
                   PERFORM 0230-DECIDIR-BOLSA
                   PERFORM 0240-IMPRIMIR-ALUNO
               END-IF
           END-IF.

      *****************************************************
      * MEDIA GERAL DO TERMO REVISADO E DO TERMO ANTERIOR, PARA
      * A REGRA DE REINCIDENCIA
      *****************************************************
       0210-LER-MEDIAS.
           SET MEDIA-ENCONTRADA TO FALSE
           SET ANTERIOR-ENCONTRADA TO FALSE
           MOVE ZEROS TO WRK-MEDIA WRK-MEDIA-ANT
           IF HISTORICO-DISPONIVEL
               MOVE MATRIC-MATRICULA TO STUHIST-MATRICULA
               MOVE WRK-TERMO TO STUHIST-TERMO
               READ STUDENT-HISTORY
                   KEY IS STUHIST-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-HIS = '00'
                   SET MEDIA-ENCONTRADA TO TRUE
                   MOVE STUHIST-MEDIA-GERAL TO WRK-MEDIA
               END-IF
               MOVE MATRIC-MATRICULA TO STUHIST-MATRICULA
               MOVE WRK-TERMO-ANT TO STUHIST-TERMO
               READ STUDENT-HISTORY
                   KEY IS STUHIST-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-HIS = '00'
                   SET ANTERIOR-ENCONTRADA TO TRUE
                   MOVE STUHIST-MEDIA-GERAL TO WRK-MEDIA-ANT
               END-IF
           END-IF.

       0220-APURAR-FREQUENCIA.
           MOVE 100,0 TO WRK-FREQ
           MOVE ZEROS TO WRK-I
           PERFORM 0225-ACHAR-FREQUENCIA
               VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QT-FREQ OR WRK-I > ZEROS
           IF WRK-I > ZEROS
               IF WRK-FRQ-AULAS(WRK-I) > ZEROS
                   COMPUTE WRK-FREQ ROUNDED =
                       (WRK-FRQ-AULAS(WRK-I) - WRK-FRQ-FALTAS(WRK-I))
                       * 100 / WRK-FRQ-AULAS(WRK-I)
                       ON SIZE ERROR
                           MOVE 100,0 TO WRK-FREQ
                   END-COMPUTE
               END-IF
           END-IF.

       0225-ACHAR-FREQUENCIA.
           IF WRK-FRQ-MATRICULA(WRK-F) = MATRIC-MATRICULA
               MOVE WRK-F TO WRK-I
           END-IF.

      *****************************************************
      * DECISAO: SEM MEDIA NO TERMO NADA MUDA (FICA NA LISTA
      * PARA A SECRETARIA CONFERIR); ABAIXO DA FAIXA OU
      * REINCIDENTE PERDE; NA FAIXA RECEBE ADVERTENCIA
      *****************************************************
       0230-DECIDIR-BOLSA.
           MOVE SPACES TO WRK-MOTIVO
           EVALUATE TRUE
               WHEN NOT MEDIA-ENCONTRADA
                   MOVE 'SEM NOTAS' TO WRK-RESULTADO
                   MOVE 'SEM HISTORICO' TO WRK-MOTIVO
                   ADD 1 TO WRK-QT-SEM-NOTA
               WHEN WRK-MEDIA >= WRK-MEDIA-MIN
                   AND WRK-FREQ >= WRK-FREQ-MIN
                   MOVE 'MANTEM' TO WRK-RESULTADO
                   ADD 1 TO WRK-QT-MANTEM
               WHEN WRK-MEDIA < WRK-MEDIA-MIN - WRK-TOL-MEDIA
                   MOVE 'PERDE' TO WRK-RESULTADO
                   MOVE 'MEDIA ABAIXO FAIXA' TO WRK-MOTIVO
               WHEN WRK-FREQ < WRK-FREQ-MIN - WRK-TOL-FREQ
                   MOVE 'PERDE' TO WRK-RESULTADO
                   MOVE 'FREQ ABAIXO FAIXA' TO WRK-MOTIVO
               WHEN ANTERIOR-ENCONTRADA
                   AND WRK-MEDIA-ANT < WRK-MEDIA-MIN
                   MOVE 'PERDE' TO WRK-RESULTADO
                   MOVE 'REINCIDENCIA' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE 'ADVERTENCIA' TO WRK-RESULTADO
                   ADD 1 TO WRK-QT-ADVERTE
                   IF WRK-MEDIA < WRK-MEDIA-MIN
                       MOVE 'MEDIA NA FAIXA' TO WRK-MOTIVO
                   ELSE
                       MOVE 'FREQ NA FAIXA' TO WRK-MOTIVO
                   END-IF
           END-EVALUATE
           IF WRK-RESULTADO = 'PERDE'
               ADD 1 TO WRK-QT-PERDE
               IF WRK-QT-SUGESTAO < 2000
                   ADD 1 TO WRK-QT-SUGESTAO
                   MOVE MATRIC-MATRICULA
                       TO WRK-SUG-MATRICULA(WRK-QT-SUGESTAO)
                   MOVE MATRIC-NOME TO WRK-SUG-NOME(WRK-QT-SUGESTAO)
                   MOVE MATRIC-PCT-BOLSA
                       TO WRK-SUG-PCT(WRK-QT-SUGESTAO)
                   MOVE WRK-MOTIVO TO WRK-SUG-MOTIVO(WRK-QT-SUGESTAO)
               END-IF
           END-IF.

       0240-IMPRIMIR-ALUNO.
           MOVE MATRIC-MATRICULA TO BLSRPT-MATRICULA
           MOVE MATRIC-NOME TO BLSRPT-NOME
           MOVE MATRIC-PCT-BOLSA TO BLSRPT-PCT-BOLSA
           MOVE WRK-MEDIA TO BLSRPT-MEDIA
           MOVE WRK-FREQ TO BLSRPT-FREQ
           MOVE WRK-MEDIA-ANT TO BLSRPT-MEDIA-ANT
           MOVE WRK-RESULTADO TO BLSRPT-RESULTADO
           MOVE WRK-MOTIVO TO BLSRPT-MOTIVO
           WRITE BLSRPT-DETALHE.

       0250-DECIDIR-PERDA.
           MOVE WRK-SUG-MATRICULA(WRK-I) TO BLSRPT-DEC-MATRICULA
           MOVE WRK-SUG-NOME(WRK-I) TO BLSRPT-DEC-NOME
           MOVE WRK-SUG-PCT(WRK-I) TO BLSRPT-DEC-ANTES
           MOVE ZEROS TO BLSRPT-DEC-DEPOIS
           IF DECISOES-ENCERRADAS
               MOVE 'PENDENTE' TO BLSRPT-DEC-SITUACAO
           ELSE
               DISPLAY '--------------'
               DISPLAY 'MATRICULA....' WRK-SUG-MATRICULA(WRK-I)
                   ' ' WRK-SUG-NOME(WRK-I)
               DISPLAY 'MOTIVO.......' WRK-SUG-MOTIVO(WRK-I)
               MOVE WRK-SUG-PCT(WRK-I) TO WRK-PCT-EDITADO
               DISPLAY 'BOLSA ATUAL..' WRK-PCT-EDITADO '%'
               DISPLAY 'RETIRAR A BOLSA (S/N, F=ENCERRAR)..'
               ACCEPT WRK-DECISAO
               EVALUATE WRK-DECISAO
                   WHEN 'S'
                       PERFORM 0260-APLICAR-PERDA
                   WHEN 'F'
                       SET DECISOES-ENCERRADAS TO TRUE
                       MOVE 'PENDENTE' TO BLSRPT-DEC-SITUACAO
                   WHEN OTHER
                       ADD 1 TO WRK-QT-RECUSADAS
                       MOVE 'RECUSADA' TO BLSRPT-DEC-SITUACAO
               END-EVALUATE
           END-IF
           WRITE BLSRPT-DECISAO.

      *****************************************************
      * ZERA A BOLSA APROVADA, CONFERINDO QUE O CADASTRO NAO
      * MUDOU DESDE A APURACAO, COM ANTES/DEPOIS NO AUDTRL
      *****************************************************
       0260-APLICAR-PERDA.
           MOVE WRK-SUG-MATRICULA(WRK-I) TO MATRIC-MATRICULA
           READ MATRICULA-MASTER
               KEY IS MATRIC-MATRICULA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MAT NOT = '00'
               OR MATRIC-PCT-BOLSA NOT = WRK-SUG-PCT(WRK-I)
               DISPLAY 'CADASTRO MUDOU DESDE A REVISAO - NAO APLICADA'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'BOLSA ALTERADA ANTES DA APROVACAO DA REVISAO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               ADD 1 TO WRK-QT-RECUSADAS
               MOVE 'ALTERADO' TO BLSRPT-DEC-SITUACAO
           ELSE
               MOVE MATRIC-PCT-BOLSA TO WRK-PCT-EDITADO
               MOVE WRK-PCT-EDITADO TO AUDTRL-VALOR-ANTES
               MOVE ZEROS TO MATRIC-PCT-BOLSA
               REWRITE MATRIC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE MATRIC-PCT-BOLSA TO WRK-PCT-EDITADO
               MOVE WRK-PCT-EDITADO TO AUDTRL-VALOR-DEPOIS
               MOVE 'PCT-BOLSA' TO AUDTRL-CAMPO
               MOVE MATRIC-MATRICULA TO AUDTRL-CHAVE
               ACCEPT WRK-HORA-AGORA FROM TIME
               MOVE 'PROGCB125' TO AUDTRL-PROGRAMA
               MOVE WRK-DATA-HOJE TO AUDTRL-DATA
               MOVE WRK-HORA-AGORA TO AUDTRL-HORA
               MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
               WRITE AUDTRL-REC
               ADD 1 TO WRK-QT-APLICADAS
               MOVE 'APLICADA' TO BLSRPT-DEC-SITUACAO
           END-IF.

       0290-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO BLSRPT-SEPARADOR
           WRITE BLSRPT-SEPARADOR
           MOVE 'ALUNOS COM BOLSA REVISADOS' TO BLSRPT-TOT-ROTULO
           MOVE WRK-QT-REVISADOS TO BLSRPT-TOT-QT
           WRITE BLSRPT-TOTAL
           MOVE 'MANTEM A BOLSA' TO BLSRPT-TOT-ROTULO
           MOVE WRK-QT-MANTEM TO BLSRPT-TOT-QT
           WRITE BLSRPT-TOTAL
           MOVE 'ADVERTENCIA' TO BLSRPT-TOT-ROTULO
           MOVE WRK-QT-ADVERTE TO BLSRPT-TOT-QT
           WRITE BLSRPT-TOTAL
           MOVE 'PERDE A BOLSA' TO BLSRPT-TOT-ROTULO
           MOVE WRK-QT-PERDE TO BLSRPT-TOT-QT
           WRITE BLSRPT-TOTAL
           MOVE 'SEM NOTAS NO TERMO' TO BLSRPT-TOT-ROTULO
           MOVE WRK-QT-SEM-NOTA TO BLSRPT-TOT-QT
           WRITE BLSRPT-TOTAL.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB125' TO EXCLOG-PROGRAMA
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
           IF MATRIC-DISPONIVEL
               DISPLAY 'TERMO REVISADO..........' WRK-TERMO
               DISPLAY 'MATRICULAS LIDAS........' WRK-QT-LIDAS
               DISPLAY 'ALUNOS COM BOLSA........' WRK-QT-REVISADOS
               DISPLAY 'MANTEM A BOLSA..........' WRK-QT-MANTEM
               DISPLAY 'ADVERTENCIA.............' WRK-QT-ADVERTE
               DISPLAY 'PERDE A BOLSA...........' WRK-QT-PERDE
               DISPLAY 'SEM NOTAS NO TERMO......' WRK-QT-SEM-NOTA
               DISPLAY 'PERDAS APLICADAS........' WRK-QT-APLICADAS
               DISPLAY 'PERDAS RECUSADAS........' WRK-QT-RECUSADAS
               CLOSE MATRICULA-MASTER AUDIT-LOG BOLSA-RELATORIO
               IF HISTORICO-DISPONIVEL
                   CLOSE STUDENT-HISTORY
               END-IF
           END-IF
           CLOSE EXCEPTION-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB132.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : ADMINISTRACAO DOS OPERADORES DA TABELA OPRACC -
      * O PROGCOB79 CONFERE SENHA E BLOQUEIA APOS 3 ERROS, MAS
      * INCLUIR OPERADOR, MUDAR NIVEL, DESBLOQUEAR OU FORCAR A
      * TROCA DE SENHA ERA EDITAR O ARQUIVO NA MAO. SO O NIVEL
      * DE SUPERVISOR ('S' NO SIGN-ON DO PROGCOB79) ENTRA:
      * INCLUI (COM SENHA PROVISORIA), ALTERA NIVEL, DESBLOQUEIA,
      * REDEFINE A SENHA (PROVISORIA, TROCA OBRIGATORIA NO
      * PROXIMO SIGN-ON) E DESATIVA - O SUPERVISOR NAO MEXE NO
      * PROPRIO NIVEL NEM SE DESATIVA. TODA ACAO VAI PARA O
      * AUDTRL (SEM A SENHA). O RELATORIO DE CONTAS (OPRRPT),
      * PARA RODAR PERIODICAMENTE, LISTA AS CONTAS DORMENTES (SEM
      * SIGN-ON HA MAIS DE OPER-DORMENTE DIAS DO PARMMAS, PADRAO
      * 60, OU QUE NUNCA ASSINARAM), AS DE SENHA EXPIRADA OU COM
      * TROCA PENDENTE E OS OPERADORES COM NIVEL DE SUPERVISOR
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM AS ACOES DO MENU PASSAM A SER EXECUTADAS COM
      * PERFORM ... THRU ...-EXIT - A SAIDA ANTECIPADA POR GO TO
      * CAIA NO PARAGRAFO SEGUINTE EM VEZ DE VOLTAR AO MENU
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCESS-TABLE ASSIGN TO 'OPRACC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPRACC-OPERADOR
               FILE STATUS IS WRK-FS-ACC.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT CONTAS-RPT ASSIGN TO 'OPRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-TABLE.
           COPY 'OPRACC.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  CONTAS-RPT.
       01  OPRRPT-LINHA            PIC X(80).
       01  OPRRPT-DETALHE.
           05  OPRRPT-OPERADOR     PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  OPRRPT-NIVEL        PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OPRRPT-SITUACAO     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OPRRPT-DATA-SENHA   PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  OPRRPT-ULT-SIGNON   PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  OPRRPT-OBSERVACAO   PIC X(30).

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ACC        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-SUPERVISOR    PIC X(01) VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 OPERADOR-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-ACC       PIC X(01) VALUE 'N'.
           88 FIM-OPERADORES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PAR-ACHADO    PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-ALVO          PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-NOVO    PIC X(01) VALUE SPACES.
       77 WRK-SENHA-PROV    PIC X(08) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-SECAO         PIC 9(01) VALUE ZEROS.
       77 WRK-QT-SECAO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SECAO-ED   PIC Z(04)9.
       77 WRK-ENTRA         PIC X(01) VALUE 'N'.
           88 ENTRA-NA-SECAO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DIAS-VALIDADE PIC S9(05) VALUE +90.
       77 WRK-DIAS-DORMENTE PIC S9(05) VALUE +60.
       77 WRK-DIAS-SEM-USO  PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ED       PIC Z(04)9.
       77 WRK-DATA-EXPIRA   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-SIGNON    PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON - SO
      * O NIVEL DE SUPERVISOR ADMINISTRA OPERADORES; O RESTO E
      * RECUSADO E REGISTRADO NO EXCLOG
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
                   ') - ADMINISTRACAO ENCERRADA'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'ADMINISTRACAO DE OPERADORES EXIGE '
                       'SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'ADM. OPERADORES NEGADA A ' WRK-OPERADOR
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   SET FIM-ATENDIMENTO TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET SUPERVISOR-AUTORIZADO TO TRUE
                   PERFORM 0110-ABRIR-ARQUIVOS
               END-IF
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O ACCESS-TABLE
           IF WRK-FS-ACC = '35'
               OPEN OUTPUT ACCESS-TABLE
               CLOSE ACCESS-TABLE
               OPEN I-O ACCESS-TABLE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR OPERADOR'
           DISPLAY '2 - ALTERAR NIVEL'
           DISPLAY '3 - DESBLOQUEAR OPERADOR'
           DISPLAY '4 - REDEFINIR SENHA (TROCA NO PROXIMO SIGN-ON)'
           DISPLAY '5 - DESATIVAR OPERADOR'
           DISPLAY '6 - RELATORIO DE CONTAS'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-OPERADOR
                       THRU 0300-EXIT
               WHEN 2
                   PERFORM 0400-ALTERAR-NIVEL
                       THRU 0400-EXIT
               WHEN 3
                   PERFORM 0500-DESBLOQUEAR
                       THRU 0500-EXIT
               WHEN 4
                   PERFORM 0600-REDEFINIR-SENHA
                       THRU 0600-EXIT
               WHEN 5
                   PERFORM 0650-DESATIVAR
                       THRU 0650-EXIT
               WHEN 6
                   PERFORM 0700-RELATORIO-CONTAS
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * INCLUSAO - OPERADOR NOVO NASCE ATIVO, COM A SENHA
      * PROVISORIA DADA PELO SUPERVISOR E TROCA OBRIGATORIA: O
      * PRIMEIRO SIGN-ON RECEBE '4' E O OPERADOR TROCA A SENHA
      * PELO PROGCOB79 ANTES DE USAR O SISTEMA
      *****************************************************
       0300-INCLUIR-OPERADOR.
           PERFORM 0310-LOCALIZAR-OPERADOR
           IF WRK-ALVO = SPACES
               GO TO 0300-EXIT
           END-IF
           IF OPERADOR-ACHADO
               DISPLAY 'OPERADOR JA CADASTRADO'
               GO TO 0300-EXIT
           END-IF
           PERFORM 0320-LER-NIVEL
           IF WRK-NIVEL-NOVO = SPACES
               GO TO 0300-EXIT
           END-IF
           PERFORM 0330-LER-SENHA-PROVISORIA
           IF WRK-SENHA-PROV = SPACES
               GO TO 0300-EXIT
           END-IF
           MOVE WRK-ALVO TO OPRACC-OPERADOR
           MOVE WRK-NIVEL-NOVO TO OPRACC-NIVEL
           MOVE WRK-SENHA-PROV TO OPRACC-SENHA
           MOVE WRK-DATA-HOJE TO OPRACC-DATA-SENHA
           MOVE ZEROS TO OPRACC-TENTATIVAS
           MOVE 'N' TO OPRACC-BLOQUEADO
           MOVE 'S' TO OPRACC-TROCA-OBRIG
           MOVE 'A' TO OPRACC-SITUACAO
           MOVE ZEROS TO OPRACC-ULT-SIGNON
           WRITE OPRACC-REC
               INVALID KEY
                   DISPLAY 'OPERADOR JA CADASTRADO'
                   GO TO 0300-EXIT
           END-WRITE
           MOVE 'INCLUSAO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING 'NIVEL ' WRK-NIVEL-NOVO
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'OPERADOR INCLUIDO - TROCA DE SENHA NO PRIMEIRO '
               'SIGN-ON'.
       0300-EXIT.
           EXIT.

       0310-LOCALIZAR-OPERADOR.
           SET OPERADOR-ACHADO TO FALSE
           DISPLAY 'OPERADOR (BRANCO = VOLTAR)..'
           MOVE SPACES TO WRK-ALVO
           ACCEPT WRK-ALVO
           IF WRK-ALVO NOT = SPACES
               MOVE WRK-ALVO TO OPRACC-OPERADOR
               READ ACCESS-TABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OPERADOR-ACHADO TO TRUE
               END-READ
           END-IF.

       0320-LER-NIVEL.
           DISPLAY 'NIVEL (S = SUPERVISOR, I = ATENDENTE DE '
               'CADASTRO, O = OPERADOR)..'
           MOVE SPACES TO WRK-NIVEL-NOVO
           ACCEPT WRK-NIVEL-NOVO
           IF WRK-NIVEL-NOVO NOT = 'S' AND WRK-NIVEL-NOVO NOT = 'I'
               AND WRK-NIVEL-NOVO NOT = 'O'
               DISPLAY 'NIVEL INVALIDO'
               MOVE SPACES TO WRK-NIVEL-NOVO
           END-IF.

       0330-LER-SENHA-PROVISORIA.
           DISPLAY 'SENHA PROVISORIA..'
           MOVE SPACES TO WRK-SENHA-PROV
           ACCEPT WRK-SENHA-PROV
           IF WRK-SENHA-PROV = SPACES
               DISPLAY 'SENHA PROVISORIA EM BRANCO'
           END-IF.

      *****************************************************
      * MUDANCA DE NIVEL - O SUPERVISOR NAO ALTERA O PROPRIO
      * NIVEL, PARA NAO DEIXAR A CASA SEM NINGUEM QUE O DEVOLVA
      *****************************************************
       0400-ALTERAR-NIVEL.
           PERFORM 0310-LOCALIZAR-OPERADOR
           IF WRK-ALVO = SPACES
               GO TO 0400-EXIT
           END-IF
           IF NOT OPERADOR-ACHADO
               DISPLAY 'OPERADOR NAO CADASTRADO'
               GO TO 0400-EXIT
           END-IF
           IF WRK-ALVO = WRK-OPERADOR
               DISPLAY 'O SUPERVISOR NAO ALTERA O PROPRIO NIVEL'
               GO TO 0400-EXIT
           END-IF
           IF OPRACC-DESATIVADO
               DISPLAY 'OPERADOR DESATIVADO'
               GO TO 0400-EXIT
           END-IF
           DISPLAY 'NIVEL ATUAL: ' OPRACC-NIVEL
           PERFORM 0320-LER-NIVEL
           IF WRK-NIVEL-NOVO = SPACES
               GO TO 0400-EXIT
           END-IF
           IF WRK-NIVEL-NOVO = OPRACC-NIVEL
               DISPLAY 'NIVEL SEM ALTERACAO'
               GO TO 0400-EXIT
           END-IF
           MOVE 'NIVEL' TO AUDTRL-CAMPO
           MOVE OPRACC-NIVEL TO AUDTRL-VALOR-ANTES
           MOVE WRK-NIVEL-NOVO TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-NIVEL-NOVO TO OPRACC-NIVEL
           REWRITE OPRACC-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'NIVEL ALTERADO'.
       0400-EXIT.
           EXIT.

      *****************************************************
      * DESBLOQUEIO - ZERA AS TENTATIVAS E LIBERA A TRAVA; A
      * SENHA CONTINUA A MESMA
      *****************************************************
       0500-DESBLOQUEAR.
           PERFORM 0310-LOCALIZAR-OPERADOR
           IF WRK-ALVO = SPACES
               GO TO 0500-EXIT
           END-IF
           IF NOT OPERADOR-ACHADO
               DISPLAY 'OPERADOR NAO CADASTRADO'
               GO TO 0500-EXIT
           END-IF
           IF NOT OPRACC-ESTA-BLOQUEADO
               AND OPRACC-TENTATIVAS = ZEROS
               DISPLAY 'OPERADOR NAO ESTA BLOQUEADO'
               GO TO 0500-EXIT
           END-IF
           MOVE 'DESBLOQUEIO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           STRING 'BLOQ ' OPRACC-BLOQUEADO ' TENT '
               OPRACC-TENTATIVAS
               DELIMITED BY SIZE INTO AUDTRL-VALOR-ANTES
           MOVE 'LIBERADO' TO AUDTRL-VALOR-DEPOIS
           MOVE 'N' TO OPRACC-BLOQUEADO
           MOVE ZEROS TO OPRACC-TENTATIVAS
           REWRITE OPRACC-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'OPERADOR DESBLOQUEADO'.
       0500-EXIT.
           EXIT.

      *****************************************************
      * REDEFINICAO DE SENHA - SENHA PROVISORIA COM TROCA
      * OBRIGATORIA NO PROXIMO SIGN-ON; TAMBEM DESBLOQUEIA, JA
      * QUE O CASO TIPICO E O OPERADOR QUE ESQUECEU A SENHA E
      * ESGOTOU AS TENTATIVAS. A SENHA NAO VAI PARA O AUDTRL
      *****************************************************
       0600-REDEFINIR-SENHA.
           PERFORM 0310-LOCALIZAR-OPERADOR
           IF WRK-ALVO = SPACES
               GO TO 0600-EXIT
           END-IF
           IF NOT OPERADOR-ACHADO
               DISPLAY 'OPERADOR NAO CADASTRADO'
               GO TO 0600-EXIT
           END-IF
           IF OPRACC-DESATIVADO
               DISPLAY 'OPERADOR DESATIVADO'
               GO TO 0600-EXIT
           END-IF
           PERFORM 0330-LER-SENHA-PROVISORIA
           IF WRK-SENHA-PROV = SPACES
               GO TO 0600-EXIT
           END-IF
           MOVE 'SENHA' TO AUDTRL-CAMPO
           MOVE 'REDEFINIDA' TO AUDTRL-VALOR-ANTES
           MOVE 'TROCA OBRIGATORIA' TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-SENHA-PROV TO OPRACC-SENHA
           MOVE WRK-DATA-HOJE TO OPRACC-DATA-SENHA
           MOVE ZEROS TO OPRACC-TENTATIVAS
           MOVE 'N' TO OPRACC-BLOQUEADO
           MOVE 'S' TO OPRACC-TROCA-OBRIG
           REWRITE OPRACC-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'SENHA REDEFINIDA - TROCA NO PROXIMO SIGN-ON'.
       0600-EXIT.
           EXIT.

      *****************************************************
      * DESATIVACAO - O REGISTRO FICA (O AUDTRL E O RELATORIO DE
      * ATIVIDADE DO PROGCOB80 CONTINUAM RECONHECENDO O
      * OPERADOR), MAS O PROGCOB79 RECUSA O SIGN-ON COM '5'
      *****************************************************
       0650-DESATIVAR.
           PERFORM 0310-LOCALIZAR-OPERADOR
           IF WRK-ALVO = SPACES
               GO TO 0650-EXIT
           END-IF
           IF NOT OPERADOR-ACHADO
               DISPLAY 'OPERADOR NAO CADASTRADO'
               GO TO 0650-EXIT
           END-IF
           IF WRK-ALVO = WRK-OPERADOR
               DISPLAY 'O SUPERVISOR NAO DESATIVA A SI MESMO'
               GO TO 0650-EXIT
           END-IF
           IF OPRACC-DESATIVADO
               DISPLAY 'OPERADOR JA DESATIVADO'
               GO TO 0650-EXIT
           END-IF
           DISPLAY 'CONFIRMA A DESATIVACAO DE ' WRK-ALVO ' (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0650-EXIT
           END-IF
           MOVE 'SITUACAO' TO AUDTRL-CAMPO
           MOVE 'ATIVO' TO AUDTRL-VALOR-ANTES
           MOVE 'DESATIVADO' TO AUDTRL-VALOR-DEPOIS
           MOVE 'D' TO OPRACC-SITUACAO
           REWRITE OPRACC-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'OPERADOR DESATIVADO'.
       0650-EXIT.
           EXIT.

      *****************************************************
      * RELATORIO DE CONTAS - TRES PASSADAS PELO OPRACC, UMA POR
      * SECAO: 1 DORMENTES, 2 SENHA EXPIRADA OU TROCA PENDENTE,
      * 3 NIVEL DE SUPERVISOR. OPERADOR DESATIVADO SO APARECE
      * ENTRE OS SUPERVISORES (PARA A REVISAO DO NIVEL)
      *****************************************************
       0700-RELATORIO-CONTAS.
           MOVE 'OPER-DORMENTE' TO WRK-NOME-PARM
           PERFORM 0780-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO AND WRK-VALOR-PARM > ZEROS
               MOVE WRK-VALOR-PARM TO WRK-DIAS-DORMENTE
           END-IF
           OPEN OUTPUT CONTAS-RPT
           MOVE SPACES TO OPRRPT-LINHA
           STRING 'PROGCB132 - CONTAS DE OPERADOR EM '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO OPRRPT-LINHA
           WRITE OPRRPT-LINHA
           PERFORM 0710-SECAO-RELATORIO
               VARYING WRK-SECAO FROM 1 BY 1 UNTIL WRK-SECAO > 3
           CLOSE CONTAS-RPT
           DISPLAY 'RELATORIO GRAVADO NO OPRRPT'.

       0710-SECAO-RELATORIO.
           MOVE SPACES TO OPRRPT-LINHA
           WRITE OPRRPT-LINHA
           MOVE SPACES TO OPRRPT-LINHA
           EVALUATE WRK-SECAO
               WHEN 1
                   MOVE WRK-DIAS-DORMENTE TO WRK-DIAS-ED
                   STRING 'CONTAS DORMENTES (SEM SIGN-ON HA MAIS DE'
                       WRK-DIAS-ED ' DIAS)'
                       DELIMITED BY SIZE INTO OPRRPT-LINHA
               WHEN 2
                   MOVE 'SENHA EXPIRADA OU TROCA PENDENTE'
                       TO OPRRPT-LINHA
               WHEN 3
                   MOVE 'OPERADORES COM NIVEL DE SUPERVISOR'
                       TO OPRRPT-LINHA
           END-EVALUATE
           WRITE OPRRPT-LINHA
           MOVE 'OPERADOR NIVEL SITUACAO    DT.SENHA  ULT.SIGNON'
               TO OPRRPT-LINHA
           MOVE 'OBSERVACAO' TO OPRRPT-LINHA(50:10)
           WRITE OPRRPT-LINHA
           MOVE ZEROS TO WRK-QT-SECAO
           SET FIM-OPERADORES TO FALSE
           MOVE LOW-VALUES TO OPRACC-OPERADOR
           START ACCESS-TABLE KEY >= OPRACC-OPERADOR
               INVALID KEY
                   SET FIM-OPERADORES TO TRUE
           END-START
           PERFORM 0720-AVALIAR-OPERADOR UNTIL FIM-OPERADORES
           MOVE WRK-QT-SECAO TO WRK-QT-SECAO-ED
           MOVE SPACES TO OPRRPT-LINHA
           STRING 'TOTAL DA SECAO: ' WRK-QT-SECAO-ED
               DELIMITED BY SIZE INTO OPRRPT-LINHA
           WRITE OPRRPT-LINHA.

       0720-AVALIAR-OPERADOR.
           READ ACCESS-TABLE NEXT
               AT END
                   SET FIM-OPERADORES TO TRUE
           END-READ
           IF NOT FIM-OPERADORES
               SET ENTRA-NA-SECAO TO FALSE
               MOVE SPACES TO OPRRPT-LINHA
               IF OPRACC-ULT-SIGNON NUMERIC
                   MOVE OPRACC-ULT-SIGNON TO WRK-ULT-SIGNON
               ELSE
                   MOVE ZEROS TO WRK-ULT-SIGNON
               END-IF
               EVALUATE WRK-SECAO
                   WHEN 1
                       PERFORM 0730-CONFERIR-DORMENTE
                   WHEN 2
                       PERFORM 0740-CONFERIR-SENHA
                   WHEN 3
                       IF OPRACC-NIVEL = 'S'
                           SET ENTRA-NA-SECAO TO TRUE
                       END-IF
               END-EVALUATE
               IF ENTRA-NA-SECAO
                   PERFORM 0750-IMPRIMIR-OPERADOR
               END-IF
           END-IF.

       0730-CONFERIR-DORMENTE.
           IF NOT OPRACC-DESATIVADO
               IF WRK-ULT-SIGNON = ZEROS
                   SET ENTRA-NA-SECAO TO TRUE
                   MOVE 'NUNCA ASSINOU' TO OPRRPT-OBSERVACAO
               ELSE
                   CALL 'PROGCOB17-DIFDIAS' USING WRK-ULT-SIGNON
                       WRK-DATA-HOJE WRK-DIAS-SEM-USO
                   IF WRK-DIAS-SEM-USO > WRK-DIAS-DORMENTE
                       SET ENTRA-NA-SECAO TO TRUE
                       MOVE WRK-DIAS-SEM-USO TO WRK-DIAS-ED
                       STRING WRK-DIAS-ED ' DIAS SEM SIGN-ON'
                           DELIMITED BY SIZE INTO OPRRPT-OBSERVACAO
                   END-IF
               END-IF
           END-IF.

       0740-CONFERIR-SENHA.
           IF NOT OPRACC-DESATIVADO
               IF OPRACC-DEVE-TROCAR
                   SET ENTRA-NA-SECAO TO TRUE
                   MOVE 'SENHA PROVISORIA NAO TROCADA'
                       TO OPRRPT-OBSERVACAO
               ELSE
                   CALL 'PROGCOB17-SOMADIAS' USING OPRACC-DATA-SENHA
                       WRK-DIAS-VALIDADE WRK-DATA-EXPIRA
                   IF WRK-DATA-EXPIRA > ZEROS
                       AND WRK-DATA-HOJE > WRK-DATA-EXPIRA
                       SET ENTRA-NA-SECAO TO TRUE
                       STRING 'EXPIROU EM ' WRK-DATA-EXPIRA
                           DELIMITED BY SIZE INTO OPRRPT-OBSERVACAO
                   END-IF
               END-IF
           END-IF.

       0750-IMPRIMIR-OPERADOR.
           MOVE OPRACC-OPERADOR TO OPRRPT-OPERADOR
           MOVE OPRACC-NIVEL TO OPRRPT-NIVEL
           EVALUATE TRUE
               WHEN OPRACC-DESATIVADO
                   MOVE 'DESATIVADO' TO OPRRPT-SITUACAO
               WHEN OPRACC-ESTA-BLOQUEADO
                   MOVE 'BLOQUEADO' TO OPRRPT-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVO' TO OPRRPT-SITUACAO
           END-EVALUATE
           IF OPRACC-DATA-SENHA NUMERIC
               MOVE OPRACC-DATA-SENHA TO OPRRPT-DATA-SENHA
           ELSE
               MOVE ZEROS TO OPRRPT-DATA-SENHA
           END-IF
           MOVE WRK-ULT-SIGNON TO OPRRPT-ULT-SIGNON
           WRITE OPRRPT-DETALHE
           ADD 1 TO WRK-QT-SECAO.

      *****************************************************
      * VALOR DO PARAMETRO WRK-NOME-PARM NA VIGENCIA MAIS
      * RECENTE QUE NAO PASSA DE HOJE
      *****************************************************
       0780-BUSCAR-PARAMETRO.
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
           PERFORM 0790-LER-UMA-VIGENCIA UNTIL FIM-PARAMETROS
           IF WRK-FS-PAR = '00' OR WRK-FS-PAR = '10'
               CLOSE PARAMETRO-MASTER
           END-IF.

       0790-LER-UMA-VIGENCIA.
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

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB132' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * UM REGISTRO NO AUDTRL POR ACAO - QUEM FEZ (SUPERVISOR
      * ASSINADO), SOBRE QUAL OPERADOR (CHAVE), O QUE MUDOU
      * (CAMPO) E OS VALORES ANTES/DEPOIS MONTADOS PELO CHAMADOR
      *****************************************************
       0850-GRAVAR-AUDITORIA.
           MOVE 'PROGCB132' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-ALVO TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0900-FINALIZAR.
           IF SUPERVISOR-AUTORIZADO
               CLOSE ACCESS-TABLE AUDIT-LOG
           END-IF
           CLOSE EXCEPTION-LOG.

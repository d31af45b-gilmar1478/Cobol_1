       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB131.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CONTAGEM CICLICA DO ESTOQUE DE MATERIAIS - O
      * PROGCOB77 ACEITA AJUSTE COM MOTIVO, MAS NAO HAVIA
      * CONTAGEM CONTROLADA: A DIFERENCA ERA AJUSTADA QUANDO
      * ALGUEM NOTAVA. ESTE PROGRAMA SELECIONA OS MATERIAIS A
      * CONTAR PELA CLASSE ABC DE VALOR (A ATE 80 POR CENTO DO
      * VALOR ACUMULADO, B ATE 95, C O RESTO, COMO O RANKING DO
      * PROGCOB47) OU PELO RODIZIO DE CODIGOS (CNTCTL GUARDA O
      * ULTIMO CODIGO CONTADO), GRAVA A CONTAGEM NO CONTCIC E
      * IMPRIME A FOLHA CEGA (CNTRPT, SEM A QUANTIDADE DO
      * SISTEMA); O DIGITADOR REGISTRA O CONTADO, E A DIFERENCA
      * CONTRA O SALDO DO MOMENTO SAI PARA O SUPERVISOR (NIVEL
      * 'S' NO SIGN-ON DO PROGCOB79), QUE APROVA OU PEDE
      * RECONTAGEM. SO A DIFERENCA APROVADA VIRA AJUSTE NO
      * ESTOQUE (CUSTO MEDIO PELO PROGCB130) E NO DIARIO MATMOV,
      * COM MOTIVO CIC E O NUMERO DA CONTAGEM NA REFERENCIA. O
      * RELATORIO DE ACURACIA DO MES MOSTRA, POR CLASSE, AS
      * LINHAS CONTADAS, AS EXATAS E A ACURACIA EM VALOR
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
           SELECT OPTIONAL MATERIAL-CATALOGO ASSIGN TO 'MATCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCAT-CODIGO
               FILE STATUS IS WRK-FS-MAT.
           SELECT ESTOQUE-MATERIAL ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTOQUE-CODIGO
               FILE STATUS IS WRK-FS-EST.
           SELECT CONTAGEM-CICLICA ASSIGN TO 'CONTCIC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTCIC-CHAVE
               FILE STATUS IS WRK-FS-CIC.
           SELECT OPTIONAL MOVIMENTOS-MATERIAL ASSIGN TO 'MATMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT OPTIONAL CONTROLE-CONTAGEM ASSIGN TO 'CNTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT CONTAGEM-RPT ASSIGN TO 'CNTRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  ESTOQUE-MATERIAL.
           COPY 'ESTOQUE.CPY'.

       FD  CONTAGEM-CICLICA.
           COPY 'CONTCIC.CPY'.

       FD  MOVIMENTOS-MATERIAL.
           COPY 'MATMOV.CPY'.

       FD  CONTROLE-CONTAGEM.
       01  CNTCTL-REC.
           05  CNTCTL-ULT-NUMERO   PIC 9(06).
           05  CNTCTL-ULT-CODIGO   PIC X(04).

       FD  CONTAGEM-RPT.
       01  CNTRPT-LINHA            PIC X(80).
       01  CNTRPT-FOLHA.
           05  CNTRPT-FOL-MATERIAL PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-FOL-DESCRICAO PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-FOL-SUPERF   PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CNTRPT-FOL-CLASSE   PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  CNTRPT-FOL-ESPACO   PIC X(20).
       01  CNTRPT-DIFERENCA.
           05  CNTRPT-DIF-MATERIAL PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CNTRPT-DIF-DESCRICAO PIC X(16).
           05  CNTRPT-DIF-SISTEMA  PIC -(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CNTRPT-DIF-CONTADA  PIC -(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CNTRPT-DIF-QT       PIC -(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CNTRPT-DIF-VALOR    PIC -(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CNTRPT-DIF-DECISAO  PIC X(10).
       01  CNTRPT-ACURACIA.
           05  CNTRPT-ACU-CLASSE   PIC X(06).
           05  CNTRPT-ACU-LINHAS   PIC Z(04)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-ACU-EXATAS   PIC Z(04)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-ACU-PCT-LIN  PIC ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-ACU-VAL-SIST PIC Z(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-ACU-VAL-DIF  PIC Z(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-ACU-PCT-VAL  PIC ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CNTRPT-ACU-PEND     PIC Z(03)9.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-EST        PIC X(02) VALUE '00'.
       77 WRK-FS-CIC        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
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
       77 WRK-FIM-EST       PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-CIC       PIC X(01) VALUE 'N'.
           88 FIM-CONTAGEM VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ABERTA        PIC X(01) VALUE 'N'.
           88 CONTAGEM-EM-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-CRITERIO      PIC X(01) VALUE SPACES.
       77 WRK-CLASSE        PIC X(01) VALUE SPACES.
       77 WRK-LIMITE        PIC 9(04) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-CODIGO    PIC X(04) VALUE SPACES.
       77 WRK-QT-CONTADA    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-J             PIC 9(04) VALUE ZEROS.
       77 WRK-R             PIC 9(04) VALUE ZEROS.
       77 WRK-C             PIC 9(01) VALUE ZEROS.
       77 WRK-INICIO        PIC 9(04) VALUE ZEROS.
       77 WRK-PASSOS        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MAIOR     PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-ACUM-VALOR    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PCT-ACUM      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QT-MATERIAIS  PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-MATERIAIS PIC 9(04) VALUE 500.
       77 WRK-QT-ABERTAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ESCOLHIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECONTAR   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LANCADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-SIST    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-DIF     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT           PIC S9(05)V99 VALUE ZEROS.
       77 WRK-SALDO-ED      PIC -(06)9,99.
       77 WRK-VALOR-ED      PIC -(08)9,99.
       77 WRK-TIPO-AJUSTE   PIC X(01) VALUE 'A'.
       77 WRK-CUSTO-REF     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-MOV     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC S9(09)V99 VALUE ZEROS.
       01  WRK-PERIODO-R.
           05  WRK-PER-ANO      PIC 9(04).
           05  WRK-PER-MES      PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-R PIC 9(06).
      *****************************************************
      * MATERIAIS DO ESTOQUE EM ORDEM DE CODIGO, COM O VALOR AO
      * CUSTO MEDIO, A CLASSE ABC E A POSICAO NO RANKING
      * (WRK-RANK-IDX GUARDA O INDICE DO MATERIAL DE CADA
      * POSICAO, DO MAIOR VALOR PARA O MENOR)
      *****************************************************
       01  WRK-TABELA-MATERIAIS.
           02  WRK-MAT-ENTRADA OCCURS 500 TIMES.
               03  WRK-MAT-CODIGO     PIC X(04).
               03  WRK-MAT-VALOR      PIC S9(11)V99.
               03  WRK-MAT-CLASSE     PIC X(01).
               03  WRK-MAT-RANQUEADO  PIC X(01).
               03  WRK-MAT-ESCOLHIDO  PIC X(01).
       01  WRK-TABELA-RANKING.
           02  WRK-RANK-IDX       PIC 9(04) OCCURS 500 TIMES.
      *****************************************************
      * MATERIAIS COM CONTAGEM AINDA EM ABERTO (SELECIONADO,
      * CONTADO OU EM RECONTAGEM) - NAO ENTRAM EM OUTRA
      *****************************************************
       01  WRK-TABELA-ABERTAS.
           02  WRK-ABT-MATERIAL   PIC X(04) OCCURS 500 TIMES.
      *****************************************************
      * ACURACIA DO MES POR CLASSE (1 A, 2 B, 3 C) E TOTAL (4)
      *****************************************************
       01  WRK-TABELA-ACURACIA.
           02  WRK-ACU-ENTRADA OCCURS 4 TIMES.
               03  WRK-ACU-LINHAS     PIC 9(05).
               03  WRK-ACU-EXATAS     PIC 9(05).
               03  WRK-ACU-PENDENTES  PIC 9(04).
               03  WRK-ACU-VAL-SIST   PIC S9(11)V99.
               03  WRK-ACU-VAL-DIF    PIC S9(11)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON -
      * QUALQUER OPERADOR SELECIONA, IMPRIME E REGISTRA A
      * CONTAGEM; SO O NIVEL DE SUPERVISOR ('S') APROVA
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
                   ') - CONTAGEM ENCERRADA'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON = 'S'
                   SET SUPERVISOR-AUTORIZADO TO TRUE
               END-IF
               OPEN INPUT MATERIAL-CATALOGO
               IF WRK-FS-MAT NOT = '00'
                   DISPLAY 'CATALOGO MATCAT AUSENTE - SEM CONTAGEM'
                   SET FIM-ATENDIMENTO TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
               OPEN I-O ESTOQUE-MATERIAL
               IF WRK-FS-EST = '35'
                   OPEN OUTPUT ESTOQUE-MATERIAL
                   CLOSE ESTOQUE-MATERIAL
                   OPEN I-O ESTOQUE-MATERIAL
               END-IF
               OPEN I-O CONTAGEM-CICLICA
               IF WRK-FS-CIC = '35'
                   OPEN OUTPUT CONTAGEM-CICLICA
                   CLOSE CONTAGEM-CICLICA
                   OPEN I-O CONTAGEM-CICLICA
               END-IF
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - SELECIONAR PELA CLASSE ABC'
           DISPLAY '2 - SELECIONAR PELO RODIZIO DE CODIGOS'
           DISPLAY '3 - REIMPRIMIR FOLHA DE CONTAGEM'
           DISPLAY '4 - REGISTRAR QUANTIDADES CONTADAS'
           DISPLAY '5 - APROVAR DIFERENCAS (SUPERVISOR)'
           DISPLAY '6 - RELATORIO DE ACURACIA DO MES'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'A' TO WRK-CRITERIO
                   PERFORM 0300-SELECIONAR-MATERIAIS
               WHEN 2
                   MOVE 'R' TO WRK-CRITERIO
                   PERFORM 0300-SELECIONAR-MATERIAIS
               WHEN 3
                   DISPLAY 'NUMERO DA CONTAGEM..'
                   ACCEPT WRK-NUMERO
                   PERFORM 0400-IMPRIMIR-FOLHA
               WHEN 4
                   PERFORM 0500-REGISTRAR-CONTAGEM
               WHEN 5
                   PERFORM 0600-APROVAR-DIFERENCAS
               WHEN 6
                   PERFORM 0700-RELATORIO-ACURACIA
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * SELECAO: CARREGA O ESTOQUE COM A CLASSE ABC, DESCARTA
      * QUEM JA TEM CONTAGEM EM ABERTO E ESCOLHE PELA CLASSE
      * (DO MAIOR VALOR PARA O MENOR) OU PELO RODIZIO A PARTIR
      * DO ULTIMO CODIGO DO CNTCTL, VOLTANDO AO INICIO NO FIM DA
      * TABELA. A CONTAGEM SO GANHA NUMERO SE ALGO FOI ESCOLHIDO
      *****************************************************
       0300-SELECIONAR-MATERIAIS.
           PERFORM 0310-CARREGAR-ABERTAS
           PERFORM 0320-CARREGAR-ESTOQUE
           PERFORM 0340-CLASSIFICAR-ABC
           PERFORM 0360-LER-CONTROLE
           MOVE ZEROS TO WRK-QT-ESCOLHIDOS
           IF WRK-CRITERIO = 'A'
               DISPLAY 'CLASSE A CONTAR (A/B/C)..'
               ACCEPT WRK-CLASSE
               DISPLAY 'QUANTIDADE MAXIMA DE MATERIAIS (ZERO = '
                   'TODOS DA CLASSE)..'
               ACCEPT WRK-LIMITE
               IF WRK-LIMITE = ZEROS
                   MOVE WRK-MAX-MATERIAIS TO WRK-LIMITE
               END-IF
               PERFORM 0370-ESCOLHER-POR-CLASSE
                   VARYING WRK-R FROM 1 BY 1
                   UNTIL WRK-R > WRK-QT-MATERIAIS
                   OR WRK-QT-ESCOLHIDOS >= WRK-LIMITE
           ELSE
               DISPLAY 'QUANTIDADE DE MATERIAIS NO RODIZIO..'
               ACCEPT WRK-LIMITE
               MOVE 1 TO WRK-INICIO
               PERFORM 0375-ACHAR-INICIO-RODIZIO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-MATERIAIS
               MOVE WRK-INICIO TO WRK-I
               MOVE ZEROS TO WRK-PASSOS
               PERFORM 0380-ESCOLHER-POR-RODIZIO
                   UNTIL WRK-PASSOS >= WRK-QT-MATERIAIS
                   OR WRK-QT-ESCOLHIDOS >= WRK-LIMITE
           END-IF
           IF WRK-QT-ESCOLHIDOS = ZEROS
               DISPLAY 'NENHUM MATERIAL SELECIONADO - CONTAGEM NAO '
                   'ABERTA'
           ELSE
               ADD 1 TO CNTCTL-ULT-NUMERO
               MOVE CNTCTL-ULT-NUMERO TO WRK-NUMERO
               PERFORM 0390-GRAVAR-SELECIONADO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-MATERIAIS
               PERFORM 0365-GRAVAR-CONTROLE
               DISPLAY 'CONTAGEM ' WRK-NUMERO ' ABERTA COM '
                   WRK-QT-ESCOLHIDOS ' MATERIAIS'
               PERFORM 0400-IMPRIMIR-FOLHA
           END-IF.

       0310-CARREGAR-ABERTAS.
           MOVE ZEROS TO WRK-QT-ABERTAS
           MOVE ZEROS TO CONTCIC-NUMERO
           MOVE LOW-VALUES TO CONTCIC-MATERIAL
           PERFORM 0810-POSICIONAR-CONTAGEM
           PERFORM 0315-LER-UMA-ABERTA UNTIL FIM-CONTAGEM.

       0315-LER-UMA-ABERTA.
           READ CONTAGEM-CICLICA NEXT RECORD
               AT END
                   SET FIM-CONTAGEM TO TRUE
           END-READ
           IF NOT FIM-CONTAGEM
               AND NOT CONTCIC-APROVADO
               AND WRK-QT-ABERTAS < WRK-MAX-MATERIAIS
               ADD 1 TO WRK-QT-ABERTAS
               MOVE CONTCIC-MATERIAL TO WRK-ABT-MATERIAL(WRK-QT-ABERTAS)
           END-IF.

       0320-CARREGAR-ESTOQUE.
           MOVE ZEROS TO WRK-QT-MATERIAIS WRK-TOT-VALOR
           SET FIM-ESTOQUE TO FALSE
           MOVE SPACES TO ESTOQUE-CODIGO
           START ESTOQUE-MATERIAL KEY >= ESTOQUE-CODIGO
               INVALID KEY
                   SET FIM-ESTOQUE TO TRUE
           END-START
           PERFORM 0325-CARREGAR-UM-MATERIAL UNTIL FIM-ESTOQUE.

       0325-CARREGAR-UM-MATERIAL.
           READ ESTOQUE-MATERIAL NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ
           IF NOT FIM-ESTOQUE
               IF WRK-QT-MATERIAIS < WRK-MAX-MATERIAIS
                   ADD 1 TO WRK-QT-MATERIAIS
                   MOVE WRK-QT-MATERIAIS TO WRK-I
                   MOVE ESTOQUE-CODIGO TO WRK-MAT-CODIGO(WRK-I)
                   PERFORM 0330-CUSTO-DO-MATERIAL
                   COMPUTE WRK-MAT-VALOR(WRK-I) ROUNDED =
                       ESTOQUE-SALDO * WRK-CUSTO-REF
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-MAT-VALOR(WRK-I)
                   END-COMPUTE
                   IF WRK-MAT-VALOR(WRK-I) < ZEROS
                       MOVE ZEROS TO WRK-MAT-VALOR(WRK-I)
                   END-IF
                   ADD WRK-MAT-VALOR(WRK-I) TO WRK-TOT-VALOR
                   MOVE 'C' TO WRK-MAT-CLASSE(WRK-I)
                   MOVE 'N' TO WRK-MAT-RANQUEADO(WRK-I)
                   MOVE 'N' TO WRK-MAT-ESCOLHIDO(WRK-I)
               ELSE
                   DISPLAY 'TABELA DE MATERIAIS CHEIA - SELECAO '
                       'INCOMPLETA'
                   SET FIM-ESTOQUE TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * CUSTO UNITARIO DO MATERIAL NO BUFFER DO ESTOQUE: CUSTO
      * MEDIO; SEM CUSTO MEDIO, O PRECO DO CATALOGO
      *****************************************************
       0330-CUSTO-DO-MATERIAL.
           IF ESTOQUE-CUSTO-MEDIO NUMERIC
               AND ESTOQUE-CUSTO-MEDIO > ZEROS
               MOVE ESTOQUE-CUSTO-MEDIO TO WRK-CUSTO-REF
           ELSE
               MOVE ZEROS TO WRK-CUSTO-REF
               MOVE ESTOQUE-CODIGO TO MATCAT-CODIGO
               READ MATERIAL-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MATCAT-PRECO-UNIT TO WRK-CUSTO-REF
               END-READ
           END-IF.

      *****************************************************
      * RANKING COMO NO PROGCOB47: A CADA PASSADA PEGA O MAIOR
      * VALOR AINDA NAO RANQUEADO E CLASSIFICA PELO ACUMULADO
      *****************************************************
       0340-CLASSIFICAR-ABC.
           MOVE ZEROS TO WRK-ACUM-VALOR
           PERFORM 0345-RANQUEAR-UM
               VARYING WRK-R FROM 1 BY 1
               UNTIL WRK-R > WRK-QT-MATERIAIS.

       0345-RANQUEAR-UM.
           MOVE ZEROS TO WRK-IDX-MAIOR
           MOVE -1 TO WRK-MAIOR-VALOR
           PERFORM 0350-COMPARAR-VALOR
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QT-MATERIAIS
           MOVE WRK-IDX-MAIOR TO WRK-RANK-IDX(WRK-R)
           MOVE 'S' TO WRK-MAT-RANQUEADO(WRK-IDX-MAIOR)
           ADD WRK-MAT-VALOR(WRK-IDX-MAIOR) TO WRK-ACUM-VALOR
           IF WRK-TOT-VALOR > ZEROS
               AND WRK-MAT-VALOR(WRK-IDX-MAIOR) > ZEROS
               COMPUTE WRK-PCT-ACUM ROUNDED =
                   WRK-ACUM-VALOR * 100 / WRK-TOT-VALOR
               EVALUATE TRUE
                   WHEN WRK-PCT-ACUM <= 80,00
                       MOVE 'A' TO WRK-MAT-CLASSE(WRK-IDX-MAIOR)
                   WHEN WRK-PCT-ACUM <= 95,00
                       MOVE 'B' TO WRK-MAT-CLASSE(WRK-IDX-MAIOR)
                   WHEN OTHER
                       MOVE 'C' TO WRK-MAT-CLASSE(WRK-IDX-MAIOR)
               END-EVALUATE
           END-IF.

       0350-COMPARAR-VALOR.
           IF WRK-MAT-RANQUEADO(WRK-J) = 'N'
               AND WRK-MAT-VALOR(WRK-J) > WRK-MAIOR-VALOR
               MOVE WRK-MAT-VALOR(WRK-J) TO WRK-MAIOR-VALOR
               MOVE WRK-J TO WRK-IDX-MAIOR
           END-IF.

      *****************************************************
      * CONTROLE DA CONTAGEM: ULTIMO NUMERO E ULTIMO CODIGO DO
      * RODIZIO, NOS MOLDES DO GLXCTL
      *****************************************************
       0360-LER-CONTROLE.
           MOVE ZEROS TO CNTCTL-ULT-NUMERO
           MOVE SPACES TO WRK-ULT-CODIGO
           OPEN INPUT CONTROLE-CONTAGEM
           IF WRK-FS-CTL = '00'
               READ CONTROLE-CONTAGEM
                   AT END
                       MOVE ZEROS TO CNTCTL-ULT-NUMERO
                       MOVE SPACES TO CNTCTL-ULT-CODIGO
               END-READ
               MOVE CNTCTL-ULT-CODIGO TO WRK-ULT-CODIGO
               CLOSE CONTROLE-CONTAGEM
           END-IF.

       0365-GRAVAR-CONTROLE.
           MOVE WRK-NUMERO TO CNTCTL-ULT-NUMERO
           MOVE WRK-ULT-CODIGO TO CNTCTL-ULT-CODIGO
           OPEN OUTPUT CONTROLE-CONTAGEM
           WRITE CNTCTL-REC
           CLOSE CONTROLE-CONTAGEM.

       0370-ESCOLHER-POR-CLASSE.
           MOVE WRK-RANK-IDX(WRK-R) TO WRK-I
           IF WRK-MAT-CLASSE(WRK-I) = WRK-CLASSE
               PERFORM 0385-ESCOLHER-SE-LIVRE
           END-IF.

       0375-ACHAR-INICIO-RODIZIO.
           IF WRK-MAT-CODIGO(WRK-I) <= WRK-ULT-CODIGO
               COMPUTE WRK-INICIO = WRK-I + 1
           END-IF.

       0380-ESCOLHER-POR-RODIZIO.
           IF WRK-I > WRK-QT-MATERIAIS
               MOVE 1 TO WRK-I
           END-IF
           PERFORM 0385-ESCOLHER-SE-LIVRE
           IF WRK-MAT-ESCOLHIDO(WRK-I) = 'S'
               MOVE WRK-MAT-CODIGO(WRK-I) TO WRK-ULT-CODIGO
           END-IF
           ADD 1 TO WRK-I
           ADD 1 TO WRK-PASSOS.

       0385-ESCOLHER-SE-LIVRE.
           SET CONTAGEM-EM-ABERTO TO FALSE
           PERFORM 0386-VERIFICAR-ABERTA
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QT-ABERTAS
           IF NOT CONTAGEM-EM-ABERTO
               MOVE 'S' TO WRK-MAT-ESCOLHIDO(WRK-I)
               ADD 1 TO WRK-QT-ESCOLHIDOS
           END-IF.

       0386-VERIFICAR-ABERTA.
           IF WRK-ABT-MATERIAL(WRK-J) = WRK-MAT-CODIGO(WRK-I)
               SET CONTAGEM-EM-ABERTO TO TRUE
           END-IF.

       0390-GRAVAR-SELECIONADO.
           IF WRK-MAT-ESCOLHIDO(WRK-I) = 'S'
               INITIALIZE CONTCIC-REC
               MOVE WRK-NUMERO TO CONTCIC-NUMERO
               MOVE WRK-MAT-CODIGO(WRK-I) TO CONTCIC-MATERIAL
               MOVE WRK-DATA-HOJE TO CONTCIC-DATA-SELECAO
               MOVE WRK-CRITERIO TO CONTCIC-CRITERIO
               MOVE WRK-MAT-CLASSE(WRK-I) TO CONTCIC-CLASSE
               SET CONTCIC-SELECIONADO TO TRUE
               WRITE CONTCIC-REC
                   INVALID KEY
                       DISPLAY 'CONTAGEM ' WRK-NUMERO ' JA TEM O '
                           'MATERIAL ' CONTCIC-MATERIAL
               END-WRITE
           END-IF.

      *****************************************************
      * FOLHA CEGA: MATERIAIS A CONTAR (SELECIONADOS OU EM
      * RECONTAGEM) SEM A QUANTIDADE DO SISTEMA, COM ESPACO
      * PARA O CONTADO E A ASSINATURA DE QUEM CONTOU
      *****************************************************
       0400-IMPRIMIR-FOLHA.
           MOVE ZEROS TO WRK-QT-LINHAS
           OPEN OUTPUT CONTAGEM-RPT
           MOVE SPACES TO CNTRPT-LINHA
           STRING 'FOLHA DE CONTAGEM CICLICA NUMERO ' WRK-NUMERO
               '   EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CNTRPT-LINHA
           WRITE CNTRPT-LINHA
           MOVE ALL '-' TO CNTRPT-LINHA
           WRITE CNTRPT-LINHA
           MOVE 'MAT.  DESCRICAO             SUPERF  CLASSE  '
               TO CNTRPT-LINHA
           MOVE 'QUANTIDADE CONTADA M2' TO CNTRPT-LINHA(45:21)
           WRITE CNTRPT-LINHA
           MOVE WRK-NUMERO TO CONTCIC-NUMERO
           MOVE LOW-VALUES TO CONTCIC-MATERIAL
           PERFORM 0810-POSICIONAR-CONTAGEM
           PERFORM 0410-IMPRIMIR-UMA-LINHA UNTIL FIM-CONTAGEM
           MOVE ALL '-' TO CNTRPT-LINHA
           WRITE CNTRPT-LINHA
           MOVE 'CONTADO POR ____________________  DATA ___/___/____'
               TO CNTRPT-LINHA
           WRITE CNTRPT-LINHA
           CLOSE CONTAGEM-RPT
           IF WRK-QT-LINHAS = ZEROS
               DISPLAY 'CONTAGEM ' WRK-NUMERO ' SEM MATERIAL A CONTAR'
           ELSE
               DISPLAY 'FOLHA DA CONTAGEM ' WRK-NUMERO ' IMPRESSA COM '
                   WRK-QT-LINHAS ' MATERIAIS'
           END-IF.

       0410-IMPRIMIR-UMA-LINHA.
           PERFORM 0820-LER-LINHA-DA-CONTAGEM
           IF NOT FIM-CONTAGEM
               AND (CONTCIC-SELECIONADO OR CONTCIC-RECONTAGEM)
               ADD 1 TO WRK-QT-LINHAS
               MOVE SPACES TO CNTRPT-FOLHA
               MOVE CONTCIC-MATERIAL TO CNTRPT-FOL-MATERIAL
               MOVE CONTCIC-MATERIAL TO MATCAT-CODIGO
               READ MATERIAL-CATALOGO
                   INVALID KEY
                       MOVE 'FORA DO CATALOGO' TO CNTRPT-FOL-DESCRICAO
                   NOT INVALID KEY
                       MOVE MATCAT-DESCRICAO TO CNTRPT-FOL-DESCRICAO
                       EVALUATE TRUE
                           WHEN MATCAT-PISO
                               MOVE 'PISO' TO CNTRPT-FOL-SUPERF
                           WHEN MATCAT-PAREDE
                               MOVE 'PAREDE' TO CNTRPT-FOL-SUPERF
                           WHEN MATCAT-TETO
                               MOVE 'TETO' TO CNTRPT-FOL-SUPERF
                       END-EVALUATE
               END-READ
               MOVE CONTCIC-CLASSE TO CNTRPT-FOL-CLASSE
               MOVE ALL '_' TO CNTRPT-FOL-ESPACO
               WRITE CNTRPT-FOLHA
           END-IF.

      *****************************************************
      * REGISTRO DO CONTADO: A QUANTIDADE DO SISTEMA NAO
      * APARECE NA TELA; O SALDO DO MOMENTO E O CUSTO UNITARIO
      * SAO FOTOGRAFADOS NA LINHA COM A DIFERENCA E O VALOR
      *****************************************************
       0500-REGISTRAR-CONTAGEM.
           DISPLAY 'NUMERO DA CONTAGEM..'
           ACCEPT WRK-NUMERO
           MOVE ZEROS TO WRK-QT-LINHAS
           MOVE WRK-NUMERO TO CONTCIC-NUMERO
           MOVE LOW-VALUES TO CONTCIC-MATERIAL
           PERFORM 0810-POSICIONAR-CONTAGEM
           PERFORM 0510-REGISTRAR-UMA-LINHA UNTIL FIM-CONTAGEM
           DISPLAY 'LINHAS REGISTRADAS..' WRK-QT-LINHAS.

       0510-REGISTRAR-UMA-LINHA.
           PERFORM 0820-LER-LINHA-DA-CONTAGEM
           IF NOT FIM-CONTAGEM
               AND (CONTCIC-SELECIONADO OR CONTCIC-RECONTAGEM)
               MOVE CONTCIC-MATERIAL TO MATCAT-CODIGO
               READ MATERIAL-CATALOGO
                   INVALID KEY
                       MOVE 'FORA DO CATALOGO' TO MATCAT-DESCRICAO
               END-READ
               DISPLAY 'MATERIAL ' CONTCIC-MATERIAL ' '
                   MATCAT-DESCRICAO
               DISPLAY 'QUANTIDADE CONTADA EM M2..'
               ACCEPT WRK-QT-CONTADA
               IF WRK-QT-CONTADA < ZEROS
                   DISPLAY 'QUANTIDADE NEGATIVA - LINHA FICA PENDENTE'
               ELSE
                   PERFORM 0520-CALCULAR-DIFERENCA
                   REWRITE CONTCIC-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WRK-QT-LINHAS
               END-IF
           END-IF.

       0520-CALCULAR-DIFERENCA.
           MOVE CONTCIC-MATERIAL TO ESTOQUE-CODIGO
           READ ESTOQUE-MATERIAL
               INVALID KEY
                   MOVE ZEROS TO ESTOQUE-SALDO ESTOQUE-CUSTO-MEDIO
           END-READ
           PERFORM 0330-CUSTO-DO-MATERIAL
           MOVE ESTOQUE-SALDO TO CONTCIC-QT-SISTEMA
           MOVE WRK-QT-CONTADA TO CONTCIC-QT-CONTADA
           COMPUTE CONTCIC-DIFERENCA =
               WRK-QT-CONTADA - ESTOQUE-SALDO
           MOVE WRK-CUSTO-REF TO CONTCIC-CUSTO-UNIT
           COMPUTE CONTCIC-VALOR-DIF ROUNDED =
               CONTCIC-DIFERENCA * WRK-CUSTO-REF
               ON SIZE ERROR
                   MOVE ZEROS TO CONTCIC-VALOR-DIF
           END-COMPUTE
           MOVE WRK-DATA-HOJE TO CONTCIC-DATA-CONTAGEM
           MOVE WRK-OPERADOR TO CONTCIC-CONTADOR
           SET CONTCIC-CONTADO TO TRUE.

      *****************************************************
      * APROVACAO DO SUPERVISOR: CADA LINHA CONTADA MOSTRA O
      * SISTEMA, O CONTADO E A DIFERENCA; 'A' APROVA E LANCA O
      * AJUSTE (ESTOQUE PELO PROGCB130 + MATMOV MOTIVO CIC COM
      * O NUMERO DA CONTAGEM), 'R' DEVOLVE PARA RECONTAGEM,
      * QUALQUER OUTRA TECLA DEIXA PARA DEPOIS. AS DECISOES SAEM
      * NO CNTRPT
      *****************************************************
       0600-APROVAR-DIFERENCAS.
           IF NOT SUPERVISOR-AUTORIZADO
               DISPLAY 'APROVACAO DE CONTAGEM EXIGE SUPERVISOR'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'APROVACAO DE CONTAGEM SEM SUPERVISOR'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               DISPLAY 'NUMERO DA CONTAGEM..'
               ACCEPT WRK-NUMERO
               MOVE ZEROS TO WRK-QT-APROVADAS WRK-QT-RECONTAR
                   WRK-QT-LANCADAS
               OPEN OUTPUT CONTAGEM-RPT
               MOVE SPACES TO CNTRPT-LINHA
               STRING 'DIFERENCAS DA CONTAGEM ' WRK-NUMERO
                   '   SUPERVISOR ' WRK-OPERADOR '   ' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO CNTRPT-LINHA
               WRITE CNTRPT-LINHA
               MOVE ALL '-' TO CNTRPT-LINHA
               WRITE CNTRPT-LINHA
               MOVE 'MAT. DESCRICAO          SISTEMA   CONTADO'
                   TO CNTRPT-LINHA
               MOVE 'DIFERENCA      VALOR DECISAO'
                   TO CNTRPT-LINHA(47:28)
               WRITE CNTRPT-LINHA
               OPEN EXTEND MOVIMENTOS-MATERIAL
               IF WRK-FS-MOV = '05' OR WRK-FS-MOV = '35'
                   OPEN OUTPUT MOVIMENTOS-MATERIAL
               END-IF
               MOVE WRK-NUMERO TO CONTCIC-NUMERO
               MOVE LOW-VALUES TO CONTCIC-MATERIAL
               PERFORM 0810-POSICIONAR-CONTAGEM
               PERFORM 0610-DECIDIR-UMA-LINHA UNTIL FIM-CONTAGEM
               CLOSE MOVIMENTOS-MATERIAL CONTAGEM-RPT
               DISPLAY 'APROVADAS..' WRK-QT-APROVADAS
                   '  LANCADAS NO MATMOV..' WRK-QT-LANCADAS
                   '  EM RECONTAGEM..' WRK-QT-RECONTAR
           END-IF.

       0610-DECIDIR-UMA-LINHA.
           PERFORM 0820-LER-LINHA-DA-CONTAGEM
           IF NOT FIM-CONTAGEM AND CONTCIC-CONTADO
               MOVE CONTCIC-MATERIAL TO MATCAT-CODIGO
               READ MATERIAL-CATALOGO
                   INVALID KEY
                       MOVE 'FORA DO CATALOGO' TO MATCAT-DESCRICAO
                       MOVE ZEROS TO MATCAT-PRECO-UNIT
               END-READ
               MOVE CONTCIC-QT-SISTEMA TO WRK-SALDO-ED
               DISPLAY 'MATERIAL ' CONTCIC-MATERIAL ' '
                   MATCAT-DESCRICAO
               DISPLAY '  SISTEMA.. ' WRK-SALDO-ED
               MOVE CONTCIC-QT-CONTADA TO WRK-SALDO-ED
               DISPLAY '  CONTADO.. ' WRK-SALDO-ED
               MOVE CONTCIC-DIFERENCA TO WRK-SALDO-ED
               MOVE CONTCIC-VALOR-DIF TO WRK-VALOR-ED
               DISPLAY '  DIFERENCA ' WRK-SALDO-ED '  VALOR '
                   WRK-VALOR-ED
               DISPLAY 'A = APROVA, R = RECONTAGEM, OUTRA = DEPOIS..'
               ACCEPT WRK-DECISAO
               MOVE SPACES TO CNTRPT-DIFERENCA
               EVALUATE WRK-DECISAO
                   WHEN 'A'
                       PERFORM 0620-APROVAR-LINHA
                       MOVE 'APROVADA' TO CNTRPT-DIF-DECISAO
                   WHEN 'R'
                       SET CONTCIC-RECONTAGEM TO TRUE
                       REWRITE CONTCIC-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WRK-QT-RECONTAR
                       MOVE 'RECONTAR' TO CNTRPT-DIF-DECISAO
                   WHEN OTHER
                       MOVE 'PENDENTE' TO CNTRPT-DIF-DECISAO
               END-EVALUATE
               MOVE CONTCIC-MATERIAL TO CNTRPT-DIF-MATERIAL
               MOVE MATCAT-DESCRICAO TO CNTRPT-DIF-DESCRICAO
               MOVE CONTCIC-QT-SISTEMA TO CNTRPT-DIF-SISTEMA
               MOVE CONTCIC-QT-CONTADA TO CNTRPT-DIF-CONTADA
               MOVE CONTCIC-DIFERENCA TO CNTRPT-DIF-QT
               MOVE CONTCIC-VALOR-DIF TO CNTRPT-DIF-VALOR
               WRITE CNTRPT-DIFERENCA
           END-IF.

      *****************************************************
      * DIFERENCA APROVADA: AJUSTE NO ESTOQUE PELO CUSTO MEDIO
      * E LINHA NO MATMOV; O VALOR DA LINHA PASSA A SER O VALOR
      * EFETIVAMENTE LANCADO. DIFERENCA ZERO SO FECHA A LINHA
      *****************************************************
       0620-APROVAR-LINHA.
           IF CONTCIC-DIFERENCA NOT = ZEROS
               MOVE CONTCIC-MATERIAL TO ESTOQUE-CODIGO
               READ ESTOQUE-MATERIAL
                   INVALID KEY
                       MOVE CONTCIC-MATERIAL TO ESTOQUE-CODIGO
                       MOVE ZEROS TO ESTOQUE-SALDO
                       MOVE ZEROS TO ESTOQUE-MINIMO
                       MOVE ZEROS TO ESTOQUE-CUSTO-MEDIO
                       MOVE ZEROS TO ESTOQUE-VALOR
                       WRITE ESTOQUE-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
               MOVE MATCAT-PRECO-UNIT TO WRK-CUSTO-REF
               CALL 'PROGCB130-CUSTOMEDIO' USING WRK-TIPO-AJUSTE
                   CONTCIC-DIFERENCA WRK-CUSTO-REF ESTOQUE-SALDO
                   ESTOQUE-CUSTO-MEDIO ESTOQUE-VALOR WRK-CUSTO-MOV
                   WRK-VALOR-MOV
               REWRITE ESTOQUE-REC
               ACCEPT MATMOV-DATA FROM DATE YYYYMMDD
               ACCEPT MATMOV-HORA FROM TIME
               MOVE CONTCIC-MATERIAL TO MATMOV-CODIGO
               MOVE WRK-TIPO-AJUSTE TO MATMOV-TIPO
               MOVE CONTCIC-DIFERENCA TO MATMOV-QUANTIDADE
               MOVE 'CIC' TO MATMOV-MOTIVO
               MOVE CONTCIC-NUMERO TO MATMOV-REFERENCIA
               MOVE WRK-CUSTO-MOV TO MATMOV-CUSTO-UNIT
               MOVE WRK-VALOR-MOV TO MATMOV-VALOR
               WRITE MATMOV-REC
               MOVE WRK-VALOR-MOV TO CONTCIC-VALOR-DIF
               ADD 1 TO WRK-QT-LANCADAS
           END-IF
           SET CONTCIC-APROVADO TO TRUE
           MOVE WRK-OPERADOR TO CONTCIC-APROVADOR
           MOVE WRK-DATA-HOJE TO CONTCIC-DATA-APROV
           REWRITE CONTCIC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WRK-QT-APROVADAS.

      *****************************************************
      * ACURACIA DO MES (DATA DA CONTAGEM NO PERIODO AAAAMM),
      * POR CLASSE: LINHAS CONTADAS, LINHAS SEM DIFERENCA E O
      * PERCENTUAL; EM VALOR, 100 MENOS A DIFERENCA ABSOLUTA
      * SOBRE O VALOR DO SISTEMA. LINHA AINDA NAO APROVADA ENTRA
      * NA ACURACIA E E CONTADA COMO PENDENTE
      *****************************************************
       0700-RELATORIO-ACURACIA.
           DISPLAY 'PERIODO DA ACURACIA (AAAAMM)..'
           ACCEPT WRK-PERIODO
           IF WRK-PERIODO NOT NUMERIC
               OR WRK-PER-MES < 1 OR WRK-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO'
           ELSE
               PERFORM 0705-ZERAR-CLASSE VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > 4
               MOVE ZEROS TO CONTCIC-NUMERO
               MOVE LOW-VALUES TO CONTCIC-MATERIAL
               PERFORM 0810-POSICIONAR-CONTAGEM
               PERFORM 0710-ACUMULAR-UMA-LINHA UNTIL FIM-CONTAGEM
               OPEN OUTPUT CONTAGEM-RPT
               MOVE SPACES TO CNTRPT-LINHA
               STRING 'ACURACIA DA CONTAGEM CICLICA - PERIODO '
                   WRK-PERIODO
                   DELIMITED BY SIZE INTO CNTRPT-LINHA
               WRITE CNTRPT-LINHA
               MOVE ALL '-' TO CNTRPT-LINHA
               WRITE CNTRPT-LINHA
               MOVE 'CLASSE LINHAS  EXATAS  ACUR%    VALOR SISTEMA'
                   TO CNTRPT-LINHA
               MOVE 'VALOR DIFER.  ACUR$%  PEND' TO CNTRPT-LINHA(52:26)
               WRITE CNTRPT-LINHA
               PERFORM 0720-IMPRIMIR-CLASSE VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > 3
               MOVE ALL '-' TO CNTRPT-LINHA
               WRITE CNTRPT-LINHA
               MOVE 4 TO WRK-C
               PERFORM 0720-IMPRIMIR-CLASSE
               CLOSE CONTAGEM-RPT
               DISPLAY 'LINHAS CONTADAS NO MES..' WRK-ACU-LINHAS(4)
                   '  EXATAS..' WRK-ACU-EXATAS(4)
           END-IF.

       0705-ZERAR-CLASSE.
           MOVE ZEROS TO WRK-ACU-LINHAS(WRK-C) WRK-ACU-EXATAS(WRK-C)
               WRK-ACU-PENDENTES(WRK-C) WRK-ACU-VAL-SIST(WRK-C)
               WRK-ACU-VAL-DIF(WRK-C).

       0710-ACUMULAR-UMA-LINHA.
           READ CONTAGEM-CICLICA NEXT RECORD
               AT END
                   SET FIM-CONTAGEM TO TRUE
           END-READ
           IF NOT FIM-CONTAGEM
               AND (CONTCIC-CONTADO OR CONTCIC-APROVADO)
               AND CONTCIC-DATA-CONTAGEM(1:6) = WRK-PERIODO-R
               EVALUATE CONTCIC-CLASSE
                   WHEN 'A'
                       MOVE 1 TO WRK-C
                   WHEN 'B'
                       MOVE 2 TO WRK-C
                   WHEN OTHER
                       MOVE 3 TO WRK-C
               END-EVALUATE
               COMPUTE WRK-VALOR-SIST ROUNDED =
                   CONTCIC-QT-SISTEMA * CONTCIC-CUSTO-UNIT
               IF WRK-VALOR-SIST < ZEROS
                   COMPUTE WRK-VALOR-SIST = WRK-VALOR-SIST * -1
               END-IF
               MOVE CONTCIC-VALOR-DIF TO WRK-VALOR-DIF
               IF WRK-VALOR-DIF < ZEROS
                   COMPUTE WRK-VALOR-DIF = WRK-VALOR-DIF * -1
               END-IF
               PERFORM 0715-SOMAR-NA-CLASSE
               MOVE 4 TO WRK-C
               PERFORM 0715-SOMAR-NA-CLASSE
           END-IF.

       0715-SOMAR-NA-CLASSE.
           ADD 1 TO WRK-ACU-LINHAS(WRK-C)
           IF CONTCIC-DIFERENCA = ZEROS
               ADD 1 TO WRK-ACU-EXATAS(WRK-C)
           END-IF
           IF CONTCIC-CONTADO
               ADD 1 TO WRK-ACU-PENDENTES(WRK-C)
           END-IF
           ADD WRK-VALOR-SIST TO WRK-ACU-VAL-SIST(WRK-C)
           ADD WRK-VALOR-DIF TO WRK-ACU-VAL-DIF(WRK-C).

       0720-IMPRIMIR-CLASSE.
           MOVE SPACES TO CNTRPT-ACURACIA
           EVALUATE WRK-C
               WHEN 1
                   MOVE 'A' TO CNTRPT-ACU-CLASSE
               WHEN 2
                   MOVE 'B' TO CNTRPT-ACU-CLASSE
               WHEN 3
                   MOVE 'C' TO CNTRPT-ACU-CLASSE
               WHEN OTHER
                   MOVE 'TOTAL' TO CNTRPT-ACU-CLASSE
           END-EVALUATE
           MOVE WRK-ACU-LINHAS(WRK-C) TO CNTRPT-ACU-LINHAS
           MOVE WRK-ACU-EXATAS(WRK-C) TO CNTRPT-ACU-EXATAS
           MOVE ZEROS TO WRK-PCT
           IF WRK-ACU-LINHAS(WRK-C) > ZEROS
               COMPUTE WRK-PCT ROUNDED = WRK-ACU-EXATAS(WRK-C) * 100
                   / WRK-ACU-LINHAS(WRK-C)
           END-IF
           MOVE WRK-PCT TO CNTRPT-ACU-PCT-LIN
           MOVE WRK-ACU-VAL-SIST(WRK-C) TO CNTRPT-ACU-VAL-SIST
           MOVE WRK-ACU-VAL-DIF(WRK-C) TO CNTRPT-ACU-VAL-DIF
           MOVE ZEROS TO WRK-PCT
           IF WRK-ACU-VAL-SIST(WRK-C) > ZEROS
               COMPUTE WRK-PCT ROUNDED = 100 - WRK-ACU-VAL-DIF(WRK-C)
                   * 100 / WRK-ACU-VAL-SIST(WRK-C)
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-PCT
               END-COMPUTE
           END-IF
           IF WRK-PCT < ZEROS
               MOVE ZEROS TO WRK-PCT
           END-IF
           MOVE WRK-PCT TO CNTRPT-ACU-PCT-VAL
           MOVE WRK-ACU-PENDENTES(WRK-C) TO CNTRPT-ACU-PEND
           WRITE CNTRPT-ACURACIA.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB131' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * POSICIONA O CONTCIC NA CHAVE MONTADA PELO CHAMADOR E LE
      * AS LINHAS DE UMA CONTAGEM (WRK-NUMERO) - A LEITURA PARA
      * QUANDO O NUMERO MUDA
      *****************************************************
       0810-POSICIONAR-CONTAGEM.
           SET FIM-CONTAGEM TO FALSE
           START CONTAGEM-CICLICA KEY >= CONTCIC-CHAVE
               INVALID KEY
                   SET FIM-CONTAGEM TO TRUE
           END-START.

       0820-LER-LINHA-DA-CONTAGEM.
           READ CONTAGEM-CICLICA NEXT RECORD
               AT END
                   SET FIM-CONTAGEM TO TRUE
           END-READ
           IF NOT FIM-CONTAGEM
               AND CONTCIC-NUMERO NOT = WRK-NUMERO
               SET FIM-CONTAGEM TO TRUE
           END-IF.

       0900-FINALIZAR.
           IF WRK-RESULT-SIGNON = '0'
               CLOSE MATERIAL-CATALOGO ESTOQUE-MATERIAL
                   CONTAGEM-CICLICA
           END-IF
           CLOSE EXCEPTION-LOG.

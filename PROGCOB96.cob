       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB96.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANUTENCAO DOS PRECOS PROMOCIONAIS (PROMPRC) -
      * A PROMOCAO DEIXA DE SER FEITA SOBRESCREVENDO O PRECO DO
      * PRODMAS NO PROGCOB58 (E LEMBRANDO DE VOLTAR DEPOIS): O
      * MARKETING CADASTRA AQUI A PROMOCAO DE UM SKU OU DE UM
      * DEPARTAMENTO, COM DATA DE INICIO E FIM E PRECO
      * PROMOCIONAL OU PERCENTUAL DE DESCONTO, E O FECHAMENTO DO
      * PROGCOB15 APLICA O PRECO EM VIGOR NA DATA DA VENDA. NOS
      * MOLDES DA MANUTENCAO DO PROGCOB58: SIGN-ON PELO
      * PROGCOB79-SIGNON E CADA INCLUSAO OU ENCERRAMENTO COM O
      * VALOR ANTERIOR E O NOVO NO LOG DE AUDITORIA
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
           SELECT PROMOCOES ASSIGN TO 'PROMPRC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMPRC-CHAVE
               FILE STATUS IS WRK-FS.
           SELECT OPTIONAL PRODUTO-MASTER ASSIGN TO 'PRODMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODMAS-SKU
               FILE STATUS IS WRK-FS-PRD.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOCOES.
           COPY 'PROMPRC.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMAS.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-FS           PIC X(02) VALUE '00'.
       77 WRK-FS-PRD       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FIM-MENU     PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PROMO    PIC X(01) VALUE 'N'.
           88 FIM-PROMOCOES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PROMO-OK     PIC X(01) VALUE 'N'.
           88 PROMOCAO-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ESCOPO       PIC X(01) VALUE SPACES.
       77 WRK-ITEM         PIC X(08) VALUE SPACES.
       77 WRK-SKU          PIC 9(08) VALUE ZEROS.
       77 WRK-DEPTO        PIC X(03) VALUE SPACES.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO-PROMO  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PERC-DESC    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CAMPANHA     PIC X(10) VALUE SPACES.
       77 WRK-QT-CONFLITOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LISTADAS  PIC 9(03) VALUE ZEROS.
       77 WRK-PRECO-EDITADO PIC 9(05),99.
       77 WRK-PERC-EDITADO PIC 9(02),99.
       77 WRK-TXT-ANTES    PIC X(20) VALUE SPACES.
       77 WRK-TXT-DEPOIS   PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O PROMOCOES
           IF WRK-FS = '35'
               OPEN OUTPUT PROMOCOES
               CLOSE PROMOCOES
               OPEN I-O PROMOCOES
           END-IF
           OPEN INPUT PRODUTO-MASTER
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - MANUTENCAO ENCERRADA'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR PROMOCAO'
           DISPLAY '2 - ENCERRAR / PRORROGAR PROMOCAO'
           DISPLAY '3 - CONSULTAR PROMOCOES DE UM SKU OU DEPTO'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-PROMOCAO
               WHEN 2
                   PERFORM 0400-ALTERAR-DATA-FIM
               WHEN 3
                   PERFORM 0500-CONSULTAR-PROMOCOES
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * ESCOPO E ITEM DA PROMOCAO: 'S' PEDE O SKU (QUE PRECISA
      * ESTAR NO PRODMAS), 'D' PEDE O DEPARTAMENTO
      *****************************************************
       0210-OBTER-ITEM.
           SET PROMOCAO-VALIDA TO FALSE
           MOVE SPACES TO WRK-ITEM
           DISPLAY 'ESCOPO (S=SKU, D=DEPARTAMENTO)..'
           ACCEPT WRK-ESCOPO
           EVALUATE WRK-ESCOPO
               WHEN 'S'
                   DISPLAY 'SKU..'
                   ACCEPT WRK-SKU
                   MOVE WRK-SKU TO PRODMAS-SKU
                   READ PRODUTO-MASTER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-PRD = '00'
                       MOVE WRK-SKU TO WRK-ITEM
                       SET PROMOCAO-VALIDA TO TRUE
                       MOVE PRODMAS-PRECO-UNIT TO WRK-PRECO-EDITADO
                       DISPLAY 'PRODUTO.. ' PRODMAS-DESCRICAO
                           ' PRECO CHEIO ' WRK-PRECO-EDITADO
                   ELSE
                       DISPLAY 'SKU AUSENTE DO CADASTRO PRODMAS'
                   END-IF
               WHEN 'D'
                   DISPLAY 'DEPARTAMENTO..'
                   ACCEPT WRK-DEPTO
                   IF WRK-DEPTO = SPACES
                       DISPLAY 'DEPARTAMENTO EM BRANCO - RECUSADO'
                   ELSE
                       MOVE WRK-DEPTO TO WRK-ITEM
                       SET PROMOCAO-VALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ESCOPO INVALIDO'
           END-EVALUATE.

      *****************************************************
      * INCLUSAO: DATAS COERENTES, PRECO OU PERCENTUAL (UM DOS
      * DOIS), CAMPANHA INFORMADA E SEM SOBREPOR OUTRA PROMOCAO
      * DO MESMO SKU/DEPARTAMENTO - DUAS PROMOCOES VALENDO NO
      * MESMO DIA DEIXARIAM O PRECO DO FECHAMENTO AMBIGUO
      *****************************************************
       0300-INCLUIR-PROMOCAO.
           PERFORM 0210-OBTER-ITEM
           IF PROMOCAO-VALIDA
               DISPLAY 'DATA DE INICIO (AAAAMMDD)..'
               ACCEPT WRK-DATA-INICIO
               DISPLAY 'DATA DE FIM (AAAAMMDD)..'
               ACCEPT WRK-DATA-FIM
               DISPLAY 'PRECO PROMOCIONAL (ZERO = USAR PERCENTUAL)..'
               ACCEPT WRK-PRECO-PROMO
               MOVE ZEROS TO WRK-PERC-DESC
               IF WRK-PRECO-PROMO = ZEROS
                   DISPLAY 'PERCENTUAL DE DESCONTO..'
                   ACCEPT WRK-PERC-DESC
               END-IF
               DISPLAY 'CAMPANHA..'
               ACCEPT WRK-CAMPANHA
               PERFORM 0310-VALIDAR-PROMOCAO
           END-IF
           IF PROMOCAO-VALIDA
               PERFORM 0320-CONFERIR-SOBREPOSICAO
               IF WRK-QT-CONFLITOS > ZEROS
                   DISPLAY 'PROMOCAO SOBREPOE OUTRA JA CADASTRADA'
                       ' - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               END-IF
           END-IF
           IF PROMOCAO-VALIDA
               MOVE WRK-ESCOPO TO PROMPRC-ESCOPO
               MOVE WRK-ITEM TO PROMPRC-ITEM
               MOVE WRK-DATA-INICIO TO PROMPRC-DATA-INICIO
               MOVE WRK-DATA-FIM TO PROMPRC-DATA-FIM
               MOVE WRK-PRECO-PROMO TO PROMPRC-PRECO-PROMO
               MOVE WRK-PERC-DESC TO PROMPRC-PERC-DESC
               MOVE WRK-CAMPANHA TO PROMPRC-CAMPANHA
               WRITE PROMPRC-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR PROMOCAO ' WRK-FS
                   NOT INVALID KEY
                       MOVE 'INCLUSAO' TO AUDTRL-CAMPO
                       MOVE SPACES TO AUDTRL-VALOR-ANTES
                       MOVE SPACES TO WRK-TXT-DEPOIS
                       IF WRK-PRECO-PROMO > ZEROS
                           MOVE WRK-PRECO-PROMO TO WRK-PRECO-EDITADO
                           STRING WRK-CAMPANHA ' ' WRK-PRECO-EDITADO
                               DELIMITED BY SIZE INTO WRK-TXT-DEPOIS
                       ELSE
                           MOVE WRK-PERC-DESC TO WRK-PERC-EDITADO
                           STRING WRK-CAMPANHA ' ' WRK-PERC-EDITADO
                               '%' DELIMITED BY SIZE
                               INTO WRK-TXT-DEPOIS
                       END-IF
                       MOVE WRK-TXT-DEPOIS TO AUDTRL-VALOR-DEPOIS
                       PERFORM 0600-GRAVAR-AUDITORIA
                       DISPLAY 'PROMOCAO INCLUIDA'
               END-WRITE
           END-IF.

       0310-VALIDAR-PROMOCAO.
           EVALUATE TRUE
               WHEN WRK-DATA-INICIO = ZEROS
                   OR WRK-DATA-FIM < WRK-DATA-INICIO
                   DISPLAY 'PERIODO DE VIGENCIA INVALIDO - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               WHEN WRK-PRECO-PROMO = ZEROS
                   AND WRK-PERC-DESC = ZEROS
                   DISPLAY 'SEM PRECO NEM PERCENTUAL - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               WHEN WRK-ESCOPO = 'D'
                   AND WRK-PRECO-PROMO > ZEROS
                   DISPLAY 'PROMOCAO DE DEPARTAMENTO SO POR'
                       ' PERCENTUAL - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               WHEN WRK-ESCOPO = 'S'
                   AND WRK-PRECO-PROMO >= PRODMAS-PRECO-UNIT
                   DISPLAY 'PRECO PROMOCIONAL NAO E MENOR QUE O'
                       ' CHEIO - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               WHEN WRK-CAMPANHA = SPACES
                   DISPLAY 'CAMPANHA EM BRANCO - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      * PERCORRE AS PROMOCOES DO MESMO ESCOPO + ITEM CONTANDO
      * AS QUE TEM ALGUM DIA EM COMUM COM O PERIODO INFORMADO
      *****************************************************
       0320-CONFERIR-SOBREPOSICAO.
           MOVE ZEROS TO WRK-QT-CONFLITOS
           PERFORM 0510-POSICIONAR-ITEM
           PERFORM 0330-CONFERIR-UMA UNTIL FIM-PROMOCOES.

       0330-CONFERIR-UMA.
           PERFORM 0520-LER-PROXIMA-PROMOCAO
           IF NOT FIM-PROMOCOES
               AND PROMPRC-DATA-INICIO <= WRK-DATA-FIM
               AND PROMPRC-DATA-FIM >= WRK-DATA-INICIO
               ADD 1 TO WRK-QT-CONFLITOS
               DISPLAY 'CONFLITA COM ' PROMPRC-CAMPANHA
                   ' DE ' PROMPRC-DATA-INICIO
                   ' A ' PROMPRC-DATA-FIM
           END-IF.

      *****************************************************
      * ENCERRAMENTO ANTECIPADO OU PRORROGACAO: SO A DATA DE FIM
      * MUDA, SEM PASSAR DA PROXIMA PROMOCAO DO MESMO ITEM
      *****************************************************
       0400-ALTERAR-DATA-FIM.
           PERFORM 0210-OBTER-ITEM
           IF PROMOCAO-VALIDA
               DISPLAY 'DATA DE INICIO DA PROMOCAO (AAAAMMDD)..'
               ACCEPT WRK-DATA-INICIO
               MOVE WRK-ESCOPO TO PROMPRC-ESCOPO
               MOVE WRK-ITEM TO PROMPRC-ITEM
               MOVE WRK-DATA-INICIO TO PROMPRC-DATA-INICIO
               READ PROMOCOES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS NOT = '00'
                   DISPLAY 'PROMOCAO NAO CADASTRADA'
                   SET PROMOCAO-VALIDA TO FALSE
               END-IF
           END-IF
           IF PROMOCAO-VALIDA
               DISPLAY 'CAMPANHA ' PROMPRC-CAMPANHA
                   ' FIM ATUAL ' PROMPRC-DATA-FIM
               MOVE PROMPRC-DATA-FIM TO WRK-TXT-ANTES
               DISPLAY 'NOVA DATA DE FIM (AAAAMMDD)..'
               ACCEPT WRK-DATA-FIM
               IF WRK-DATA-FIM < WRK-DATA-INICIO
                   DISPLAY 'FIM ANTES DO INICIO - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               END-IF
           END-IF
           IF PROMOCAO-VALIDA
               PERFORM 0320-CONFERIR-SOBREPOSICAO
               IF WRK-QT-CONFLITOS > 1
                   DISPLAY 'NOVO FIM SOBREPOE OUTRA PROMOCAO'
                       ' - RECUSADO'
                   SET PROMOCAO-VALIDA TO FALSE
               END-IF
           END-IF
           IF PROMOCAO-VALIDA
               MOVE WRK-ESCOPO TO PROMPRC-ESCOPO
               MOVE WRK-ITEM TO PROMPRC-ITEM
               MOVE WRK-DATA-INICIO TO PROMPRC-DATA-INICIO
               READ PROMOCOES
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WRK-DATA-FIM TO PROMPRC-DATA-FIM
               REWRITE PROMPRC-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS
                   NOT INVALID KEY
                       MOVE 'DATA FIM' TO AUDTRL-CAMPO
                       MOVE WRK-TXT-ANTES TO AUDTRL-VALOR-ANTES
                       MOVE WRK-DATA-FIM TO AUDTRL-VALOR-DEPOIS
                       PERFORM 0600-GRAVAR-AUDITORIA
                       DISPLAY 'DATA DE FIM GRAVADA'
               END-REWRITE
           END-IF.

      *****************************************************
      * CONSULTA: TODAS AS PROMOCOES DO SKU OU DEPARTAMENTO, EM
      * ORDEM DE INICIO
      *****************************************************
       0500-CONSULTAR-PROMOCOES.
           PERFORM 0210-OBTER-ITEM
           IF PROMOCAO-VALIDA
               MOVE ZEROS TO WRK-QT-LISTADAS
               PERFORM 0510-POSICIONAR-ITEM
               PERFORM 0530-EXIBIR-PROMOCAO UNTIL FIM-PROMOCOES
               IF WRK-QT-LISTADAS = ZEROS
                   DISPLAY 'NENHUMA PROMOCAO CADASTRADA'
               END-IF
           END-IF.

       0510-POSICIONAR-ITEM.
           SET FIM-PROMOCOES TO FALSE
           MOVE WRK-ESCOPO TO PROMPRC-ESCOPO
           MOVE WRK-ITEM TO PROMPRC-ITEM
           MOVE ZEROS TO PROMPRC-DATA-INICIO
           START PROMOCOES KEY >= PROMPRC-CHAVE
               INVALID KEY
                   SET FIM-PROMOCOES TO TRUE
           END-START.

       0520-LER-PROXIMA-PROMOCAO.
           READ PROMOCOES NEXT RECORD
               AT END
                   SET FIM-PROMOCOES TO TRUE
           END-READ
           IF NOT FIM-PROMOCOES
               AND (PROMPRC-ESCOPO NOT = WRK-ESCOPO
                   OR PROMPRC-ITEM NOT = WRK-ITEM)
               SET FIM-PROMOCOES TO TRUE
           END-IF.

       0530-EXIBIR-PROMOCAO.
           PERFORM 0520-LER-PROXIMA-PROMOCAO
           IF NOT FIM-PROMOCOES
               ADD 1 TO WRK-QT-LISTADAS
               MOVE PROMPRC-PRECO-PROMO TO WRK-PRECO-EDITADO
               MOVE PROMPRC-PERC-DESC TO WRK-PERC-EDITADO
               DISPLAY PROMPRC-CAMPANHA
                   ' DE ' PROMPRC-DATA-INICIO
                   ' A ' PROMPRC-DATA-FIM
                   ' PRECO ' WRK-PRECO-EDITADO
                   ' DESC ' WRK-PERC-EDITADO '%'
           END-IF.

       0600-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB96' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE SPACES TO AUDTRL-CHAVE
           STRING WRK-ESCOPO WRK-ITEM
               DELIMITED BY SIZE INTO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0900-FINALIZAR.
           CLOSE PROMOCOES PRODUTO-MASTER
           CLOSE AUDIT-LOG.

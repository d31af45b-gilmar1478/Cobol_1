       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB124.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : ACORDO DE RENEGOCIACAO DE MENSALIDADES EM
      * ATRASO - PARA UMA MATRICULA OFERECE UM A UM OS TITULOS
      * VENCIDOS EM ABERTO DO LEDGER MENSAL, SOMA OS ESCOLHIDOS
      * COM MULTA E JUROS CALCULADOS COMO NA BAIXA DO PROGCOB68
      * (ATE HOJE, EM DIAS UTEIS) E DIVIDE O TOTAL EM N PARCELAS
      * MENSAIS COM VENCIMENTO EMPURRADO PARA DIA UTIL PELO
      * SERVICO DE DATA DO PROGCOB17, COMO O PROGCOB67 FAZ COM A
      * MENSALIDADE. OS TITULOS FICAM MARCADOS COMO RENEGOCIADOS
      * NO MENSAL, A BAIXA DE PARCELA QUITA O ACORDO (E OS
      * TITULOS) NA ULTIMA PARCELA PAGA, E A QUEBRA DO ACORDO
      * (SO SUPERVISOR) CANCELA AS PARCELAS EM ABERTO E DEVOLVE
      * AOS TITULOS A DIVIDA QUE FALTA, ABATENDO O QUE ENTROU
      * NAS PARCELAS DO TITULO MAIS ANTIGO PARA O MAIS NOVO. AS
      * PARCELAS VENCIDAS NAO PAGAS SAEM NO RELATORIO DE
      * INADIMPLENCIA DO PROGCOB69
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
           SELECT MENSALIDADES ASSIGN TO 'MENSAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENSAL-CHAVE
               FILE STATUS IS WRK-FS-MEN.
           SELECT ACORDOS ASSIGN TO 'ACORDO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACORDO-CHAVE
               FILE STATUS IS WRK-FS-ACO.
           SELECT OPTIONAL CONTROLE-ACORDO ASSIGN TO 'ACDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT OPTIONAL PARAMETRO-MENSAL ASSIGN TO 'TUIPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  ACORDOS.
           COPY 'ACORDO.CPY'.

       FD  CONTROLE-ACORDO.
       01  ACDCTL-REC.
           05  ACDCTL-ULT-NUMERO   PIC 9(06).

       FD  PARAMETRO-MENSAL.
           COPY 'TUIPARM.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-FS-MEN       PIC X(02) VALUE '00'.
       77 WRK-FS-ACO       PIC X(02) VALUE '00'.
       77 WRK-FS-CTL       PIC X(02) VALUE '00'.
       77 WRK-FS-PRM       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-MEN      PIC X(01) VALUE 'N'.
           88 FIM-MENSALIDADES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-ACO      PIC X(01) VALUE 'N'.
           88 FIM-ACORDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MENU         PIC 9(01) VALUE ZEROS.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-NOME         PIC X(20) VALUE SPACES.
       77 WRK-NUM-ACORDO   PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-PARCELA  PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-PAGTO   PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-PAGO   PIC 9(07)V99 VALUE ZEROS.
       01  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01  WRK-HOJE REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-AAAAMM  PIC 9(06).
           05  WRK-HOJE-DIA     PIC 9(02).
      *****************************************************
      * ENCARGOS DE ATRASO, NA MESMA CONTA DA BAIXA DO PROGCOB68
      *****************************************************
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-DATA-ANDA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROX    PIC 9(08) VALUE ZEROS.
       77 WRK-UM-DIA       PIC S9(05) VALUE +1.
       77 WRK-DIA-UTIL     PIC X(01) VALUE 'N'.
       77 WRK-VALOR-MULTA  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-JUROS  PIC 9(06)V99 VALUE ZEROS.
      *****************************************************
      * TITULOS ESCOLHIDOS PARA O ACORDO E O PLANO DE PARCELAS,
      * MONTADOS EM MEMORIA E SO GRAVADOS DEPOIS DA CONFIRMACAO
      *****************************************************
       77 WRK-QT-TIT       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-PARC      PIC 9(02) VALUE ZEROS.
       77 WRK-IX           PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIA-VENCTO   PIC 9(02) VALUE ZEROS.
       01  WRK-MES-VENCTO  PIC 9(06) VALUE ZEROS.
       01  WRK-MES-VENCTO-R REDEFINES WRK-MES-VENCTO.
           05  WRK-MV-ANO       PIC 9(04).
           05  WRK-MV-MES       PIC 9(02).
       01  WRK-TABELA-TITULOS.
           02  WRK-TIT OCCURS 24 TIMES.
               03  WRK-TIT-COMPET    PIC 9(06).
               03  WRK-TIT-VENCTO    PIC 9(08).
               03  WRK-TIT-LIQ       PIC 9(06)V99.
               03  WRK-TIT-MULTA     PIC 9(06)V99.
               03  WRK-TIT-JUROS     PIC 9(06)V99.
               03  WRK-TIT-PAGO      PIC 9(06)V99.
               03  WRK-TIT-SALDO     PIC 9(07)V99.
       01  WRK-TABELA-PARCELAS.
           02  WRK-PAR OCCURS 24 TIMES.
               03  WRK-PAR-VENCTO    PIC 9(08).
               03  WRK-PAR-VALOR     PIC 9(07)V99.
      *****************************************************
      * QUITACAO E QUEBRA
      *****************************************************
       77 WRK-QT-ABERTAS   PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-PAGO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOBRA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RESTANTE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SIT-FINAL    PIC X(01) VALUE SPACES.
       77 WRK-QT-CRIADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUEBRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC Z(06)9,99.
       01  WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-ACORDO      PIC 9(06).
           05  WRK-AUD-PARCELA     PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-ATENDIMENTO
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0110-LER-PARAMETRO
           OPEN I-O MENSALIDADES
           IF WRK-FS-MEN NOT = '00'
               DISPLAY 'LEDGER MENSAL AUSENTE - RODAR PROGCOB67'
               SET CONTINUAR-ATENDIMENTO TO FALSE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O ACORDOS
           IF WRK-FS-ACO = '35'
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           IF CONTINUAR-ATENDIMENTO
               DISPLAY 'OPERADOR..'
               ACCEPT WRK-OPERADOR
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA
               CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
                   WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
               IF WRK-RESULT-SIGNON NOT = '0'
                   DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                       ') - ATENDIMENTO ENCERRADO'
                   SET CONTINUAR-ATENDIMENTO TO FALSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0110-LER-PARAMETRO.
           OPEN INPUT PARAMETRO-MENSAL
           IF WRK-FS-PRM = '00'
               READ PARAMETRO-MENSAL
                   AT END
                       PERFORM 0115-ASSUMIR-PADRAO
               END-READ
               CLOSE PARAMETRO-MENSAL
           ELSE
               PERFORM 0115-ASSUMIR-PADRAO
           END-IF.

       0115-ASSUMIR-PADRAO.
           MOVE 850,00 TO TUIPARM-VALOR-BASE
           MOVE 05 TO TUIPARM-DIA-VENCTO
           MOVE 2,00 TO TUIPARM-PCT-MULTA
           MOVE 0,10 TO TUIPARM-PCT-JUROS.

       0200-PROCESSAR.
           DISPLAY '--------------'
           DISPLAY '1-NOVO ACORDO  2-BAIXAR PARCELA  3-QUEBRAR ACORDO'
               '  0-SAIR'
           ACCEPT WRK-MENU
           EVALUATE WRK-MENU
               WHEN 1
                   PERFORM 0210-NOVO-ACORDO
               WHEN 2
                   PERFORM 0250-BAIXAR-PARCELA
               WHEN 3
                   PERFORM 0270-QUEBRAR-ACORDO
               WHEN OTHER
                   SET CONTINUAR-ATENDIMENTO TO FALSE
           END-EVALUATE.

      *****************************************************
      * NOVO ACORDO: OFERECE CADA TITULO VENCIDO EM ABERTO DA
      * MATRICULA COM O SALDO ATUALIZADO ATE HOJE; OS ESCOLHIDOS
      * FORMAM O TOTAL, QUE E DIVIDIDO NAS PARCELAS - NADA E
      * GRAVADO ANTES DA CONFIRMACAO DO PLANO
      *****************************************************
       0210-NOVO-ACORDO.
           DISPLAY 'MATRICULA (000000 = VOLTAR)..'
           ACCEPT WRK-MATRICULA
           IF WRK-MATRICULA NOT = ZEROS
               MOVE ZEROS TO WRK-QT-TIT WRK-TOTAL-ACORDO
               MOVE SPACES TO WRK-NOME
               SET FIM-MENSALIDADES TO FALSE
               MOVE WRK-MATRICULA TO MENSAL-MATRICULA
               MOVE ZEROS TO MENSAL-COMPETENCIA
               START MENSALIDADES KEY >= MENSAL-CHAVE
                   INVALID KEY
                       SET FIM-MENSALIDADES TO TRUE
               END-START
               PERFORM 0215-OFERECER-TITULO UNTIL FIM-MENSALIDADES
               IF WRK-QT-TIT = ZEROS
                   DISPLAY 'NENHUM TITULO VENCIDO ESCOLHIDO - '
                       'ACORDO NAO ABERTO'
               ELSE
                   PERFORM 0230-MONTAR-PARCELAS
               END-IF
           END-IF.

       0215-OFERECER-TITULO.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET FIM-MENSALIDADES TO TRUE
           END-READ
           IF NOT FIM-MENSALIDADES
               IF MENSAL-MATRICULA NOT = WRK-MATRICULA
                   SET FIM-MENSALIDADES TO TRUE
               ELSE
                   IF MENSAL-ABERTA
                       AND MENSAL-DATA-VENCTO < WRK-DATA-HOJE
                       PERFORM 0220-CALCULAR-ENCARGOS
                       PERFORM 0217-ESCOLHER-TITULO
                   END-IF
               END-IF
           END-IF.

       0217-ESCOLHER-TITULO.
           IF WRK-QT-TIT >= 24
               DISPLAY 'LIMITE DE 24 TITULOS POR ACORDO - COMPETENCIA '
                   MENSAL-COMPETENCIA ' FICA DE FORA'
           ELSE
               ADD 1 TO WRK-QT-TIT
               MOVE MENSAL-COMPETENCIA TO WRK-TIT-COMPET(WRK-QT-TIT)
               MOVE MENSAL-DATA-VENCTO TO WRK-TIT-VENCTO(WRK-QT-TIT)
               MOVE MENSAL-VALOR-LIQ TO WRK-TIT-LIQ(WRK-QT-TIT)
               MOVE WRK-VALOR-MULTA TO WRK-TIT-MULTA(WRK-QT-TIT)
               MOVE WRK-VALOR-JUROS TO WRK-TIT-JUROS(WRK-QT-TIT)
               MOVE MENSAL-VALOR-PAGO TO WRK-TIT-PAGO(WRK-QT-TIT)
               COMPUTE WRK-TIT-SALDO(WRK-QT-TIT) = MENSAL-VALOR-LIQ
                   + WRK-VALOR-MULTA + WRK-VALOR-JUROS
                   - MENSAL-VALOR-PAGO
               MOVE WRK-TIT-SALDO(WRK-QT-TIT) TO WRK-VALOR-ED
               DISPLAY 'COMPETENCIA ' MENSAL-COMPETENCIA
                   ' VENCTO ' MENSAL-DATA-VENCTO
                   ' SALDO ' WRK-VALOR-ED
               DISPLAY 'INCLUIR NO ACORDO (S/N)..'
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S'
                   ADD WRK-TIT-SALDO(WRK-QT-TIT) TO WRK-TOTAL-ACORDO
                   MOVE MENSAL-NOME TO WRK-NOME
               ELSE
                   SUBTRACT 1 FROM WRK-QT-TIT
               END-IF
           END-IF.

      *****************************************************
      * ENCARGOS ATE HOJE: MULTA FIXA DO PARAMETRO MAIS JUROS
      * POR DIA UTIL DE ATRASO - ENCARGO JA GRAVADO POR BAIXA
      * PARCIAL ANTERIOR NAO E RECALCULADO PARA MENOS
      *****************************************************
       0220-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-DIAS-ATRASO
           MOVE MENSAL-DATA-VENCTO TO WRK-DATA-ANDA
           PERFORM 0225-AVANCAR-DIA-UTIL
               UNTIL WRK-DATA-ANDA >= WRK-DATA-HOJE
                   OR WRK-DIAS-ATRASO >= 999
           COMPUTE WRK-VALOR-MULTA ROUNDED = MENSAL-VALOR-LIQ
               * TUIPARM-PCT-MULTA / 100
           COMPUTE WRK-VALOR-JUROS ROUNDED = MENSAL-VALOR-LIQ
               * TUIPARM-PCT-JUROS * WRK-DIAS-ATRASO / 100
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-VALOR-JUROS
           END-COMPUTE
           IF MENSAL-VALOR-MULTA > WRK-VALOR-MULTA
               MOVE MENSAL-VALOR-MULTA TO WRK-VALOR-MULTA
           END-IF
           IF MENSAL-VALOR-JUROS > WRK-VALOR-JUROS
               MOVE MENSAL-VALOR-JUROS TO WRK-VALOR-JUROS
           END-IF.

       0225-AVANCAR-DIA-UTIL.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-ANDA
               WRK-UM-DIA WRK-DATA-PROX
           MOVE WRK-DATA-PROX TO WRK-DATA-ANDA
           MOVE 'N' TO WRK-DIA-UTIL
           CALL 'PROGCOB17-DIAUTIL' USING WRK-DATA-ANDA
               WRK-DIA-UTIL
           IF WRK-DIA-UTIL = 'S'
               ADD 1 TO WRK-DIAS-ATRASO
           END-IF.

      *****************************************************
      * PLANO DE PARCELAS: N PARCELAS MENSAIS NO DIA ESCOLHIDO
      * (ATE 28, PARA CABER EM TODO MES), EMPURRADAS PARA O DIA
      * UTIL SEGUINTE; O TOTAL E DIVIDIDO POR IGUAL E A SOBRA
      * DOS CENTAVOS VAI NA ULTIMA PARCELA
      *****************************************************
       0230-MONTAR-PARCELAS.
           MOVE WRK-TOTAL-ACORDO TO WRK-VALOR-ED
           DISPLAY 'TOTAL RENEGOCIADO (' WRK-QT-TIT ' TITULOS).. '
               WRK-VALOR-ED
           DISPLAY 'QUANTIDADE DE PARCELAS (01 A 24)..'
           ACCEPT WRK-QT-PARC
           DISPLAY 'DIA DE VENCIMENTO DAS PARCELAS (01 A 28)..'
           ACCEPT WRK-DIA-VENCTO
           DISPLAY 'MES DA PRIMEIRA PARCELA (AAAAMM, 0 = MES '
               'SEGUINTE)..'
           ACCEPT WRK-MES-VENCTO
           IF WRK-MES-VENCTO = ZEROS
               MOVE WRK-HOJE-AAAAMM TO WRK-MES-VENCTO
               PERFORM 0237-AVANCAR-MES
           END-IF
           EVALUATE TRUE
               WHEN WRK-QT-PARC < 1 OR WRK-QT-PARC > 24
                   DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'PARCELAS INVALIDAS MATRICULA '
                       WRK-MATRICULA DELIMITED BY SIZE
                       INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               WHEN WRK-DIA-VENCTO < 1 OR WRK-DIA-VENCTO > 28
                   OR WRK-MV-MES < 1 OR WRK-MV-MES > 12
                   OR WRK-MES-VENCTO < WRK-HOJE-AAAAMM
                   DISPLAY 'VENCIMENTO DAS PARCELAS INVALIDO'
                   MOVE 'E002' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'VENCTO DE PARCELA INVALIDO MATRICULA '
                       WRK-MATRICULA DELIMITED BY SIZE
                       INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               WHEN OTHER
                   COMPUTE WRK-VALOR-PARCELA =
                       WRK-TOTAL-ACORDO / WRK-QT-PARC
                   PERFORM 0232-PLANEJAR-PARCELA
                       VARYING WRK-IX FROM 1 BY 1
                       UNTIL WRK-IX > WRK-QT-PARC
                   DISPLAY 'CONFIRMA O ACORDO (S/N)..'
                   ACCEPT WRK-RESPOSTA
                   IF WRK-RESPOSTA = 'S'
                       PERFORM 0240-GRAVAR-ACORDO
                   ELSE
                       DISPLAY 'ACORDO DESCARTADO'
                   END-IF
           END-EVALUATE.

       0232-PLANEJAR-PARCELA.
           IF WRK-IX > 1
               PERFORM 0237-AVANCAR-MES
           END-IF
           COMPUTE WRK-DATA-ANDA = WRK-MES-VENCTO * 100
               + WRK-DIA-VENCTO
           MOVE 'N' TO WRK-DIA-UTIL
           CALL 'PROGCOB17-DIAUTIL' USING WRK-DATA-ANDA
               WRK-DIA-UTIL
           PERFORM 0235-EMPURRAR-DIA-UTIL
               UNTIL WRK-DIA-UTIL = 'S'
           MOVE WRK-DATA-ANDA TO WRK-PAR-VENCTO(WRK-IX)
           IF WRK-IX = WRK-QT-PARC
               COMPUTE WRK-PAR-VALOR(WRK-IX) = WRK-TOTAL-ACORDO
                   - WRK-VALOR-PARCELA * (WRK-QT-PARC - 1)
           ELSE
               MOVE WRK-VALOR-PARCELA TO WRK-PAR-VALOR(WRK-IX)
           END-IF
           MOVE WRK-PAR-VALOR(WRK-IX) TO WRK-VALOR-ED
           DISPLAY 'PARCELA ' WRK-IX ' VENCTO ' WRK-PAR-VENCTO(WRK-IX)
               ' VALOR ' WRK-VALOR-ED.

       0235-EMPURRAR-DIA-UTIL.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-ANDA
               WRK-UM-DIA WRK-DATA-PROX
           MOVE WRK-DATA-PROX TO WRK-DATA-ANDA
           CALL 'PROGCOB17-DIAUTIL' USING WRK-DATA-ANDA
               WRK-DIA-UTIL.

       0237-AVANCAR-MES.
           IF WRK-MV-MES >= 12
               ADD 1 TO WRK-MV-ANO
               MOVE 01 TO WRK-MV-MES
           ELSE
               ADD 1 TO WRK-MV-MES
           END-IF.

      *****************************************************
      * GRAVA O ACORDO: NUMERO DO CONTROLE ACDCTL, CABECALHO,
      * UM REGISTRO POR TITULO (QUE FICA RENEGOCIADO NO MENSAL
      * COM OS ENCARGOS DE HOJE) E UM POR PARCELA
      *****************************************************
       0240-GRAVAR-ACORDO.
           OPEN INPUT CONTROLE-ACORDO
           MOVE ZEROS TO WRK-NUM-ACORDO
           IF WRK-FS-CTL = '00'
               READ CONTROLE-ACORDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACDCTL-ULT-NUMERO TO WRK-NUM-ACORDO
               END-READ
               CLOSE CONTROLE-ACORDO
           END-IF
           ADD 1 TO WRK-NUM-ACORDO
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'C' TO ACORDO-TIPO
           MOVE ZEROS TO ACORDO-SEQ
           MOVE WRK-MATRICULA TO ACORDO-MATRICULA
           MOVE SPACES TO ACORDO-CORPO
           MOVE WRK-NOME TO ACORDO-NOME
           MOVE WRK-DATA-HOJE TO ACORDO-DATA
           MOVE WRK-OPERADOR TO ACORDO-OPERADOR
           MOVE WRK-QT-PARC TO ACORDO-QT-PARCELAS
           MOVE WRK-TOTAL-ACORDO TO ACORDO-VALOR-TOTAL
           MOVE 'A' TO ACORDO-SITUACAO
           MOVE ZEROS TO ACORDO-DATA-ENCERRA
           WRITE ACORDO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ACORDO ' WRK-FS-ACO
                   MOVE 'E006' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'ERRO GRAVACAO ACORDO ' WRK-NUM-ACORDO
                       ' FS ' WRK-FS-ACO DELIMITED BY SIZE
                       INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
           END-WRITE
           IF WRK-FS-ACO = '00'
               PERFORM 0242-RENEGOCIAR-TITULO
                   VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX > WRK-QT-TIT
               PERFORM 0245-GRAVAR-PARCELA
                   VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX > WRK-QT-PARC
               OPEN OUTPUT CONTROLE-ACORDO
               MOVE WRK-NUM-ACORDO TO ACDCTL-ULT-NUMERO
               WRITE ACDCTL-REC
               CLOSE CONTROLE-ACORDO
               MOVE WRK-NUM-ACORDO TO WRK-AUD-ACORDO
               MOVE ZEROS TO WRK-AUD-PARCELA
               MOVE 'ACORDO-TOTAL' TO AUDTRL-CAMPO
               MOVE SPACES TO AUDTRL-VALOR-ANTES
               MOVE WRK-TOTAL-ACORDO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO AUDTRL-VALOR-DEPOIS
               PERFORM 0600-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-CRIADOS
               DISPLAY 'ACORDO ' WRK-NUM-ACORDO ' ABERTO'
           END-IF.

       0242-RENEGOCIAR-TITULO.
           MOVE WRK-MATRICULA TO MENSAL-MATRICULA
           MOVE WRK-TIT-COMPET(WRK-IX) TO MENSAL-COMPETENCIA
           READ MENSALIDADES
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MEN = '00'
               MOVE WRK-TIT-MULTA(WRK-IX) TO MENSAL-VALOR-MULTA
               MOVE WRK-TIT-JUROS(WRK-IX) TO MENSAL-VALOR-JUROS
               MOVE 'R' TO MENSAL-SITUACAO
               REWRITE MENSAL-REC
           END-IF
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'T' TO ACORDO-TIPO
           MOVE WRK-TIT-COMPET(WRK-IX) TO ACORDO-SEQ
           MOVE WRK-MATRICULA TO ACORDO-MATRICULA
           MOVE SPACES TO ACORDO-CORPO
           MOVE WRK-TIT-VENCTO(WRK-IX) TO ACORDO-TIT-VENCTO
           MOVE WRK-TIT-LIQ(WRK-IX) TO ACORDO-TIT-VALOR-LIQ
           MOVE WRK-TIT-MULTA(WRK-IX) TO ACORDO-TIT-MULTA
           MOVE WRK-TIT-JUROS(WRK-IX) TO ACORDO-TIT-JUROS
           MOVE WRK-TIT-PAGO(WRK-IX) TO ACORDO-TIT-PAGO-ANT
           MOVE WRK-TIT-SALDO(WRK-IX) TO ACORDO-TIT-SALDO
           WRITE ACORDO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WRK-NUM-ACORDO TO WRK-AUD-ACORDO
           MOVE ZEROS TO WRK-AUD-PARCELA
           MOVE 'MENSAL-SITUACAO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES AUDTRL-VALOR-DEPOIS
           STRING WRK-TIT-COMPET(WRK-IX) ' A' DELIMITED BY SIZE
               INTO AUDTRL-VALOR-ANTES
           STRING WRK-TIT-COMPET(WRK-IX) ' R' DELIMITED BY SIZE
               INTO AUDTRL-VALOR-DEPOIS
           PERFORM 0600-GRAVAR-AUDITORIA.

       0245-GRAVAR-PARCELA.
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'P' TO ACORDO-TIPO
           MOVE WRK-IX TO ACORDO-SEQ
           MOVE WRK-MATRICULA TO ACORDO-MATRICULA
           MOVE SPACES TO ACORDO-CORPO
           MOVE WRK-PAR-VENCTO(WRK-IX) TO ACORDO-PARC-VENCTO
           MOVE WRK-PAR-VALOR(WRK-IX) TO ACORDO-PARC-VALOR
           MOVE ZEROS TO ACORDO-PARC-PAGO ACORDO-PARC-DATA-PAG
           MOVE 'A' TO ACORDO-PARC-SITUACAO
           WRITE ACORDO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *****************************************************
      * BAIXA DE PARCELA: VALOR QUE COBRE A PARCELA A QUITA,
      * VALOR MENOR FICA ACUMULADO COMO PARCIAL; QUITADA A
      * ULTIMA PARCELA EM ABERTO, O ACORDO E OS TITULOS
      * RENEGOCIADOS FICAM QUITADOS
      *****************************************************
       0250-BAIXAR-PARCELA.
           DISPLAY 'NUMERO DO ACORDO (000000 = VOLTAR)..'
           ACCEPT WRK-NUM-ACORDO
           IF WRK-NUM-ACORDO NOT = ZEROS
               PERFORM 0500-LER-CABECALHO
               IF WRK-FS-ACO = '00'
                   DISPLAY 'PARCELA..'
                   ACCEPT WRK-NUM-PARCELA
                   MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
                   MOVE 'P' TO ACORDO-TIPO
                   MOVE WRK-NUM-PARCELA TO ACORDO-SEQ
                   READ ACORDOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-ACO NOT = '00'
                       OR NOT ACORDO-PARC-ABERTA
                       DISPLAY 'PARCELA INEXISTENTE OU NAO ESTA '
                           'EM ABERTO'
                       MOVE 'E004' TO EXCLOG-CODIGO
                       MOVE SPACES TO EXCLOG-DESCRICAO
                       STRING 'PARCELA INVALIDA ACORDO '
                           WRK-NUM-ACORDO '/' WRK-NUM-PARCELA
                           DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   ELSE
                       PERFORM 0255-APLICAR-PAGAMENTO
                   END-IF
               END-IF
           END-IF.

       0255-APLICAR-PAGAMENTO.
           MOVE ACORDO-PARC-VALOR TO WRK-VALOR-ED
           DISPLAY 'VENCTO ' ACORDO-PARC-VENCTO ' VALOR ' WRK-VALOR-ED
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE)..'
           ACCEPT WRK-DATA-PAGTO
           IF WRK-DATA-PAGTO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
           END-IF
           DISPLAY 'VALOR RECEBIDO..'
           ACCEPT WRK-VALOR-PAGO
           MOVE WRK-NUM-ACORDO TO WRK-AUD-ACORDO
           MOVE WRK-NUM-PARCELA TO WRK-AUD-PARCELA
           MOVE 'PARCELA-PAGO' TO AUDTRL-CAMPO
           MOVE ACORDO-PARC-PAGO TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED TO AUDTRL-VALOR-ANTES
           ADD WRK-VALOR-PAGO TO ACORDO-PARC-PAGO
           MOVE WRK-DATA-PAGTO TO ACORDO-PARC-DATA-PAG
           IF ACORDO-PARC-PAGO >= ACORDO-PARC-VALOR
               MOVE 'P' TO ACORDO-PARC-SITUACAO
               DISPLAY 'PARCELA QUITADA'
           ELSE
               COMPUTE WRK-RESTANTE = ACORDO-PARC-VALOR
                   - ACORDO-PARC-PAGO
               MOVE WRK-RESTANTE TO WRK-VALOR-ED
               DISPLAY 'PAGAMENTO PARCIAL - RESTAM ' WRK-VALOR-ED
           END-IF
           MOVE ACORDO-PARC-PAGO TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED TO AUDTRL-VALOR-DEPOIS
           REWRITE ACORDO-REC
           PERFORM 0600-GRAVAR-AUDITORIA
           ADD 1 TO WRK-QT-BAIXAS
           PERFORM 0510-SOMAR-PARCELAS
           IF WRK-QT-ABERTAS = ZEROS
               MOVE 'Q' TO WRK-SIT-FINAL
               MOVE WRK-TOTAL-PAGO TO WRK-SOBRA
               PERFORM 0520-ENCERRAR-ACORDO
               ADD 1 TO WRK-QT-QUITADOS
               DISPLAY 'ACORDO ' WRK-NUM-ACORDO ' QUITADO'
           END-IF.

      *****************************************************
      * QUEBRA DO ACORDO (SO SUPERVISOR): AS PARCELAS EM ABERTO
      * SAO CANCELADAS E O QUE ENTROU NAS PARCELAS ABATE OS
      * TITULOS DO MAIS ANTIGO PARA O MAIS NOVO - O TITULO
      * COBERTO FICA PAGO, OS DEMAIS VOLTAM EM ABERTO NO MENSAL
      * COM O PAGO PARCIAL E OS ENCARGOS DA DATA DO ACORDO, E A
      * BAIXA DO PROGCOB68 VOLTA A CORRER OS JUROS DO VENCIMENTO
      * ORIGINAL
      *****************************************************
       0270-QUEBRAR-ACORDO.
           IF WRK-NIVEL-SIGNON NOT = 'S'
               DISPLAY 'QUEBRA DE ACORDO EXIGE SUPERVISOR'
               MOVE 'E005' TO EXCLOG-CODIGO
               MOVE 'QUEBRA DE ACORDO SEM SUPERVISOR'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               DISPLAY 'NUMERO DO ACORDO (000000 = VOLTAR)..'
               ACCEPT WRK-NUM-ACORDO
               IF WRK-NUM-ACORDO NOT = ZEROS
                   PERFORM 0500-LER-CABECALHO
                   IF WRK-FS-ACO = '00'
                       PERFORM 0275-CONFIRMAR-QUEBRA
                   END-IF
               END-IF
           END-IF.

       0275-CONFIRMAR-QUEBRA.
           PERFORM 0510-SOMAR-PARCELAS
           COMPUTE WRK-RESTANTE = ACORDO-VALOR-TOTAL - WRK-TOTAL-PAGO
           DISPLAY 'MATRICULA ' ACORDO-MATRICULA ' ' ACORDO-NOME
           MOVE ACORDO-VALOR-TOTAL TO WRK-VALOR-ED
           DISPLAY 'TOTAL DO ACORDO......' WRK-VALOR-ED
           MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED
           DISPLAY 'PAGO NAS PARCELAS....' WRK-VALOR-ED
           MOVE WRK-RESTANTE TO WRK-VALOR-ED
           DISPLAY 'VOLTA PARA O MENSAL..' WRK-VALOR-ED
           DISPLAY 'CONFIRMA A QUEBRA (S/N)..'
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA = 'S'
               MOVE 'X' TO WRK-SIT-FINAL
               MOVE WRK-TOTAL-PAGO TO WRK-SOBRA
               PERFORM 0520-ENCERRAR-ACORDO
               ADD 1 TO WRK-QT-QUEBRADOS
               DISPLAY 'ACORDO ' WRK-NUM-ACORDO ' QUEBRADO'
           ELSE
               DISPLAY 'QUEBRA CANCELADA'
           END-IF.

       0500-LER-CABECALHO.
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'C' TO ACORDO-TIPO
           MOVE ZEROS TO ACORDO-SEQ
           READ ACORDOS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ACO = '00' AND NOT ACORDO-ATIVO
               MOVE '23' TO WRK-FS-ACO
           END-IF
           IF WRK-FS-ACO NOT = '00'
               DISPLAY 'ACORDO INEXISTENTE OU JA ENCERRADO'
               MOVE 'E003' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'ACORDO INVALIDO ' WRK-NUM-ACORDO
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

      *****************************************************
      * PERCORRE AS PARCELAS DO ACORDO CONTANDO AS EM ABERTO E
      * SOMANDO O QUE JA ENTROU
      *****************************************************
       0510-SOMAR-PARCELAS.
           MOVE ZEROS TO WRK-QT-ABERTAS WRK-TOTAL-PAGO
           SET FIM-ACORDO TO FALSE
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'P' TO ACORDO-TIPO
           MOVE ZEROS TO ACORDO-SEQ
           START ACORDOS KEY >= ACORDO-CHAVE
               INVALID KEY
                   SET FIM-ACORDO TO TRUE
           END-START
           PERFORM 0515-SOMAR-UMA-PARCELA UNTIL FIM-ACORDO
           PERFORM 0500-LER-CABECALHO.

       0515-SOMAR-UMA-PARCELA.
           READ ACORDOS NEXT RECORD
               AT END
                   SET FIM-ACORDO TO TRUE
           END-READ
           IF NOT FIM-ACORDO
               IF ACORDO-NUMERO NOT = WRK-NUM-ACORDO
                   OR NOT ACORDO-E-PARCELA
                   SET FIM-ACORDO TO TRUE
               ELSE
                   ADD ACORDO-PARC-PAGO TO WRK-TOTAL-PAGO
                   IF ACORDO-PARC-ABERTA
                       ADD 1 TO WRK-QT-ABERTAS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * ENCERRA O ACORDO NA SITUACAO WRK-SIT-FINAL ('Q' QUITADO
      * OU 'X' QUEBRADO): CANCELA AS PARCELAS AINDA EM ABERTO,
      * DEVOLVE OS TITULOS AO MENSAL ABATENDO WRK-SOBRA E
      * FECHA O CABECALHO
      *****************************************************
       0520-ENCERRAR-ACORDO.
           SET FIM-ACORDO TO FALSE
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'P' TO ACORDO-TIPO
           MOVE ZEROS TO ACORDO-SEQ
           START ACORDOS KEY >= ACORDO-CHAVE
               INVALID KEY
                   SET FIM-ACORDO TO TRUE
           END-START
           PERFORM 0525-CANCELAR-PARCELA UNTIL FIM-ACORDO
           SET FIM-ACORDO TO FALSE
           MOVE WRK-NUM-ACORDO TO ACORDO-NUMERO
           MOVE 'T' TO ACORDO-TIPO
           MOVE ZEROS TO ACORDO-SEQ
           START ACORDOS KEY >= ACORDO-CHAVE
               INVALID KEY
                   SET FIM-ACORDO TO TRUE
           END-START
           PERFORM 0530-DEVOLVER-TITULO UNTIL FIM-ACORDO
           PERFORM 0500-LER-CABECALHO
           IF WRK-FS-ACO = '00'
               MOVE WRK-SIT-FINAL TO ACORDO-SITUACAO
               MOVE WRK-DATA-HOJE TO ACORDO-DATA-ENCERRA
               REWRITE ACORDO-REC
               MOVE WRK-NUM-ACORDO TO WRK-AUD-ACORDO
               MOVE ZEROS TO WRK-AUD-PARCELA
               MOVE 'ACORDO-SITUACAO' TO AUDTRL-CAMPO
               MOVE 'A' TO AUDTRL-VALOR-ANTES
               MOVE WRK-SIT-FINAL TO AUDTRL-VALOR-DEPOIS
               PERFORM 0600-GRAVAR-AUDITORIA
           END-IF.

       0525-CANCELAR-PARCELA.
           READ ACORDOS NEXT RECORD
               AT END
                   SET FIM-ACORDO TO TRUE
           END-READ
           IF NOT FIM-ACORDO
               IF ACORDO-NUMERO NOT = WRK-NUM-ACORDO
                   OR NOT ACORDO-E-PARCELA
                   SET FIM-ACORDO TO TRUE
               ELSE
                   IF ACORDO-PARC-ABERTA
                       MOVE 'C' TO ACORDO-PARC-SITUACAO
                       REWRITE ACORDO-REC
                   END-IF
               END-IF
           END-IF.

       0530-DEVOLVER-TITULO.
           READ ACORDOS NEXT RECORD
               AT END
                   SET FIM-ACORDO TO TRUE
           END-READ
           IF NOT FIM-ACORDO
               IF ACORDO-NUMERO NOT = WRK-NUM-ACORDO
                   OR NOT ACORDO-E-TITULO
                   SET FIM-ACORDO TO TRUE
               ELSE
                   PERFORM 0535-ATUALIZAR-MENSAL
               END-IF
           END-IF.

       0535-ATUALIZAR-MENSAL.
           MOVE ACORDO-MATRICULA TO MENSAL-MATRICULA
           MOVE ACORDO-SEQ TO MENSAL-COMPETENCIA
           READ MENSALIDADES
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MEN = '00'
               MOVE ACORDO-TIT-MULTA TO MENSAL-VALOR-MULTA
               MOVE ACORDO-TIT-JUROS TO MENSAL-VALOR-JUROS
               IF WRK-SOBRA >= ACORDO-TIT-SALDO
                   COMPUTE MENSAL-VALOR-PAGO = ACORDO-TIT-PAGO-ANT
                       + ACORDO-TIT-SALDO
                   SUBTRACT ACORDO-TIT-SALDO FROM WRK-SOBRA
                   MOVE WRK-DATA-HOJE TO MENSAL-DATA-PAGTO
                   MOVE 'P' TO MENSAL-SITUACAO
               ELSE
                   COMPUTE MENSAL-VALOR-PAGO = ACORDO-TIT-PAGO-ANT
                       + WRK-SOBRA
                   IF WRK-SOBRA > ZEROS
                       MOVE WRK-DATA-HOJE TO MENSAL-DATA-PAGTO
                   END-IF
                   MOVE ZEROS TO WRK-SOBRA
                   MOVE 'A' TO MENSAL-SITUACAO
               END-IF
               REWRITE MENSAL-REC
               MOVE WRK-NUM-ACORDO TO WRK-AUD-ACORDO
               MOVE ZEROS TO WRK-AUD-PARCELA
               MOVE 'MENSAL-SITUACAO' TO AUDTRL-CAMPO
               MOVE SPACES TO AUDTRL-VALOR-ANTES AUDTRL-VALOR-DEPOIS
               STRING MENSAL-COMPETENCIA ' R' DELIMITED BY SIZE
                   INTO AUDTRL-VALOR-ANTES
               STRING MENSAL-COMPETENCIA ' ' MENSAL-SITUACAO
                   DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
               PERFORM 0600-GRAVAR-AUDITORIA
           END-IF.

       0600-GRAVAR-AUDITORIA.
           MOVE 'PROGCB124' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDITORIA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB124' TO EXCLOG-PROGRAMA
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
           DISPLAY 'ACORDOS ABERTOS.........' WRK-QT-CRIADOS
           DISPLAY 'PARCELAS BAIXADAS.......' WRK-QT-BAIXAS
           DISPLAY 'ACORDOS QUITADOS........' WRK-QT-QUITADOS
           DISPLAY 'ACORDOS QUEBRADOS.......' WRK-QT-QUEBRADOS
           IF WRK-FS-MEN NOT = '35'
               CLOSE MENSALIDADES
           END-IF
           CLOSE ACORDOS
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB111.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : ROTINA PERIODICA DE MULTA E JUROS POR ATRASO
      * NAS FATURAS DE FRETE DO CONTAS A RECEBER (CONTREC) -
      * PARA CADA FATURA VENCIDA COM SALDO, COBRA A MULTA UMA
      * UNICA VEZ E OS JUROS PELOS DIAS UTEIS DO CALENDARIO
      * (PROGCOB17) DESDE O VENCIMENTO OU DESDE A ULTIMA RODADA,
      * COM AS TAXAS VIGENTES NO PARMMAS (MULTA-FRETE E
      * JUROS-FRETE). O ENCARGO VIRA UMA NOTA DE DEBITO NO
      * PROPRIO CONTREC (TIPO 'D'), LIGADA A FATURA DE ORIGEM E
      * NUMERADA PELO FATCTL DAS FATURAS; ENQUANTO A NOTA
      * ESTIVER EM ABERTO, OS ENCARGOS SEGUINTES SE SOMAM A ELA.
      * CLIENTE COM CONTRATO VIGENTE ISENTO DE ENCARGOS (CONTRAT)
      * FICA DE FORA. A BAIXA DO PROGCOB44 APLICA O PAGAMENTO
      * PRIMEIRO NA NOTA DE DEBITO E DEPOIS NA FATURA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM NOTA DE DEBITO NOVA NASCE SEM DADOS DE
      * BAIXA COMO PERDA
      * 2026-10-15 JGM NOTA DE DEBITO ABERTA SEMPRE EM REAIS, SEM
      * OS DADOS DE MOEDA ESTRANGEIRA DO TITULO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL CONTRATOS-FRETE ASSIGN TO 'CONTRAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTRAT-CLIENTE
               FILE STATUS IS WRK-FS-CON.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPTIONAL CONTROLE-FATURA ASSIGN TO 'FATCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT ENCARGO-RELATORIO ASSIGN TO 'ENCRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  CONTRATOS-FRETE.
           COPY 'CONTRAT.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  CONTROLE-FATURA.
       01  FATCTL-REC.
           05  FATCTL-ULT-NUMERO   PIC 9(06).

       FD  ENCARGO-RELATORIO.
           COPY 'ENCRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * FATURAS COM ENCARGO A LANCAR NESTA RODADA - A LEITURA
      * SEQUENCIAL DO CONTREC TERMINA ANTES DE QUALQUER
      * GRAVACAO, PARA A NOTA NOVA NAO MEXER NA POSICAO DA
      * LEITURA
      *****************************************************
       01  WRK-TABELA-ENCARGOS.
           02  WRK-ENC-ENTRADA OCCURS 2000 TIMES.
               03  WRK-ENC-FATURA   PIC 9(06).
               03  WRK-ENC-CLIENTE  PIC 9(06).
               03  WRK-ENC-VENCTO   PIC 9(08).
               03  WRK-ENC-DIAS     PIC S9(05).
               03  WRK-ENC-SALDO    PIC 9(09)V99.
               03  WRK-ENC-MULTA    PIC 9(07)V99.
               03  WRK-ENC-JUROS    PIC 9(07)V99.
       77 WRK-QT-ENCARGOS   PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.

       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-CON        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-CRE       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ARQUIVO-OK    PIC X(01) VALUE 'N'.
           88 CONTREC-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ISENTO        PIC X(01) VALUE 'N'.
           88 CLIENTE-ISENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NOTA-ABERTA   PIC X(01) VALUE 'N'.
           88 NOTA-EM-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-ENCARGOS-CHEIA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.

      *****************************************************
      * TAXAS PADRAO QUANDO O PARMMAS AINDA NAO TEM A VIGENCIA:
      * MULTA DE 2% E JUROS DE 1% AO MES EM 22 DIAS UTEIS
      *****************************************************
       77 WRK-PCT-MULTA     PIC S9(03)V9(04) VALUE 2,0000.
       77 WRK-PCT-JUROS     PIC S9(03)V9(04) VALUE 0,0455.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-PARM-ACHADO   PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ANDA     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VENCTO   PIC 9(08) VALUE ZEROS.
       77 WRK-UM-DIA        PIC S9(05) VALUE +1.
       77 WRK-PRAZO-NOTA    PIC S9(05) VALUE +10.
       77 WRK-DIA-UTIL      PIC X(01) VALUE 'N'.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-MULTA         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENCARGO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NUMERO-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO-NOTA   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-VENCIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ISENTAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-NOTAS-NOVAS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-NOTAS-SOMADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-MULTA     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS     PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF CONTREC-DISPONIVEL
               PERFORM 0200-SELECIONAR-FATURA UNTIL FIM-TITULOS
               PERFORM 0230-LANCAR-ENCARGO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ENCARGOS
               PERFORM 0270-IMPRIMIR-TOTAL
               IF WRK-QT-NOTAS-NOVAS > ZEROS
                   PERFORM 0280-GRAVAR-CONTROLE-FATURA
               END-IF
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * TAXAS DO PARMMAS, ULTIMO NUMERO DO FATCTL E CONTREC
      * POSICIONADO NO INICIO - SEM CONTAS A RECEBER NAO HA O
      * QUE COBRAR
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           MOVE 'MULTA-FRETE' TO WRK-NOME-PARM
           PERFORM 0105-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-PCT-MULTA
           END-IF
           MOVE 'JUROS-FRETE' TO WRK-NOME-PARM
           PERFORM 0105-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-PCT-JUROS
           END-IF
           PERFORM 0110-LER-CONTROLE-FATURA
           OPEN INPUT CONTRATOS-FRETE
           OPEN I-O CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - STATUS '
                   WRK-FS-CRE
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'CONTREC INDISPONIVEL PARA ENCARGOS'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CONTREC-DISPONIVEL TO TRUE
               MOVE ZEROS TO CONTREC-NUM-FATURA
               START CONTAS-RECEBER KEY >= CONTREC-NUM-FATURA
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
               OPEN OUTPUT ENCARGO-RELATORIO
               MOVE WRK-DATA-HOJE TO ENCRPT-CAB-DATA
               WRITE ENCRPT-CABECALHO
               MOVE WRK-PCT-MULTA TO ENCRPT-PAR-MULTA
               MOVE WRK-PCT-JUROS TO ENCRPT-PAR-JUROS
               WRITE ENCRPT-PARAMETROS
               WRITE ENCRPT-TITULOS
           END-IF.

      *****************************************************
      * VALOR DO PARAMETRO WRK-NOME-PARM NA VIGENCIA MAIS
      * RECENTE QUE NAO PASSA DE HOJE
      *****************************************************
       0105-BUSCAR-PARAMETRO.
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
           PERFORM 0106-LER-UMA-VIGENCIA UNTIL FIM-PARAMETROS
           IF WRK-FS-PAR = '00' OR WRK-FS-PAR = '10'
               CLOSE PARAMETRO-MASTER
           END-IF.

       0106-LER-UMA-VIGENCIA.
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
      * A NOTA DE DEBITO SAI DA MESMA NUMERACAO DAS FATURAS DO
      * PROGCOB31, PARA NUNCA COLIDIR COM UM TITULO EXISTENTE
      *****************************************************
       0110-LER-CONTROLE-FATURA.
           OPEN INPUT CONTROLE-FATURA
           IF WRK-FS-CTL = '00'
               READ CONTROLE-FATURA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FATCTL-ULT-NUMERO TO WRK-NUMERO-FATURA
               END-READ
               CLOSE CONTROLE-FATURA
           END-IF.

      *****************************************************
      * FATURA DE FRETE (NAO NOTA DE DEBITO) VENCIDA ANTES DE
      * HOJE, COM SALDO EM ABERTO: CALCULA A MULTA E OS JUROS
      * DESTA RODADA E GUARDA NA TABELA
      *****************************************************
       0200-SELECIONAR-FATURA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ
           IF NOT FIM-TITULOS
               ADD 1 TO WRK-QT-LIDAS
               IF NOT CONTREC-DEBITO-ENCARGO
                   AND NOT CONTREC-QUITADA
                   AND CONTREC-SALDO > ZEROS
                   AND CONTREC-DATA-VENCTO < WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-VENCIDAS
                   PERFORM 0205-VERIFICAR-ISENCAO
                   IF CLIENTE-ISENTO
                       ADD 1 TO WRK-QT-ISENTAS
                       PERFORM 0215-IMPRIMIR-ISENTA
                   ELSE
                       PERFORM 0210-CALCULAR-ENCARGO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * ISENCAO SO VALE COM O CONTRATO DO CLIENTE VIGENTE HOJE
      *****************************************************
       0205-VERIFICAR-ISENCAO.
           SET CLIENTE-ISENTO TO FALSE
           MOVE CONTREC-CLIENTE TO CONTRAT-CLIENTE
           READ CONTRATOS-FRETE
               KEY IS CONTRAT-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CON = '00'
               AND CONTRAT-SEM-ENCARGOS
               AND WRK-DATA-HOJE >= CONTRAT-VIG-INI
               AND WRK-DATA-HOJE <= CONTRAT-VIG-FIM
               SET CLIENTE-ISENTO TO TRUE
           END-IF.

      *****************************************************
      * MULTA UMA UNICA VEZ, NA PRIMEIRA RODADA DEPOIS DO
      * VENCIMENTO; JUROS SOBRE O SALDO PELOS DIAS UTEIS DESDE O
      * VENCIMENTO OU DESDE A DATA ATE ONDE JA FORAM COBRADOS
      *****************************************************
       0210-CALCULAR-ENCARGO.
           MOVE ZEROS TO WRK-MULTA WRK-JUROS
           IF CONTREC-VALOR-MULTA = ZEROS
               COMPUTE WRK-MULTA ROUNDED =
                   CONTREC-SALDO * WRK-PCT-MULTA / 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-MULTA
               END-COMPUTE
           END-IF
           IF CONTREC-DATA-ENCARGO > CONTREC-DATA-VENCTO
               MOVE CONTREC-DATA-ENCARGO TO WRK-DATA-INICIO
           ELSE
               MOVE CONTREC-DATA-VENCTO TO WRK-DATA-INICIO
           END-IF
           PERFORM 0225-CONTAR-DIAS-UTEIS
           COMPUTE WRK-JUROS ROUNDED = CONTREC-SALDO
               * WRK-PCT-JUROS * WRK-DIAS-ATRASO / 100
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-JUROS
           END-COMPUTE
           IF WRK-MULTA > ZEROS OR WRK-JUROS > ZEROS
               IF WRK-QT-ENCARGOS < 2000
                   ADD 1 TO WRK-QT-ENCARGOS
                   MOVE CONTREC-NUM-FATURA
                       TO WRK-ENC-FATURA(WRK-QT-ENCARGOS)
                   MOVE CONTREC-CLIENTE
                       TO WRK-ENC-CLIENTE(WRK-QT-ENCARGOS)
                   MOVE CONTREC-DATA-VENCTO
                       TO WRK-ENC-VENCTO(WRK-QT-ENCARGOS)
                   MOVE WRK-DIAS-ATRASO
                       TO WRK-ENC-DIAS(WRK-QT-ENCARGOS)
                   MOVE CONTREC-SALDO
                       TO WRK-ENC-SALDO(WRK-QT-ENCARGOS)
                   MOVE WRK-MULTA TO WRK-ENC-MULTA(WRK-QT-ENCARGOS)
                   MOVE WRK-JUROS TO WRK-ENC-JUROS(WRK-QT-ENCARGOS)
               ELSE
                   IF NOT TABELA-ENCARGOS-CHEIA
                       SET TABELA-ENCARGOS-CHEIA TO TRUE
                       MOVE 'E003' TO EXCLOG-CODIGO
                       MOVE 'TABELA DE ENCARGOS CHEIA - RESTO FICA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

       0215-IMPRIMIR-ISENTA.
           MOVE CONTREC-NUM-FATURA TO ENCRPT-FATURA
           MOVE CONTREC-CLIENTE TO ENCRPT-CLIENTE
           MOVE CONTREC-DATA-VENCTO TO ENCRPT-VENCTO
           MOVE ZEROS TO ENCRPT-DIAS ENCRPT-MULTA ENCRPT-JUROS
               ENCRPT-NOTA
           MOVE CONTREC-SALDO TO ENCRPT-SALDO
           MOVE 'ISENTO CONT' TO ENCRPT-OBS
           WRITE ENCRPT-DETALHE.

      *****************************************************
      * DIAS UTEIS DEPOIS DE WRK-DATA-INICIO ATE HOJE, PELO
      * CALENDARIO DO PROGCOB17, COMO NA MENSALIDADE DO
      * PROGCOB68
      *****************************************************
       0225-CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-ATRASO
           MOVE WRK-DATA-INICIO TO WRK-DATA-ANDA
           PERFORM 0227-AVANCAR-DIA-UTIL
               UNTIL WRK-DATA-ANDA >= WRK-DATA-HOJE
                   OR WRK-DIAS-ATRASO >= 999.

       0227-AVANCAR-DIA-UTIL.
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
      * LANCA O ENCARGO DA FATURA: SOMA NA NOTA DE DEBITO AINDA
      * EM ABERTO DELA OU ABRE UMA NOTA NOVA, E MARCA NA FATURA
      * A MULTA, OS JUROS E A DATA ATE ONDE FORAM COBRADOS
      *****************************************************
       0230-LANCAR-ENCARGO.
           MOVE WRK-ENC-MULTA(WRK-I) TO WRK-MULTA
           MOVE WRK-ENC-JUROS(WRK-I) TO WRK-JUROS
           COMPUTE WRK-ENCARGO = WRK-MULTA + WRK-JUROS
           MOVE WRK-ENC-FATURA(WRK-I) TO CONTREC-NUM-FATURA
           READ CONTAS-RECEBER
               KEY IS CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRE = '00'
               MOVE CONTREC-NOTA-DEBITO TO WRK-NUMERO-NOTA
               PERFORM 0235-SOMAR-NOTA-ABERTA
               IF NOT NOTA-EM-ABERTO
                   PERFORM 0240-ABRIR-NOTA-DEBITO
               END-IF
               IF WRK-NUMERO-NOTA > ZEROS
                   PERFORM 0250-MARCAR-FATURA
                   PERFORM 0260-IMPRIMIR-ENCARGO
               END-IF
           END-IF.

      *****************************************************
      * NOTA DE DEBITO ANTERIOR DA FATURA AINDA NAO QUITADA
      * RECEBE O ENCARGO NOVO NO VALOR E NO SALDO
      *****************************************************
       0235-SOMAR-NOTA-ABERTA.
           SET NOTA-EM-ABERTO TO FALSE
           IF WRK-NUMERO-NOTA > ZEROS
               MOVE WRK-NUMERO-NOTA TO CONTREC-NUM-FATURA
               READ CONTAS-RECEBER
                   KEY IS CONTREC-NUM-FATURA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CRE = '00'
                   AND CONTREC-DEBITO-ENCARGO
                   AND NOT CONTREC-QUITADA
                   ADD WRK-ENCARGO TO CONTREC-VALOR-ORIG
                       CONTREC-SALDO
                   ADD WRK-MULTA TO CONTREC-VALOR-MULTA
                   ADD WRK-JUROS TO CONTREC-VALOR-JUROS
                   MOVE WRK-DATA-HOJE TO CONTREC-DATA-ENCARGO
                   REWRITE CONTREC-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   SET NOTA-EM-ABERTO TO TRUE
                   ADD 1 TO WRK-QT-NOTAS-SOMADAS
               END-IF
           END-IF.

      *****************************************************
      * NOTA DE DEBITO NOVA COM O PROXIMO NUMERO DO FATCTL E
      * VENCIMENTO EM WRK-PRAZO-NOTA DIAS - NUMERO JA OCUPADO
      * NO CONTREC E EXCECAO, E A FATURA FICA SEM O ENCARGO
      *****************************************************
       0240-ABRIR-NOTA-DEBITO.
           ADD 1 TO WRK-NUMERO-FATURA
           MOVE WRK-NUMERO-FATURA TO WRK-NUMERO-NOTA
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE
               WRK-PRAZO-NOTA WRK-DATA-VENCTO
           MOVE WRK-NUMERO-NOTA TO CONTREC-NUM-FATURA
           MOVE WRK-ENC-CLIENTE(WRK-I) TO CONTREC-CLIENTE
           MOVE WRK-DATA-HOJE TO CONTREC-DATA-EMISSAO
           MOVE WRK-DATA-VENCTO TO CONTREC-DATA-VENCTO
           MOVE WRK-ENCARGO TO CONTREC-VALOR-ORIG CONTREC-SALDO
           MOVE ZEROS TO CONTREC-VALOR-PAGO CONTREC-DATA-ULT-PAGTO
               CONTREC-NOTA-DEBITO CONTREC-DATA-PERDA
               CONTREC-VALOR-PERDA CONTREC-VALOR-RECUPERADO
               CONTREC-VALOR-MOEDA CONTREC-SALDO-MOEDA
               CONTREC-TAXA-EMISSAO CONTREC-TAXA-CONTABIL
               CONTREC-DATA-REAVAL CONTREC-VAR-NAO-REALIZ
               CONTREC-VAR-REALIZADA
           MOVE SPACES TO CONTREC-MOTIVO-PERDA CONTREC-MOEDA
           MOVE 'A' TO CONTREC-SITUACAO
           MOVE SPACES TO CONTREC-SIT-BOLETO
           MOVE 'D' TO CONTREC-TIPO-TITULO
           MOVE WRK-ENC-FATURA(WRK-I) TO CONTREC-FATURA-ORIGEM
           MOVE WRK-MULTA TO CONTREC-VALOR-MULTA
           MOVE WRK-JUROS TO CONTREC-VALOR-JUROS
           MOVE WRK-DATA-HOJE TO CONTREC-DATA-ENCARGO
           WRITE CONTREC-REC
               INVALID KEY
                   MOVE ZEROS TO WRK-NUMERO-NOTA
                   MOVE 'E002' TO EXCLOG-CODIGO
                   MOVE 'NUMERO DA NOTA DE DEBITO JA EXISTE'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-NOTAS-NOVAS
           END-WRITE.

       0250-MARCAR-FATURA.
           MOVE WRK-ENC-FATURA(WRK-I) TO CONTREC-NUM-FATURA
           READ CONTAS-RECEBER
               KEY IS CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRE = '00'
               MOVE WRK-NUMERO-NOTA TO CONTREC-NOTA-DEBITO
               ADD WRK-MULTA TO CONTREC-VALOR-MULTA
               ADD WRK-JUROS TO CONTREC-VALOR-JUROS
               MOVE WRK-DATA-HOJE TO CONTREC-DATA-ENCARGO
               REWRITE CONTREC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       0260-IMPRIMIR-ENCARGO.
           MOVE WRK-ENC-FATURA(WRK-I) TO ENCRPT-FATURA
           MOVE WRK-ENC-CLIENTE(WRK-I) TO ENCRPT-CLIENTE
           MOVE WRK-ENC-VENCTO(WRK-I) TO ENCRPT-VENCTO
           MOVE WRK-ENC-DIAS(WRK-I) TO ENCRPT-DIAS
           MOVE WRK-ENC-SALDO(WRK-I) TO ENCRPT-SALDO
           MOVE WRK-MULTA TO ENCRPT-MULTA
           MOVE WRK-JUROS TO ENCRPT-JUROS
           MOVE WRK-NUMERO-NOTA TO ENCRPT-NOTA
           IF NOTA-EM-ABERTO
               MOVE 'SOMADO NOTA' TO ENCRPT-OBS
           ELSE
               MOVE 'NOTA NOVA' TO ENCRPT-OBS
           END-IF
           WRITE ENCRPT-DETALHE
           ADD WRK-MULTA TO WRK-TOT-MULTA
           ADD WRK-JUROS TO WRK-TOT-JUROS.

       0270-IMPRIMIR-TOTAL.
           MOVE ALL '-' TO ENCRPT-SEPARADOR
           WRITE ENCRPT-SEPARADOR
           MOVE 'TOTAL DE FATURAS COM ENCARGO' TO ENCRPT-TOT-ROTULO
           COMPUTE ENCRPT-TOT-QT = WRK-QT-NOTAS-NOVAS
               + WRK-QT-NOTAS-SOMADAS
           MOVE WRK-TOT-MULTA TO ENCRPT-TOT-MULTA
           MOVE WRK-TOT-JUROS TO ENCRPT-TOT-JUROS
           WRITE ENCRPT-TOTAL.

       0280-GRAVAR-CONTROLE-FATURA.
           OPEN OUTPUT CONTROLE-FATURA
           MOVE WRK-NUMERO-FATURA TO FATCTL-ULT-NUMERO
           WRITE FATCTL-REC
           CLOSE CONTROLE-FATURA.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB111' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

       0300-FINALIZAR.
           IF CONTREC-DISPONIVEL
               DISPLAY 'TITULOS LIDOS................' WRK-QT-LIDAS
               DISPLAY 'FATURAS VENCIDAS COM SALDO...' WRK-QT-VENCIDAS
               DISPLAY 'ISENTAS POR CONTRATO.........' WRK-QT-ISENTAS
               DISPLAY 'NOTAS DE DEBITO NOVAS........'
                   WRK-QT-NOTAS-NOVAS
               DISPLAY 'ENCARGOS SOMADOS A NOTA......'
                   WRK-QT-NOTAS-SOMADAS
               DISPLAY 'MULTA LANCADA................' WRK-TOT-MULTA
               DISPLAY 'JUROS LANCADOS...............' WRK-TOT-JUROS
               CLOSE CONTAS-RECEBER ENCARGO-RELATORIO
           END-IF
           CLOSE CONTRATOS-FRETE EXCEPTION-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB112.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : BAIXA DE FATURAS DE FRETE INCOBRAVEIS COMO
      * PERDA - MONTA A PROPOSTA COM OS TITULOS DO CONTREC
      * VENCIDOS HA MAIS DE 90 DIAS (FAIXA ACIMA DE 90 DO AGING
      * DO PROGCOB45, JA PASSADOS PELO ULTIMO ESTAGIO DAS CARTAS
      * DE COBRANCA DO PROGCOB46) E O SUPERVISOR FINANCEIRO
      * (NIVEL 'S' NO OPRACC, PELO SIGN-ON DO PROGCOB79) APROVA
      * ITEM A ITEM, COM O CODIGO DO MOTIVO. O TITULO APROVADO
      * FECHA NA SITUACAO 'B' COM O VALOR BAIXADO, O CLIENTE
      * FICA COM O CREDITO BLOQUEADO NO CUSTMAS E A PERDA VAI
      * PARA O LAYOUT GLEXT (DEBITO PERDAS COM CLIENTES,
      * CREDITO CLIENTES DE FRETE) COM O LOTE DO GLXCTL. A
      * RECUPERACAO RECEBIDA DEPOIS PELO PROGCOB44 E LANCADA
      * AQUI COMO ESTORNO DA PERDA. CADA DECISAO VAI PARA O LOG
      * DE AUDITORIA
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
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT CONTA-MAPA ASSIGN TO 'CONTMAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTMAP-ORIGEM
               FILE STATUS IS WRK-FS-MAP.
           SELECT EXTRATO-CONTABIL ASSIGN TO 'GLEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-GLX.
           SELECT OPTIONAL CONTROLE-LOTE-GL ASSIGN TO 'GLXCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT PERDA-RELATORIO ASSIGN TO 'PERRPT'
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
       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  CONTA-MAPA.
           COPY 'CONTMAP.CPY'.

       FD  EXTRATO-CONTABIL.
           COPY 'GLEXT.CPY'.

       FD  CONTROLE-LOTE-GL.
       01  GLXCTL-REC.
           05  GLXCTL-ULT-LOTE     PIC 9(06).

       FD  PERDA-RELATORIO.
           COPY 'PERRPT.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CONTAS DA BAIXA, SEMEADAS NO CONTMAP QUANDO A ORIGEM
      * AINDA NAO ESTA MAPEADA: PCL = PERDAS COM CLIENTES
      * (DESPESA), CLI = CLIENTES DE FRETE (A MESMA DO PROGCOB51)
      *****************************************************
       01  WRK-MAPA-PERDA-EXTENSO.
           02  FILLER PIC X(31) VALUE 'PCL33010001PERDAS COM CLIENTES'.
           02  FILLER PIC X(31) VALUE 'CLI11040001CLIENTES DE FRETE'.
       01  WRK-MAPA-PERDA REDEFINES WRK-MAPA-PERDA-EXTENSO.
           02  WRK-MAP-ENTRADA OCCURS 2 TIMES.
               03  WRK-MAP-ORIGEM   PIC X(03).
               03  WRK-MAP-CONTA    PIC 9(08).
               03  WRK-MAP-DESC     PIC X(20).

      *****************************************************
      * MOTIVOS DE BAIXA ACEITOS NA APROVACAO
      *****************************************************
       01  WRK-MOTIVOS-EXTENSO.
           02  FILLER PIC X(22) VALUE '01FALENCIA/RECUP JUDIC'.
           02  FILLER PIC X(22) VALUE '02CLIENTE NAO LOCALIZ.'.
           02  FILLER PIC X(22) VALUE '03TITULO PRESCRITO'.
           02  FILLER PIC X(22) VALUE '04VALOR ANTIECONOMICO'.
           02  FILLER PIC X(22) VALUE '05COBRANCA ESGOTADA'.
       01  WRK-MOTIVOS REDEFINES WRK-MOTIVOS-EXTENSO.
           02  WRK-MOT-ENTRADA OCCURS 5 TIMES.
               03  WRK-MOT-CODIGO   PIC X(02).
               03  WRK-MOT-DESC     PIC X(20).

      *****************************************************
      * PROPOSTA DE BAIXA E RECUPERACOES A LANCAR, CARREGADAS
      * NUMA UNICA LEITURA DO CONTREC ANTES DE QUALQUER
      * REGRAVACAO
      *****************************************************
       01  WRK-TABELA-PROPOSTA.
           02  WRK-PRO-ENTRADA OCCURS 500 TIMES.
               03  WRK-PRO-FATURA   PIC 9(06).
               03  WRK-PRO-CLIENTE  PIC 9(06).
               03  WRK-PRO-VENCTO   PIC 9(08).
               03  WRK-PRO-DIAS     PIC S9(05).
               03  WRK-PRO-SALDO    PIC 9(09)V99.
       77 WRK-QT-PROPOSTA   PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-RECUPERACAO.
           02  WRK-REC-ENTRADA OCCURS 500 TIMES.
               03  WRK-REC-FATURA   PIC 9(06).
       77 WRK-QT-RECUPERACAO PIC 9(03) VALUE ZEROS.

      *****************************************************
      * LANCAMENTOS DA PERDA E DO ESTORNO DA RECUPERACAO
      *****************************************************
       01  WRK-TABELA-LANCAMENTOS.
           02  WRK-LAN-ENTRADA OCCURS 4 TIMES.
               03  WRK-LAN-DATA     PIC 9(08).
               03  WRK-LAN-CONTA    PIC 9(08).
               03  WRK-LAN-DC       PIC X(01).
               03  WRK-LAN-VALOR    PIC 9(11)V99.
               03  WRK-LAN-ORIGEM   PIC X(03).
               03  WRK-LAN-DESC     PIC X(20).
       77 WRK-QT-LANCAMENTOS PIC 9(01) VALUE ZEROS.

       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-MAP        PIC X(02) VALUE '00'.
       77 WRK-FS-GLX        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-CRE       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ENCERRA       PIC X(01) VALUE 'N'.
           88 DECISOES-ENCERRADAS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-MOTIVO-OK     PIC X(01) VALUE 'N'.
           88 MOTIVO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TITULO-OK     PIC X(01) VALUE 'N'.
           88 TITULO-AINDA-ABERTO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(02) VALUE SPACES.
       77 WRK-I             PIC 9(03) VALUE ZEROS.
       77 WRK-M             PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-PERDA    PIC S9(05) VALUE +90.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-EDITADO PIC Z(08)9,99.
       77 WRK-QT-BAIXADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUPERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PERDA     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECUPERADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-LANCTO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-HASH          PIC 9(15) VALUE ZEROS.
       77 WRK-LOTE-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-DC-LANCTO     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF SUPERVISOR-AUTORIZADO
               PERFORM 0200-CARREGAR-TITULO UNTIL FIM-TITULOS
               PERFORM 0250-LANCAR-RECUPERACAO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-RECUPERACAO
               PERFORM 0260-DECIDIR-ITEM
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-PROPOSTA
               PERFORM 0290-IMPRIMIR-TOTAIS
               PERFORM 0400-MONTAR-LANCAMENTOS
               PERFORM 0500-GRAVAR-EXTRATO
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON - A
      * BAIXA COMO PERDA EXIGE O NIVEL DE SUPERVISOR ('S') NO
      * OPRACC; SEM ELE NENHUM ARQUIVO E TOCADO
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
                   ') - BAIXA ENCERRADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'BAIXA COMO PERDA EXIGE SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'BAIXA COMO PERDA SEM NIVEL DE SUPERVISOR'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET SUPERVISOR-AUTORIZADO TO TRUE
                   PERFORM 0110-ABRIR-ARQUIVOS
               END-IF
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               SET FIM-TITULOS TO TRUE
           ELSE
               MOVE ZEROS TO CONTREC-NUM-FATURA
               START CONTAS-RECEBER KEY >= CONTREC-NUM-FATURA
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
           END-IF
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O CONTA-MAPA
           IF WRK-FS-MAP = '35'
               OPEN OUTPUT CONTA-MAPA
               CLOSE CONTA-MAPA
               OPEN I-O CONTA-MAPA
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN OUTPUT PERDA-RELATORIO
           MOVE WRK-DATA-HOJE TO PERRPT-CAB-DATA
           MOVE WRK-OPERADOR TO PERRPT-CAB-OPERADOR
           WRITE PERRPT-CABECALHO
           WRITE PERRPT-TITULOS.

      *****************************************************
      * TITULO EM ABERTO VENCIDO HA MAIS DE WRK-DIAS-PERDA DIAS
      * CORRIDOS (A CONTA DO AGING DO PROGCOB45) ENTRA NA
      * PROPOSTA; TITULO COM RECUPERACAO AINDA NAO LANCADA
      * ENTRA NA LISTA DE ESTORNOS
      *****************************************************
       0200-CARREGAR-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ
           IF NOT FIM-TITULOS
               IF CONTREC-VALOR-RECUPERADO > ZEROS
                   AND WRK-QT-RECUPERACAO < 500
                   ADD 1 TO WRK-QT-RECUPERACAO
                   MOVE CONTREC-NUM-FATURA
                       TO WRK-REC-FATURA(WRK-QT-RECUPERACAO)
               END-IF
               IF NOT CONTREC-QUITADA
                   AND NOT CONTREC-BAIXADA-PERDA
                   AND CONTREC-SALDO > ZEROS
                   AND CONTREC-DATA-VENCTO < WRK-DATA-HOJE
                   PERFORM 0210-AVALIAR-ATRASO
               END-IF
           END-IF.

       0210-AVALIAR-ATRASO.
           MOVE ZEROS TO WRK-DIAS-ATRASO
           CALL 'PROGCOB17-DIFDIAS' USING CONTREC-DATA-VENCTO
               WRK-DATA-HOJE WRK-DIAS-ATRASO
           IF WRK-DIAS-ATRASO > WRK-DIAS-PERDA
               IF WRK-QT-PROPOSTA < 500
                   ADD 1 TO WRK-QT-PROPOSTA
                   MOVE CONTREC-NUM-FATURA
                       TO WRK-PRO-FATURA(WRK-QT-PROPOSTA)
                   MOVE CONTREC-CLIENTE
                       TO WRK-PRO-CLIENTE(WRK-QT-PROPOSTA)
                   MOVE CONTREC-DATA-VENCTO
                       TO WRK-PRO-VENCTO(WRK-QT-PROPOSTA)
                   MOVE WRK-DIAS-ATRASO
                       TO WRK-PRO-DIAS(WRK-QT-PROPOSTA)
                   MOVE CONTREC-SALDO
                       TO WRK-PRO-SALDO(WRK-QT-PROPOSTA)
               ELSE
                   DISPLAY 'PROPOSTA CHEIA - FATURA '
                       CONTREC-NUM-FATURA ' FICA PARA A PROXIMA'
               END-IF
           END-IF.

      *****************************************************
      * RECUPERACAO RECEBIDA PELO PROGCOB44: SOMA NO ESTORNO DA
      * PERDA E ZERA O VALOR RECUPERADO DO TITULO
      *****************************************************
       0250-LANCAR-RECUPERACAO.
           MOVE WRK-REC-FATURA(WRK-I) TO CONTREC-NUM-FATURA
           READ CONTAS-RECEBER
               KEY IS CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRE = '00'
               AND CONTREC-VALOR-RECUPERADO > ZEROS
               MOVE CONTREC-NUM-FATURA TO PERRPT-FATURA
               MOVE CONTREC-CLIENTE TO PERRPT-CLIENTE
               PERFORM 0270-NOME-DO-CLIENTE
               MOVE CONTREC-DATA-VENCTO TO PERRPT-VENCTO
               MOVE ZEROS TO PERRPT-DIAS
               MOVE CONTREC-VALOR-RECUPERADO TO PERRPT-SALDO
               MOVE 'RECUPERADA' TO PERRPT-DECISAO
               MOVE CONTREC-MOTIVO-PERDA TO PERRPT-MOTIVO
               WRITE PERRPT-DETALHE
               ADD CONTREC-VALOR-RECUPERADO TO WRK-TOT-RECUPERADO
               ADD 1 TO WRK-QT-RECUPERADAS
               MOVE ZEROS TO CONTREC-VALOR-RECUPERADO
               REWRITE CONTREC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *****************************************************
      * APRESENTA O ITEM DA PROPOSTA E PEDE A DECISAO: 'S' BAIXA
      * (COM O MOTIVO), 'N' REJEITA, 'F' ENCERRA AS DECISOES E O
      * RESTO DA PROPOSTA FICA PENDENTE PARA A PROXIMA RODADA
      *****************************************************
       0260-DECIDIR-ITEM.
           MOVE WRK-PRO-FATURA(WRK-I) TO PERRPT-FATURA
           MOVE WRK-PRO-CLIENTE(WRK-I) TO PERRPT-CLIENTE
           MOVE WRK-PRO-CLIENTE(WRK-I) TO CONTREC-CLIENTE
           PERFORM 0270-NOME-DO-CLIENTE
           MOVE WRK-PRO-VENCTO(WRK-I) TO PERRPT-VENCTO
           MOVE WRK-PRO-DIAS(WRK-I) TO PERRPT-DIAS
           MOVE WRK-PRO-SALDO(WRK-I) TO PERRPT-SALDO
           MOVE SPACES TO PERRPT-MOTIVO
           IF DECISOES-ENCERRADAS
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'PENDENTE' TO PERRPT-DECISAO
           ELSE
               MOVE WRK-PRO-SALDO(WRK-I) TO WRK-SALDO-EDITADO
               DISPLAY '--------------'
               DISPLAY 'FATURA.......' WRK-PRO-FATURA(WRK-I)
               DISPLAY 'CLIENTE......' WRK-PRO-CLIENTE(WRK-I)
                   ' ' PERRPT-NOME
               DISPLAY 'VENCIMENTO...' WRK-PRO-VENCTO(WRK-I)
               DISPLAY 'DIAS ATRASO..' WRK-PRO-DIAS(WRK-I)
               DISPLAY 'SALDO........' WRK-SALDO-EDITADO
               DISPLAY 'BAIXAR COMO PERDA (S/N, F=ENCERRAR)..'
               ACCEPT WRK-DECISAO
               EVALUATE WRK-DECISAO
                   WHEN 'S'
                       PERFORM 0265-PEDIR-MOTIVO
                       IF MOTIVO-VALIDO
                           PERFORM 0280-BAIXAR-TITULO
                       ELSE
                           ADD 1 TO WRK-QT-PENDENTES
                           MOVE 'MOTIVO INV' TO PERRPT-DECISAO
                       END-IF
                   WHEN 'F'
                       SET DECISOES-ENCERRADAS TO TRUE
                       ADD 1 TO WRK-QT-PENDENTES
                       MOVE 'PENDENTE' TO PERRPT-DECISAO
                   WHEN OTHER
                       ADD 1 TO WRK-QT-REJEITADAS
                       MOVE 'REJEITADA' TO PERRPT-DECISAO
               END-EVALUATE
           END-IF
           WRITE PERRPT-DETALHE.

       0265-PEDIR-MOTIVO.
           PERFORM 0266-MOSTRAR-MOTIVO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 5
           DISPLAY 'MOTIVO DA BAIXA..'
           ACCEPT WRK-MOTIVO
           SET MOTIVO-VALIDO TO FALSE
           PERFORM 0267-COMPARAR-MOTIVO
               VARYING WRK-M FROM 1 BY 1
               UNTIL WRK-M > 5 OR MOTIVO-VALIDO
           IF NOT MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO - FATURA FICA PENDENTE'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'BAIXA COMO PERDA COM MOTIVO INVALIDO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0266-MOSTRAR-MOTIVO.
           DISPLAY WRK-MOT-CODIGO(WRK-M) ' - ' WRK-MOT-DESC(WRK-M).

       0267-COMPARAR-MOTIVO.
           IF WRK-MOT-CODIGO(WRK-M) = WRK-MOTIVO
               SET MOTIVO-VALIDO TO TRUE
           END-IF.

       0270-NOME-DO-CLIENTE.
           MOVE CONTREC-CLIENTE TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               KEY IS CUSTMAS-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI = '00'
               MOVE CUSTMAS-NOME TO PERRPT-NOME
           ELSE
               MOVE 'NAO CADASTRADO' TO PERRPT-NOME
           END-IF.

      *****************************************************
      * FECHA O TITULO APROVADO NA SITUACAO 'B' - O SALDO VIRA
      * VALOR BAIXADO, COM MOTIVO E DATA - CONFERINDO ANTES QUE
      * NINGUEM O PAGOU DESDE A MONTAGEM DA PROPOSTA
      *****************************************************
       0280-BAIXAR-TITULO.
           SET TITULO-AINDA-ABERTO TO FALSE
           MOVE WRK-PRO-FATURA(WRK-I) TO CONTREC-NUM-FATURA
           READ CONTAS-RECEBER
               KEY IS CONTREC-NUM-FATURA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRE = '00'
               AND NOT CONTREC-QUITADA
               AND NOT CONTREC-BAIXADA-PERDA
               AND CONTREC-SALDO = WRK-PRO-SALDO(WRK-I)
               SET TITULO-AINDA-ABERTO TO TRUE
           END-IF
           IF NOT TITULO-AINDA-ABERTO
               DISPLAY 'FATURA MUDOU DESDE A PROPOSTA - NAO BAIXADA'
               MOVE 'E003' TO EXCLOG-CODIGO
               MOVE 'FATURA ALTERADA ANTES DA BAIXA COMO PERDA'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'ALTERADA' TO PERRPT-DECISAO
           ELSE
               MOVE SPACES TO AUDTRL-VALOR-ANTES
               MOVE CONTREC-SALDO TO WRK-SALDO-EDITADO
               STRING CONTREC-SITUACAO DELIMITED BY SIZE
                   ' SALDO ' DELIMITED BY SIZE
                   WRK-SALDO-EDITADO DELIMITED BY SIZE
                   INTO AUDTRL-VALOR-ANTES
               MOVE CONTREC-SALDO TO CONTREC-VALOR-PERDA
               MOVE ZEROS TO CONTREC-SALDO CONTREC-VALOR-RECUPERADO
               MOVE WRK-MOTIVO TO CONTREC-MOTIVO-PERDA
               MOVE WRK-DATA-HOJE TO CONTREC-DATA-PERDA
               MOVE 'B' TO CONTREC-SITUACAO
               REWRITE CONTREC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD CONTREC-VALOR-PERDA TO WRK-TOT-PERDA
               ADD 1 TO WRK-QT-BAIXADAS
               MOVE 'BAIXADA' TO PERRPT-DECISAO
               MOVE WRK-MOTIVO TO PERRPT-MOTIVO
               MOVE 'BAIXA PERDA' TO AUDTRL-CAMPO
               MOVE SPACES TO AUDTRL-VALOR-DEPOIS
               STRING 'B MOTIVO ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO AUDTRL-VALOR-DEPOIS
               MOVE CONTREC-NUM-FATURA TO AUDTRL-CHAVE
               PERFORM 0285-GRAVAR-AUDITORIA
               PERFORM 0282-BLOQUEAR-CLIENTE
           END-IF.

      *****************************************************
      * CLIENTE COM FATURA BAIXADA COMO PERDA FICA COM O
      * CREDITO BLOQUEADO - SO O PROGCOB20 LIBERA
      *****************************************************
       0282-BLOQUEAR-CLIENTE.
           MOVE CONTREC-CLIENTE TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               KEY IS CUSTMAS-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI = '00'
               AND NOT CLIENTE-CREDITO-BLOQUEADO
               MOVE CUSTMAS-BLOQUEIO-CREDITO TO AUDTRL-VALOR-ANTES
               MOVE 'S' TO CUSTMAS-BLOQUEIO-CREDITO
               REWRITE CUSTMAS-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-BLOQUEADOS
                       MOVE 'BLOQUEIO CRED' TO AUDTRL-CAMPO
                       MOVE 'S' TO AUDTRL-VALOR-DEPOIS
                       MOVE CUSTMAS-ID TO AUDTRL-CHAVE
                       PERFORM 0285-GRAVAR-AUDITORIA
               END-REWRITE
           END-IF.

       0285-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE 'PROGCB112' TO AUDTRL-PROGRAMA
           MOVE WRK-DATA-HOJE TO AUDTRL-DATA
           MOVE WRK-HORA-AGORA TO AUDTRL-HORA
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           WRITE AUDTRL-REC.

       0290-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO PERRPT-SEPARADOR
           WRITE PERRPT-SEPARADOR
           MOVE 'FATURAS BAIXADAS COMO PERDA' TO PERRPT-TOT-ROTULO
           MOVE WRK-QT-BAIXADAS TO PERRPT-TOT-QT
           MOVE WRK-TOT-PERDA TO PERRPT-TOT-VALOR
           WRITE PERRPT-TOTAL
           MOVE 'PERDAS RECUPERADAS' TO PERRPT-TOT-ROTULO
           MOVE WRK-QT-RECUPERADAS TO PERRPT-TOT-QT
           MOVE WRK-TOT-RECUPERADO TO PERRPT-TOT-VALOR
           WRITE PERRPT-TOTAL
           MOVE 'PROPOSTAS REJEITADAS' TO PERRPT-TOT-ROTULO
           MOVE WRK-QT-REJEITADAS TO PERRPT-TOT-QT
           MOVE ZEROS TO PERRPT-TOT-VALOR
           WRITE PERRPT-TOTAL
           MOVE 'PROPOSTAS PENDENTES' TO PERRPT-TOT-ROTULO
           MOVE WRK-QT-PENDENTES TO PERRPT-TOT-QT
           WRITE PERRPT-TOTAL.

      *****************************************************
      * PERDA DO DIA: DEBITO PCL, CREDITO CLI; RECUPERACAO:
      * ESTORNO AO CONTRARIO - SEM VALOR NADA E LANCADO
      *****************************************************
       0400-MONTAR-LANCAMENTOS.
           IF WRK-TOT-PERDA > ZEROS
               MOVE WRK-TOT-PERDA TO WRK-VALOR-LANCTO
               MOVE 'PCL' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'CLI' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
           END-IF
           IF WRK-TOT-RECUPERADO > ZEROS
               MOVE WRK-TOT-RECUPERADO TO WRK-VALOR-LANCTO
               MOVE 'CLI' TO WRK-ORIGEM-BUSCA
               MOVE 'D' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE 'PCL' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
           END-IF
           IF WRK-QT-LANCAMENTOS > ZEROS
               MOVE ALL '-' TO PERRPT-SEPARADOR
               WRITE PERRPT-SEPARADOR
               WRITE PERRPT-TIT-LANCAMENTO
               PERFORM 0440-IMPRIMIR-LANCAMENTO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-LANCAMENTOS
           END-IF.

      *****************************************************
      * INCLUI UM LANCAMENTO NA TABELA COM A CONTA DA ORIGEM NO
      * CONTMAP; ORIGEM AINDA NAO MAPEADA E SEMEADA COM A CONTA
      * PADRAO DA TABELA ACIMA
      *****************************************************
       0430-INCLUIR-LANCAMENTO.
           MOVE WRK-ORIGEM-BUSCA TO CONTMAP-ORIGEM
           READ CONTA-MAPA
               KEY IS CONTMAP-ORIGEM
               INVALID KEY
                   PERFORM 0435-SEMEAR-ORIGEM
           END-READ
           ADD 1 TO WRK-QT-LANCAMENTOS
           MOVE WRK-DATA-HOJE TO WRK-LAN-DATA(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-CONTA TO WRK-LAN-CONTA(WRK-QT-LANCAMENTOS)
           MOVE WRK-DC-LANCTO TO WRK-LAN-DC(WRK-QT-LANCAMENTOS)
           MOVE WRK-VALOR-LANCTO
               TO WRK-LAN-VALOR(WRK-QT-LANCAMENTOS)
           MOVE WRK-ORIGEM-BUSCA TO WRK-LAN-ORIGEM(WRK-QT-LANCAMENTOS)
           MOVE CONTMAP-DESCRICAO
               TO WRK-LAN-DESC(WRK-QT-LANCAMENTOS).

       0435-SEMEAR-ORIGEM.
           PERFORM 0436-COPIAR-ORIGEM-PADRAO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 2
           WRITE CONTMAP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           DISPLAY 'ORIGEM ' CONTMAP-ORIGEM ' INCLUIDA NO CONTMAP'
               ' COM A CONTA ' CONTMAP-CONTA.

       0436-COPIAR-ORIGEM-PADRAO.
           IF WRK-MAP-ORIGEM(WRK-M) = WRK-ORIGEM-BUSCA
               MOVE WRK-MAP-ORIGEM(WRK-M) TO CONTMAP-ORIGEM
               MOVE WRK-MAP-CONTA(WRK-M) TO CONTMAP-CONTA
               MOVE WRK-MAP-DESC(WRK-M) TO CONTMAP-DESCRICAO
           END-IF.

       0440-IMPRIMIR-LANCAMENTO.
           MOVE WRK-LAN-DATA(WRK-I) TO PERRPT-LAN-DATA
           MOVE WRK-LAN-CONTA(WRK-I) TO PERRPT-LAN-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO PERRPT-LAN-DC
           MOVE WRK-LAN-ORIGEM(WRK-I) TO PERRPT-LAN-ORIGEM
           MOVE WRK-LAN-DESC(WRK-I) TO PERRPT-LAN-DESCRICAO
           MOVE WRK-LAN-VALOR(WRK-I) TO PERRPT-LAN-VALOR
           WRITE PERRPT-LANCAMENTO.

      *****************************************************
      * GRAVA O ARQUIVO DE INTERFACE NO LAYOUT GLEXT: CABECALHO
      * DO LOTE, OS LANCAMENTOS E O TRAILER COM CONTAGEM E HASH,
      * E REGRAVA O CONTROLE GLXCTL COM O NUMERO DO LOTE - O
      * MESMO CONTROLE DO PROGCOB51 E DO PROGCOB13
      *****************************************************
       0500-GRAVAR-EXTRATO.
           IF WRK-QT-LANCAMENTOS = ZEROS
               DISPLAY 'SEM BAIXA NEM RECUPERACAO - EXTRATO NAO '
                   'GRAVADO'
           ELSE
               PERFORM 0505-GRAVAR-LOTE
           END-IF.

       0505-GRAVAR-LOTE.
           OPEN INPUT CONTROLE-LOTE-GL
           IF WRK-FS-CTL = '00'
               READ CONTROLE-LOTE-GL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GLXCTL-ULT-LOTE TO WRK-LOTE-ATUAL
               END-READ
               CLOSE CONTROLE-LOTE-GL
           END-IF
           ADD 1 TO WRK-LOTE-ATUAL
           OPEN OUTPUT EXTRATO-CONTABIL
           MOVE 'H' TO GLEXT-CTL-TIPO
           MOVE WRK-LOTE-ATUAL TO GLEXT-CTL-LOTE
           MOVE ZEROS TO GLEXT-CTL-QT GLEXT-CTL-HASH
           WRITE GLEXT-CONTROLE
           MOVE ZEROS TO WRK-HASH
           PERFORM 0510-GRAVAR-LANCAMENTO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-LANCAMENTOS
           MOVE 'T' TO GLEXT-CTL-TIPO
           MOVE WRK-LOTE-ATUAL TO GLEXT-CTL-LOTE
           MOVE WRK-QT-LANCAMENTOS TO GLEXT-CTL-QT
           MOVE WRK-HASH TO GLEXT-CTL-HASH
           WRITE GLEXT-CONTROLE
           CLOSE EXTRATO-CONTABIL
           OPEN OUTPUT CONTROLE-LOTE-GL
           MOVE WRK-LOTE-ATUAL TO GLXCTL-ULT-LOTE
           WRITE GLXCTL-REC
           CLOSE CONTROLE-LOTE-GL
           DISPLAY 'LOTE CONTABIL ' WRK-LOTE-ATUAL ' GRAVADO COM '
               WRK-QT-LANCAMENTOS ' LANCAMENTOS'.

       0510-GRAVAR-LANCAMENTO.
           MOVE SPACES TO GLEXT-REC
           MOVE 'D' TO GLEXT-TIPO-REC
           MOVE WRK-LAN-CONTA(WRK-I) TO GLEXT-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO GLEXT-DC
           COMPUTE GLEXT-VALOR = WRK-LAN-VALOR(WRK-I) * 100
           MOVE WRK-LAN-ORIGEM(WRK-I) TO GLEXT-ORIGEM
           MOVE WRK-LAN-DATA(WRK-I) TO GLEXT-DATA
           WRITE GLEXT-REC
           COMPUTE WRK-HASH = WRK-HASH
               + (WRK-LAN-VALOR(WRK-I) * 100).

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB112' TO EXCLOG-PROGRAMA
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
           IF SUPERVISOR-AUTORIZADO
               DISPLAY 'ITENS NA PROPOSTA............' WRK-QT-PROPOSTA
               DISPLAY 'FATURAS BAIXADAS COMO PERDA..' WRK-QT-BAIXADAS
               DISPLAY 'PROPOSTAS REJEITADAS.........'
                   WRK-QT-REJEITADAS
               DISPLAY 'PROPOSTAS PENDENTES..........'
                   WRK-QT-PENDENTES
               DISPLAY 'CLIENTES BLOQUEADOS..........'
                   WRK-QT-BLOQUEADOS
               DISPLAY 'PERDAS RECUPERADAS...........'
                   WRK-QT-RECUPERADAS
               DISPLAY 'VALOR BAIXADO................' WRK-TOT-PERDA
               DISPLAY 'VALOR RECUPERADO.............'
                   WRK-TOT-RECUPERADO
               CLOSE CONTAS-RECEBER CUSTOMER-MASTER CONTA-MAPA
                   AUDIT-LOG PERDA-RELATORIO
           END-IF
           CLOSE EXCEPTION-LOG.

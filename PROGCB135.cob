       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB135.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : PREVISAO DE FLUXO DE CAIXA DAS PROXIMAS 13
      * SEMANAS - A TESOURARIA MONTAVA A PREVISAO COPIANDO O
      * AGING DO PROGCOB45 E A LISTA DE INADIMPLENCIA DAS
      * MENSALIDADES. A PARTIR DO SALDO DE CAIXA DE ABERTURA
      * INFORMADO, O PROGRAMA PROJETA POR SEMANA (A SEMANA 1
      * COMECA NA DATA DA EMISSAO):
      * - ENTRADAS: SALDO DAS FATURAS EM ABERTO DO CONTREC E DAS
      *   MENSALIDADES EM ABERTO (MENSAL) E PARCELAS DE ACORDO
      *   (ACORDO), NO VENCIMENTO DESLOCADO PELO ATRASO MEDIO
      *   QUE O CLIENTE (OU O ALUNO) TEVE NOS TITULOS JA
      *   QUITADOS; E AS GUIAS DE DEPOSITO PREPARADAS E AINDA
      *   NAO CREDITADAS (DEPOSIT), NO DIA SEGUINTE AO MOVIMENTO
      * - SAIDAS: SALDO DOS TITULOS DAS TRANSPORTADORAS EM ABERTO
      *   (CPAGAR) NO VENCIMENTO E AS COMISSOES A PAGAR DA MESA
      *   DE FRETE (COMPAG) NA DATA PREVISTA DA FOLHA
      * O QUE JA VENCEU E NAO ENTROU CAI NA SEMANA 1, SALVO O
      * RECEBIVEL VENCIDO HA MAIS DE 90 DIAS, QUE SAI A PARTE
      * COMO SEM PREVISAO. CADA SEMANA SAI COM O SALDO DE
      * ABERTURA, AS ENTRADAS, AS SAIDAS E O SALDO DE FECHAMENTO
      * (QUE ABRE A SEMANA SEGUINTE). A PREVISAO FICA GRAVADA NO
      * HISTORICO FLUXHIS, E A SEMANA 1 DA PREVISAO DE UMA
      * SEMANA ATRAS (A MAIS RECENTE COM DATA-BASE ATE 7 DIAS
      * ANTES DE HOJE) SAI CONFRONTADA COM O QUE REALMENTE ENTROU
      * NAQUELES 7 DIAS
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
           SELECT OPTIONAL CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL MENSALIDADES ASSIGN TO 'MENSAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENSAL-CHAVE
               FILE STATUS IS WRK-FS-MEN.
           SELECT OPTIONAL ACORDOS ASSIGN TO 'ACORDO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACORDO-CHAVE
               FILE STATUS IS WRK-FS-ACD.
           SELECT OPTIONAL GUIAS-DEPOSITO ASSIGN TO 'DEPOSIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPOSIT-NUMERO
               FILE STATUS IS WRK-FS-DEP.
           SELECT OPTIONAL CONTAS-PAGAR ASSIGN TO 'CPAGAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAGAR-CHAVE
               FILE STATUS IS WRK-FS-CPG.
           SELECT OPTIONAL COMISSAO-PAGAR ASSIGN TO 'COMPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPAG-CHAVE
               FILE STATUS IS WRK-FS-CPA.
           SELECT FLUXO-HISTORICO ASSIGN TO 'FLUXHIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLUXHIS-DATA-BASE
               FILE STATUS IS WRK-FS-FLH.
           SELECT FLUXO-RPT ASSIGN TO 'FLXRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  ACORDOS.
           COPY 'ACORDO.CPY'.

       FD  GUIAS-DEPOSITO.
           COPY 'DEPOSIT.CPY'.

       FD  CONTAS-PAGAR.
           COPY 'CPAGAR.CPY'.

       FD  COMISSAO-PAGAR.
           COPY 'COMPAG.CPY'.

       FD  FLUXO-HISTORICO.
           COPY 'FLUXHIS.CPY'.

       FD  FLUXO-RPT.
       01  FLXRPT-LINHA            PIC X(80).
       01  FLXRPT-POSICAO.
           05  FILLER              PIC X(04) VALUE 'SEM '.
           05  FLXRPT-POS-SEMANA   PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-POS-INICIO   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-POS-ABERTURA PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-POS-ENTRADAS PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-POS-SAIDAS   PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-POS-FECHAMENTO PIC -(09)9,99.
           05  FILLER              PIC X(04) VALUE SPACES.
       01  FLXRPT-COMPOSICAO.
           05  FILLER              PIC X(04) VALUE 'SEM '.
           05  FLXRPT-CMP-SEMANA   PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FLXRPT-CMP-RECEBER  PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FLXRPT-CMP-MENSAL   PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FLXRPT-CMP-DEPOSITO PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FLXRPT-CMP-REPASSE  PIC -(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FLXRPT-CMP-COMISSAO PIC -(08)9,99.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  FLXRPT-CONFRONTO.
           05  FLXRPT-CNF-DESCRICAO PIC X(26).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-CNF-PREVISTO PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-CNF-REALIZADO PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-CNF-DIFERENCA PIC -(09)9,99.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  FLXRPT-TOTAL.
           05  FLXRPT-TOT-DESCRICAO PIC X(41).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-TOT-VALOR    PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FLXRPT-TOT-QT       PIC Z(06)9.
           05  FILLER              PIC X(15) VALUE SPACES.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * ATRASO HISTORICO DE PAGAMENTO - SOMA DOS DIAS ENTRE O
      * VENCIMENTO E O PAGAMENTO DOS TITULOS JA QUITADOS (NEGATIVO
      * QUANDO PAGOU ADIANTADO) E QUANTIDADE DE TITULOS, POR
      * CLIENTE DO CONTREC E POR MATRICULA DO MENSAL
      *****************************************************
       01  WRK-TABELA-CLIENTES.
           02  WRK-CLI-ENTRADA OCCURS 2000 TIMES.
               03  WRK-CLI-CODIGO    PIC 9(06).
               03  WRK-CLI-DIAS      PIC S9(09).
               03  WRK-CLI-QT        PIC 9(05).
       77 WRK-QT-CLIENTES   PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ALUNOS.
           02  WRK-ALU-ENTRADA OCCURS 2000 TIMES.
               03  WRK-ALU-MATRICULA PIC 9(06).
               03  WRK-ALU-DIAS      PIC S9(09).
               03  WRK-ALU-QT        PIC 9(05).
       77 WRK-QT-ALUNOS     PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-CODIGO-BUSCA  PIC 9(06) VALUE ZEROS.
       77 WRK-INCLUIR       PIC X(01) VALUE 'N'.
           88 INCLUIR-NA-TABELA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-AVISO-CLI     PIC X(01) VALUE 'N'.
           88 AVISO-CLIENTES-DADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-AVISO-ALU     PIC X(01) VALUE 'N'.
           88 AVISO-ALUNOS-DADO VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * AS 13 SEMANAS DA PREVISAO
      *****************************************************
       01  WRK-TABELA-SEMANAS.
           02  WRK-SEM-ENTRADA OCCURS 13 TIMES.
               03  WRK-SEM-INICIO    PIC 9(08).
               03  WRK-SEM-RECEBER   PIC 9(11)V99.
               03  WRK-SEM-MENSAL    PIC 9(11)V99.
               03  WRK-SEM-DEPOSITO  PIC 9(11)V99.
               03  WRK-SEM-REPASSE   PIC 9(11)V99.
               03  WRK-SEM-COMISSAO  PIC 9(11)V99.
               03  WRK-SEM-ABERTURA  PIC S9(11)V99.
               03  WRK-SEM-ENTRADAS  PIC S9(11)V99.
               03  WRK-SEM-SAIDAS    PIC S9(11)V99.
               03  WRK-SEM-FECHAMENTO PIC S9(11)V99.
       77 WRK-S             PIC 9(02) VALUE ZEROS.
       77 WRK-SEMANA        PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.

      *****************************************************
      * FORA DAS 13 SEMANAS: RECEBIVEL VENCIDO HA MAIS DE 90
      * DIAS (SEM PREVISAO) E O QUE SO VENCE DEPOIS DA SEMANA 13
      *****************************************************
       77 WRK-SP-RECEBER    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-SP-RECEBER PIC 9(07) VALUE ZEROS.
       77 WRK-SP-MENSAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-SP-MENSAL  PIC 9(07) VALUE ZEROS.
       77 WRK-APOS-ENTRADAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-APOS-SAIDAS   PIC 9(11)V99 VALUE ZEROS.

      *****************************************************
      * CONFRONTO DA SEMANA 1 DA PREVISAO ANTERIOR COM O
      * REALIZADO NA MESMA JANELA DE 7 DIAS
      *****************************************************
       77 WRK-ANT-ACHADA    PIC X(01) VALUE 'N'.
           88 PREVISAO-ANTERIOR-ACHADA VALUE 'S'
               WHEN SET TO FALSE IS 'N'.
       77 WRK-ANT-BASE      PIC 9(08) VALUE ZEROS.
       77 WRK-ANT-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77 WRK-PREV-RECEBER  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PREV-MENSAL   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PREV-DEPOSITO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-RECEBER  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-MENSAL   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-DEPOSITO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PREV-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-TOTAL    PIC 9(11)V99 VALUE ZEROS.

       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-MEN        PIC X(02) VALUE '00'.
       77 WRK-FS-ACD        PIC X(02) VALUE '00'.
       77 WRK-FS-DEP        PIC X(02) VALUE '00'.
       77 WRK-FS-CPG        PIC X(02) VALUE '00'.
       77 WRK-FS-CPA        PIC X(02) VALUE '00'.
       77 WRK-FS-FLH        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-HIST-ABERTO   PIC X(01) VALUE 'N'.
           88 HISTORICO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.

       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(04).
           05  WRK-HOJE-MES     PIC 9(02).
           05  WRK-HOJE-DIA     PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VENCTO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PAGTO    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS          PIC S9(05) VALUE ZEROS.
       77 WRK-ATRASO        PIC S9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CATEGORIA     PIC X(01) VALUE SPACES.
           88 CAT-RECEBER  VALUE 'R'.
           88 CAT-MENSAL   VALUE 'M'.
           88 CAT-DEPOSITO VALUE 'D'.
           88 CAT-REPASSE  VALUE 'T'.
           88 CAT-COMISSAO VALUE 'C'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0150-BUSCAR-PREVISAO-ANTERIOR
           PERFORM 0200-HISTORICO-RECEBER
           PERFORM 0210-HISTORICO-MENSAL
           PERFORM 0300-PROJETAR-RECEBER
           PERFORM 0310-PROJETAR-MENSAL
           PERFORM 0320-PROJETAR-ACORDOS
           PERFORM 0330-PROJETAR-DEPOSITOS
           PERFORM 0340-PROJETAR-REPASSE
           PERFORM 0350-PROJETAR-COMISSOES
           PERFORM 0400-FECHAR-SEMANA
               VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 13
           PERFORM 0450-GRAVAR-HISTORICO
           PERFORM 0500-IMPRIMIR-PREVISAO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * A DATA-BASE DA PREVISAO E A DATA DA EMISSAO; O SALDO DE
      * CAIXA DE ABERTURA VEM DA TESOURARIA (CONCILIACAO DO DIA)
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-AGORA FROM TIME
           DISPLAY 'SALDO DE CAIXA DE ABERTURA (CONCILIADO)..'
           ACCEPT WRK-SALDO-INICIAL
           IF WRK-SALDO-INICIAL NOT NUMERIC
               MOVE ZEROS TO WRK-SALDO-INICIAL
           END-IF
           INITIALIZE WRK-TABELA-CLIENTES WRK-TABELA-ALUNOS
               WRK-TABELA-SEMANAS
           PERFORM 0110-DATA-DA-SEMANA
               VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 13
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN OUTPUT FLUXO-RPT
           OPEN I-O FLUXO-HISTORICO
           IF WRK-FS-FLH = '35'
               OPEN OUTPUT FLUXO-HISTORICO
               CLOSE FLUXO-HISTORICO
               OPEN I-O FLUXO-HISTORICO
           END-IF
           IF WRK-FS-FLH = '00'
               SET HISTORICO-ABERTO TO TRUE
           ELSE
               DISPLAY 'HISTORICO FLUXHIS INDISPONIVEL - PREVISAO '
                   'SEM GRAVACAO E SEM CONFRONTO'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'FLUXO DE CAIXA SEM HISTORICO FLUXHIS'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0110-DATA-DA-SEMANA.
           COMPUTE WRK-DIAS = (WRK-S - 1) * 7
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE-N WRK-DIAS
               WRK-SEM-INICIO(WRK-S).

      *****************************************************
      * PREVISAO ANTERIOR PARA O CONFRONTO: A MAIS RECENTE DO
      * HISTORICO COM DATA-BASE ATE 7 DIAS ANTES DE HOJE - A
      * JANELA DO REALIZADO SAO OS 7 DIAS DA SUA SEMANA 1
      *****************************************************
       0150-BUSCAR-PREVISAO-ANTERIOR.
           SET PREVISAO-ANTERIOR-ACHADA TO FALSE
           SET FIM-ARQUIVO TO FALSE
           MOVE -7 TO WRK-DIAS
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE-N WRK-DIAS
               WRK-DATA-LIMITE
           IF NOT HISTORICO-ABERTO
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE ZEROS TO FLUXHIS-DATA-BASE
               START FLUXO-HISTORICO KEY >= FLUXHIS-DATA-BASE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF
           PERFORM 0155-LER-UMA-PREVISAO UNTIL FIM-ARQUIVO
           IF PREVISAO-ANTERIOR-ACHADA
               MOVE 6 TO WRK-DIAS
               CALL 'PROGCOB17-SOMADIAS' USING WRK-ANT-BASE WRK-DIAS
                   WRK-ANT-FIM
           END-IF.

       0155-LER-UMA-PREVISAO.
           READ FLUXO-HISTORICO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF FLUXHIS-DATA-BASE > WRK-DATA-LIMITE
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   SET PREVISAO-ANTERIOR-ACHADA TO TRUE
                   MOVE FLUXHIS-DATA-BASE TO WRK-ANT-BASE
                   MOVE FLUXHIS-ENT-RECEBER(1) TO WRK-PREV-RECEBER
                   MOVE FLUXHIS-ENT-MENSAL(1) TO WRK-PREV-MENSAL
                   MOVE FLUXHIS-ENT-DEPOSITO(1) TO WRK-PREV-DEPOSITO
               END-IF
           END-IF.

      *****************************************************
      * LOCALIZA WRK-CODIGO-BUSCA NA TABELA DE CLIENTES (OU DE
      * ALUNOS); COM INCLUIR-NA-TABELA LIGADO, O CODIGO NOVO
      * GANHA UMA POSICAO ZERADA. TABELA CHEIA: O CODIGO FICA
      * SEM HISTORICO (ATRASO ZERO) E O AVISO SAI UMA VEZ SO
      *****************************************************
       0160-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-IDX
           PERFORM 0165-COMPARAR-CLIENTE
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-CLIENTES
               OR WRK-IDX > ZEROS
           IF WRK-IDX = ZEROS AND INCLUIR-NA-TABELA
               IF WRK-QT-CLIENTES < 2000
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-IDX
                   MOVE WRK-CODIGO-BUSCA TO WRK-CLI-CODIGO(WRK-IDX)
               ELSE
                   IF NOT AVISO-CLIENTES-DADO
                       SET AVISO-CLIENTES-DADO TO TRUE
                       DISPLAY 'TABELA DE CLIENTES CHEIA - ATRASO '
                           'HISTORICO PARCIAL'
                       MOVE 'W001' TO EXCLOG-CODIGO
                       MOVE 'FLUXO: TABELA DE CLIENTES CHEIA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

       0165-COMPARAR-CLIENTE.
           IF WRK-CLI-CODIGO(WRK-I) = WRK-CODIGO-BUSCA
               MOVE WRK-I TO WRK-IDX
           END-IF.

       0170-LOCALIZAR-ALUNO.
           MOVE ZEROS TO WRK-IDX
           PERFORM 0175-COMPARAR-ALUNO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-ALUNOS
               OR WRK-IDX > ZEROS
           IF WRK-IDX = ZEROS AND INCLUIR-NA-TABELA
               IF WRK-QT-ALUNOS < 2000
                   ADD 1 TO WRK-QT-ALUNOS
                   MOVE WRK-QT-ALUNOS TO WRK-IDX
                   MOVE WRK-CODIGO-BUSCA TO WRK-ALU-MATRICULA(WRK-IDX)
               ELSE
                   IF NOT AVISO-ALUNOS-DADO
                       SET AVISO-ALUNOS-DADO TO TRUE
                       DISPLAY 'TABELA DE ALUNOS CHEIA - ATRASO '
                           'HISTORICO PARCIAL'
                       MOVE 'W002' TO EXCLOG-CODIGO
                       MOVE 'FLUXO: TABELA DE ALUNOS CHEIA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   END-IF
               END-IF
           END-IF.

       0175-COMPARAR-ALUNO.
           IF WRK-ALU-MATRICULA(WRK-I) = WRK-CODIGO-BUSCA
               MOVE WRK-I TO WRK-IDX
           END-IF.

      *****************************************************
      * DIAS ENTRE WRK-DATA-VENCTO E WRK-DATA-PAGTO EM
      * WRK-ATRASO - NEGATIVO QUANDO O PAGAMENTO FOI ANTES DO
      * VENCIMENTO (O DIFDIAS SO CONTA PARA A FRENTE)
      *****************************************************
       0180-CALCULAR-ATRASO.
           MOVE ZEROS TO WRK-ATRASO
           IF WRK-DATA-PAGTO >= WRK-DATA-VENCTO
               CALL 'PROGCOB17-DIFDIAS' USING WRK-DATA-VENCTO
                   WRK-DATA-PAGTO WRK-ATRASO
           ELSE
               CALL 'PROGCOB17-DIFDIAS' USING WRK-DATA-PAGTO
                   WRK-DATA-VENCTO WRK-ATRASO
               COMPUTE WRK-ATRASO = ZEROS - WRK-ATRASO
           END-IF.

      *****************************************************
      * ATRASO HISTORICO DOS CLIENTES: FATURAS QUITADAS DO
      * CONTREC, DO VENCIMENTO AO ULTIMO PAGAMENTO
      *****************************************************
       0200-HISTORICO-RECEBER.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               DISPLAY 'CONTAS A RECEBER CONTREC AUSENTE - FATURAS '
                   'FORA DA PREVISAO'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0205-LER-UMA-QUITADA UNTIL FIM-ARQUIVO
           IF WRK-FS-CRE = '00' OR WRK-FS-CRE = '10'
               CLOSE CONTAS-RECEBER
           END-IF.

       0205-LER-UMA-QUITADA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF CONTREC-QUITADA
                   AND CONTREC-DATA-ULT-PAGTO > ZEROS
                   AND CONTREC-DATA-VENCTO > ZEROS
                   MOVE CONTREC-CLIENTE TO WRK-CODIGO-BUSCA
                   SET INCLUIR-NA-TABELA TO TRUE
                   PERFORM 0160-LOCALIZAR-CLIENTE
                   IF WRK-IDX > ZEROS
                       MOVE CONTREC-DATA-VENCTO TO WRK-DATA-VENCTO
                       MOVE CONTREC-DATA-ULT-PAGTO TO WRK-DATA-PAGTO
                       PERFORM 0180-CALCULAR-ATRASO
                       ADD WRK-ATRASO TO WRK-CLI-DIAS(WRK-IDX)
                       ADD 1 TO WRK-CLI-QT(WRK-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * ATRASO HISTORICO DOS ALUNOS: MENSALIDADES PAGAS
      *****************************************************
       0210-HISTORICO-MENSAL.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT MENSALIDADES
           IF WRK-FS-MEN NOT = '00'
               DISPLAY 'MENSALIDADES MENSAL AUSENTE - MENSALIDADES '
                   'FORA DA PREVISAO'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0215-LER-UMA-PAGA UNTIL FIM-ARQUIVO
           IF WRK-FS-MEN = '00' OR WRK-FS-MEN = '10'
               CLOSE MENSALIDADES
           END-IF.

       0215-LER-UMA-PAGA.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF MENSAL-PAGA
                   AND MENSAL-DATA-PAGTO > ZEROS
                   AND MENSAL-DATA-VENCTO > ZEROS
                   MOVE MENSAL-MATRICULA TO WRK-CODIGO-BUSCA
                   SET INCLUIR-NA-TABELA TO TRUE
                   PERFORM 0170-LOCALIZAR-ALUNO
                   IF WRK-IDX > ZEROS
                       MOVE MENSAL-DATA-VENCTO TO WRK-DATA-VENCTO
                       MOVE MENSAL-DATA-PAGTO TO WRK-DATA-PAGTO
                       PERFORM 0180-CALCULAR-ATRASO
                       ADD WRK-ATRASO TO WRK-ALU-DIAS(WRK-IDX)
                       ADD 1 TO WRK-ALU-QT(WRK-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * FATURAS EM ABERTO: O SALDO ENTRA NO VENCIMENTO MAIS O
      * ATRASO MEDIO DO CLIENTE. NA MESMA PASSADA, O QUE O
      * CONTREC RECEBEU NA JANELA DO CONFRONTO (PELA DATA DO
      * ULTIMO PAGAMENTO DA FATURA)
      *****************************************************
       0300-PROJETAR-RECEBER.
           SET FIM-ARQUIVO TO FALSE
           SET CAT-RECEBER TO TRUE
           OPEN INPUT CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0305-LER-UMA-FATURA UNTIL FIM-ARQUIVO
           IF WRK-FS-CRE = '00' OR WRK-FS-CRE = '10'
               CLOSE CONTAS-RECEBER
           END-IF.

       0305-LER-UMA-FATURA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF PREVISAO-ANTERIOR-ACHADA
                   AND CONTREC-VALOR-PAGO > ZEROS
                   AND CONTREC-DATA-ULT-PAGTO >= WRK-ANT-BASE
                   AND CONTREC-DATA-ULT-PAGTO <= WRK-ANT-FIM
                   ADD CONTREC-VALOR-PAGO TO WRK-REAL-RECEBER
               END-IF
               IF NOT CONTREC-QUITADA
                   AND NOT CONTREC-BAIXADA-PERDA
                   AND CONTREC-SALDO > ZEROS
                   MOVE CONTREC-SALDO TO WRK-VALOR
                   MOVE CONTREC-DATA-VENCTO TO WRK-DATA-VENCTO
                   MOVE CONTREC-CLIENTE TO WRK-CODIGO-BUSCA
                   SET INCLUIR-NA-TABELA TO FALSE
                   PERFORM 0160-LOCALIZAR-CLIENTE
                   MOVE ZEROS TO WRK-ATRASO
                   IF WRK-IDX > ZEROS
                       IF WRK-CLI-QT(WRK-IDX) > ZEROS
                           COMPUTE WRK-ATRASO ROUNDED =
                               WRK-CLI-DIAS(WRK-IDX)
                               / WRK-CLI-QT(WRK-IDX)
                       END-IF
                   END-IF
                   PERFORM 0600-PROJETAR-RECEBIVEL
               END-IF
           END-IF.

      *****************************************************
      * MENSALIDADES EM ABERTO (A RENEGOCIADA ENTRA PELAS
      * PARCELAS DO ACORDO), COM O ATRASO MEDIO DO ALUNO, E O
      * QUE O MENSAL RECEBEU NA JANELA DO CONFRONTO
      *****************************************************
       0310-PROJETAR-MENSAL.
           SET FIM-ARQUIVO TO FALSE
           SET CAT-MENSAL TO TRUE
           OPEN INPUT MENSALIDADES
           IF WRK-FS-MEN NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0315-LER-UMA-MENSALIDADE UNTIL FIM-ARQUIVO
           IF WRK-FS-MEN = '00' OR WRK-FS-MEN = '10'
               CLOSE MENSALIDADES
           END-IF.

       0315-LER-UMA-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF PREVISAO-ANTERIOR-ACHADA
                   AND MENSAL-VALOR-PAGO > ZEROS
                   AND MENSAL-DATA-PAGTO >= WRK-ANT-BASE
                   AND MENSAL-DATA-PAGTO <= WRK-ANT-FIM
                   ADD MENSAL-VALOR-PAGO TO WRK-REAL-MENSAL
               END-IF
               IF MENSAL-ABERTA
                   AND MENSAL-VALOR-LIQ > MENSAL-VALOR-PAGO
                   COMPUTE WRK-VALOR = MENSAL-VALOR-LIQ
                       - MENSAL-VALOR-PAGO
                   MOVE MENSAL-DATA-VENCTO TO WRK-DATA-VENCTO
                   MOVE MENSAL-MATRICULA TO WRK-CODIGO-BUSCA
                   PERFORM 0610-ATRASO-DO-ALUNO
                   PERFORM 0600-PROJETAR-RECEBIVEL
               END-IF
           END-IF.

      *****************************************************
      * PARCELAS DE ACORDO EM ABERTO, NA MESMA LINHA DAS
      * MENSALIDADES E COM O ATRASO MEDIO DO ALUNO
      *****************************************************
       0320-PROJETAR-ACORDOS.
           SET FIM-ARQUIVO TO FALSE
           SET CAT-MENSAL TO TRUE
           OPEN INPUT ACORDOS
           IF WRK-FS-ACD NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0325-LER-UMA-PARCELA UNTIL FIM-ARQUIVO
           IF WRK-FS-ACD = '00' OR WRK-FS-ACD = '10'
               CLOSE ACORDOS
           END-IF.

       0325-LER-UMA-PARCELA.
           READ ACORDOS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND ACORDO-E-PARCELA
               IF PREVISAO-ANTERIOR-ACHADA
                   AND ACORDO-PARC-PAGO > ZEROS
                   AND ACORDO-PARC-DATA-PAG >= WRK-ANT-BASE
                   AND ACORDO-PARC-DATA-PAG <= WRK-ANT-FIM
                   ADD ACORDO-PARC-PAGO TO WRK-REAL-MENSAL
               END-IF
               IF ACORDO-PARC-ABERTA
                   AND ACORDO-PARC-VALOR > ACORDO-PARC-PAGO
                   COMPUTE WRK-VALOR = ACORDO-PARC-VALOR
                       - ACORDO-PARC-PAGO
                   MOVE ACORDO-PARC-VENCTO TO WRK-DATA-VENCTO
                   MOVE ACORDO-MATRICULA TO WRK-CODIGO-BUSCA
                   PERFORM 0610-ATRASO-DO-ALUNO
                   PERFORM 0600-PROJETAR-RECEBIVEL
               END-IF
           END-IF.

      *****************************************************
      * GUIAS DE DEPOSITO PREPARADAS E NAO CREDITADAS ENTRAM NO
      * DIA SEGUINTE AO MOVIMENTO; AS CREDITADAS NA JANELA DO
      * CONFRONTO SAO O REALIZADO DA LINHA
      *****************************************************
       0330-PROJETAR-DEPOSITOS.
           SET FIM-ARQUIVO TO FALSE
           SET CAT-DEPOSITO TO TRUE
           OPEN INPUT GUIAS-DEPOSITO
           IF WRK-FS-DEP NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0335-LER-UMA-GUIA UNTIL FIM-ARQUIVO
           IF WRK-FS-DEP = '00' OR WRK-FS-DEP = '10'
               CLOSE GUIAS-DEPOSITO
           END-IF.

       0335-LER-UMA-GUIA.
           READ GUIAS-DEPOSITO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF PREVISAO-ANTERIOR-ACHADA
                   AND DEPOSIT-CREDITADA
                   AND DEPOSIT-DATA-CREDITO >= WRK-ANT-BASE
                   AND DEPOSIT-DATA-CREDITO <= WRK-ANT-FIM
                   ADD DEPOSIT-VALOR TO WRK-REAL-DEPOSITO
               END-IF
               IF DEPOSIT-PREPARADA AND DEPOSIT-VALOR > ZEROS
                   MOVE DEPOSIT-VALOR TO WRK-VALOR
                   MOVE 1 TO WRK-DIAS
                   CALL 'PROGCOB17-SOMADIAS' USING DEPOSIT-DATA-MOVTO
                       WRK-DIAS WRK-DATA-PREVISTA
                   PERFORM 0620-LANCAR-NA-SEMANA
               END-IF
           END-IF.

      *****************************************************
      * SALDO DOS TITULOS DAS TRANSPORTADORAS EM ABERTO, NO
      * VENCIMENTO (O VENCIDO E NAO PAGO CAI NA SEMANA 1)
      *****************************************************
       0340-PROJETAR-REPASSE.
           SET FIM-ARQUIVO TO FALSE
           SET CAT-REPASSE TO TRUE
           OPEN INPUT CONTAS-PAGAR
           IF WRK-FS-CPG NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0345-LER-UM-TITULO UNTIL FIM-ARQUIVO
           IF WRK-FS-CPG = '00' OR WRK-FS-CPG = '10'
               CLOSE CONTAS-PAGAR
           END-IF.

       0345-LER-UM-TITULO.
           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF NOT CPAGAR-QUITADO AND CPAGAR-SALDO > ZEROS
                   MOVE CPAGAR-SALDO TO WRK-VALOR
                   MOVE CPAGAR-DATA-VENCTO TO WRK-DATA-PREVISTA
                   PERFORM 0620-LANCAR-NA-SEMANA
               END-IF
           END-IF.

      *****************************************************
      * COMISSOES APURADAS AINDA NAO PAGAS NA FOLHA (DATA
      * PREVISTA A PARTIR DE HOJE)
      *****************************************************
       0350-PROJETAR-COMISSOES.
           SET FIM-ARQUIVO TO FALSE
           SET CAT-COMISSAO TO TRUE
           OPEN INPUT COMISSAO-PAGAR
           IF WRK-FS-CPA NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0355-LER-UMA-COMISSAO UNTIL FIM-ARQUIVO
           IF WRK-FS-CPA = '00' OR WRK-FS-CPA = '10'
               CLOSE COMISSAO-PAGAR
           END-IF.

       0355-LER-UMA-COMISSAO.
           READ COMISSAO-PAGAR NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF COMPAG-VALOR > ZEROS
                   AND COMPAG-DATA-PREVISTA >= WRK-DATA-HOJE-N
                   MOVE COMPAG-VALOR TO WRK-VALOR
                   MOVE COMPAG-DATA-PREVISTA TO WRK-DATA-PREVISTA
                   PERFORM 0620-LANCAR-NA-SEMANA
               END-IF
           END-IF.

      *****************************************************
      * ABERTURA, ENTRADAS, SAIDAS E FECHAMENTO DA SEMANA - O
      * FECHAMENTO ABRE A SEMANA SEGUINTE
      *****************************************************
       0400-FECHAR-SEMANA.
           IF WRK-S = 1
               MOVE WRK-SALDO-INICIAL TO WRK-SEM-ABERTURA(1)
           ELSE
               MOVE WRK-SEM-FECHAMENTO(WRK-S - 1)
                   TO WRK-SEM-ABERTURA(WRK-S)
           END-IF
           COMPUTE WRK-SEM-ENTRADAS(WRK-S) = WRK-SEM-RECEBER(WRK-S)
               + WRK-SEM-MENSAL(WRK-S) + WRK-SEM-DEPOSITO(WRK-S)
           COMPUTE WRK-SEM-SAIDAS(WRK-S) = WRK-SEM-REPASSE(WRK-S)
               + WRK-SEM-COMISSAO(WRK-S)
           COMPUTE WRK-SEM-FECHAMENTO(WRK-S) = WRK-SEM-ABERTURA(WRK-S)
               + WRK-SEM-ENTRADAS(WRK-S) - WRK-SEM-SAIDAS(WRK-S).

      *****************************************************
      * PREVISAO DO DIA NO HISTORICO - A REEMISSAO NO MESMO DIA
      * REGRAVA O REGISTRO
      *****************************************************
       0450-GRAVAR-HISTORICO.
           IF HISTORICO-ABERTO
               MOVE WRK-DATA-HOJE-N TO FLUXHIS-DATA-BASE
               READ FLUXO-HISTORICO
                   KEY IS FLUXHIS-DATA-BASE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WRK-DATA-HOJE-N TO FLUXHIS-DATA-BASE
               MOVE WRK-SALDO-INICIAL TO FLUXHIS-SALDO-INICIAL
               PERFORM 0455-GRAVAR-SEMANA
                   VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 13
               MOVE WRK-DATA-HOJE-N TO FLUXHIS-DATA-EMISSAO
               MOVE WRK-HORA-AGORA TO FLUXHIS-HORA-EMISSAO
               IF WRK-FS-FLH = '00'
                   REWRITE FLUXHIS-REC
               ELSE
                   WRITE FLUXHIS-REC
               END-IF
           END-IF.

       0455-GRAVAR-SEMANA.
           MOVE WRK-SEM-RECEBER(WRK-S) TO FLUXHIS-ENT-RECEBER(WRK-S)
           MOVE WRK-SEM-MENSAL(WRK-S) TO FLUXHIS-ENT-MENSAL(WRK-S)
           MOVE WRK-SEM-DEPOSITO(WRK-S) TO FLUXHIS-ENT-DEPOSITO(WRK-S)
           MOVE WRK-SEM-REPASSE(WRK-S) TO FLUXHIS-SAI-REPASSE(WRK-S)
           MOVE WRK-SEM-COMISSAO(WRK-S)
               TO FLUXHIS-SAI-COMISSAO(WRK-S).

      *****************************************************
      * POSICAO POR SEMANA, COMPOSICAO DAS ENTRADAS E SAIDAS,
      * O QUE FICOU FORA DAS 13 SEMANAS E O CONFRONTO DA
      * PREVISAO ANTERIOR COM O REALIZADO
      *****************************************************
       0500-IMPRIMIR-PREVISAO.
           MOVE SPACES TO FLXRPT-LINHA
           STRING 'FLUXO DE CAIXA - PREVISAO DE 13 SEMANAS - BASE '
               WRK-DATA-HOJE-N
               DELIMITED BY SIZE INTO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE ALL '=' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE SPACES TO FLXRPT-TOTAL
           MOVE 'SALDO DE CAIXA DE ABERTURA INFORMADO'
               TO FLXRPT-TOT-DESCRICAO
           MOVE WRK-SALDO-INICIAL TO FLXRPT-TOT-VALOR
           MOVE ZEROS TO FLXRPT-TOT-QT
           WRITE FLXRPT-TOTAL
           MOVE SPACES TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE 'POSICAO POR SEMANA' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE SPACES TO FLXRPT-LINHA
           MOVE 'SEMANA  INICIO' TO FLXRPT-LINHA(1:14)
           MOVE 'ABERTURA' TO FLXRPT-LINHA(24:8)
           MOVE 'ENTRADAS' TO FLXRPT-LINHA(39:8)
           MOVE 'SAIDAS' TO FLXRPT-LINHA(56:6)
           MOVE 'FECHAMENTO' TO FLXRPT-LINHA(67:10)
           WRITE FLXRPT-LINHA
           MOVE ALL '-' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           PERFORM 0510-IMPRIMIR-POSICAO
               VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 13
           MOVE SPACES TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE 'COMPOSICAO POR SEMANA' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE SPACES TO FLXRPT-LINHA
           MOVE 'SEMANA' TO FLXRPT-LINHA(1:6)
           MOVE 'RECEBER' TO FLXRPT-LINHA(13:7)
           MOVE 'MENSAL' TO FLXRPT-LINHA(27:6)
           MOVE 'DEPOSITO' TO FLXRPT-LINHA(38:8)
           MOVE 'REPASSE' TO FLXRPT-LINHA(52:7)
           MOVE 'COMISSAO' TO FLXRPT-LINHA(64:8)
           WRITE FLXRPT-LINHA
           MOVE ALL '-' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           PERFORM 0520-IMPRIMIR-COMPOSICAO
               VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 13
           PERFORM 0530-IMPRIMIR-FORA-DO-PRAZO
           PERFORM 0540-IMPRIMIR-CONFRONTO.

       0510-IMPRIMIR-POSICAO.
           MOVE WRK-S TO FLXRPT-POS-SEMANA
           MOVE WRK-SEM-INICIO(WRK-S) TO FLXRPT-POS-INICIO
           MOVE WRK-SEM-ABERTURA(WRK-S) TO FLXRPT-POS-ABERTURA
           MOVE WRK-SEM-ENTRADAS(WRK-S) TO FLXRPT-POS-ENTRADAS
           MOVE WRK-SEM-SAIDAS(WRK-S) TO FLXRPT-POS-SAIDAS
           MOVE WRK-SEM-FECHAMENTO(WRK-S) TO FLXRPT-POS-FECHAMENTO
           WRITE FLXRPT-POSICAO.

       0520-IMPRIMIR-COMPOSICAO.
           MOVE WRK-S TO FLXRPT-CMP-SEMANA
           MOVE WRK-SEM-RECEBER(WRK-S) TO FLXRPT-CMP-RECEBER
           MOVE WRK-SEM-MENSAL(WRK-S) TO FLXRPT-CMP-MENSAL
           MOVE WRK-SEM-DEPOSITO(WRK-S) TO FLXRPT-CMP-DEPOSITO
           MOVE WRK-SEM-REPASSE(WRK-S) TO FLXRPT-CMP-REPASSE
           MOVE WRK-SEM-COMISSAO(WRK-S) TO FLXRPT-CMP-COMISSAO
           WRITE FLXRPT-COMPOSICAO.

       0530-IMPRIMIR-FORA-DO-PRAZO.
           MOVE SPACES TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE 'FORA DAS 13 SEMANAS' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE ALL '-' TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           MOVE SPACES TO FLXRPT-TOTAL
           MOVE 'FATURAS VENCIDAS HA MAIS DE 90 DIAS'
               TO FLXRPT-TOT-DESCRICAO
           MOVE WRK-SP-RECEBER TO FLXRPT-TOT-VALOR
           MOVE WRK-QT-SP-RECEBER TO FLXRPT-TOT-QT
           WRITE FLXRPT-TOTAL
           MOVE SPACES TO FLXRPT-TOTAL
           MOVE 'MENSALIDADES VENCIDAS HA MAIS DE 90 DIAS'
               TO FLXRPT-TOT-DESCRICAO
           MOVE WRK-SP-MENSAL TO FLXRPT-TOT-VALOR
           MOVE WRK-QT-SP-MENSAL TO FLXRPT-TOT-QT
           WRITE FLXRPT-TOTAL
           MOVE SPACES TO FLXRPT-TOTAL
           MOVE 'ENTRADAS PREVISTAS APOS A SEMANA 13'
               TO FLXRPT-TOT-DESCRICAO
           MOVE WRK-APOS-ENTRADAS TO FLXRPT-TOT-VALOR
           MOVE ZEROS TO FLXRPT-TOT-QT
           WRITE FLXRPT-TOTAL
           MOVE SPACES TO FLXRPT-TOTAL
           MOVE 'SAIDAS PREVISTAS APOS A SEMANA 13'
               TO FLXRPT-TOT-DESCRICAO
           MOVE WRK-APOS-SAIDAS TO FLXRPT-TOT-VALOR
           MOVE ZEROS TO FLXRPT-TOT-QT
           WRITE FLXRPT-TOTAL.

       0540-IMPRIMIR-CONFRONTO.
           MOVE SPACES TO FLXRPT-LINHA
           WRITE FLXRPT-LINHA
           IF NOT PREVISAO-ANTERIOR-ACHADA
               MOVE 'SEM PREVISAO ANTERIOR NO HISTORICO PARA CONFRONTO'
                   TO FLXRPT-LINHA
               WRITE FLXRPT-LINHA
           ELSE
               MOVE SPACES TO FLXRPT-LINHA
               STRING 'PREVISTO X REALIZADO - SEMANA 1 DA PREVISAO '
                   'DE ' WRK-ANT-BASE ' A ' WRK-ANT-FIM
                   DELIMITED BY SIZE INTO FLXRPT-LINHA
               WRITE FLXRPT-LINHA
               MOVE SPACES TO FLXRPT-LINHA
               MOVE 'PREVISTO' TO FLXRPT-LINHA(34:8)
               MOVE 'REALIZADO' TO FLXRPT-LINHA(48:9)
               MOVE 'DIFERENCA' TO FLXRPT-LINHA(63:9)
               WRITE FLXRPT-LINHA
               MOVE ALL '-' TO FLXRPT-LINHA
               WRITE FLXRPT-LINHA
               MOVE 'FATURAS (CONTREC)' TO FLXRPT-CNF-DESCRICAO
               MOVE WRK-PREV-RECEBER TO FLXRPT-CNF-PREVISTO
               MOVE WRK-REAL-RECEBER TO FLXRPT-CNF-REALIZADO
               COMPUTE FLXRPT-CNF-DIFERENCA = WRK-REAL-RECEBER
                   - WRK-PREV-RECEBER
               WRITE FLXRPT-CONFRONTO
               MOVE 'MENSALIDADES E ACORDOS' TO FLXRPT-CNF-DESCRICAO
               MOVE WRK-PREV-MENSAL TO FLXRPT-CNF-PREVISTO
               MOVE WRK-REAL-MENSAL TO FLXRPT-CNF-REALIZADO
               COMPUTE FLXRPT-CNF-DIFERENCA = WRK-REAL-MENSAL
                   - WRK-PREV-MENSAL
               WRITE FLXRPT-CONFRONTO
               MOVE 'GUIAS DE DEPOSITO' TO FLXRPT-CNF-DESCRICAO
               MOVE WRK-PREV-DEPOSITO TO FLXRPT-CNF-PREVISTO
               MOVE WRK-REAL-DEPOSITO TO FLXRPT-CNF-REALIZADO
               COMPUTE FLXRPT-CNF-DIFERENCA = WRK-REAL-DEPOSITO
                   - WRK-PREV-DEPOSITO
               WRITE FLXRPT-CONFRONTO
               COMPUTE WRK-PREV-TOTAL = WRK-PREV-RECEBER
                   + WRK-PREV-MENSAL + WRK-PREV-DEPOSITO
               COMPUTE WRK-REAL-TOTAL = WRK-REAL-RECEBER
                   + WRK-REAL-MENSAL + WRK-REAL-DEPOSITO
               MOVE 'TOTAL RECEBIDO' TO FLXRPT-CNF-DESCRICAO
               MOVE WRK-PREV-TOTAL TO FLXRPT-CNF-PREVISTO
               MOVE WRK-REAL-TOTAL TO FLXRPT-CNF-REALIZADO
               COMPUTE FLXRPT-CNF-DIFERENCA = WRK-REAL-TOTAL
                   - WRK-PREV-TOTAL
               WRITE FLXRPT-CONFRONTO
           END-IF.

      *****************************************************
      * RECEBIVEL (FATURA, MENSALIDADE OU PARCELA) DE VALOR
      * WRK-VALOR E VENCIMENTO WRK-DATA-VENCTO: VENCIDO HA MAIS
      * DE 90 DIAS FICA SEM PREVISAO; OS DEMAIS ENTRAM NO
      * VENCIMENTO MAIS WRK-ATRASO DIAS
      *****************************************************
       0600-PROJETAR-RECEBIVEL.
           MOVE ZEROS TO WRK-DIAS
           IF WRK-DATA-VENCTO < WRK-DATA-HOJE-N
               CALL 'PROGCOB17-DIFDIAS' USING WRK-DATA-VENCTO
                   WRK-DATA-HOJE-N WRK-DIAS
           END-IF
           IF WRK-DIAS > 90
               IF CAT-RECEBER
                   ADD WRK-VALOR TO WRK-SP-RECEBER
                   ADD 1 TO WRK-QT-SP-RECEBER
               ELSE
                   ADD WRK-VALOR TO WRK-SP-MENSAL
                   ADD 1 TO WRK-QT-SP-MENSAL
               END-IF
           ELSE
               CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-VENCTO
                   WRK-ATRASO WRK-DATA-PREVISTA
               PERFORM 0620-LANCAR-NA-SEMANA
           END-IF.

       0610-ATRASO-DO-ALUNO.
           SET INCLUIR-NA-TABELA TO FALSE
           PERFORM 0170-LOCALIZAR-ALUNO
           MOVE ZEROS TO WRK-ATRASO
           IF WRK-IDX > ZEROS
               IF WRK-ALU-QT(WRK-IDX) > ZEROS
                   COMPUTE WRK-ATRASO ROUNDED = WRK-ALU-DIAS(WRK-IDX)
                       / WRK-ALU-QT(WRK-IDX)
               END-IF
           END-IF.

      *****************************************************
      * LANCA WRK-VALOR NA SEMANA DE WRK-DATA-PREVISTA, NA
      * LINHA DE WRK-CATEGORIA - DATA JA PASSADA CAI NA SEMANA
      * 1, DEPOIS DA SEMANA 13 VAI PARA O TOTAL APOS O PRAZO
      *****************************************************
       0620-LANCAR-NA-SEMANA.
           MOVE 1 TO WRK-SEMANA
           IF WRK-DATA-PREVISTA > WRK-DATA-HOJE-N
               MOVE ZEROS TO WRK-DIAS
               CALL 'PROGCOB17-DIFDIAS' USING WRK-DATA-HOJE-N
                   WRK-DATA-PREVISTA WRK-DIAS
               DIVIDE WRK-DIAS BY 7 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF WRK-QUOCIENTE < 13
                   COMPUTE WRK-SEMANA = WRK-QUOCIENTE + 1
               ELSE
                   MOVE ZEROS TO WRK-SEMANA
               END-IF
           END-IF
           IF WRK-SEMANA = ZEROS
               IF CAT-REPASSE OR CAT-COMISSAO
                   ADD WRK-VALOR TO WRK-APOS-SAIDAS
               ELSE
                   ADD WRK-VALOR TO WRK-APOS-ENTRADAS
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN CAT-RECEBER
                       ADD WRK-VALOR TO WRK-SEM-RECEBER(WRK-SEMANA)
                   WHEN CAT-MENSAL
                       ADD WRK-VALOR TO WRK-SEM-MENSAL(WRK-SEMANA)
                   WHEN CAT-DEPOSITO
                       ADD WRK-VALOR TO WRK-SEM-DEPOSITO(WRK-SEMANA)
                   WHEN CAT-REPASSE
                       ADD WRK-VALOR TO WRK-SEM-REPASSE(WRK-SEMANA)
                   WHEN CAT-COMISSAO
                       ADD WRK-VALOR TO WRK-SEM-COMISSAO(WRK-SEMANA)
               END-EVALUATE
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB135' TO EXCLOG-PROGRAMA
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

       0900-FINALIZAR.
           DISPLAY 'CLIENTES COM HISTORICO.....' WRK-QT-CLIENTES
           DISPLAY 'ALUNOS COM HISTORICO.......' WRK-QT-ALUNOS
           DISPLAY 'SALDO NO FIM DA SEMANA 13..'
               WRK-SEM-FECHAMENTO(13)
           IF HISTORICO-ABERTO
               CLOSE FLUXO-HISTORICO
           END-IF
           CLOSE FLUXO-RPT EXCEPTION-LOG.

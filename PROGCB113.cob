       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB113.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : REVISAO TRIMESTRAL DO LIMITE DE CREDITO DOS
      * CLIENTES PELO COMPORTAMENTO DE PAGAMENTO - CLASSIFICA AS
      * FATURAS DO CONTREC EMITIDAS NA JANELA (ULTIMOS 365 DIAS)
      * POR CLIENTE E DATA DE EMISSAO E APURA, POR CLIENTE
      * ATIVO, O PRAZO MEDIO DE PAGAMENTO DAS QUITADAS, O PIOR
      * ATRASO, AS CARTAS DE COBRANCA (UMA POR ESTAGIO 15/30/60
      * DO PROGCOB46 QUE O ATRASO ALCANCOU) E O PICO DE
      * EXPOSICAO; CONTRA AS REGRAS DO PARMMAS RECOMENDA
      * AUMENTAR, MANTER OU REDUZIR O LIMITE. O RELATORIO VAI
      * PARA O GERENTE DE CREDITO, QUE (COM NIVEL DE SUPERVISOR
      * NO SIGN-ON DO PROGCOB79) APROVA CADA ALTERACAO SUGERIDA;
      * A APROVADA E GRAVADA NO CUSTMAS COM ANTES/DEPOIS NO LOG
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
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT REVISAO-RELATORIO ASSIGN TO 'REVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  REVISAO-RELATORIO.
           COPY 'REVRPT.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-CLIENTE        PIC 9(06).
           05  SORT-EMISSAO        PIC 9(08).
           05  SORT-FATURA         PIC 9(06).
           05  SORT-VALOR          PIC 9(09)V99.
           05  SORT-DATA-FIM       PIC 9(08).
           05  SORT-DIAS-PAGTO     PIC S9(05).
           05  SORT-ATRASO         PIC S9(05).
           05  SORT-QUITADA        PIC X(01).
           05  SORT-PERDA          PIC X(01).

       WORKING-STORAGE SECTION.
      *****************************************************
      * FATURAS DO CLIENTE CORRENTE, NA ORDEM DE EMISSAO, PARA
      * O PICO DE EXPOSICAO: NA EMISSAO DE CADA FATURA SOMA O
      * VALOR DE TODAS AS JA EMITIDAS QUE AINDA NAO TINHAM SIDO
      * QUITADAS (OU BAIXADAS) NAQUELA DATA
      *****************************************************
       01  WRK-TABELA-EXPOSICAO.
           02  WRK-EXP-ENTRADA OCCURS 500 TIMES.
               03  WRK-EXP-VALOR    PIC 9(09)V99.
               03  WRK-EXP-FIM      PIC 9(08).
       77 WRK-QT-EXPOSICAO  PIC 9(03) VALUE ZEROS.

      *****************************************************
      * ALTERACOES SUGERIDAS, PARA A APROVACAO DO GERENTE DEPOIS
      * DO RELATORIO
      *****************************************************
       01  WRK-TABELA-SUGESTAO.
           02  WRK-SUG-ENTRADA OCCURS 2000 TIMES.
               03  WRK-SUG-CLIENTE  PIC 9(06).
               03  WRK-SUG-NOME     PIC X(20).
               03  WRK-SUG-LIMITE   PIC 9(09)V99.
               03  WRK-SUG-NOVO     PIC 9(09)V99.
               03  WRK-SUG-RECOMEND PIC X(08).
       77 WRK-QT-SUGESTAO   PIC 9(04) VALUE ZEROS.

      *****************************************************
      * REGRAS PADRAO QUANDO O PARMMAS AINDA NAO TEM A VIGENCIA:
      * AUMENTA 20% QUEM NUNCA PASSOU DE 5 DIAS DE ATRASO, NAO
      * RECEBEU CARTA E USOU PELO MENOS 80% DO LIMITE; CORTA 30%
      * QUEM CHEGOU A 60 DIAS, RECEBEU 6 CARTAS OU TEVE FATURA
      * BAIXADA COMO PERDA
      *****************************************************
       77 WRK-ATRASO-BOM    PIC S9(09)V9(04) VALUE 5.
       77 WRK-ATRASO-RUIM   PIC S9(09)V9(04) VALUE 60.
       77 WRK-CARTAS-MAX    PIC S9(09)V9(04) VALUE 6.
       77 WRK-PCT-USO       PIC S9(09)V9(04) VALUE 80.
       77 WRK-PCT-AUMENTO   PIC S9(09)V9(04) VALUE 20.
       77 WRK-PCT-CORTE     PIC S9(09)V9(04) VALUE 30.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-PARM-ACHADO   PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * ESTAGIOS PADRAO DAS CARTAS DE COBRANCA DO PROGCOB46
      *****************************************************
       77 WRK-ESTAGIO-1     PIC S9(05) VALUE +15.
       77 WRK-ESTAGIO-2     PIC S9(05) VALUE +30.
       77 WRK-ESTAGIO-3     PIC S9(05) VALUE +60.

       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-ARQUIVO-OK    PIC X(01) VALUE 'N'.
           88 CONTREC-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-GERENTE       PIC X(01) VALUE 'N'.
           88 GERENTE-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-CRE       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ENCERRA       PIC X(01) VALUE 'N'.
           88 DECISOES-ENCERRADAS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-TEVE-PERDA    PIC X(01) VALUE 'N'.
           88 CLIENTE-TEVE-PERDA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-J             PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA        PIC S9(05) VALUE -365.
       77 WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77 WRK-CLIENTE-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-SOMA-DIAS     PIC 9(09) VALUE ZEROS.
       77 WRK-QT-PAGAS      PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-DIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-PIOR-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-CARTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-EXPOSICAO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PICO          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-USO-MINIMO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIMITE-NOVO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RECOMENDACAO  PIC X(08) VALUE SPACES.
       77 WRK-LIMITE-EDITADO PIC 9(09),99.
       77 WRK-QT-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REVISADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AUMENTAR   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTER     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REDUZIR    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APLICADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADAS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF CONTREC-DISPONIVEL
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-CLIENTE SORT-EMISSAO
                       SORT-FATURA
                   INPUT PROCEDURE IS 8100-SELECIONAR-FATURAS
                   OUTPUT PROCEDURE IS 8200-REVISAR-CLIENTES
               PERFORM 0290-IMPRIMIR-TOTAIS
               IF GERENTE-AUTORIZADO AND WRK-QT-SUGESTAO > ZEROS
                   MOVE ALL '-' TO REVRPT-SEPARADOR
                   WRITE REVRPT-SEPARADOR
                   WRITE REVRPT-TIT-DECISAO
                   PERFORM 0250-DECIDIR-ALTERACAO
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-SUGESTAO
               END-IF
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON - O
      * RELATORIO SAI PARA QUALQUER OPERADOR; SO O NIVEL DE
      * SUPERVISOR ('S') DECIDE AS ALTERACOES DE LIMITE
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
                   SET GERENTE-AUTORIZADO TO TRUE
               ELSE
                   DISPLAY 'SEM NIVEL DE SUPERVISOR - SO O RELATORIO'
               END-IF
               PERFORM 0105-CARREGAR-REGRAS
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.

       0105-CARREGAR-REGRAS.
           MOVE 'LIM-ATR-BOM' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-ATRASO-BOM
           END-IF
           MOVE 'LIM-ATR-RUIM' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-ATRASO-RUIM
           END-IF
           MOVE 'LIM-CARTAS' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-CARTAS-MAX
           END-IF
           MOVE 'LIM-USO-PCT' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-PCT-USO
           END-IF
           MOVE 'LIM-AUMENTO' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-PCT-AUMENTO
           END-IF
           MOVE 'LIM-CORTE' TO WRK-NOME-PARM
           PERFORM 0106-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-PCT-CORTE
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

       0110-ABRIR-ARQUIVOS.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE WRK-JANELA
               WRK-DATA-INICIO
           OPEN INPUT CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - STATUS '
                   WRK-FS-CRE
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'CONTREC INDISPONIVEL PARA REVISAO DE LIMITE'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CONTREC-DISPONIVEL TO TRUE
               OPEN I-O CUSTOMER-MASTER
               OPEN EXTEND AUDIT-LOG
               IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               OPEN OUTPUT REVISAO-RELATORIO
               MOVE WRK-DATA-HOJE TO REVRPT-CAB-DATA
               MOVE WRK-DATA-INICIO TO REVRPT-CAB-INICIO
               WRITE REVRPT-CABECALHO
               MOVE WRK-ATRASO-BOM TO REVRPT-PAR-BOM
               MOVE WRK-ATRASO-RUIM TO REVRPT-PAR-RUIM
               MOVE WRK-CARTAS-MAX TO REVRPT-PAR-CARTAS
               MOVE WRK-PCT-USO TO REVRPT-PAR-USO
               MOVE WRK-PCT-AUMENTO TO REVRPT-PAR-AUMENTO
               MOVE WRK-PCT-CORTE TO REVRPT-PAR-CORTE
               WRITE REVRPT-PARAMETROS
               WRITE REVRPT-TITULOS
           END-IF.

      *****************************************************
      * APRESENTA A ALTERACAO SUGERIDA AO GERENTE: 'S' GRAVA O
      * NOVO LIMITE, 'N' MANTEM O ATUAL, 'F' ENCERRA E O RESTO
      * FICA PARA A PROXIMA REVISAO
      *****************************************************
       0250-DECIDIR-ALTERACAO.
           MOVE WRK-SUG-CLIENTE(WRK-I) TO REVRPT-DEC-CLIENTE
           MOVE WRK-SUG-NOME(WRK-I) TO REVRPT-DEC-NOME
           MOVE WRK-SUG-LIMITE(WRK-I) TO REVRPT-DEC-ANTES
           MOVE WRK-SUG-NOVO(WRK-I) TO REVRPT-DEC-DEPOIS
           IF DECISOES-ENCERRADAS
               MOVE 'PENDENTE' TO REVRPT-DEC-SITUACAO
           ELSE
               DISPLAY '--------------'
               DISPLAY 'CLIENTE......' WRK-SUG-CLIENTE(WRK-I)
                   ' ' WRK-SUG-NOME(WRK-I)
               DISPLAY 'RECOMENDACAO.' WRK-SUG-RECOMEND(WRK-I)
               MOVE WRK-SUG-LIMITE(WRK-I) TO WRK-LIMITE-EDITADO
               DISPLAY 'LIMITE ATUAL.' WRK-LIMITE-EDITADO
               MOVE WRK-SUG-NOVO(WRK-I) TO WRK-LIMITE-EDITADO
               DISPLAY 'SUGERIDO.....' WRK-LIMITE-EDITADO
               DISPLAY 'APLICAR (S/N, F=ENCERRAR)..'
               ACCEPT WRK-DECISAO
               EVALUATE WRK-DECISAO
                   WHEN 'S'
                       PERFORM 0260-APLICAR-LIMITE
                   WHEN 'F'
                       SET DECISOES-ENCERRADAS TO TRUE
                       MOVE 'PENDENTE' TO REVRPT-DEC-SITUACAO
                   WHEN OTHER
                       ADD 1 TO WRK-QT-RECUSADAS
                       MOVE 'RECUSADA' TO REVRPT-DEC-SITUACAO
               END-EVALUATE
           END-IF
           WRITE REVRPT-DECISAO.

      *****************************************************
      * GRAVA O LIMITE APROVADO, CONFERINDO QUE O CADASTRO NAO
      * MUDOU DESDE A APURACAO, COM ANTES/DEPOIS NO AUDTRL NO
      * MESMO FORMATO DA MANUTENCAO DO PROGCOB20
      *****************************************************
       0260-APLICAR-LIMITE.
           MOVE WRK-SUG-CLIENTE(WRK-I) TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               KEY IS CUSTMAS-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI NOT = '00'
               OR CUSTMAS-LIMITE-CREDITO NOT = WRK-SUG-LIMITE(WRK-I)
               DISPLAY 'CADASTRO MUDOU DESDE A REVISAO - NAO APLICADA'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'LIMITE ALTERADO ANTES DA APROVACAO DA REVISAO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               ADD 1 TO WRK-QT-RECUSADAS
               MOVE 'ALTERADO' TO REVRPT-DEC-SITUACAO
           ELSE
               MOVE CUSTMAS-LIMITE-CREDITO TO WRK-LIMITE-EDITADO
               MOVE WRK-LIMITE-EDITADO TO AUDTRL-VALOR-ANTES
               MOVE WRK-SUG-NOVO(WRK-I) TO CUSTMAS-LIMITE-CREDITO
               REWRITE CUSTMAS-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE WRK-SUG-NOVO(WRK-I) TO WRK-LIMITE-EDITADO
               MOVE WRK-LIMITE-EDITADO TO AUDTRL-VALOR-DEPOIS
               MOVE 'LIMITE CREDITO' TO AUDTRL-CAMPO
               MOVE CUSTMAS-ID TO AUDTRL-CHAVE
               ACCEPT WRK-HORA-AGORA FROM TIME
               MOVE 'PROGCB113' TO AUDTRL-PROGRAMA
               MOVE WRK-DATA-HOJE TO AUDTRL-DATA
               MOVE WRK-HORA-AGORA TO AUDTRL-HORA
               MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
               WRITE AUDTRL-REC
               ADD 1 TO WRK-QT-APLICADAS
               MOVE 'APLICADA' TO REVRPT-DEC-SITUACAO
           END-IF.

       0290-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO REVRPT-SEPARADOR
           WRITE REVRPT-SEPARADOR
           MOVE 'CLIENTES REVISADOS' TO REVRPT-TOT-ROTULO
           MOVE WRK-QT-REVISADOS TO REVRPT-TOT-QT
           WRITE REVRPT-TOTAL
           MOVE 'RECOMENDADO AUMENTAR' TO REVRPT-TOT-ROTULO
           MOVE WRK-QT-AUMENTAR TO REVRPT-TOT-QT
           WRITE REVRPT-TOTAL
           MOVE 'RECOMENDADO MANTER' TO REVRPT-TOT-ROTULO
           MOVE WRK-QT-MANTER TO REVRPT-TOT-QT
           WRITE REVRPT-TOTAL
           MOVE 'RECOMENDADO REDUZIR' TO REVRPT-TOT-ROTULO
           MOVE WRK-QT-REDUZIR TO REVRPT-TOT-QT
           WRITE REVRPT-TOTAL.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB113' TO EXCLOG-PROGRAMA
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
           IF CONTREC-DISPONIVEL
               DISPLAY 'FATURAS NA JANELA.......' WRK-QT-LIDAS
               DISPLAY 'CLIENTES REVISADOS......' WRK-QT-REVISADOS
               DISPLAY 'RECOMENDADO AUMENTAR....' WRK-QT-AUMENTAR
               DISPLAY 'RECOMENDADO MANTER......' WRK-QT-MANTER
               DISPLAY 'RECOMENDADO REDUZIR.....' WRK-QT-REDUZIR
               DISPLAY 'ALTERACOES APLICADAS....' WRK-QT-APLICADAS
               DISPLAY 'ALTERACOES RECUSADAS....' WRK-QT-RECUSADAS
               CLOSE CONTAS-RECEBER CUSTOMER-MASTER AUDIT-LOG
                   REVISAO-RELATORIO
           END-IF
           CLOSE EXCEPTION-LOG.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: LIBERA CADA FATURA
      * EMITIDA NA JANELA COM O PRAZO DE PAGAMENTO (QUITADA), O
      * ATRASO (NO PAGAMENTO, NA BAIXA COMO PERDA OU HOJE, SE
      * AINDA ABERTA) E A DATA EM QUE DEIXOU DE PESAR NA
      * EXPOSICAO DO CLIENTE
      *****************************************************
       8100-SELECIONAR-FATURAS SECTION.
           MOVE ZEROS TO CONTREC-NUM-FATURA
           START CONTAS-RECEBER KEY >= CONTREC-NUM-FATURA
               INVALID KEY
                   SET FIM-TITULOS TO TRUE
           END-START
           PERFORM 8110-LER-UMA-FATURA UNTIL FIM-TITULOS
           GO TO 8199-FIM-ENTRADA.

       8110-LER-UMA-FATURA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ
           IF NOT FIM-TITULOS
               AND CONTREC-DATA-EMISSAO NOT < WRK-DATA-INICIO
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 8120-LIBERAR-FATURA
           END-IF.

       8120-LIBERAR-FATURA.
           MOVE CONTREC-CLIENTE TO SORT-CLIENTE
           MOVE CONTREC-DATA-EMISSAO TO SORT-EMISSAO
           MOVE CONTREC-NUM-FATURA TO SORT-FATURA
           MOVE CONTREC-VALOR-ORIG TO SORT-VALOR
           MOVE ZEROS TO SORT-DIAS-PAGTO SORT-ATRASO
           MOVE 'N' TO SORT-QUITADA SORT-PERDA
           EVALUATE TRUE
               WHEN CONTREC-QUITADA
                   MOVE 'S' TO SORT-QUITADA
                   MOVE CONTREC-DATA-ULT-PAGTO TO WRK-DATA-FIM
                   CALL 'PROGCOB17-DIFDIAS' USING
                       CONTREC-DATA-EMISSAO WRK-DATA-FIM
                       SORT-DIAS-PAGTO
               WHEN CONTREC-BAIXADA-PERDA
                   MOVE 'S' TO SORT-PERDA
                   MOVE CONTREC-DATA-PERDA TO WRK-DATA-FIM
               WHEN OTHER
                   MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-EVALUATE
           IF WRK-DATA-FIM > CONTREC-DATA-VENCTO
               CALL 'PROGCOB17-DIFDIAS' USING CONTREC-DATA-VENCTO
                   WRK-DATA-FIM SORT-ATRASO
           END-IF
           IF CONTREC-QUITADA OR CONTREC-BAIXADA-PERDA
               MOVE WRK-DATA-FIM TO SORT-DATA-FIM
           ELSE
               MOVE 99999999 TO SORT-DATA-FIM
           END-IF
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: ACUMULA AS FATURAS DE CADA CLIENTE E, NA
      * QUEBRA, APURA A RECOMENDACAO E IMPRIME A LINHA
      *****************************************************
       8200-REVISAR-CLIENTES SECTION.
           MOVE HIGH-VALUES TO WRK-CLIENTE-ATUAL
           PERFORM 8210-DEVOLVER-UMA-FATURA UNTIL FIM-CLASSIFICADOS
           IF WRK-CLIENTE-ATUAL NOT = HIGH-VALUES
               PERFORM 8240-FECHAR-CLIENTE
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-FATURA.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-CLIENTE NOT = WRK-CLIENTE-ATUAL
                   IF WRK-CLIENTE-ATUAL NOT = HIGH-VALUES
                       PERFORM 8240-FECHAR-CLIENTE
                   END-IF
                   MOVE SORT-CLIENTE TO WRK-CLIENTE-ATUAL
                   MOVE ZEROS TO WRK-SOMA-DIAS WRK-QT-PAGAS
                       WRK-PIOR-ATRASO WRK-CARTAS WRK-PICO
                       WRK-QT-EXPOSICAO
                   SET CLIENTE-TEVE-PERDA TO FALSE
               END-IF
               PERFORM 8220-ACUMULAR-FATURA
           END-IF.

       8220-ACUMULAR-FATURA.
           IF SORT-QUITADA = 'S'
               ADD SORT-DIAS-PAGTO TO WRK-SOMA-DIAS
               ADD 1 TO WRK-QT-PAGAS
           END-IF
           IF SORT-PERDA = 'S'
               SET CLIENTE-TEVE-PERDA TO TRUE
           END-IF
           IF SORT-ATRASO > WRK-PIOR-ATRASO
               MOVE SORT-ATRASO TO WRK-PIOR-ATRASO
           END-IF
           EVALUATE TRUE
               WHEN SORT-ATRASO >= WRK-ESTAGIO-3
                   ADD 3 TO WRK-CARTAS
               WHEN SORT-ATRASO >= WRK-ESTAGIO-2
                   ADD 2 TO WRK-CARTAS
               WHEN SORT-ATRASO >= WRK-ESTAGIO-1
                   ADD 1 TO WRK-CARTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WRK-QT-EXPOSICAO < 500
               ADD 1 TO WRK-QT-EXPOSICAO
               MOVE SORT-VALOR TO WRK-EXP-VALOR(WRK-QT-EXPOSICAO)
               MOVE SORT-DATA-FIM TO WRK-EXP-FIM(WRK-QT-EXPOSICAO)
           END-IF
           MOVE ZEROS TO WRK-EXPOSICAO
           PERFORM 8230-SOMAR-EXPOSICAO
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QT-EXPOSICAO
           IF WRK-EXPOSICAO > WRK-PICO
               MOVE WRK-EXPOSICAO TO WRK-PICO
           END-IF.

       8230-SOMAR-EXPOSICAO.
           IF WRK-EXP-FIM(WRK-J) > SORT-EMISSAO
               ADD WRK-EXP-VALOR(WRK-J) TO WRK-EXPOSICAO
           END-IF.

      *****************************************************
      * REGRAS DA RECOMENDACAO: REDUZIR PESA MAIS QUE AUMENTAR;
      * CLIENTE SEM LIMITE CADASTRADO (ZERO) OU QUE NAO ESTA
      * ATIVO NAO E REVISADO
      *****************************************************
       8240-FECHAR-CLIENTE.
           MOVE WRK-CLIENTE-ATUAL TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               KEY IS CUSTMAS-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI = '00'
               AND CLIENTE-ATIVO
               AND CUSTMAS-LIMITE-CREDITO > ZEROS
               PERFORM 8250-RECOMENDAR-LIMITE
               PERFORM 8260-IMPRIMIR-CLIENTE
           END-IF.

       8250-RECOMENDAR-LIMITE.
           MOVE ZEROS TO WRK-MEDIA-DIAS
           IF WRK-QT-PAGAS > ZEROS
               COMPUTE WRK-MEDIA-DIAS ROUNDED =
                   WRK-SOMA-DIAS / WRK-QT-PAGAS
           END-IF
           COMPUTE WRK-USO-MINIMO ROUNDED =
               CUSTMAS-LIMITE-CREDITO * WRK-PCT-USO / 100
           MOVE CUSTMAS-LIMITE-CREDITO TO WRK-LIMITE-NOVO
           EVALUATE TRUE
               WHEN CLIENTE-TEVE-PERDA
                   OR WRK-PIOR-ATRASO >= WRK-ATRASO-RUIM
                   OR WRK-CARTAS >= WRK-CARTAS-MAX
                   MOVE 'REDUZIR' TO WRK-RECOMENDACAO
                   COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CUSTMAS-LIMITE-CREDITO
                       * (100 - WRK-PCT-CORTE) / 100
                   ADD 1 TO WRK-QT-REDUZIR
               WHEN WRK-PIOR-ATRASO <= WRK-ATRASO-BOM
                   AND WRK-CARTAS = ZEROS
                   AND WRK-PICO >= WRK-USO-MINIMO
                   MOVE 'AUMENTAR' TO WRK-RECOMENDACAO
                   COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CUSTMAS-LIMITE-CREDITO
                       * (100 + WRK-PCT-AUMENTO) / 100
                   ADD 1 TO WRK-QT-AUMENTAR
               WHEN OTHER
                   MOVE 'MANTER' TO WRK-RECOMENDACAO
                   ADD 1 TO WRK-QT-MANTER
           END-EVALUATE
           ADD 1 TO WRK-QT-REVISADOS
           IF WRK-LIMITE-NOVO NOT = CUSTMAS-LIMITE-CREDITO
               IF WRK-QT-SUGESTAO < 2000
                   ADD 1 TO WRK-QT-SUGESTAO
                   MOVE CUSTMAS-ID TO WRK-SUG-CLIENTE(WRK-QT-SUGESTAO)
                   MOVE CUSTMAS-NOME TO WRK-SUG-NOME(WRK-QT-SUGESTAO)
                   MOVE CUSTMAS-LIMITE-CREDITO
                       TO WRK-SUG-LIMITE(WRK-QT-SUGESTAO)
                   MOVE WRK-LIMITE-NOVO
                       TO WRK-SUG-NOVO(WRK-QT-SUGESTAO)
                   MOVE WRK-RECOMENDACAO
                       TO WRK-SUG-RECOMEND(WRK-QT-SUGESTAO)
               ELSE
                   DISPLAY 'TABELA DE SUGESTOES CHEIA - CLIENTE '
                       CUSTMAS-ID ' FICA PARA A PROXIMA REVISAO'
               END-IF
           END-IF.

       8260-IMPRIMIR-CLIENTE.
           MOVE CUSTMAS-ID TO REVRPT-CLIENTE
           MOVE CUSTMAS-NOME TO REVRPT-NOME
           MOVE WRK-MEDIA-DIAS TO REVRPT-MEDIA-DIAS
           MOVE WRK-PIOR-ATRASO TO REVRPT-PIOR-ATRASO
           MOVE WRK-CARTAS TO REVRPT-CARTAS
           MOVE WRK-PICO TO REVRPT-PICO
           MOVE CUSTMAS-LIMITE-CREDITO TO REVRPT-LIMITE
           MOVE WRK-LIMITE-NOVO TO REVRPT-SUGERIDO
           MOVE WRK-RECOMENDACAO TO REVRPT-RECOMENDACAO
           WRITE REVRPT-DETALHE.

       8299-FIM-SAIDA.
           EXIT.

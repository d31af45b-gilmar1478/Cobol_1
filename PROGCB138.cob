       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB138.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MESA DE DEVOLUCOES DE ENTREGA - LISTA TODO
      * PEDIDO DEVOLVIDO (ENTREGA 'V' NO PROGCOB33) COM OS DIAS
      * DESDE A DEVOLUCAO E A DECISAO TOMADA (DEVTRAT), E DA MESA
      * O OPERADOR DECIDE O DESTINO DA MERCADORIA. REENTREGA: O
      * PEDIDO NOVO GANHA NUMERO NO ORDCTL, LEVA O CLIENTE, A UF,
      * O ENDERECO DE ENTREGA E O NIVEL DE SERVICO DO ORIGINAL,
      * COM A MERCADORIA (VALOR E PESO) DO LANCAMENTO DO PEDIDO
      * NO FRETDET, E ENTRA NA FILA REENVIO PARA A CRITICA
      * NOTURNA DO PROGCOB35 E A TARIFACAO DO PROGCOB09; O FRETE
      * FICA FIXADO NUMA COTACAO FORMAL EMITIDA PARA O PEDIDO NOVO
      * - O FRETE DO PEDIDO ORIGINAL OU ZERO QUANDO A REENTREGA E
      * SEM CUSTO PARA O CLIENTE, O QUE SO O SUPERVISOR CONCEDE.
      * VOLTA AO ESTOQUE: OS MATERIAIS DEVOLVIDOS ENTRAM NO
      * ESTOQUE PELO CUSTEIO DO PROGCB130 E NO DIARIO MATMOV COMO
      * ENTRADA DE MOTIVO 'DEV', COM O PEDIDO NA REFERENCIA. A
      * DECISAO E UMA SO POR DEVOLUCAO E TUDO VAI PARA O AUDTRL.
      * O PRAZO PARA DECIDIR (PARMMAS DIAS-DEVOLUC, PADRAO DE 7
      * DIAS) E O MESMO DA ESCALADA DO PROGCB107
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
           SELECT OPTIONAL ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT OPTIONAL TRATAMENTO-DEVOLUCAO ASSIGN TO 'DEVTRAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVTRAT-NUM-PEDIDO
               FILE STATUS IS WRK-FS-DVT.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT COTACOES-FORMAIS ASSIGN TO 'COTACAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COTACAO-NUMERO
               FILE STATUS IS WRK-FS-COT.
           SELECT OPTIONAL CONTROLE-COTACAO ASSIGN TO 'QUOCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-QCT.
           SELECT OPTIONAL CONTROLE-PEDIDO ASSIGN TO 'ORDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-OCT.
           SELECT OPTIONAL FILA-REENVIO ASSIGN TO 'REENVIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REENVIO-CHAVE-SUSP
               FILE STATUS IS WRK-FS-RSB.
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
           SELECT OPTIONAL MOVIMENTOS-MATERIAL ASSIGN TO 'MATMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  TRATAMENTO-DEVOLUCAO.
           COPY 'DEVTRAT.CPY'.

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  COTACOES-FORMAIS.
           COPY 'COTACAO.CPY'.

       FD  CONTROLE-COTACAO.
       01  QUOCTL-REC.
           05  QUOCTL-ULT-NUMERO   PIC 9(06).

       FD  CONTROLE-PEDIDO.
       01  ORDCTL-REC.
           05  ORDCTL-ULT-NUMERO   PIC 9(06).

       FD  FILA-REENVIO.
           COPY 'REENVIO.CPY'.

       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  ESTOQUE-MATERIAL.
           COPY 'ESTOQUE.CPY'.

       FD  MOVIMENTOS-MATERIAL.
           COPY 'MATMOV.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-DVT        PIC X(02) VALUE '00'.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-COT        PIC X(02) VALUE '00'.
       77 WRK-FS-QCT        PIC X(02) VALUE '00'.
       77 WRK-FS-OCT        PIC X(02) VALUE '00'.
       77 WRK-FS-RSB        PIC X(02) VALUE '00'.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-EST        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-ASSINADO      PIC X(01) VALUE 'N'.
           88 SIGNON-ACEITO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-SUPERVISOR    PIC X(01) VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-ENT       PIC X(01) VALUE 'N'.
           88 FIM-ENTREGAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DIARIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PAR-ACHADO    PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FRT-ACHADO    PIC X(01) VALUE 'N'.
           88 FRETE-ENCONTRADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DVT-ACHADO    PIC X(01) VALUE 'N'.
           88 TRATAMENTO-GRAVADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-DEV-OK        PIC X(01) VALUE 'N'.
           88 DEVOLUCAO-TRATAVEL VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-SO-PEND       PIC X(01) VALUE 'N'.
           88 SO-PENDENTES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-MAT       PIC X(01) VALUE 'N'.
           88 FIM-MATERIAIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-PEDIDO    PIC 9(06) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77 WRK-ACAO-NEGADA   PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-AUDIT   PIC X(10) VALUE SPACES.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.

      *****************************************************
      * PRAZO PARA DECIDIR A DEVOLUCAO (PARMMAS DIAS-DEVOLUC) -
      * NA LISTA, A DEVOLUCAO PENDENTE ALEM DELE SAI ATRASADA
      *****************************************************
       77 WRK-PRAZO-DECISAO PIC 9(03) VALUE 7.
       77 WRK-DIAS          PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-SITUACAO-ED   PIC X(20) VALUE SPACES.
       77 WRK-QT-LISTADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATRASADAS  PIC 9(05) VALUE ZEROS.

      *****************************************************
      * REENTREGA - LANCAMENTO ORIGINAL DO PEDIDO NO FRETDET (O
      * ULTIMO NORMAL VALE), NUMEROS NOVOS DE PEDIDO E COTACAO E
      * A DIVISAO DO VALOR E DO PESO DA MERCADORIA EM LINHAS DO
      * ORDPED - CADA LINHA LEVA NO MAXIMO 999.990,00 DE VALOR E
      * 999,00 DE PESO, PARA A SOBRA DA ULTIMA LINHA CABER NO
      * ITEM; MAIS DE 10 LINHAS NAO CABEM NO PEDIDO
      *****************************************************
       01  WRK-FRETDET-ORIGINAL PIC X(132) VALUE SPACES.
       77 WRK-SEM-CUSTO     PIC X(01) VALUE 'N'.
       77 WRK-PEDIDO-NOVO   PIC 9(06) VALUE ZEROS.
       77 WRK-COTACAO-NOVA  PIC 9(06) VALUE ZEROS.
       77 WRK-VALIDADE      PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-VALIDADE PIC S9(05) VALUE +30.
       77 WRK-FRETE-REENT   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRIS-REENT    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-LIMITE-VALOR  PIC 9(06)V99 VALUE 999990,00.
       77 WRK-LIMITE-PESO   PIC 9(03)V99 VALUE 999,00.
       77 WRK-LINHAS-VALOR  PIC 9(03) VALUE ZEROS.
       77 WRK-LINHAS-PESO   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-LINHA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO-LINHA    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-RESTO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-RESTO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-I             PIC 9(02) VALUE ZEROS.
       01  WRK-CHAVE-FILA.
           05  WRK-CHF-ORIGEM   PIC X(03) VALUE 'ORD'.
           05  WRK-CHF-DATA     PIC 9(08) VALUE ZEROS.
           05  WRK-CHF-HORA     PIC 9(08) VALUE ZEROS.
           05  WRK-CHF-PREFIXO  PIC X(01) VALUE '9'.
           05  WRK-CHF-SEQ      PIC X(03) VALUE SPACES.
       01  WRK-PEDIDO-NOVO-TXT  PIC 9(06) VALUE ZEROS.
      *****************************************************
      * IMAGEM DO PEDIDO NOVO, GRAVADA NA FILA REENVIO
      *****************************************************
           COPY 'ORDPED.CPY'.

      *****************************************************
      * VOLTA AO ESTOQUE - MATERIAIS INFORMADOS PELO OPERADOR
      * (ATE 10), CONFIRMADOS ANTES DE ENTRAR NO ESTOQUE; O
      * CUSTO DA ENTRADA E O CUSTO MEDIO DO MATERIAL (SEM ELE, O
      * PRECO DO MATCAT), PARA A DEVOLUCAO NAO MEXER NO CUSTO
      *****************************************************
       01  WRK-TABELA-MATERIAIS.
           02  WRK-MAT-ENTRADA OCCURS 10 TIMES.
               03  WRK-MAT-CODIGO     PIC X(04).
               03  WRK-MAT-DESCRICAO  PIC X(20).
               03  WRK-MAT-QUANTIDADE PIC S9(07)V99.
               03  WRK-MAT-PRECO      PIC 9(05)V99.
       77 WRK-QT-MATERIAIS  PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO        PIC X(04) VALUE SPACES.
       77 WRK-QUANTIDADE    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QT-ED         PIC ZZZ.ZZ9,99.
       77 WRK-TIPO-MOV      PIC X(01) VALUE 'E'.
       77 WRK-CUSTO-REF     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-MOV     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC S9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON -
      * QUALQUER NIVEL LISTA E DECIDE A DEVOLUCAO; A REENTREGA
      * SEM CUSTO PARA O CLIENTE EXIGE SUPERVISOR
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
                   ') - MESA DE DEVOLUCOES ENCERRADA'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET SIGNON-ACEITO TO TRUE
               IF WRK-NIVEL-SIGNON = 'S'
                   SET SUPERVISOR-AUTORIZADO TO TRUE
               END-IF
               PERFORM 0110-ABRIR-ARQUIVOS
               MOVE 'DIAS-DEVOLUC' TO WRK-NOME-PARM
               PERFORM 0780-BUSCAR-PARAMETRO
               IF PARAMETRO-ACHADO AND WRK-VALOR-PARM > ZEROS
                   MOVE WRK-VALOR-PARM TO WRK-PRAZO-DECISAO
               END-IF
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN INPUT ENTREGA-STATUS-ARQ
           OPEN I-O TRATAMENTO-DEVOLUCAO
           IF WRK-FS-DVT = '35'
               OPEN OUTPUT TRATAMENTO-DEVOLUCAO
               CLOSE TRATAMENTO-DEVOLUCAO
               OPEN I-O TRATAMENTO-DEVOLUCAO
           END-IF
           OPEN I-O COTACOES-FORMAIS
           IF WRK-FS-COT = '35'
               OPEN OUTPUT COTACOES-FORMAIS
               CLOSE COTACOES-FORMAIS
               OPEN I-O COTACOES-FORMAIS
           END-IF
           OPEN I-O FILA-REENVIO
           IF WRK-FS-RSB = '35'
               OPEN OUTPUT FILA-REENVIO
               CLOSE FILA-REENVIO
               OPEN I-O FILA-REENVIO
           END-IF
           OPEN INPUT MATERIAL-CATALOGO
           OPEN I-O ESTOQUE-MATERIAL
           IF WRK-FS-EST = '35'
               OPEN OUTPUT ESTOQUE-MATERIAL
               CLOSE ESTOQUE-MATERIAL
               OPEN I-O ESTOQUE-MATERIAL
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - LISTAR DEVOLUCOES'
           DISPLAY '2 - GERAR REENTREGA'
           DISPLAY '3 - VOLTA AO ESTOQUE'
           DISPLAY '4 - CONSULTAR DEVOLUCAO'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LISTAR-DEVOLUCOES
                       THRU 0300-EXIT
               WHEN 2
                   PERFORM 0400-GERAR-REENTREGA
                       THRU 0400-EXIT
               WHEN 3
                   PERFORM 0500-VOLTAR-ESTOQUE
                       THRU 0500-EXIT
               WHEN 4
                   PERFORM 0600-CONSULTAR-DEVOLUCAO
                       THRU 0600-EXIT
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * LISTA - TODA ENTREGA DEVOLVIDA, NA ORDEM DO PEDIDO, COM
      * OS DIAS DESDE A DEVOLUCAO E A SITUACAO NO DEVTRAT
      * (PENDENTE, ATRASADA ALEM DO PRAZO, ESCALADA PELO
      * PROGCB107, REENTREGA COM O PEDIDO NOVO OU ESTOQUE)
      *****************************************************
       0300-LISTAR-DEVOLUCOES.
           DISPLAY 'SO AS PENDENTES (S/N)..'
           MOVE SPACES TO WRK-RESPOSTA
           ACCEPT WRK-RESPOSTA
           SET SO-PENDENTES TO FALSE
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               SET SO-PENDENTES TO TRUE
           END-IF
           MOVE ZEROS TO WRK-QT-LISTADAS WRK-QT-PENDENTES
               WRK-QT-ATRASADAS
           SET FIM-ENTREGAS TO FALSE
           MOVE ZEROS TO ENTREGA-NUM-PEDIDO
           START ENTREGA-STATUS-ARQ KEY >= ENTREGA-NUM-PEDIDO
               INVALID KEY
                   SET FIM-ENTREGAS TO TRUE
           END-START
           IF FIM-ENTREGAS
               DISPLAY 'ARQUIVO DE SITUACAO ENTREGA VAZIO OU AUSENTE'
               GO TO 0300-EXIT
           END-IF
           DISPLAY 'PEDIDO CLIENTE UF DEVOLVIDA  DIAS NIV SITUACAO'
           PERFORM 0310-LER-UMA-ENTREGA UNTIL FIM-ENTREGAS
           DISPLAY 'DEVOLUCOES LISTADAS.. ' WRK-QT-LISTADAS
           DISPLAY 'PENDENTES............ ' WRK-QT-PENDENTES
           DISPLAY 'ALEM DO PRAZO........ ' WRK-QT-ATRASADAS
               ' (PRAZO ' WRK-PRAZO-DECISAO ' DIAS)'.
       0300-EXIT.
           EXIT.

       0310-LER-UMA-ENTREGA.
           READ ENTREGA-STATUS-ARQ NEXT RECORD
               AT END
                   SET FIM-ENTREGAS TO TRUE
           END-READ
           IF NOT FIM-ENTREGAS AND ENTREGA-DEVOLVIDA
               MOVE ENTREGA-NUM-PEDIDO TO WRK-NUM-PEDIDO
               PERFORM 0360-LER-TRATAMENTO
               IF NOT SO-PENDENTES OR DEVTRAT-PENDENTE
                   PERFORM 0320-MOSTRAR-DEVOLUCAO
               END-IF
           END-IF.

       0320-MOSTRAR-DEVOLUCAO.
           ADD 1 TO WRK-QT-LISTADAS
           PERFORM 0370-CALCULAR-DIAS
           MOVE WRK-DIAS TO WRK-DIAS-ED
           MOVE SPACES TO WRK-SITUACAO-ED
           EVALUATE TRUE
               WHEN DEVTRAT-REENTREGA
                   STRING 'REENTREGA ' DEVTRAT-PEDIDO-NOVO
                       DELIMITED BY SIZE INTO WRK-SITUACAO-ED
                   IF DEVTRAT-CORTESIA
                       MOVE 'S/C' TO WRK-SITUACAO-ED(18:3)
                   END-IF
               WHEN DEVTRAT-ESTOQUE
                   MOVE 'VOLTA AO ESTOQUE' TO WRK-SITUACAO-ED
               WHEN OTHER
                   ADD 1 TO WRK-QT-PENDENTES
                   IF DEVTRAT-DATA-ESCALADA > ZEROS
                       MOVE 'PENDENTE - ESCALADA' TO WRK-SITUACAO-ED
                       ADD 1 TO WRK-QT-ATRASADAS
                   ELSE
                       IF WRK-DIAS > WRK-PRAZO-DECISAO
                           MOVE 'PENDENTE - ATRASADA'
                               TO WRK-SITUACAO-ED
                           ADD 1 TO WRK-QT-ATRASADAS
                       ELSE
                           MOVE 'PENDENTE' TO WRK-SITUACAO-ED
                       END-IF
                   END-IF
           END-EVALUATE
           DISPLAY ENTREGA-NUM-PEDIDO ' ' ENTREGA-CLIENTE ' '
               ENTREGA-UF ' ' ENTREGA-DATA-STATUS ' ' WRK-DIAS-ED
               '  ' ENTREGA-NIVEL-SERVICO '  ' WRK-SITUACAO-ED.

      *****************************************************
      * PEDIDO INFORMADO PELO OPERADOR: PRECISA ESTAR DEVOLVIDO
      * NO ENTREGA E SEM DECISAO NO DEVTRAT PARA SER TRATADO
      *****************************************************
       0350-LOCALIZAR-DEVOLUCAO.
           SET DEVOLUCAO-TRATAVEL TO FALSE
           DISPLAY 'NUMERO DO PEDIDO DEVOLVIDO..'
           MOVE ZEROS TO WRK-NUM-PEDIDO
           ACCEPT WRK-NUM-PEDIDO
           MOVE WRK-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
           READ ENTREGA-STATUS-ARQ
               KEY IS ENTREGA-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ENT NOT = '00'
               DISPLAY 'PEDIDO SEM REGISTRO DE ENTREGA'
           ELSE
               IF NOT ENTREGA-DEVOLVIDA
                   DISPLAY 'ENTREGA NAO ESTA DEVOLVIDA (SITUACAO '
                       ENTREGA-STATUS ')'
               ELSE
                   PERFORM 0360-LER-TRATAMENTO
                   IF NOT DEVTRAT-PENDENTE
                       DISPLAY 'DEVOLUCAO JA TRATADA EM '
                           DEVTRAT-DATA-DECISAO ' POR '
                           DEVTRAT-OPERADOR
                   ELSE
                       SET DEVOLUCAO-TRATAVEL TO TRUE
                       PERFORM 0370-CALCULAR-DIAS
                       DISPLAY 'CLIENTE......' ENTREGA-CLIENTE
                       DISPLAY 'UF...........' ENTREGA-UF
                       DISPLAY 'DEVOLVIDA EM.' ENTREGA-DATA-STATUS
                           ' (' WRK-DIAS ' DIAS)'
                       DISPLAY 'NIVEL........' ENTREGA-NIVEL-SERVICO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * DECISAO DA DEVOLUCAO NO DEVTRAT - SEM REGISTRO, ELA ESTA
      * PENDENTE E NUNCA FOI ESCALADA
      *****************************************************
       0360-LER-TRATAMENTO.
           SET TRATAMENTO-GRAVADO TO FALSE
           MOVE WRK-NUM-PEDIDO TO DEVTRAT-NUM-PEDIDO
           READ TRATAMENTO-DEVOLUCAO
               KEY IS DEVTRAT-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-DVT = '00'
               SET TRATAMENTO-GRAVADO TO TRUE
           ELSE
               INITIALIZE DEVTRAT-REC
               MOVE WRK-NUM-PEDIDO TO DEVTRAT-NUM-PEDIDO
               MOVE SPACES TO DEVTRAT-DECISAO
           END-IF.

       0370-CALCULAR-DIAS.
           MOVE ZEROS TO WRK-DIAS
           IF ENTREGA-DATA-STATUS > ZEROS
               AND ENTREGA-DATA-STATUS < WRK-DATA-HOJE
               CALL 'PROGCOB17-DIFDIAS' USING ENTREGA-DATA-STATUS
                   WRK-DATA-HOJE WRK-DIAS
           END-IF.

      *****************************************************
      * REENTREGA - O PEDIDO NOVO REPETE O CLIENTE, A UF, O
      * ENDERECO DE ENTREGA E O NIVEL DE SERVICO DO ORIGINAL E
      * LEVA A MERCADORIA DO LANCAMENTO DO FRETDET EM LINHAS
      * 'REENTREGA PED NNNNNN'. A COTACAO FORMAL EMITIDA PARA ELE
      * (VALIDA POR 30 DIAS) FIXA O FRETE NA TARIFACAO DO
      * PROGCOB09: O FRETE ORIGINAL OU ZERO, SEM CUSTO PARA O
      * CLIENTE. O PEDIDO E DA CASA (SEM VENDEDOR), PARA A
      * REENTREGA NAO GERAR COMISSAO
      *****************************************************
       0400-GERAR-REENTREGA.
           PERFORM 0350-LOCALIZAR-DEVOLUCAO
           IF NOT DEVOLUCAO-TRATAVEL
               GO TO 0400-EXIT
           END-IF
           PERFORM 0410-LOCALIZAR-FRETE
           IF NOT FRETE-ENCONTRADO
               DISPLAY 'PEDIDO SEM LANCAMENTO NO DIARIO DE FRETE - '
                   'REENTREGA NAO GERADA'
               GO TO 0400-EXIT
           END-IF
           PERFORM 0420-DIVIDIR-MERCADORIA
           IF WRK-QT-LINHAS > 10
               DISPLAY 'MERCADORIA NAO CABE EM 10 LINHAS DO PEDIDO - '
                   'DIGITAR A REENTREGA NO PROGCOB65'
               GO TO 0400-EXIT
           END-IF
           MOVE FRETDET-FRETE TO WRK-FRETE-ED
           DISPLAY 'FRETE ORIGINAL.' WRK-FRETE-ED
           DISPLAY 'REENTREGA SEM CUSTO PARA O CLIENTE (S/N)..'
           MOVE SPACES TO WRK-SEM-CUSTO
           ACCEPT WRK-SEM-CUSTO
           IF WRK-SEM-CUSTO = 's'
               MOVE 'S' TO WRK-SEM-CUSTO
           END-IF
           IF WRK-SEM-CUSTO = 'S'
               IF NOT SUPERVISOR-AUTORIZADO
                   MOVE 'REENTREGA SEM CUSTO' TO WRK-ACAO-NEGADA
                   PERFORM 0860-REGISTRAR-NEGATIVA
                   GO TO 0400-EXIT
               END-IF
               MOVE ZEROS TO WRK-FRETE-REENT WRK-GRIS-REENT
           ELSE
               MOVE 'N' TO WRK-SEM-CUSTO
               MOVE FRETDET-FRETE TO WRK-FRETE-REENT
               MOVE FRETDET-FRETE-GRIS TO WRK-GRIS-REENT
           END-IF
           MOVE WRK-FRETE-REENT TO WRK-FRETE-ED
           DISPLAY 'FRETE DA REENTREGA.' WRK-FRETE-ED
               ' - CONFIRMA (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'REENTREGA NAO GERADA'
               GO TO 0400-EXIT
           END-IF
           PERFORM 0430-NUMERAR
           PERFORM 0440-GRAVAR-COTACAO
           IF WRK-FS-COT NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A COTACAO ' WRK-COTACAO-NOVA
                   ' (' WRK-FS-COT ') - REENTREGA NAO GERADA'
               GO TO 0400-EXIT
           END-IF
           PERFORM 0450-GRAVAR-FILA
           IF WRK-FS-RSB NOT = '00'
               DISPLAY 'ERRO AO GRAVAR NA FILA REENVIO ('
                   WRK-FS-RSB ') - REENTREGA NAO GERADA'
               DELETE COTACOES-FORMAIS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 0400-EXIT
           END-IF
           PERFORM 0435-GUARDAR-NUMERACAO
           MOVE 'R' TO DEVTRAT-DECISAO
           MOVE WRK-PEDIDO-NOVO TO DEVTRAT-PEDIDO-NOVO
           MOVE WRK-COTACAO-NOVA TO DEVTRAT-COTACAO
           MOVE WRK-SEM-CUSTO TO DEVTRAT-SEM-CUSTO
           MOVE WRK-FRETE-REENT TO DEVTRAT-FRETE
           MOVE ZEROS TO DEVTRAT-QT-MATERIAIS
           PERFORM 0460-GRAVAR-DECISAO
           MOVE 'REENTREGA' TO AUDTRL-CAMPO
           MOVE 'DEVOLVIDA' TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING 'PED ' WRK-PEDIDO-NOVO ' COT ' WRK-COTACAO-NOVA
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           MOVE 'FRETE REENTREGA' TO AUDTRL-CAMPO
           MOVE FRETDET-FRETE TO WRK-FRETE-ED
           MOVE WRK-FRETE-ED TO AUDTRL-VALOR-ANTES
           MOVE WRK-FRETE-REENT TO WRK-FRETE-ED
           MOVE WRK-FRETE-ED TO AUDTRL-VALOR-DEPOIS
           IF WRK-SEM-CUSTO = 'S'
               MOVE 'SEM CUSTO' TO AUDTRL-VALOR-DEPOIS
           END-IF
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'REENTREGA GERADA - PEDIDO ' WRK-PEDIDO-NOVO
               ' COTACAO ' WRK-COTACAO-NOVA ' VALIDA ATE '
               WRK-VALIDADE.
       0400-EXIT.
           EXIT.

      *****************************************************
      * LANCAMENTO DO PEDIDO NO DIARIO FRETDET - O ULTIMO
      * LANCAMENTO NORMAL VALE, COMO NO CANCELAMENTO DO PROGCB109
      *****************************************************
       0410-LOCALIZAR-FRETE.
           SET FRETE-ENCONTRADO TO FALSE
           SET FIM-DIARIO TO FALSE
           MOVE SPACES TO WRK-FRETDET-ORIGINAL
           OPEN INPUT FRETE-DETALHE
           IF WRK-FS-FDT NOT = '00'
               SET FIM-DIARIO TO TRUE
           END-IF
           PERFORM 0415-LER-UM-LANCAMENTO UNTIL FIM-DIARIO
           IF WRK-FS-FDT = '00' OR WRK-FS-FDT = '10'
               CLOSE FRETE-DETALHE
           END-IF
           IF FRETE-ENCONTRADO
               MOVE WRK-FRETDET-ORIGINAL TO FRETDET-REC
           END-IF.

       0415-LER-UM-LANCAMENTO.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DIARIO TO TRUE
           END-READ
           IF NOT FIM-DIARIO
               AND FRETDET-NUM-PEDIDO = WRK-NUM-PEDIDO
               AND NOT FRETDET-ESTORNO
               SET FRETE-ENCONTRADO TO TRUE
               MOVE FRETDET-REC TO WRK-FRETDET-ORIGINAL
           END-IF.

      *****************************************************
      * QUANTAS LINHAS DO ORDPED A MERCADORIA PRECISA (A MAIOR
      * CONTAGEM ENTRE VALOR E PESO, NO MINIMO UMA) E A PARTE DE
      * CADA LINHA - A ULTIMA LEVA A SOBRA DA DIVISAO
      *****************************************************
       0420-DIVIDIR-MERCADORIA.
           COMPUTE WRK-LINHAS-VALOR =
               (FRETDET-VALOR + WRK-LIMITE-VALOR - 0,01)
               / WRK-LIMITE-VALOR
           COMPUTE WRK-LINHAS-PESO =
               (FRETDET-PESO + WRK-LIMITE-PESO - 0,01)
               / WRK-LIMITE-PESO
           MOVE WRK-LINHAS-VALOR TO WRK-QT-LINHAS
           IF WRK-LINHAS-PESO > WRK-QT-LINHAS
               MOVE WRK-LINHAS-PESO TO WRK-QT-LINHAS
           END-IF
           IF WRK-QT-LINHAS = ZEROS
               MOVE 1 TO WRK-QT-LINHAS
           END-IF
           IF WRK-QT-LINHAS <= 10
               COMPUTE WRK-VALOR-LINHA = FRETDET-VALOR / WRK-QT-LINHAS
               COMPUTE WRK-PESO-LINHA = FRETDET-PESO / WRK-QT-LINHAS
               COMPUTE WRK-VALOR-RESTO = FRETDET-VALOR
                   - WRK-VALOR-LINHA * (WRK-QT-LINHAS - 1)
               COMPUTE WRK-PESO-RESTO = FRETDET-PESO
                   - WRK-PESO-LINHA * (WRK-QT-LINHAS - 1)
           END-IF.

      *****************************************************
      * PROXIMO NUMERO DE PEDIDO (ORDCTL, COMO NA DIGITACAO DO
      * PROGCOB65) E DE COTACAO (QUOCTL, COMO NO PROGCOB09) - OS
      * CONTROLES SO SAO REGRAVADOS DEPOIS DA COTACAO E DA FILA
      *****************************************************
       0430-NUMERAR.
           MOVE ZEROS TO WRK-PEDIDO-NOVO WRK-COTACAO-NOVA
           OPEN INPUT CONTROLE-PEDIDO
           IF WRK-FS-OCT = '00'
               READ CONTROLE-PEDIDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ORDCTL-ULT-NUMERO TO WRK-PEDIDO-NOVO
               END-READ
               CLOSE CONTROLE-PEDIDO
           END-IF
           ADD 1 TO WRK-PEDIDO-NOVO
           OPEN INPUT CONTROLE-COTACAO
           IF WRK-FS-QCT = '00'
               READ CONTROLE-COTACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QUOCTL-ULT-NUMERO TO WRK-COTACAO-NOVA
               END-READ
               CLOSE CONTROLE-COTACAO
           END-IF
           ADD 1 TO WRK-COTACAO-NOVA.

       0435-GUARDAR-NUMERACAO.
           OPEN OUTPUT CONTROLE-PEDIDO
           MOVE WRK-PEDIDO-NOVO TO ORDCTL-ULT-NUMERO
           WRITE ORDCTL-REC
           CLOSE CONTROLE-PEDIDO
           OPEN OUTPUT CONTROLE-COTACAO
           MOVE WRK-COTACAO-NOVA TO QUOCTL-ULT-NUMERO
           WRITE QUOCTL-REC
           CLOSE CONTROLE-COTACAO.

      *****************************************************
      * COTACAO FORMAL DA REENTREGA - MESMO CLIENTE E MESMA UF
      * DO LANCAMENTO ORIGINAL, QUE E O QUE O PROGCOB09 CONFERE
      * PARA HONRAR O PRECO
      *****************************************************
       0440-GRAVAR-COTACAO.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE
               WRK-DIAS-VALIDADE WRK-VALIDADE
           INITIALIZE COTACAO-REC
           MOVE WRK-COTACAO-NOVA TO COTACAO-NUMERO
           MOVE FRETDET-CLIENTE TO COTACAO-CLIENTE
           MOVE FRETDET-UF TO COTACAO-UF
           MOVE FRETDET-VALOR TO COTACAO-VALOR
           MOVE FRETDET-PESO TO COTACAO-PESO
           MOVE ZEROS TO COTACAO-AREA
           MOVE WRK-FRETE-REENT TO COTACAO-FRETE
           MOVE WRK-GRIS-REENT TO COTACAO-FRETE-GRIS
           MOVE WRK-DATA-HOJE TO COTACAO-DATA-EMISSAO
           MOVE WRK-VALIDADE TO COTACAO-DATA-VALIDADE
           MOVE 'A' TO COTACAO-SITUACAO
           MOVE SPACES TO COTACAO-VENDEDOR
           MOVE ZEROS TO COTACAO-DATA-USO
           MOVE ZEROS TO COTACAO-PEDIDO
           WRITE COTACAO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *****************************************************
      * PEDIDO NOVO NA FILA REENVIO COM A MARCA DE REENTREGA,
      * CHAVE 'ORD' + DATA + HORA + 9 E O FIM DO NUMERO DO
      * PEDIDO - A CRITICA DO PROGCOB35 O LE DEPOIS DO LOTE DO
      * DIA E O TRATA COMO PEDIDO DO DIA
      *****************************************************
       0450-GRAVAR-FILA.
           INITIALIZE ORDPED-REC
           MOVE WRK-PEDIDO-NOVO TO ORDPED-NUM-PEDIDO
           MOVE FRETDET-CLIENTE TO ORDPED-CLIENTE
           MOVE FRETDET-UF TO ORDPED-UF
           MOVE WRK-QT-LINHAS TO ORDPED-QT-ITENS
           MOVE WRK-PEDIDO-NOVO TO WRK-PEDIDO-NOVO-TXT
           PERFORM 0455-MONTAR-LINHA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-LINHAS
           MOVE WRK-COTACAO-NOVA TO ORDPED-NUM-COTACAO
           IF ENTREGA-EXPRESSA
               MOVE 'E' TO ORDPED-NIVEL-SERVICO
           ELSE
               MOVE 'N' TO ORDPED-NIVEL-SERVICO
           END-IF
           MOVE SPACES TO ORDPED-VENDEDOR
           MOVE FRETDET-COD-ENTREGA TO ORDPED-COD-ENTREGA
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE WRK-DATA-HOJE TO WRK-CHF-DATA
           MOVE WRK-HORA-AGORA TO WRK-CHF-HORA
           MOVE WRK-PEDIDO-NOVO-TXT(4:3) TO WRK-CHF-SEQ
           MOVE WRK-CHAVE-FILA TO REENVIO-CHAVE-SUSP
           MOVE 'D' TO REENVIO-MARCA
           MOVE WRK-DATA-HOJE TO REENVIO-DATA-ORIGEM
           MOVE WRK-OPERADOR TO REENVIO-OPERADOR
           MOVE WRK-DATA-HOJE TO REENVIO-DATA-FILA
           MOVE ORDPED-REC TO REENVIO-IMAGEM
           WRITE REENVIO-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       0455-MONTAR-LINHA.
           MOVE SPACES TO ORDPED-PRODUTO(WRK-I)
           STRING 'REENTREGA PED ' WRK-NUM-PEDIDO
               DELIMITED BY SIZE INTO ORDPED-PRODUTO(WRK-I)
           IF WRK-I < WRK-QT-LINHAS
               MOVE WRK-VALOR-LINHA TO ORDPED-VALOR(WRK-I)
               MOVE WRK-PESO-LINHA TO ORDPED-PESO(WRK-I)
           ELSE
               MOVE WRK-VALOR-RESTO TO ORDPED-VALOR(WRK-I)
               MOVE WRK-PESO-RESTO TO ORDPED-PESO(WRK-I)
           END-IF
           MOVE ZEROS TO ORDPED-LARGURA(WRK-I)
           MOVE ZEROS TO ORDPED-COMPRIMENTO(WRK-I)
           MOVE ZEROS TO ORDPED-ALTURA(WRK-I).

      *****************************************************
      * GRAVA A DECISAO NO DEVTRAT - O REGISTRO PENDENTE DEIXADO
      * PELA ESCALADA DO PROGCB107 E REGRAVADO
      *****************************************************
       0460-GRAVAR-DECISAO.
           MOVE ENTREGA-CLIENTE TO DEVTRAT-CLIENTE
           MOVE ENTREGA-DATA-STATUS TO DEVTRAT-DATA-DEVOLUCAO
           MOVE WRK-DATA-HOJE TO DEVTRAT-DATA-DECISAO
           MOVE WRK-OPERADOR TO DEVTRAT-OPERADOR
           MOVE WRK-NUM-PEDIDO TO WRK-CHAVE-AUDIT
           IF TRATAMENTO-GRAVADO
               REWRITE DEVTRAT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O DEVTRAT ('
                           WRK-FS-DVT ')'
               END-REWRITE
           ELSE
               WRITE DEVTRAT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O DEVTRAT ('
                           WRK-FS-DVT ')'
               END-WRITE
           END-IF.

      *****************************************************
      * VOLTA AO ESTOQUE - O PEDIDO DE FRETE NAO GUARDA O CODIGO
      * DO MATERIAL, ENTAO O OPERADOR INFORMA O QUE VOLTOU
      * (CODIGO DO MATCAT E QUANTIDADE EM M2). CONFIRMADA A
      * LISTA, CADA MATERIAL ENTRA NO ESTOQUE E NO MATMOV
      *****************************************************
       0500-VOLTAR-ESTOQUE.
           PERFORM 0350-LOCALIZAR-DEVOLUCAO
           IF NOT DEVOLUCAO-TRATAVEL
               GO TO 0500-EXIT
           END-IF
           MOVE ZEROS TO WRK-QT-MATERIAIS
           SET FIM-MATERIAIS TO FALSE
           PERFORM 0510-LER-MATERIAL
               UNTIL FIM-MATERIAIS OR WRK-QT-MATERIAIS = 10
           IF WRK-QT-MATERIAIS = ZEROS
               DISPLAY 'NENHUM MATERIAL INFORMADO - DEVOLUCAO '
                   'CONTINUA PENDENTE'
               GO TO 0500-EXIT
           END-IF
           DISPLAY 'ENTRADA NO ESTOQUE DE ' WRK-QT-MATERIAIS
               ' MATERIAIS - CONFIRMA (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'VOLTA AO ESTOQUE NAO REGISTRADA'
               GO TO 0500-EXIT
           END-IF
           MOVE WRK-NUM-PEDIDO TO WRK-CHAVE-AUDIT
           OPEN EXTEND MOVIMENTOS-MATERIAL
           IF WRK-FS-MOV = '05' OR WRK-FS-MOV = '35'
               OPEN OUTPUT MOVIMENTOS-MATERIAL
           END-IF
           PERFORM 0520-APLICAR-MATERIAL
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-MATERIAIS
           CLOSE MOVIMENTOS-MATERIAL
           MOVE 'E' TO DEVTRAT-DECISAO
           MOVE ZEROS TO DEVTRAT-PEDIDO-NOVO
           MOVE ZEROS TO DEVTRAT-COTACAO
           MOVE 'N' TO DEVTRAT-SEM-CUSTO
           MOVE ZEROS TO DEVTRAT-FRETE
           MOVE WRK-QT-MATERIAIS TO DEVTRAT-QT-MATERIAIS
           PERFORM 0460-GRAVAR-DECISAO
           MOVE 'DECISAO' TO AUDTRL-CAMPO
           MOVE 'DEVOLVIDA' TO AUDTRL-VALOR-ANTES
           MOVE 'VOLTA AO ESTOQUE' TO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'VOLTA AO ESTOQUE REGISTRADA - ' WRK-QT-MATERIAIS
               ' MATERIAIS'.
       0500-EXIT.
           EXIT.

       0510-LER-MATERIAL.
           DISPLAY 'CODIGO DO MATERIAL (BRANCO = FIM)..'
           MOVE SPACES TO WRK-CODIGO
           ACCEPT WRK-CODIGO
           IF WRK-CODIGO = SPACES
               SET FIM-MATERIAIS TO TRUE
           ELSE
               MOVE WRK-CODIGO TO MATCAT-CODIGO
               READ MATERIAL-CATALOGO
                   KEY IS MATCAT-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-MAT NOT = '00'
                   DISPLAY 'MATERIAL AUSENTE DO CATALOGO MATCAT'
               ELSE
                   DISPLAY 'MATERIAL.. ' MATCAT-DESCRICAO
                   DISPLAY 'QUANTIDADE DEVOLVIDA (M2)..'
                   MOVE ZEROS TO WRK-QUANTIDADE
                   ACCEPT WRK-QUANTIDADE
                   IF WRK-QUANTIDADE NOT > ZEROS
                       DISPLAY 'QUANTIDADE INVALIDA - MATERIAL '
                           'IGNORADO'
                   ELSE
                       ADD 1 TO WRK-QT-MATERIAIS
                       MOVE WRK-CODIGO
                           TO WRK-MAT-CODIGO(WRK-QT-MATERIAIS)
                       MOVE MATCAT-DESCRICAO
                           TO WRK-MAT-DESCRICAO(WRK-QT-MATERIAIS)
                       MOVE WRK-QUANTIDADE
                           TO WRK-MAT-QUANTIDADE(WRK-QT-MATERIAIS)
                       MOVE MATCAT-PRECO-UNIT
                           TO WRK-MAT-PRECO(WRK-QT-MATERIAIS)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * ENTRADA DE UM MATERIAL: SALDO, CUSTO MEDIO E VALOR PELO
      * PROGCB130, LINHA 'E' MOTIVO 'DEV' NO MATMOV COM O PEDIDO
      * DEVOLVIDO NA REFERENCIA E UM REGISTRO NO AUDTRL
      *****************************************************
       0520-APLICAR-MATERIAL.
           MOVE WRK-MAT-CODIGO(WRK-I) TO ESTOQUE-CODIGO
           READ ESTOQUE-MATERIAL
               INVALID KEY
                   MOVE WRK-MAT-CODIGO(WRK-I) TO ESTOQUE-CODIGO
                   MOVE ZEROS TO ESTOQUE-SALDO
                   MOVE ZEROS TO ESTOQUE-MINIMO
                   MOVE ZEROS TO ESTOQUE-CUSTO-MEDIO
                   MOVE ZEROS TO ESTOQUE-VALOR
                   WRITE ESTOQUE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           IF ESTOQUE-CUSTO-MEDIO NUMERIC
               AND ESTOQUE-CUSTO-MEDIO > ZEROS
               MOVE ESTOQUE-CUSTO-MEDIO TO WRK-CUSTO-REF
           ELSE
               MOVE WRK-MAT-PRECO(WRK-I) TO WRK-CUSTO-REF
           END-IF
           MOVE WRK-MAT-QUANTIDADE(WRK-I) TO WRK-QUANTIDADE
           MOVE 'E' TO WRK-TIPO-MOV
           CALL 'PROGCB130-CUSTOMEDIO' USING WRK-TIPO-MOV
               WRK-QUANTIDADE WRK-CUSTO-REF ESTOQUE-SALDO
               ESTOQUE-CUSTO-MEDIO ESTOQUE-VALOR WRK-CUSTO-MOV
               WRK-VALOR-MOV
           REWRITE ESTOQUE-REC
           ACCEPT MATMOV-DATA FROM DATE YYYYMMDD
           ACCEPT MATMOV-HORA FROM TIME
           MOVE WRK-MAT-CODIGO(WRK-I) TO MATMOV-CODIGO
           MOVE 'E' TO MATMOV-TIPO
           MOVE WRK-QUANTIDADE TO MATMOV-QUANTIDADE
           MOVE 'DEV' TO MATMOV-MOTIVO
           MOVE WRK-NUM-PEDIDO TO MATMOV-REFERENCIA
           MOVE WRK-CUSTO-MOV TO MATMOV-CUSTO-UNIT
           MOVE WRK-VALOR-MOV TO MATMOV-VALOR
           WRITE MATMOV-REC
           MOVE SPACES TO AUDTRL-CAMPO
           STRING 'ESTOQUE ' WRK-MAT-CODIGO(WRK-I)
               DELIMITED BY SIZE INTO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE WRK-QUANTIDADE TO WRK-QT-ED
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING 'ENTRADA ' WRK-QT-ED
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA.

      *****************************************************
      * CONSULTA - SITUACAO DA ENTREGA E DECISAO DO DEVTRAT
      *****************************************************
       0600-CONSULTAR-DEVOLUCAO.
           DISPLAY 'NUMERO DO PEDIDO..'
           MOVE ZEROS TO WRK-NUM-PEDIDO
           ACCEPT WRK-NUM-PEDIDO
           MOVE WRK-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
           READ ENTREGA-STATUS-ARQ
               KEY IS ENTREGA-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ENT NOT = '00'
               DISPLAY 'PEDIDO SEM REGISTRO DE ENTREGA'
               GO TO 0600-EXIT
           END-IF
           PERFORM 0360-LER-TRATAMENTO
           PERFORM 0370-CALCULAR-DIAS
           DISPLAY '--------------'
           DISPLAY 'PEDIDO.......' ENTREGA-NUM-PEDIDO
           DISPLAY 'CLIENTE......' ENTREGA-CLIENTE
           DISPLAY 'SITUACAO.....' ENTREGA-STATUS ' EM '
               ENTREGA-DATA-STATUS ' (' WRK-DIAS ' DIAS)'
           DISPLAY 'NIVEL........' ENTREGA-NIVEL-SERVICO
           EVALUATE TRUE
               WHEN DEVTRAT-REENTREGA
                   DISPLAY 'DECISAO......REENTREGA'
                   DISPLAY 'PEDIDO NOVO..' DEVTRAT-PEDIDO-NOVO
                   DISPLAY 'COTACAO......' DEVTRAT-COTACAO
                   MOVE DEVTRAT-FRETE TO WRK-FRETE-ED
                   DISPLAY 'FRETE........' WRK-FRETE-ED
                   IF DEVTRAT-CORTESIA
                       DISPLAY 'SEM CUSTO PARA O CLIENTE'
                   END-IF
               WHEN DEVTRAT-ESTOQUE
                   DISPLAY 'DECISAO......VOLTA AO ESTOQUE'
                   DISPLAY 'MATERIAIS....' DEVTRAT-QT-MATERIAIS
               WHEN OTHER
                   DISPLAY 'DECISAO......PENDENTE'
           END-EVALUATE
           IF NOT DEVTRAT-PENDENTE
               DISPLAY 'DECIDIDA EM..' DEVTRAT-DATA-DECISAO ' POR '
                   DEVTRAT-OPERADOR
           END-IF
           IF DEVTRAT-DATA-ESCALADA > ZEROS
               DISPLAY 'ESCALADA EM..' DEVTRAT-DATA-ESCALADA
           END-IF.
       0600-EXIT.
           EXIT.

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
           MOVE 'PROGCB138' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * UM REGISTRO NO AUDTRL POR DECISAO E POR MATERIAL - QUEM
      * DECIDIU (OPERADOR ASSINADO), CHAVE = PEDIDO DEVOLVIDO,
      * CAMPO E VALORES ANTES/DEPOIS MONTADOS PELO CHAMADOR
      *****************************************************
       0850-GRAVAR-AUDITORIA.
           MOVE 'PROGCB138' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDIT TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0860-REGISTRAR-NEGATIVA.
           DISPLAY 'ACAO EXIGE SUPERVISOR'
           MOVE 'E001' TO EXCLOG-CODIGO
           MOVE SPACES TO EXCLOG-DESCRICAO
           STRING WRK-ACAO-NEGADA DELIMITED BY '  '
               ' ' WRK-OPERADOR DELIMITED BY SIZE
               INTO EXCLOG-DESCRICAO
           PERFORM 0800-GRAVAR-EXCECAO.

       0900-FINALIZAR.
           IF SIGNON-ACEITO
               CLOSE ENTREGA-STATUS-ARQ TRATAMENTO-DEVOLUCAO
                   COTACOES-FORMAIS FILA-REENVIO MATERIAL-CATALOGO
                   ESTOQUE-MATERIAL AUDIT-LOG
           END-IF
           CLOSE EXCEPTION-LOG.

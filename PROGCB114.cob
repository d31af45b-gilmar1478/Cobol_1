       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB114.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CONSULTA UNICA DO CLIENTE (VISAO 360) PARA O
      * ATENDIMENTO POR TELEFONE - SO LEITURA, PELO CUSTMAS-ID OU
      * PELO CPF/CNPJ, REUNE NUMA TELA O CADASTRO, O LIMITE DE
      * CREDITO E A EXPOSICAO ATUAL, AS FATURAS EM ABERTO DO
      * CONTREC E O CREDITO DO CREDCLI, OS ULTIMOS N PEDIDOS COM
      * A SITUACAO DA ENTREGA, OS SINISTROS EM ABERTO, AS
      * COTACOES ATIVAS, O CONTRATO DE FRETE E, QUANDO O
      * DOCUMENTO E UM CPF, O SALDO DE PONTOS DE FIDELIDADE -
      * NO LUGAR DE PASSAR PELO PROGCOB20, PELO AGING DO
      * PROGCOB45, PELO PROGCOB33 E PELO EXTRATO
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
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL CREDITO-CLIENTES ASSIGN TO 'CREDCLI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDCLI-CLIENTE
               FILE STATUS IS WRK-FS-CRD.
           SELECT OPTIONAL ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT OPTIONAL SINISTROS ASSIGN TO 'SINISTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINISTRO-NUMERO
               FILE STATUS IS WRK-FS-SIN.
           SELECT OPTIONAL COTACOES-FORMAIS ASSIGN TO 'COTACAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COTACAO-NUMERO
               FILE STATUS IS WRK-FS-COT.
           SELECT OPTIONAL CONTRATOS-FRETE ASSIGN TO 'CONTRAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTRAT-CLIENTE
               FILE STATUS IS WRK-FS-CON.
           SELECT OPTIONAL LEDGER-FIDELIDADE ASSIGN TO 'LOYALLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYALLED-CPF
               FILE STATUS IS WRK-FS-LOY.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  CREDITO-CLIENTES.
           COPY 'CREDCLI.CPY'.

       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  SINISTROS.
           COPY 'SINISTRO.CPY'.

       FD  COTACOES-FORMAIS.
           COPY 'COTACAO.CPY'.

       FD  CONTRATOS-FRETE.
           COPY 'CONTRAT.CPY'.

       FD  LEDGER-FIDELIDADE.
           COPY 'LOYALLED.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * ULTIMOS N PEDIDOS DO CLIENTE - O ENTREGA E LIDO NA ORDEM
      * DO NUMERO DO PEDIDO E A TABELA GUARDA SO OS N MAIS
      * RECENTES, EMPURRANDO O MAIS ANTIGO PARA FORA
      *****************************************************
       01  WRK-TABELA-PEDIDOS.
           02  WRK-PED-ENTRADA OCCURS 20 TIMES.
               03  WRK-PED-NUMERO   PIC 9(06).
               03  WRK-PED-MANIFESTO PIC 9(08).
               03  WRK-PED-STATUS   PIC X(01).
               03  WRK-PED-DATA-STATUS PIC 9(08).
               03  WRK-PED-PROMETIDA PIC 9(08).
       77 WRK-QT-PEDIDOS    PIC 9(02) VALUE ZEROS.
       77 WRK-N-PEDIDOS     PIC 9(02) VALUE 5.
       77 WRK-N-LIDO        PIC 9(02) VALUE ZEROS.

       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-CRD        PIC X(02) VALUE '00'.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-SIN        PIC X(02) VALUE '00'.
       77 WRK-FS-COT        PIC X(02) VALUE '00'.
       77 WRK-FS-CON        PIC X(02) VALUE '00'.
       77 WRK-FS-LOY        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
           88 CONTINUAR-CONSULTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ABERTOS       PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 CLIENTE-ENCONTRADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-LEITURA   PIC X(01) VALUE 'N'.
           88 FIM-LEITURA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ID            PIC 9(06) VALUE ZEROS.
       77 WRK-DOC-NUM       PIC 9(14) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-K             PIC 9(02) VALUE ZEROS.
       77 WRK-EXPOSICAO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-ABERTAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SINISTROS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COTACOES   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z(08)9,99.
       77 WRK-SALDO-ED      PIC -(09)9,99.
       77 WRK-DIAS-ED       PIC -(04)9.
       77 WRK-STATUS-TEXTO  PIC X(12) VALUE SPACES.
       77 WRK-PONTOS-ED     PIC Z(08)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-CONSULTA
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * TODOS OS ARQUIVOS SAO ABERTOS SO PARA LEITURA; O QUE
      * FALTAR SO DEIXA O SEU QUADRO VAZIO NA CONSULTA
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
                   ') - CONSULTA ENCERRADA'
               SET CONTINUAR-CONSULTA TO FALSE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'CUSTOMER-MASTER INDISPONIVEL - STATUS '
                       WRK-FS-CLI
                   SET CONTINUAR-CONSULTA TO FALSE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET ARQUIVOS-ABERTOS TO TRUE
                   OPEN INPUT CONTAS-RECEBER CREDITO-CLIENTES
                       ENTREGA-STATUS-ARQ SINISTROS COTACOES-FORMAIS
                       CONTRATOS-FRETE LEDGER-FIDELIDADE
               END-IF
               DISPLAY 'QUANTOS PEDIDOS RECENTES (ZERO = 5, ATE 20)..'
               ACCEPT WRK-N-LIDO
               IF WRK-N-LIDO > ZEROS AND WRK-N-LIDO NOT > 20
                   MOVE WRK-N-LIDO TO WRK-N-PEDIDOS
               END-IF
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'ID DO CLIENTE (ZERO = PELO CPF/CNPJ, 999999 = SAIR)'
               '..'
           ACCEPT WRK-ID
           IF WRK-ID = 999999
               SET CONTINUAR-CONSULTA TO FALSE
           ELSE
               PERFORM 0210-LOCALIZAR-CLIENTE
               IF CLIENTE-ENCONTRADO
                   PERFORM 0220-MOSTRAR-CADASTRO
                   PERFORM 0230-MOSTRAR-CREDITO
                   PERFORM 0240-MOSTRAR-PEDIDOS
                   PERFORM 0250-MOSTRAR-SINISTROS
                   PERFORM 0260-MOSTRAR-COTACOES
                   PERFORM 0270-MOSTRAR-CONTRATO
                   PERFORM 0280-MOSTRAR-FIDELIDADE
               END-IF
           END-IF.

      *****************************************************
      * PELO ID A LEITURA E DIRETA; PELO CPF/CNPJ O CADASTRO E
      * VARRIDO COMO NA CONFERENCIA DE UNICIDADE DO PROGCOB02
      *****************************************************
       0210-LOCALIZAR-CLIENTE.
           SET CLIENTE-ENCONTRADO TO FALSE
           IF WRK-ID = ZEROS
               DISPLAY 'CPF/CNPJ (SO NUMEROS)..'
               ACCEPT WRK-DOC-NUM
               SET FIM-LEITURA TO FALSE
               MOVE ZEROS TO CUSTMAS-ID
               START CUSTOMER-MASTER KEY >= CUSTMAS-ID
                   INVALID KEY
                       SET FIM-LEITURA TO TRUE
               END-START
               PERFORM 0211-LER-UM-DOCUMENTO UNTIL FIM-LEITURA
           ELSE
               MOVE WRK-ID TO CUSTMAS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUSTMAS-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CLI = '00'
                   SET CLIENTE-ENCONTRADO TO TRUE
               END-IF
           END-IF
           IF NOT CLIENTE-ENCONTRADO
               DISPLAY 'CLIENTE NAO ENCONTRADO NO CUSTOMER-MASTER'
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'CONSULTA 360 DE CLIENTE NAO ENCONTRADO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0211-LER-UM-DOCUMENTO.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               IF CUSTMAS-CPF-CNPJ = WRK-DOC-NUM
                   SET CLIENTE-ENCONTRADO TO TRUE
                   SET FIM-LEITURA TO TRUE
               END-IF
           END-IF.

       0220-MOSTRAR-CADASTRO.
           DISPLAY '=============================================='
           DISPLAY 'ID...........' CUSTMAS-ID
           DISPLAY 'NOME.........' CUSTMAS-NOME
           DISPLAY 'CPF/CNPJ.....' CUSTMAS-CPF-CNPJ
           DISPLAY 'LOGRADOURO...' CUSTMAS-LOGRADOURO
           DISPLAY 'CIDADE/UF....' CUSTMAS-CIDADE ' ' CUSTMAS-UF
               '  CEP ' CUSTMAS-CEP
           DISPLAY 'DATA CRIACAO.' CUSTMAS-DATA-CRIA
           DISPLAY 'ULT ATIVIDADE' CUSTMAS-DATA-ULT-ATIV
           DISPLAY 'SITUACAO.....' CUSTMAS-SITUACAO
           DISPLAY 'AVISO ATRASO.' CUSTMAS-AVISO-ATRASO
           DISPLAY 'BLOQ CREDITO.' CUSTMAS-BLOQUEIO-CREDITO.

      *****************************************************
      * EXPOSICAO = SOMA DOS SALDOS EM ABERTO DO CLIENTE NO
      * CONTREC, A MESMA CONTA DA CRITICA DE PEDIDOS DO
      * PROGCOB35; O CREDITO DO CREDCLI APARECE A PARTE
      *****************************************************
       0230-MOSTRAR-CREDITO.
           DISPLAY '--- CREDITO E FATURAS EM ABERTO ---'
           MOVE ZEROS TO WRK-EXPOSICAO WRK-QT-ABERTAS
           SET FIM-LEITURA TO FALSE
           MOVE ZEROS TO CONTREC-NUM-FATURA
           START CONTAS-RECEBER KEY >= CONTREC-NUM-FATURA
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0231-LER-UMA-FATURA UNTIL FIM-LEITURA
           MOVE CUSTMAS-LIMITE-CREDITO TO WRK-VALOR-ED
           DISPLAY 'LIMITE CREDITO.....' WRK-VALOR-ED
           MOVE WRK-EXPOSICAO TO WRK-VALOR-ED
           DISPLAY 'EXPOSICAO ATUAL....' WRK-VALOR-ED
               '  (' WRK-QT-ABERTAS ' FATURAS)'
           IF CUSTMAS-LIMITE-CREDITO > ZEROS
               COMPUTE WRK-DISPONIVEL =
                   CUSTMAS-LIMITE-CREDITO - WRK-EXPOSICAO
               MOVE WRK-DISPONIVEL TO WRK-SALDO-ED
               DISPLAY 'LIMITE DISPONIVEL..' WRK-SALDO-ED
           ELSE
               DISPLAY 'LIMITE DISPONIVEL..SEM LIMITE CADASTRADO'
           END-IF
           MOVE CUSTMAS-ID TO CREDCLI-CLIENTE
           READ CREDITO-CLIENTES
               KEY IS CREDCLI-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CRD = '00'
               MOVE CREDCLI-SALDO TO WRK-VALOR-ED
               DISPLAY 'CREDITO CREDCLI....' WRK-VALOR-ED
                   '  EM ' CREDCLI-DATA-ATUALIZACAO
           ELSE
               DISPLAY 'CREDITO CREDCLI....SEM CREDITO'
           END-IF.

       0231-LER-UMA-FATURA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND CONTREC-CLIENTE = CUSTMAS-ID
               AND CONTREC-SALDO > ZEROS
               ADD CONTREC-SALDO TO WRK-EXPOSICAO
               ADD 1 TO WRK-QT-ABERTAS
               MOVE ZEROS TO WRK-DIAS-ATRASO
               IF CONTREC-DATA-VENCTO < WRK-DATA-HOJE
                   CALL 'PROGCOB17-DIFDIAS' USING CONTREC-DATA-VENCTO
                       WRK-DATA-HOJE WRK-DIAS-ATRASO
               END-IF
               MOVE CONTREC-SALDO TO WRK-VALOR-ED
               MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
               DISPLAY '  FATURA ' CONTREC-NUM-FATURA
                   ' TIPO ' CONTREC-TIPO-TITULO
                   ' VENCTO ' CONTREC-DATA-VENCTO
                   ' SALDO ' WRK-VALOR-ED
                   ' ATRASO ' WRK-DIAS-ED
           END-IF.

       0240-MOSTRAR-PEDIDOS.
           DISPLAY '--- ULTIMOS PEDIDOS E ENTREGA ---'
           MOVE ZEROS TO WRK-QT-PEDIDOS
           SET FIM-LEITURA TO FALSE
           MOVE ZEROS TO ENTREGA-NUM-PEDIDO
           START ENTREGA-STATUS-ARQ KEY >= ENTREGA-NUM-PEDIDO
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0241-LER-UMA-ENTREGA UNTIL FIM-LEITURA
           IF WRK-QT-PEDIDOS = ZEROS
               DISPLAY '  NENHUM PEDIDO'
           ELSE
               PERFORM 0244-MOSTRAR-UM-PEDIDO
                   VARYING WRK-K FROM WRK-QT-PEDIDOS BY -1
                   UNTIL WRK-K < 1
           END-IF.

       0241-LER-UMA-ENTREGA.
           READ ENTREGA-STATUS-ARQ NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND ENTREGA-CLIENTE = CUSTMAS-ID
               IF WRK-QT-PEDIDOS < WRK-N-PEDIDOS
                   ADD 1 TO WRK-QT-PEDIDOS
               ELSE
                   PERFORM 0242-EMPURRAR-PEDIDO
                       VARYING WRK-K FROM 1 BY 1
                       UNTIL WRK-K >= WRK-QT-PEDIDOS
               END-IF
               MOVE ENTREGA-NUM-PEDIDO
                   TO WRK-PED-NUMERO(WRK-QT-PEDIDOS)
               MOVE ENTREGA-DATA-MANIFESTO
                   TO WRK-PED-MANIFESTO(WRK-QT-PEDIDOS)
               MOVE ENTREGA-STATUS TO WRK-PED-STATUS(WRK-QT-PEDIDOS)
               MOVE ENTREGA-DATA-STATUS
                   TO WRK-PED-DATA-STATUS(WRK-QT-PEDIDOS)
               MOVE ENTREGA-DATA-PROMETIDA
                   TO WRK-PED-PROMETIDA(WRK-QT-PEDIDOS)
           END-IF.

       0242-EMPURRAR-PEDIDO.
           MOVE WRK-PED-ENTRADA(WRK-K + 1) TO WRK-PED-ENTRADA(WRK-K).

       0244-MOSTRAR-UM-PEDIDO.
           MOVE WRK-PED-STATUS(WRK-K) TO ENTREGA-STATUS
           EVALUATE TRUE
               WHEN ENTREGA-COTADA
                   MOVE 'COTADO' TO WRK-STATUS-TEXTO
               WHEN ENTREGA-DESPACHADA
                   MOVE 'DESPACHADO' TO WRK-STATUS-TEXTO
               WHEN ENTREGA-TRANSITO
                   MOVE 'EM TRANSITO' TO WRK-STATUS-TEXTO
               WHEN ENTREGA-ENTREGUE
                   MOVE 'ENTREGUE' TO WRK-STATUS-TEXTO
               WHEN ENTREGA-DEVOLVIDA
                   MOVE 'DEVOLVIDO' TO WRK-STATUS-TEXTO
               WHEN ENTREGA-CANCELADA
                   MOVE 'CANCELADO' TO WRK-STATUS-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WRK-STATUS-TEXTO
           END-EVALUATE
           DISPLAY '  PEDIDO ' WRK-PED-NUMERO(WRK-K)
               ' MANIFESTO ' WRK-PED-MANIFESTO(WRK-K)
               ' ' WRK-STATUS-TEXTO
               ' EM ' WRK-PED-DATA-STATUS(WRK-K)
               ' PROMETIDA ' WRK-PED-PROMETIDA(WRK-K).

       0250-MOSTRAR-SINISTROS.
           DISPLAY '--- SINISTROS EM ABERTO ---'
           MOVE ZEROS TO WRK-QT-SINISTROS
           SET FIM-LEITURA TO FALSE
           MOVE ZEROS TO SINISTRO-NUMERO
           START SINISTROS KEY >= SINISTRO-NUMERO
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0251-LER-UM-SINISTRO UNTIL FIM-LEITURA
           IF WRK-QT-SINISTROS = ZEROS
               DISPLAY '  NENHUM SINISTRO EM ABERTO'
           END-IF.

       0251-LER-UM-SINISTRO.
           READ SINISTROS NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND SINISTRO-CLIENTE = CUSTMAS-ID
               AND (SINISTRO-ABERTO OR SINISTRO-REVISAO)
               ADD 1 TO WRK-QT-SINISTROS
               MOVE SINISTRO-VALOR-RECLAMADO TO WRK-VALOR-ED
               DISPLAY '  SINISTRO ' SINISTRO-NUMERO
                   ' PEDIDO ' SINISTRO-NUM-PEDIDO
                   ' TIPO ' SINISTRO-TIPO
                   ' SIT ' SINISTRO-SITUACAO
                   ' ABERTO EM ' SINISTRO-DATA-ABERTURA
                   ' RECLAMADO ' WRK-VALOR-ED
           END-IF.

       0260-MOSTRAR-COTACOES.
           DISPLAY '--- COTACOES ATIVAS ---'
           MOVE ZEROS TO WRK-QT-COTACOES
           SET FIM-LEITURA TO FALSE
           MOVE ZEROS TO COTACAO-NUMERO
           START COTACOES-FORMAIS KEY >= COTACAO-NUMERO
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0261-LER-UMA-COTACAO UNTIL FIM-LEITURA
           IF WRK-QT-COTACOES = ZEROS
               DISPLAY '  NENHUMA COTACAO ATIVA'
           END-IF.

       0261-LER-UMA-COTACAO.
           READ COTACOES-FORMAIS NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND COTACAO-CLIENTE = CUSTMAS-ID
               AND COTACAO-ATIVA
               AND COTACAO-DATA-VALIDADE NOT < WRK-DATA-HOJE
               ADD 1 TO WRK-QT-COTACOES
               MOVE COTACAO-FRETE TO WRK-VALOR-ED
               DISPLAY '  COTACAO ' COTACAO-NUMERO
                   ' UF ' COTACAO-UF
                   ' FRETE ' WRK-VALOR-ED
                   ' VALIDA ATE ' COTACAO-DATA-VALIDADE
           END-IF.

       0270-MOSTRAR-CONTRATO.
           DISPLAY '--- CONTRATO DE FRETE ---'
           MOVE CUSTMAS-ID TO CONTRAT-CLIENTE
           READ CONTRATOS-FRETE
               KEY IS CONTRAT-CLIENTE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CON NOT = '00'
               DISPLAY '  SEM CONTRATO - PRECO DE TABELA'
           ELSE
               IF CONTRAT-DESCONTO
                   DISPLAY '  DESCONTO DE ' CONTRAT-DESCONTO-PCT
                       '% SOBRE O FRETE CALCULADO'
               ELSE
                   DISPLAY '  MULTIPLICADOR FIXO ' CONTRAT-MULT-OVERRIDE
                       ' SOBRE O VALOR'
               END-IF
               DISPLAY '  VIGENCIA ' CONTRAT-VIG-INI ' A '
                   CONTRAT-VIG-FIM ' MOEDA ' CONTRAT-MOEDA
                   ' ISENTO ENCARGOS ' CONTRAT-ISENTO-ENCARGOS
               IF CONTRAT-VIG-FIM < WRK-DATA-HOJE
                   OR CONTRAT-VIG-INI > WRK-DATA-HOJE
                   DISPLAY '  CONTRATO FORA DA VIGENCIA HOJE'
               END-IF
           END-IF.

      *****************************************************
      * O LEDGER DE FIDELIDADE E DO VAREJO, CHAVEADO PELO CPF -
      * SO CLIENTE PESSOA FISICA (DOCUMENTO DE 11 DIGITOS) TEM
      *****************************************************
       0280-MOSTRAR-FIDELIDADE.
           IF CUSTMAS-CPF-CNPJ > ZEROS
               AND CUSTMAS-CPF-CNPJ < 100000000000
               DISPLAY '--- FIDELIDADE ---'
               MOVE CUSTMAS-CPF-CNPJ TO LOYALLED-CPF
               READ LEDGER-FIDELIDADE
                   KEY IS LOYALLED-CPF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-LOY = '00'
                   MOVE LOYALLED-PTS-SALDO TO WRK-PONTOS-ED
                   DISPLAY '  SALDO DE PONTOS ' WRK-PONTOS-ED
                       '  ULT MOVIMENTO ' LOYALLED-DATA-ULT-MOV
               ELSE
                   DISPLAY '  CPF SEM CADASTRO NA FIDELIDADE'
               END-IF
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB114' TO EXCLOG-PROGRAMA
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
           IF ARQUIVOS-ABERTOS
               CLOSE CUSTOMER-MASTER CONTAS-RECEBER CREDITO-CLIENTES
                   ENTREGA-STATUS-ARQ SINISTROS COTACOES-FORMAIS
                   CONTRATOS-FRETE LEDGER-FIDELIDADE
           END-IF
           CLOSE EXCEPTION-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB133.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : SUSPENSO DOS REGISTROS REJEITADOS PELAS CRITICAS
      * NOTURNAS - VENDAS DO CAIXA (PROGCOB30, VENDREJ), PEDIDOS
      * DO ORDENT (PROGCOB35, ORDREJ) E ROSTER DE MATRICULA
      * (PROGCOB12, ROSREJ). ANTES O REJEITADO FICAVA PARADO NO
      * ARQUIVO E A UNICA SAIDA ERA O SISTEMA DE ORIGEM MANDAR
      * TUDO DE NOVO. A TELA RESUME E LISTA OS PENDENTES POR
      * ARQUIVO E MOTIVO; O ATENDENTE DE CADASTRO OU O
      * SUPERVISOR ('I' OU 'S' NO SIGN-ON DO PROGCOB79) CORRIGE
      * OS CAMPOS (CADA CORRECAO VAI PARA O AUDTRL), REPASSA A
      * MESMA CRITICA DO PROGRAMA DE ORIGEM E, ACEITO, MANDA O
      * REGISTRO PARA A FILA REENVIO, LIDA PELA CRITICA DA NOITE
      * SEGUINTE COM A MARCA DE REENVIO. SO O SUPERVISOR
      * DESCARTA. A LINHA DE ITEM DE VENDA NAO VOLTA SOZINHA: VAI
      * JUNTO COM O MOVIMENTO A QUE PERTENCE.
      * A CRITICA DA TELA REPETE AS REGRAS DE REGISTRO E DE
      * CADASTRO; O QUE DEPENDE DO LOTE DA NOITE (LIMITE DE
      * CREDITO ACUMULADO DO PEDIDO, ATRIBUICAO DA TURMA AO
      * OPERADOR DO LOTE) E CONFERIDO DE NOVO NA CRITICA NOTURNA,
      * QUE PASSA TODO REENVIO PELA MESMA VALIDACAO DO ARQUIVO
      * DO DIA.
      * PONTO DE ENTRADA NO ESTILO DO PROGCB118-ATRIBUICAO:
      *   PROGCB133-SUSPENSO  FUNCAO/ORIGEM/MOTIVO/IMAGEM/
      *                       CHAVE ANTERIOR -> RESULTADO
      * FUNCAO 'R' REGISTRA UMA REJEICAO (CHAVE ANTERIOR EM
      * BRANCO = REJEICAO DO ARQUIVO DO DIA; PREENCHIDA =
      * REENVIO REJEITADO DE NOVO), 'A' BAIXA COMO ACEITO O
      * REENVIO DA CHAVE ANTERIOR. RESULTADO: '0' FEITO, '1'
      * SUSPENSO INDISPONIVEL, '2' FUNCAO INVALIDA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM DESCRICAO DO MOTIVO 'FIL' DA CRITICA DOS
      * CAIXAS (FILIAL FORA DE OPERACAO NA DATA DA VENDA)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSO-FILE ASSIGN TO 'SUSPENSO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENS-CHAVE
               FILE STATUS IS WRK-FS-SUS.
           SELECT OPTIONAL FILA-REENVIO ASSIGN TO 'REENVIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REENVIO-CHAVE-SUSP
               FILE STATUS IS WRK-FS-RSB.
           SELECT OPTIONAL GIFT-LEDGER ASSIGN TO 'GIFTLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIFTLED-NUMERO
               FILE STATUS IS WRK-FS-GFT.
           SELECT OPTIONAL PRODUTO-MASTER ASSIGN TO 'PRODMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODMAS-SKU
               FILE STATUS IS WRK-FS-PRD.
           SELECT OPTIONAL FRETE-TABELA ASSIGN TO 'FRETETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRETETAB-CHAVE
               FILE STATUS IS WRK-FS-TAB.
           SELECT OPTIONAL FILIAL-CONFIG ASSIGN TO 'FILIALCF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FIL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL MATRICULA-MASTER ASSIGN TO 'MATRIC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRIC-MATRICULA
               FILE STATUS IS WRK-FS-MAT.
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
       FD  SUSPENSO-FILE.
           COPY 'SUSPENS.CPY'.

       FD  FILA-REENVIO.
           COPY 'REENVIO.CPY'.

       FD  GIFT-LEDGER.
           COPY 'GIFTLED.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMAS.CPY'.

       FD  FRETE-TABELA.
           COPY 'FRETETAB.CPY'.

       FD  FILIAL-CONFIG.
           COPY 'FILIAL.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  MATRICULA-MASTER.
           COPY 'MATRIC.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-SUS        PIC X(02) VALUE '00'.
       77 WRK-FS-RSB        PIC X(02) VALUE '00'.
       77 WRK-FS-GFT        PIC X(02) VALUE '00'.
       77 WRK-FS-PRD        PIC X(02) VALUE '00'.
       77 WRK-FS-TAB        PIC X(02) VALUE '00'.
       77 WRK-FS-FIL        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-CAMPO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-COR       PIC X(01) VALUE 'N'.
           88 FIM-CORRECAO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SUS       PIC X(01) VALUE 'N'.
           88 FIM-SUSPENSO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PAR-ACHADO    PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-BUSCA     PIC X(01) VALUE 'N'.
           88 FIM-BUSCA-TARIFA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TARIFA-OK     PIC X(01) VALUE 'N'.
           88 TARIFA-EM-VIGOR VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-GFT-ABERTO    PIC X(01) VALUE 'N'.
           88 CARTOES-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-PRD-ABERTO    PIC X(01) VALUE 'N'.
           88 PRODUTOS-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-TAB-ABERTO    PIC X(01) VALUE 'N'.
           88 TARIFAS-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTES-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-MAT-ABERTO    PIC X(01) VALUE 'N'.
           88 MATRICULAS-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(03) VALUE SPACES.
       77 WRK-K             PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ITENS      PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM          PIC 9(02) VALUE ZEROS.

      *****************************************************
      * TETO DE PLAUSIBILIDADE DA VENDA E FILIAL DE ORIGEM DA
      * TARIFA - OS MESMOS DA CRITICA NOTURNA (TETO-VENDA DO
      * PARMMAS COM PADRAO DE 50.000; FILIAL DO FILIALCF COM
      * A MATRIZ '001' COMO RESERVA)
      *****************************************************
       77 WRK-TETO-VALOR    PIC 9(07)V99 VALUE 0050000,00.
       77 WRK-FILIAL-ORIGEM PIC X(03) VALUE '001'.
       77 WRK-TARIFA-FILIAL PIC X(03) VALUE SPACES.

      *****************************************************
      * REGISTRO EM CORRECAO: A IMAGEM DO SUSPENSO E CARREGADA
      * NOS LAYOUTS DE ENTRADA DA ORIGEM, E O LAYOUT CORRIGIDO
      * VOLTA PARA A IMAGEM A CADA CAMPO ALTERADO
      *****************************************************
       77 WRK-IMAGEM        PIC X(509) VALUE SPACES.
       77 WRK-CHAVE-ATUAL   PIC X(23) VALUE SPACES.
           COPY 'VENDENT.CPY'.
           COPY 'ORDPED.CPY'.
           COPY 'ROSENT.CPY'.

      *****************************************************
      * ULTIMA LISTAGEM DA TELA - A CORRECAO ESCOLHE O REGISTRO
      * PELO NUMERO DA LINHA LISTADA
      *****************************************************
       01  WRK-TABELA-LISTA.
           02  WRK-LST-CHAVE PIC X(23) OCCURS 200 TIMES.
       77 WRK-QT-LISTA      PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-LISTA     PIC 9(03) VALUE ZEROS.
       77 WRK-FILTRO-ORIGEM PIC X(03) VALUE SPACES.
       77 WRK-FILTRO-MOTIVO PIC X(03) VALUE SPACES.
       01  WRK-LINHA-LISTA.
           05  WRK-LL-NUM          PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-LL-ORIGEM       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-LL-DATA         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-LL-MOTIVO       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-LL-REENVIO      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WRK-LL-IDENT        PIC X(50).

      *****************************************************
      * RESUMO DOS PENDENTES POR ARQUIVO DE ORIGEM E MOTIVO
      *****************************************************
       01  WRK-TABELA-RESUMO.
           02  WRK-RES-ENTRADA OCCURS 60 TIMES.
               03  WRK-RES-ORIGEM  PIC X(03).
               03  WRK-RES-MOTIVO  PIC X(03).
               03  WRK-RES-QT      PIC 9(05).
       77 WRK-QT-RESUMO     PIC 9(02) VALUE ZEROS.
       77 WRK-R             PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-RES       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ED         PIC Z(04)9.
       77 WRK-DSC-ORIGEM    PIC X(03) VALUE SPACES.
       77 WRK-DSC-MOTIVO    PIC X(03) VALUE SPACES.
       77 WRK-DESC-MOTIVO   PIC X(30) VALUE SPACES.

      *****************************************************
      * LINHAS DE ITEM QUE SEGUEM O MOVIMENTO DE VENDA NO
      * SUSPENSO (MESMA RODADA, SEQUENCIA CONTIGUA) E VAO PARA A
      * FILA JUNTO COM ELE
      *****************************************************
       01  WRK-TABELA-ITENS.
           02  WRK-ITM-CHAVE PIC X(23) OCCURS 50 TIMES.
       77 WRK-QT-ITENS-MOV  PIC 9(02) VALUE ZEROS.
       77 WRK-I             PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-ESPERADA  PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-MOV      PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-MOV      PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ITENS     PIC X(01) VALUE 'N'.
           88 FIM-ITENS-MOVIMENTO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-ITENS-OK      PIC X(01) VALUE 'N'.
           88 ITENS-VALIDOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MOTIVO-ITEM   PIC X(03) VALUE SPACES.

      *****************************************************
      * AREAS DA CORRECAO DE CAMPO E DA AUDITORIA - A CHAVE DA
      * AUDITORIA E A DO NEGOCIO (FILIAL + CUPOM DA VENDA, SKU
      * DO ITEM, NUMERO DO PEDIDO, MATRICULA DO ALUNO)
      *****************************************************
       77 WRK-AUD-CHAVE     PIC X(10) VALUE SPACES.
       77 WRK-NOVO-X        PIC X(20) VALUE SPACES.
       77 WRK-NOVO-VALOR    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NOVO-VAL-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NOVO-MEDIDA   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOVO-NUM      PIC 9(12) VALUE ZEROS.
       77 WRK-NOVO-NOTA     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z(08)9,99.
       77 WRK-NUM-ED        PIC Z(11)9.

      *****************************************************
      * AREAS DA VALIDACAO DO CPF DO CLIENTE - MESMA REGRA DE
      * DIGITO VERIFICADOR DO PROGCOB02 E DO PROGCOB30
      *****************************************************
       01  WRK-CPF-DIGITOS.
           02  WRK-CPF-DIG PIC 9(01) OCCURS 11 TIMES.
       77 WRK-CPF-TXT     PIC 9(11) VALUE ZEROS.
       77 WRK-DV-SOMA     PIC 9(04) VALUE ZEROS.
       77 WRK-DV-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-DV-RESTO    PIC 9(02) VALUE ZEROS.
       77 WRK-DV-1        PIC 9(02) VALUE ZEROS.
       77 WRK-DV-2        PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-VALIDO  PIC X(01) VALUE 'N'.
           88 CPF-OK VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * AREA DO PONTO DE ENTRADA PROGCB133-SUSPENSO - COPIA DA
      * LINKAGE PARA CA E O RESULTADO DE VOLTA. A SEQUENCIA
      * DENTRO DA RODADA FICA NA MEMORIA ENTRE AS CHAMADAS DA
      * MESMA CRITICA
      *****************************************************
       77 WRK-SUS-FUNCAO     PIC X(01) VALUE SPACES.
       77 WRK-SUS-ORIGEM     PIC X(03) VALUE SPACES.
       77 WRK-SUS-MOTIVO     PIC X(03) VALUE SPACES.
       77 WRK-SUS-IMAGEM     PIC X(509) VALUE SPACES.
       77 WRK-SUS-CHAVE-ANT  PIC X(23) VALUE SPACES.
       77 WRK-SUS-RESULTADO  PIC X(01) VALUE SPACES.
       77 WRK-SUS-DATA-RODADA PIC 9(08) VALUE ZEROS.
       77 WRK-SUS-HORA-RODADA PIC 9(08) VALUE ZEROS.
       77 WRK-SUS-SEQ        PIC 9(04) VALUE ZEROS.
       77 WRK-SUS-DATA-ORIGEM PIC 9(08) VALUE ZEROS.
       77 WRK-SUS-TENTATIVAS PIC 9(02) VALUE ZEROS.
       77 WRK-SUS-GRAVADO    PIC X(01) VALUE 'N'.
           88 SUSPENSO-GRAVADO VALUE 'S' WHEN SET TO FALSE IS 'N'.

       LINKAGE SECTION.
       01  LK-SUS-FUNCAO      PIC X(01).
       01  LK-SUS-ORIGEM      PIC X(03).
       01  LK-SUS-MOTIVO      PIC X(03).
       01  LK-SUS-IMAGEM      PIC X(509).
       01  LK-SUS-CHAVE-ANT   PIC X(23).
       01  LK-SUS-RESULTADO   PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * PONTO DE ENTRADA DO SUSPENSO, CHAMADO PELAS CRITICAS
      * NOTURNAS A CADA REJEICAO E A CADA REENVIO ACEITO - O
      * CABECALHO DE PARAGRAFO SEPARA O ENTRY DO FLUXO DA TELA,
      * COMO NO PROGCB118
      *****************************************************
       0020-PONTO-SUSPENSO.
       ENTRY 'PROGCB133-SUSPENSO' USING LK-SUS-FUNCAO
               LK-SUS-ORIGEM LK-SUS-MOTIVO LK-SUS-IMAGEM
               LK-SUS-CHAVE-ANT LK-SUS-RESULTADO.
           MOVE LK-SUS-FUNCAO TO WRK-SUS-FUNCAO
           MOVE LK-SUS-ORIGEM TO WRK-SUS-ORIGEM
           MOVE LK-SUS-MOTIVO TO WRK-SUS-MOTIVO
           MOVE LK-SUS-IMAGEM TO WRK-SUS-IMAGEM
           MOVE LK-SUS-CHAVE-ANT TO WRK-SUS-CHAVE-ANT
           PERFORM 0950-ATUALIZAR-SUSPENSO
           MOVE WRK-SUS-RESULTADO TO LK-SUS-RESULTADO.
           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON - SO
      * O ATENDENTE DE CADASTRO E O SUPERVISOR MEXEM NO
      * SUSPENSO; O RESTO E RECUSADO E REGISTRADO NO EXCLOG
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
                   ') - SUSPENSO ENCERRADO'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   AND WRK-NIVEL-SIGNON NOT = 'I'
                   DISPLAY 'CORRECAO DO SUSPENSO EXIGE ATENDENTE DE '
                       'CADASTRO OU SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'SUSPENSO NEGADO A ' WRK-OPERADOR
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   SET FIM-ATENDIMENTO TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET OPERADOR-AUTORIZADO TO TRUE
                   PERFORM 0110-ABRIR-ARQUIVOS
                   PERFORM 0120-CARREGAR-REFERENCIAS
               END-IF
           END-IF.

       0110-ABRIR-ARQUIVOS.
           OPEN I-O SUSPENSO-FILE
           IF WRK-FS-SUS = '35'
               OPEN OUTPUT SUSPENSO-FILE
               CLOSE SUSPENSO-FILE
               OPEN I-O SUSPENSO-FILE
           END-IF
           OPEN I-O FILA-REENVIO
           IF WRK-FS-RSB = '35'
               OPEN OUTPUT FILA-REENVIO
               CLOSE FILA-REENVIO
               OPEN I-O FILA-REENVIO
           END-IF
           OPEN INPUT GIFT-LEDGER
           IF WRK-FS-GFT = '00'
               SET CARTOES-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT PRODUTO-MASTER
           IF WRK-FS-PRD = '00'
               SET PRODUTOS-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT FRETE-TABELA
           IF WRK-FS-TAB = '00'
               SET TARIFAS-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-FS-CLI = '00'
               SET CLIENTES-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT MATRICULA-MASTER
           IF WRK-FS-MAT = '00'
               SET MATRICULAS-DISPONIVEIS TO TRUE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.

      *****************************************************
      * TETO DE PLAUSIBILIDADE DO PARMMAS E FILIAL DE ORIGEM DO
      * FILIALCF, LIDOS UMA VEZ NA ABERTURA COMO NAS CRITICAS
      *****************************************************
       0120-CARREGAR-REFERENCIAS.
           MOVE 'TETO-VENDA' TO WRK-NOME-PARM
           PERFORM 0780-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO
               MOVE WRK-VALOR-PARM TO WRK-TETO-VALOR
           END-IF
           OPEN INPUT FILIAL-CONFIG
           IF WRK-FS-FIL = '00'
               READ FILIAL-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FILIAL-CODIGO TO WRK-FILIAL-ORIGEM
               END-READ
               CLOSE FILIAL-CONFIG
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - RESUMO DOS PENDENTES POR ARQUIVO E MOTIVO'
           DISPLAY '2 - LISTAR PENDENTES'
           DISPLAY '3 - CORRIGIR E REENVIAR (NUMERO DA LISTA)'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-RESUMIR-PENDENTES
               WHEN 2
                   PERFORM 0400-LISTAR-PENDENTES
               WHEN 3
                   PERFORM 0500-CORRIGIR-REGISTRO
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * RESUMO: QUANTOS PENDENTES HA EM CADA ARQUIVO DE ORIGEM,
      * POR MOTIVO DE REJEICAO
      *****************************************************
       0300-RESUMIR-PENDENTES.
           MOVE ZEROS TO WRK-QT-RESUMO
           MOVE LOW-VALUES TO SUSPENS-CHAVE
           PERFORM 0410-POSICIONAR-SUSPENSO
           PERFORM 0310-RESUMIR-UM UNTIL FIM-SUSPENSO
           DISPLAY '--------------'
           DISPLAY 'ARQ MOT  QTDE  DESCRICAO'
           IF WRK-QT-RESUMO = ZEROS
               DISPLAY 'NENHUM REJEITADO PENDENTE NO SUSPENSO'
           END-IF
           PERFORM 0330-MOSTRAR-RESUMO
               VARYING WRK-R FROM 1 BY 1
               UNTIL WRK-R > WRK-QT-RESUMO.

       0310-RESUMIR-UM.
           READ SUSPENSO-FILE NEXT RECORD
               AT END
                   SET FIM-SUSPENSO TO TRUE
           END-READ
           IF NOT FIM-SUSPENSO
               AND SUSPENS-PENDENTE
               MOVE ZEROS TO WRK-IDX-RES
               PERFORM 0320-COMPARAR-RESUMO
                   VARYING WRK-R FROM 1 BY 1
                   UNTIL WRK-R > WRK-QT-RESUMO
                      OR WRK-IDX-RES > ZEROS
               IF WRK-IDX-RES = ZEROS
                   AND WRK-QT-RESUMO < 60
                   ADD 1 TO WRK-QT-RESUMO
                   MOVE WRK-QT-RESUMO TO WRK-IDX-RES
                   MOVE SUSPENS-ORIGEM TO WRK-RES-ORIGEM(WRK-IDX-RES)
                   MOVE SUSPENS-MOTIVO TO WRK-RES-MOTIVO(WRK-IDX-RES)
                   MOVE ZEROS TO WRK-RES-QT(WRK-IDX-RES)
               END-IF
               IF WRK-IDX-RES > ZEROS
                   ADD 1 TO WRK-RES-QT(WRK-IDX-RES)
               END-IF
           END-IF.

       0320-COMPARAR-RESUMO.
           IF WRK-RES-ORIGEM(WRK-R) = SUSPENS-ORIGEM
               AND WRK-RES-MOTIVO(WRK-R) = SUSPENS-MOTIVO
               MOVE WRK-R TO WRK-IDX-RES
           END-IF.

       0330-MOSTRAR-RESUMO.
           MOVE WRK-RES-ORIGEM(WRK-R) TO WRK-DSC-ORIGEM
           MOVE WRK-RES-MOTIVO(WRK-R) TO WRK-DSC-MOTIVO
           PERFORM 0350-DESCREVER-MOTIVO
           MOVE WRK-RES-QT(WRK-R) TO WRK-QT-ED
           DISPLAY WRK-DSC-ORIGEM ' ' WRK-DSC-MOTIVO ' ' WRK-QT-ED
               '  ' WRK-DESC-MOTIVO.

      *****************************************************
      * DESCRICAO DO MOTIVO CONFORME O ARQUIVO DE ORIGEM - OS
      * CODIGOS SAO OS DOS COPYBOOKS VENDREJ, ORDREJ E ROSREJ
      *****************************************************
       0350-DESCREVER-MOTIVO.
           EVALUATE WRK-DSC-ORIGEM ALSO WRK-DSC-MOTIVO
               WHEN 'VEN' ALSO 'NNM'
                   MOVE 'VALOR NAO NUMERICO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'ZER'
                   MOVE 'VALOR ZERADO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'TET'
                   MOVE 'VALOR ACIMA DO TETO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'TIP'
                   MOVE 'TIPO DE TRANSACAO INVALIDO'
                       TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'TND'
                   MOVE 'TENDER INVALIDO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'GFI'
                   MOVE 'CARTAO PRESENTE INVALIDO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'GFS'
                   MOVE 'SALDO DO CARTAO PRESENTE' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'SKU'
                   MOVE 'SKU INVALIDO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'MOV'
                   MOVE 'ITEM DE MOVIMENTO REJEITADO'
                       TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'CPF'
                   MOVE 'CPF INVALIDO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'CUP'
                   MOVE 'CUPOM NAO NUMERICO' TO WRK-DESC-MOTIVO
               WHEN 'VEN' ALSO 'FIL'
                   MOVE 'FILIAL FORA DE OPERACAO' TO WRK-DESC-MOTIVO
               WHEN 'ORD' ALSO 'NNM'
                   MOVE 'CAMPO NUMERICO INVALIDO' TO WRK-DESC-MOTIVO
               WHEN 'ORD' ALSO 'QTI'
                   MOVE 'QTDE DE ITENS FORA DE 1-10'
                       TO WRK-DESC-MOTIVO
               WHEN 'ORD' ALSO 'UFS'
                   MOVE 'UF SEM TARIFA EM VIGOR' TO WRK-DESC-MOTIVO
               WHEN 'ORD' ALSO 'LIM'
                   MOVE 'LIMITE DE CREDITO ESTOURADO'
                       TO WRK-DESC-MOTIVO
               WHEN 'ORD' ALSO 'BLQ'
                   MOVE 'CLIENTE COM CREDITO BLOQUEADO'
                       TO WRK-DESC-MOTIVO
               WHEN 'ROS' ALSO 'MAT'
                   MOVE 'MATRICULA FORA DO CADASTRO'
                       TO WRK-DESC-MOTIVO
               WHEN 'ROS' ALSO 'INA'
                   MOVE 'MATRICULA TRANSFERIDA/TRANCADA'
                       TO WRK-DESC-MOTIVO
               WHEN 'ROS' ALSO 'PRF'
                   MOVE 'TURMA NAO ATRIBUIDA AO OPERADOR'
                       TO WRK-DESC-MOTIVO
               WHEN OTHER
                   MOVE 'MOTIVO NAO CATALOGADO' TO WRK-DESC-MOTIVO
           END-EVALUATE.

      *****************************************************
      * LISTAGEM DOS PENDENTES, OPCIONALMENTE DE UM SO ARQUIVO
      * E DE UM SO MOTIVO - NA ORDEM DA CHAVE (ARQUIVO, RODADA,
      * SEQUENCIA); A MARCA 'R' APONTA O REJEITADO DE NOVO NUM
      * REENVIO
      *****************************************************
       0400-LISTAR-PENDENTES.
           DISPLAY 'ARQUIVO (VEN, ORD, ROS - BRANCO = TODOS)..'
           MOVE SPACES TO WRK-FILTRO-ORIGEM
           ACCEPT WRK-FILTRO-ORIGEM
           DISPLAY 'MOTIVO (BRANCO = TODOS)..'
           MOVE SPACES TO WRK-FILTRO-MOTIVO
           ACCEPT WRK-FILTRO-MOTIVO
           MOVE ZEROS TO WRK-QT-LISTA
           MOVE LOW-VALUES TO SUSPENS-CHAVE
           IF WRK-FILTRO-ORIGEM NOT = SPACES
               MOVE WRK-FILTRO-ORIGEM TO SUSPENS-ORIGEM
           END-IF
           PERFORM 0410-POSICIONAR-SUSPENSO
           DISPLAY '--------------'
           DISPLAY '  N ARQ DATA REJ MOT R IDENTIFICACAO'
           PERFORM 0420-LISTAR-UM UNTIL FIM-SUSPENSO
           IF WRK-QT-LISTA = ZEROS
               DISPLAY 'NENHUM PENDENTE PARA O FILTRO'
           END-IF.

       0410-POSICIONAR-SUSPENSO.
           SET FIM-SUSPENSO TO FALSE
           START SUSPENSO-FILE KEY >= SUSPENS-CHAVE
               INVALID KEY
                   SET FIM-SUSPENSO TO TRUE
           END-START.

       0420-LISTAR-UM.
           READ SUSPENSO-FILE NEXT RECORD
               AT END
                   SET FIM-SUSPENSO TO TRUE
           END-READ
           IF NOT FIM-SUSPENSO
               AND WRK-FILTRO-ORIGEM NOT = SPACES
               AND SUSPENS-ORIGEM NOT = WRK-FILTRO-ORIGEM
               SET FIM-SUSPENSO TO TRUE
           END-IF
           IF NOT FIM-SUSPENSO
               AND SUSPENS-PENDENTE
               AND (WRK-FILTRO-MOTIVO = SPACES
                   OR SUSPENS-MOTIVO = WRK-FILTRO-MOTIVO)
               IF WRK-QT-LISTA < 200
                   ADD 1 TO WRK-QT-LISTA
                   MOVE SUSPENS-CHAVE TO WRK-LST-CHAVE(WRK-QT-LISTA)
                   PERFORM 0430-MOSTRAR-LINHA
               ELSE
                   DISPLAY 'LISTA LIMITADA A 200 LINHAS - FILTRE '
                       'POR ARQUIVO OU MOTIVO'
                   SET FIM-SUSPENSO TO TRUE
               END-IF
           END-IF.

       0430-MOSTRAR-LINHA.
           MOVE SUSPENS-IMAGEM TO WRK-IMAGEM
           PERFORM 0440-CARREGAR-LAYOUTS
           MOVE WRK-QT-LISTA TO WRK-LL-NUM
           MOVE SUSPENS-ORIGEM TO WRK-LL-ORIGEM
           MOVE SUSPENS-DATA-ORIGEM TO WRK-LL-DATA
           MOVE SUSPENS-MOTIVO TO WRK-LL-MOTIVO
           MOVE SPACES TO WRK-LL-REENVIO
           IF SUSPENS-E-REENVIO
               MOVE 'R' TO WRK-LL-REENVIO
           END-IF
           PERFORM 0450-IDENTIFICAR-REGISTRO
           DISPLAY WRK-LINHA-LISTA.

      *****************************************************
      * A IMAGEM VAI PARA OS LAYOUTS DE ENTRADA - NA WORKING OS
      * LAYOUTS NAO DIVIDEM A AREA, ENTAO CADA UM RECEBE A SUA
      * COPIA (O MOVIMENTO E A LINHA DE ITEM DO VENDENT INCLUSIVE)
      *****************************************************
       0440-CARREGAR-LAYOUTS.
           MOVE WRK-IMAGEM TO VENDENT-REC
           MOVE WRK-IMAGEM TO VENDENT-ITEM
           MOVE WRK-IMAGEM TO ORDPED-REC
           MOVE WRK-IMAGEM TO ROSENT-REC.

       0450-IDENTIFICAR-REGISTRO.
           MOVE SPACES TO WRK-LL-IDENT
           EVALUATE TRUE
               WHEN SUSPENS-DE-VENDA AND VENDENT-E-ITEM
                   STRING 'ITEM SKU ' VENDENT-ITEM-SKU
                       ' QT ' VENDENT-ITEM-QT
                       DELIMITED BY SIZE INTO WRK-LL-IDENT
               WHEN SUSPENS-DE-VENDA
                   STRING 'FILIAL ' VENDENT-FILIAL
                       ' CAIXA ' VENDENT-CAIXA
                       ' CUPOM ' VENDENT-CUPOM
                       ' ' VENDENT-TENDER
                       DELIMITED BY SIZE INTO WRK-LL-IDENT
               WHEN SUSPENS-DE-PEDIDO
                   STRING 'PEDIDO ' ORDPED-NUM-PEDIDO
                       ' CLIENTE ' ORDPED-CLIENTE
                       ' UF ' ORDPED-UF
                       DELIMITED BY SIZE INTO WRK-LL-IDENT
               WHEN SUSPENS-DE-ROSTER
                   STRING 'MATRICULA ' ROSENT-MATRICULA
                       ' ' ROSENT-NOME ' TURMA ' ROSENT-TURMA
                       DELIMITED BY SIZE INTO WRK-LL-IDENT
           END-EVALUATE.

      *****************************************************
      * CORRECAO DE UM REGISTRO DA ULTIMA LISTAGEM - SO O QUE
      * AINDA ESTA PENDENTE; CADA CAMPO ALTERADO E GRAVADO NO
      * SUSPENSO E NO AUDTRL NA HORA
      *****************************************************
       0500-CORRIGIR-REGISTRO.
           DISPLAY 'NUMERO NA LISTA (0 = VOLTAR)..'
           MOVE ZEROS TO WRK-NUM-LISTA
           ACCEPT WRK-NUM-LISTA
           SET FIM-CORRECAO TO FALSE
           IF WRK-NUM-LISTA = ZEROS
               SET FIM-CORRECAO TO TRUE
           END-IF
           IF NOT FIM-CORRECAO
               AND WRK-NUM-LISTA > WRK-QT-LISTA
               DISPLAY 'NUMERO FORA DA ULTIMA LISTAGEM'
               SET FIM-CORRECAO TO TRUE
           END-IF
           IF NOT FIM-CORRECAO
               MOVE WRK-LST-CHAVE(WRK-NUM-LISTA) TO WRK-CHAVE-ATUAL
               PERFORM 0510-LER-ATUAL
               IF WRK-FS-SUS NOT = '00'
                   DISPLAY 'REGISTRO NAO ENCONTRADO NO SUSPENSO'
                   SET FIM-CORRECAO TO TRUE
               ELSE
                   IF NOT SUSPENS-PENDENTE
                       DISPLAY 'REGISTRO JA TRATADO - SITUACAO '
                           SUSPENS-SITUACAO
                       SET FIM-CORRECAO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT FIM-CORRECAO
               MOVE SUSPENS-IMAGEM TO WRK-IMAGEM
               PERFORM 0440-CARREGAR-LAYOUTS
               PERFORM 0690-MONTAR-CHAVE-AUDITORIA
               PERFORM 0520-ATENDER-CORRECAO UNTIL FIM-CORRECAO
           END-IF.

       0510-LER-ATUAL.
           MOVE WRK-CHAVE-ATUAL TO SUSPENS-CHAVE
           READ SUSPENSO-FILE
               KEY IS SUSPENS-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ.

       0520-ATENDER-CORRECAO.
           PERFORM 0530-MOSTRAR-REGISTRO
           DISPLAY '1-ALTERAR CAMPO  2-VALIDAR  3-ENVIAR PARA A '
               'FILA  4-DESCARTAR  9-VOLTAR'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0600-ALTERAR-CAMPO
               WHEN 2
                   PERFORM 0700-VALIDAR-REGISTRO
                   PERFORM 0540-MOSTRAR-VALIDACAO
               WHEN 3
                   PERFORM 0550-ENVIAR-PARA-FILA
               WHEN 4
                   PERFORM 0580-DESCARTAR
               WHEN OTHER
                   SET FIM-CORRECAO TO TRUE
           END-EVALUATE.

       0530-MOSTRAR-REGISTRO.
           MOVE SUSPENS-ORIGEM TO WRK-DSC-ORIGEM
           MOVE SUSPENS-MOTIVO TO WRK-DSC-MOTIVO
           PERFORM 0350-DESCREVER-MOTIVO
           DISPLAY '--------------'
           DISPLAY 'ARQUIVO......' SUSPENS-ORIGEM
               '   REJEITADO EM ' SUSPENS-DATA-ORIGEM
           DISPLAY 'MOTIVO.......' SUSPENS-MOTIVO ' '
               WRK-DESC-MOTIVO
           IF SUSPENS-E-REENVIO
               DISPLAY 'REJEITADO DE NOVO NUM REENVIO'
           END-IF
           EVALUATE TRUE
               WHEN SUSPENS-DE-VENDA AND VENDENT-E-ITEM
                   DISPLAY '1 SKU........' VENDENT-ITEM-SKU
                   DISPLAY '2 QUANTIDADE.' VENDENT-ITEM-QT
                   DISPLAY '3 VALOR......' VENDENT-ITEM-VALOR
               WHEN SUSPENS-DE-VENDA
                   DISPLAY '1 FILIAL.....' VENDENT-FILIAL
                   DISPLAY '2 CAIXA......' VENDENT-CAIXA
                   DISPLAY '3 TIPO.......' VENDENT-TIPO
                   DISPLAY '4 TENDER.....' VENDENT-TENDER
                   DISPLAY '5 VALOR......' VENDENT-VALOR
                   DISPLAY '6 CARTAO PRES' VENDENT-CARTAO-PRES
                   DISPLAY '7 CPF........' VENDENT-CPF-CLIENTE
                   DISPLAY '8 CUPOM......' VENDENT-CUPOM
               WHEN SUSPENS-DE-PEDIDO
                   DISPLAY '1 CLIENTE....' ORDPED-CLIENTE
                   DISPLAY '2 UF.........' ORDPED-UF
                   DISPLAY '3 QT ITENS...' ORDPED-QT-ITENS
                   DISPLAY '4 PEDIDO.....' ORDPED-NUM-PEDIDO
                   DISPLAY '5 ITENS (VALOR, PESO E MEDIDAS)'
               WHEN SUSPENS-DE-ROSTER
                   DISPLAY '1 MATRICULA..' ROSENT-MATRICULA
                   DISPLAY '2 NOME.......' ROSENT-NOME
                   DISPLAY '3 NOTA 1.....' ROSENT-NOTA1
                   DISPLAY '4 NOTA 2.....' ROSENT-NOTA2
                   DISPLAY '5 NOTA 3.....' ROSENT-NOTA3
                   DISPLAY '6 TURMA......' ROSENT-TURMA
           END-EVALUATE.

       0540-MOSTRAR-VALIDACAO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'REGISTRO PASSA NA CRITICA'
           ELSE
               MOVE SUSPENS-ORIGEM TO WRK-DSC-ORIGEM
               MOVE WRK-MOTIVO TO WRK-DSC-MOTIVO
               PERFORM 0350-DESCREVER-MOTIVO
               DISPLAY 'REJEITADO - MOTIVO ' WRK-MOTIVO ' '
                   WRK-DESC-MOTIVO
           END-IF.

      *****************************************************
      * ENVIO PARA A FILA: O REGISTRO TEM DE PASSAR NA CRITICA.
      * O MOVIMENTO DE VENDA LEVA JUNTO AS LINHAS DE ITEM QUE O
      * SEGUEM NO SUSPENSO (TODAS COM SKU VALIDO); A LINHA DE
      * ITEM SOZINHA NAO VAI, PORQUE O FECHAMENTO A PENDURARIA
      * NA VENDA ERRADA
      *****************************************************
       0550-ENVIAR-PARA-FILA.
           IF SUSPENS-DE-VENDA AND VENDENT-E-ITEM
               DISPLAY 'LINHA DE ITEM VOLTA JUNTO COM O SEU '
                   'MOVIMENTO - ENVIE O MOVIMENTO OU DESCARTE O ITEM'
           ELSE
               PERFORM 0700-VALIDAR-REGISTRO
               IF WRK-MOTIVO NOT = SPACES
                   PERFORM 0540-MOSTRAR-VALIDACAO
                   DISPLAY 'REGISTRO NAO ENVIADO'
               ELSE
                   SET ITENS-VALIDOS TO TRUE
                   MOVE ZEROS TO WRK-QT-ITENS-MOV
                   IF SUSPENS-DE-VENDA
                       PERFORM 0560-LOCALIZAR-ITENS
                   END-IF
                   IF ITENS-VALIDOS
                       PERFORM 0510-LER-ATUAL
                       PERFORM 0570-GRAVAR-NA-FILA
                       PERFORM 0575-ENVIAR-UM-ITEM
                           VARYING WRK-I FROM 1 BY 1
                           UNTIL WRK-I > WRK-QT-ITENS-MOV
                       MOVE WRK-QT-ITENS-MOV TO WRK-QT-ED
                       DISPLAY 'REGISTRO NA FILA DE REENVIO - ITENS '
                           'JUNTO: ' WRK-QT-ED
                       SET FIM-CORRECAO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * LINHAS DE ITEM DO MOVIMENTO: MESMA RODADA DA CRITICA E
      * SEQUENCIA CONTIGUA LOGO DEPOIS DELE - A PRIMEIRA QUE NAO
      * FOR ITEM PENDENTE ENCERRA A BUSCA
      *****************************************************
       0560-LOCALIZAR-ITENS.
           MOVE SUSPENS-DATA-REJ TO WRK-DATA-MOV
           MOVE SUSPENS-HORA-REJ TO WRK-HORA-MOV
           MOVE SUSPENS-SEQ TO WRK-SEQ-ESPERADA
           SET FIM-ITENS-MOVIMENTO TO FALSE
           START SUSPENSO-FILE KEY > SUSPENS-CHAVE
               INVALID KEY
                   SET FIM-ITENS-MOVIMENTO TO TRUE
           END-START
           PERFORM 0565-CONFERIR-UM-ITEM UNTIL FIM-ITENS-MOVIMENTO
           MOVE WRK-IMAGEM TO VENDENT-REC VENDENT-ITEM.

       0565-CONFERIR-UM-ITEM.
           ADD 1 TO WRK-SEQ-ESPERADA
           READ SUSPENSO-FILE NEXT RECORD
               AT END
                   SET FIM-ITENS-MOVIMENTO TO TRUE
           END-READ
           IF NOT FIM-ITENS-MOVIMENTO
               IF NOT SUSPENS-DE-VENDA
                   OR SUSPENS-DATA-REJ NOT = WRK-DATA-MOV
                   OR SUSPENS-HORA-REJ NOT = WRK-HORA-MOV
                   OR SUSPENS-SEQ NOT = WRK-SEQ-ESPERADA
                   OR NOT SUSPENS-PENDENTE
                   OR SUSPENS-IMAGEM(1:1) NOT = 'I'
                   SET FIM-ITENS-MOVIMENTO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ITENS-MOVIMENTO
               MOVE SUSPENS-IMAGEM TO VENDENT-ITEM
               PERFORM 0720-VALIDAR-ITEM-VENDA
               IF WRK-MOTIVO NOT = SPACES
                   DISPLAY 'ITEM SKU ' VENDENT-ITEM-SKU
                       ' DO MOVIMENTO NAO PASSA NA CRITICA ('
                       WRK-MOTIVO ') - CORRIJA O ITEM ANTES'
                   SET ITENS-VALIDOS TO FALSE
               END-IF
               IF WRK-QT-ITENS-MOV < 50
                   ADD 1 TO WRK-QT-ITENS-MOV
                   MOVE SUSPENS-CHAVE
                       TO WRK-ITM-CHAVE(WRK-QT-ITENS-MOV)
               ELSE
                   DISPLAY 'MOVIMENTO COM MAIS DE 50 ITENS NO '
                       'SUSPENSO - DEVOLVA AO SISTEMA DE ORIGEM'
                   SET ITENS-VALIDOS TO FALSE
                   SET FIM-ITENS-MOVIMENTO TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * GRAVA NA FILA O REGISTRO QUE ESTA NO BUFFER DO SUSPENSO,
      * COM A MARCA DE REENVIO, E O DA COMO CORRIGIDO E NA FILA
      *****************************************************
       0570-GRAVAR-NA-FILA.
           MOVE SUSPENS-CHAVE TO REENVIO-CHAVE-SUSP
           MOVE 'R' TO REENVIO-MARCA
           MOVE SUSPENS-DATA-ORIGEM TO REENVIO-DATA-ORIGEM
           MOVE WRK-OPERADOR TO REENVIO-OPERADOR
           MOVE WRK-DATA-HOJE TO REENVIO-DATA-FILA
           MOVE SUSPENS-IMAGEM TO REENVIO-IMAGEM
           WRITE REENVIO-REC
               INVALID KEY
                   REWRITE REENVIO-REC
           END-WRITE
           MOVE 'R' TO SUSPENS-SITUACAO
           MOVE WRK-OPERADOR TO SUSPENS-OPERADOR
           MOVE WRK-DATA-HOJE TO SUSPENS-DATA-TRATAM
           REWRITE SUSPENS-REC
           MOVE 'REENVIO' TO AUDTRL-CAMPO
           MOVE SUSPENS-MOTIVO TO AUDTRL-VALOR-ANTES
           MOVE 'NA FILA' TO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA.

       0575-ENVIAR-UM-ITEM.
           MOVE WRK-ITM-CHAVE(WRK-I) TO SUSPENS-CHAVE
           READ SUSPENSO-FILE
               KEY IS SUSPENS-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-SUS = '00'
               PERFORM 0570-GRAVAR-NA-FILA
           END-IF.

      *****************************************************
      * DESCARTE - SO O SUPERVISOR, COM CONFIRMACAO: O REGISTRO
      * SAI DO SUSPENSO SEM VOLTAR A ENTRADA DA NOITE
      *****************************************************
       0580-DESCARTAR.
           IF WRK-NIVEL-SIGNON NOT = 'S'
               DISPLAY 'SO O SUPERVISOR DESCARTA REJEITADOS'
           ELSE
               DISPLAY 'CONFIRMA O DESCARTE (S/N)..'
               MOVE SPACES TO WRK-CONFIRMA
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0510-LER-ATUAL
                   MOVE 'D' TO SUSPENS-SITUACAO
                   MOVE WRK-OPERADOR TO SUSPENS-OPERADOR
                   MOVE WRK-DATA-HOJE TO SUSPENS-DATA-TRATAM
                   REWRITE SUSPENS-REC
                   MOVE 'DESCARTE' TO AUDTRL-CAMPO
                   MOVE SUSPENS-MOTIVO TO AUDTRL-VALOR-ANTES
                   MOVE 'DESCARTADO' TO AUDTRL-VALOR-DEPOIS
                   PERFORM 0850-GRAVAR-AUDITORIA
                   DISPLAY 'REGISTRO DESCARTADO'
                   SET FIM-CORRECAO TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * ALTERACAO DE UM CAMPO DO LAYOUT DA ORIGEM - O VALOR
      * ANTES E DEPOIS VAI PARA O AUDTRL E A IMAGEM CORRIGIDA
      * E REGRAVADA NO SUSPENSO NA HORA
      *****************************************************
       0600-ALTERAR-CAMPO.
           DISPLAY 'CAMPO..'
           MOVE ZEROS TO WRK-CAMPO
           ACCEPT WRK-CAMPO
           MOVE SPACES TO AUDTRL-CAMPO
           EVALUATE TRUE
               WHEN SUSPENS-DE-VENDA AND VENDENT-E-ITEM
                   PERFORM 0610-ALTERAR-ITEM-VENDA
               WHEN SUSPENS-DE-VENDA
                   PERFORM 0620-ALTERAR-VENDA
               WHEN SUSPENS-DE-PEDIDO
                   PERFORM 0640-ALTERAR-PEDIDO
               WHEN SUSPENS-DE-ROSTER
                   PERFORM 0660-ALTERAR-ROSTER
           END-EVALUATE
           IF AUDTRL-CAMPO = SPACES
               DISPLAY 'CAMPO INVALIDO'
           ELSE
               PERFORM 0680-REGRAVAR-IMAGEM
           END-IF.

       0610-ALTERAR-ITEM-VENDA.
           EVALUATE WRK-CAMPO
               WHEN 1
                   MOVE 'SKU' TO AUDTRL-CAMPO
                   MOVE VENDENT-ITEM-SKU TO AUDTRL-VALOR-ANTES
                   DISPLAY 'SKU..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO VENDENT-ITEM-SKU
                   MOVE VENDENT-ITEM-SKU TO AUDTRL-VALOR-DEPOIS
               WHEN 2
                   MOVE 'QUANTIDADE' TO AUDTRL-CAMPO
                   MOVE VENDENT-ITEM-QT TO AUDTRL-VALOR-ANTES
                   DISPLAY 'QUANTIDADE..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO VENDENT-ITEM-QT
                   MOVE VENDENT-ITEM-QT TO AUDTRL-VALOR-DEPOIS
               WHEN 3
                   MOVE 'VALOR ITEM' TO AUDTRL-CAMPO
                   MOVE VENDENT-ITEM-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUDTRL-VALOR-ANTES
                   DISPLAY 'VALOR..'
                   ACCEPT WRK-NOVO-VALOR
                   MOVE WRK-NOVO-VALOR TO VENDENT-ITEM-VALOR
                   MOVE VENDENT-ITEM-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUDTRL-VALOR-DEPOIS
           END-EVALUATE
           MOVE VENDENT-ITEM TO WRK-IMAGEM.

       0620-ALTERAR-VENDA.
           EVALUATE WRK-CAMPO
               WHEN 1
                   MOVE 'FILIAL' TO AUDTRL-CAMPO
                   MOVE VENDENT-FILIAL TO AUDTRL-VALOR-ANTES
                   DISPLAY 'FILIAL..'
                   ACCEPT VENDENT-FILIAL
                   MOVE VENDENT-FILIAL TO AUDTRL-VALOR-DEPOIS
               WHEN 2
                   MOVE 'CAIXA' TO AUDTRL-CAMPO
                   MOVE VENDENT-CAIXA TO AUDTRL-VALOR-ANTES
                   DISPLAY 'CAIXA..'
                   ACCEPT VENDENT-CAIXA
                   MOVE VENDENT-CAIXA TO AUDTRL-VALOR-DEPOIS
               WHEN 3
                   MOVE 'TIPO' TO AUDTRL-CAMPO
                   MOVE VENDENT-TIPO TO AUDTRL-VALOR-ANTES
                   DISPLAY 'TIPO (V = VENDA, D = DEVOLUCAO)..'
                   ACCEPT VENDENT-TIPO
                   MOVE VENDENT-TIPO TO AUDTRL-VALOR-DEPOIS
               WHEN 4
                   MOVE 'TENDER' TO AUDTRL-CAMPO
                   MOVE VENDENT-TENDER TO AUDTRL-VALOR-ANTES
                   DISPLAY 'TENDER (DIN, CAR, PIX, GFT)..'
                   ACCEPT VENDENT-TENDER
                   MOVE VENDENT-TENDER TO AUDTRL-VALOR-DEPOIS
               WHEN 5
                   MOVE 'VALOR' TO AUDTRL-CAMPO
                   MOVE VENDENT-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUDTRL-VALOR-ANTES
                   DISPLAY 'VALOR..'
                   ACCEPT WRK-NOVO-VALOR
                   MOVE WRK-NOVO-VALOR TO VENDENT-VALOR
                   MOVE VENDENT-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUDTRL-VALOR-DEPOIS
               WHEN 6
                   MOVE 'CARTAO PRESENTE' TO AUDTRL-CAMPO
                   MOVE VENDENT-CARTAO-PRES TO AUDTRL-VALOR-ANTES
                   DISPLAY 'CARTAO PRESENTE..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO VENDENT-CARTAO-PRES
                   MOVE VENDENT-CARTAO-PRES TO AUDTRL-VALOR-DEPOIS
               WHEN 7
                   MOVE 'CPF CLIENTE' TO AUDTRL-CAMPO
                   MOVE VENDENT-CPF-CLIENTE TO AUDTRL-VALOR-ANTES
                   DISPLAY 'CPF DO CLIENTE (ZEROS = ANONIMA)..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO VENDENT-CPF-CLIENTE
                   MOVE VENDENT-CPF-CLIENTE TO AUDTRL-VALOR-DEPOIS
               WHEN 8
                   MOVE 'CUPOM' TO AUDTRL-CAMPO
                   MOVE VENDENT-CUPOM TO AUDTRL-VALOR-ANTES
                   DISPLAY 'CUPOM (ZEROS = CAIXA SEM NUMERO)..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO VENDENT-CUPOM
                   MOVE VENDENT-CUPOM TO AUDTRL-VALOR-DEPOIS
           END-EVALUATE
           MOVE VENDENT-REC TO WRK-IMAGEM.

       0640-ALTERAR-PEDIDO.
           EVALUATE WRK-CAMPO
               WHEN 1
                   MOVE 'CLIENTE' TO AUDTRL-CAMPO
                   MOVE ORDPED-CLIENTE TO AUDTRL-VALOR-ANTES
                   DISPLAY 'CLIENTE..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO ORDPED-CLIENTE
                   MOVE ORDPED-CLIENTE TO AUDTRL-VALOR-DEPOIS
               WHEN 2
                   MOVE 'UF' TO AUDTRL-CAMPO
                   MOVE ORDPED-UF TO AUDTRL-VALOR-ANTES
                   DISPLAY 'UF..'
                   ACCEPT ORDPED-UF
                   MOVE ORDPED-UF TO AUDTRL-VALOR-DEPOIS
               WHEN 3
                   MOVE 'QT ITENS' TO AUDTRL-CAMPO
                   MOVE ORDPED-QT-ITENS TO AUDTRL-VALOR-ANTES
                   DISPLAY 'QUANTIDADE DE ITENS (1 A 10)..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO ORDPED-QT-ITENS
                   MOVE ORDPED-QT-ITENS TO AUDTRL-VALOR-DEPOIS
               WHEN 4
                   MOVE 'NUMERO PEDIDO' TO AUDTRL-CAMPO
                   MOVE ORDPED-NUM-PEDIDO TO AUDTRL-VALOR-ANTES
                   DISPLAY 'NUMERO DO PEDIDO..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO ORDPED-NUM-PEDIDO
                   MOVE ORDPED-NUM-PEDIDO TO AUDTRL-VALOR-DEPOIS
               WHEN 5
                   PERFORM 0650-ALTERAR-ITEM-PEDIDO
           END-EVALUATE
           MOVE ORDPED-REC TO WRK-IMAGEM.

      *****************************************************
      * ITEM DO PEDIDO: O NUMERO DO ITEM (1 A 10) E O CAMPO
      * NUMERICO A CORRIGIR - A DESCRICAO DO PRODUTO NAO PASSA
      * PELA CRITICA E NAO E ALTERADA AQUI
      *****************************************************
       0650-ALTERAR-ITEM-PEDIDO.
           DISPLAY 'ITEM (1 A 10)..'
           MOVE ZEROS TO WRK-ITEM
           ACCEPT WRK-ITEM
           IF WRK-ITEM < 1 OR WRK-ITEM > 10
               DISPLAY 'ITEM FORA DE 1-10'
           ELSE
               DISPLAY 'VALOR.......' ORDPED-VALOR(WRK-ITEM)
               DISPLAY 'PESO........' ORDPED-PESO(WRK-ITEM)
               DISPLAY 'LARGURA.....' ORDPED-LARGURA(WRK-ITEM)
               DISPLAY 'COMPRIMENTO.' ORDPED-COMPRIMENTO(WRK-ITEM)
               DISPLAY 'ALTURA......' ORDPED-ALTURA(WRK-ITEM)
               DISPLAY '1-VALOR  2-PESO  3-LARGURA  4-COMPRIMENTO  '
                   '5-ALTURA'
               MOVE ZEROS TO WRK-CAMPO
               ACCEPT WRK-CAMPO
               IF WRK-CAMPO = 1
                   MOVE 'VALOR ITEM' TO AUDTRL-CAMPO
                   MOVE ORDPED-VALOR(WRK-ITEM) TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUDTRL-VALOR-ANTES
                   DISPLAY 'VALOR..'
                   ACCEPT WRK-NOVO-VAL-ITEM
                   MOVE WRK-NOVO-VAL-ITEM TO ORDPED-VALOR(WRK-ITEM)
                   MOVE ORDPED-VALOR(WRK-ITEM) TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUDTRL-VALOR-DEPOIS
               END-IF
               IF WRK-CAMPO > 1 AND WRK-CAMPO < 6
                   PERFORM 0655-ALTERAR-MEDIDA
               END-IF
           END-IF.

       0655-ALTERAR-MEDIDA.
           EVALUATE WRK-CAMPO
               WHEN 2
                   MOVE 'PESO ITEM' TO AUDTRL-CAMPO
                   MOVE ORDPED-PESO(WRK-ITEM) TO WRK-VALOR-ED
               WHEN 3
                   MOVE 'LARGURA ITEM' TO AUDTRL-CAMPO
                   MOVE ORDPED-LARGURA(WRK-ITEM) TO WRK-VALOR-ED
               WHEN 4
                   MOVE 'COMPRIM ITEM' TO AUDTRL-CAMPO
                   MOVE ORDPED-COMPRIMENTO(WRK-ITEM) TO WRK-VALOR-ED
               WHEN 5
                   MOVE 'ALTURA ITEM' TO AUDTRL-CAMPO
                   MOVE ORDPED-ALTURA(WRK-ITEM) TO WRK-VALOR-ED
           END-EVALUATE
           MOVE WRK-VALOR-ED TO AUDTRL-VALOR-ANTES
           DISPLAY 'NOVO VALOR..'
           ACCEPT WRK-NOVO-MEDIDA
           MOVE WRK-NOVO-MEDIDA TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED TO AUDTRL-VALOR-DEPOIS
           EVALUATE WRK-CAMPO
               WHEN 2
                   MOVE WRK-NOVO-MEDIDA TO ORDPED-PESO(WRK-ITEM)
               WHEN 3
                   MOVE WRK-NOVO-MEDIDA TO ORDPED-LARGURA(WRK-ITEM)
               WHEN 4
                   MOVE WRK-NOVO-MEDIDA
                       TO ORDPED-COMPRIMENTO(WRK-ITEM)
               WHEN 5
                   MOVE WRK-NOVO-MEDIDA TO ORDPED-ALTURA(WRK-ITEM)
           END-EVALUATE.

       0660-ALTERAR-ROSTER.
           EVALUATE WRK-CAMPO
               WHEN 1
                   MOVE 'MATRICULA' TO AUDTRL-CAMPO
                   MOVE ROSENT-MATRICULA TO AUDTRL-VALOR-ANTES
                   DISPLAY 'MATRICULA..'
                   ACCEPT WRK-NOVO-NUM
                   MOVE WRK-NOVO-NUM TO ROSENT-MATRICULA
                   MOVE ROSENT-MATRICULA TO AUDTRL-VALOR-DEPOIS
               WHEN 2
                   MOVE 'NOME' TO AUDTRL-CAMPO
                   MOVE ROSENT-NOME TO AUDTRL-VALOR-ANTES
                   DISPLAY 'NOME..'
                   MOVE SPACES TO WRK-NOVO-X
                   ACCEPT WRK-NOVO-X
                   MOVE WRK-NOVO-X TO ROSENT-NOME
                   MOVE ROSENT-NOME TO AUDTRL-VALOR-DEPOIS
               WHEN 3
                   MOVE 'NOTA 1' TO AUDTRL-CAMPO
                   MOVE ROSENT-NOTA1 TO AUDTRL-VALOR-ANTES
                   DISPLAY 'NOTA 1..'
                   ACCEPT WRK-NOVO-NOTA
                   MOVE WRK-NOVO-NOTA TO ROSENT-NOTA1
                   MOVE ROSENT-NOTA1 TO AUDTRL-VALOR-DEPOIS
               WHEN 4
                   MOVE 'NOTA 2' TO AUDTRL-CAMPO
                   MOVE ROSENT-NOTA2 TO AUDTRL-VALOR-ANTES
                   DISPLAY 'NOTA 2..'
                   ACCEPT WRK-NOVO-NOTA
                   MOVE WRK-NOVO-NOTA TO ROSENT-NOTA2
                   MOVE ROSENT-NOTA2 TO AUDTRL-VALOR-DEPOIS
               WHEN 5
                   MOVE 'NOTA 3' TO AUDTRL-CAMPO
                   MOVE ROSENT-NOTA3 TO AUDTRL-VALOR-ANTES
                   DISPLAY 'NOTA 3 (RECUPERACAO, 0 = SEM)..'
                   ACCEPT WRK-NOVO-NOTA
                   MOVE WRK-NOVO-NOTA TO ROSENT-NOTA3
                   MOVE ROSENT-NOTA3 TO AUDTRL-VALOR-DEPOIS
               WHEN 6
                   MOVE 'TURMA' TO AUDTRL-CAMPO
                   MOVE ROSENT-TURMA TO AUDTRL-VALOR-ANTES
                   DISPLAY 'TURMA..'
                   ACCEPT ROSENT-TURMA
                   MOVE ROSENT-TURMA TO AUDTRL-VALOR-DEPOIS
           END-EVALUATE
           MOVE ROSENT-REC TO WRK-IMAGEM.

      *****************************************************
      * GRAVA A IMAGEM CORRIGIDA NO SUSPENSO (O REGISTRO E
      * RELIDO, JA QUE A LISTAGEM DOS ITENS PODE TER MOVIDO O
      * BUFFER) E A ALTERACAO NO AUDTRL
      *****************************************************
       0680-REGRAVAR-IMAGEM.
           PERFORM 0440-CARREGAR-LAYOUTS
           PERFORM 0510-LER-ATUAL
           MOVE WRK-IMAGEM TO SUSPENS-IMAGEM
           REWRITE SUSPENS-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'CAMPO ALTERADO'.

       0690-MONTAR-CHAVE-AUDITORIA.
           MOVE SPACES TO WRK-AUD-CHAVE
           EVALUATE TRUE
               WHEN SUSPENS-DE-VENDA AND VENDENT-E-ITEM
                   MOVE VENDENT-ITEM-SKU TO WRK-AUD-CHAVE
               WHEN SUSPENS-DE-VENDA
                   STRING VENDENT-FILIAL VENDENT-CUPOM
                       DELIMITED BY SIZE INTO WRK-AUD-CHAVE
               WHEN SUSPENS-DE-PEDIDO
                   MOVE ORDPED-NUM-PEDIDO TO WRK-AUD-CHAVE
               WHEN SUSPENS-DE-ROSTER
                   MOVE ROSENT-MATRICULA TO WRK-AUD-CHAVE
           END-EVALUATE.

      *****************************************************
      * MESMA CRITICA DO PROGRAMA DE ORIGEM, NA MESMA ORDEM - O
      * PRIMEIRO MOTIVO ENCONTRADO FICA EM WRK-MOTIVO (BRANCO =
      * REGISTRO ACEITO)
      *****************************************************
       0700-VALIDAR-REGISTRO.
           MOVE SPACES TO WRK-MOTIVO
           EVALUATE TRUE
               WHEN SUSPENS-DE-VENDA AND VENDENT-E-ITEM
                   PERFORM 0720-VALIDAR-ITEM-VENDA
               WHEN SUSPENS-DE-VENDA
                   PERFORM 0710-VALIDAR-VENDA
               WHEN SUSPENS-DE-PEDIDO
                   PERFORM 0740-VALIDAR-PEDIDO
               WHEN SUSPENS-DE-ROSTER
                   PERFORM 0760-VALIDAR-ROSTER
           END-EVALUATE.

      *****************************************************
      * MOVIMENTO DO CAIXA - REGRAS DO 0200 DO PROGCOB30
      *****************************************************
       0710-VALIDAR-VENDA.
           MOVE SPACES TO WRK-MOTIVO
           IF VENDENT-VALOR IS NOT NUMERIC
               MOVE 'NNM' TO WRK-MOTIVO
           ELSE
               IF VENDENT-VALOR = ZEROS
                   MOVE 'ZER' TO WRK-MOTIVO
               ELSE
                   IF VENDENT-VALOR > WRK-TETO-VALOR
                       MOVE 'TET' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               IF VENDENT-TIPO NOT = 'V' AND VENDENT-TIPO NOT = 'D'
                   AND VENDENT-TIPO NOT = SPACE
                   MOVE 'TIP' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               IF VENDENT-TENDER NOT = 'DIN'
                   AND VENDENT-TENDER NOT = 'CAR'
                   AND VENDENT-TENDER NOT = 'PIX'
                   AND VENDENT-TENDER NOT = 'GFT'
                   AND VENDENT-TENDER NOT = SPACES
                   MOVE 'TND' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               AND VENDENT-TENDER = 'GFT'
               PERFORM 0715-VALIDAR-CARTAO-PRESENTE
           END-IF
           IF WRK-MOTIVO = SPACES
               AND VENDENT-CPF-CLIENTE IS NUMERIC
               AND VENDENT-CPF-CLIENTE > ZEROS
               MOVE VENDENT-CPF-CLIENTE TO WRK-CPF-TXT
               PERFORM 0730-VALIDAR-CPF
               IF NOT CPF-OK
                   MOVE 'CPF' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               AND VENDENT-CPF-CLIENTE IS NOT NUMERIC
               MOVE 'CPF' TO WRK-MOTIVO
           END-IF
           IF WRK-MOTIVO = SPACES
               AND VENDENT-CUPOM IS NOT NUMERIC
               AND VENDENT-CUPOM NOT = SPACES
               MOVE 'CUP' TO WRK-MOTIVO
           END-IF.

      *****************************************************
      * CARTAO PRESENTE: EXISTE, ESTA ATIVO E, NA VENDA, TEM
      * SALDO - O SALDO E O DE AGORA; A CRITICA DA NOITE CONFERE
      * DE NOVO CONTRA O SALDO DO MOMENTO DO REENVIO
      *****************************************************
       0715-VALIDAR-CARTAO-PRESENTE.
           IF VENDENT-CARTAO-PRES IS NOT NUMERIC
               OR VENDENT-CARTAO-PRES = ZEROS
               OR NOT CARTOES-DISPONIVEIS
               MOVE 'GFI' TO WRK-MOTIVO
           ELSE
               MOVE VENDENT-CARTAO-PRES TO GIFTLED-NUMERO
               READ GIFT-LEDGER
                   KEY IS GIFTLED-NUMERO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-GFT NOT = '00'
                   OR NOT GIFTLED-ATIVO
                   MOVE 'GFI' TO WRK-MOTIVO
               ELSE
                   IF VENDENT-TIPO NOT = 'D'
                       AND VENDENT-VALOR > GIFTLED-SALDO
                       MOVE 'GFS' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * LINHA DE ITEM - REGRAS DO 0270 DO PROGCOB30, MENOS A DO
      * MOVIMENTO ANTERIOR, QUE A FILA GARANTE MANDANDO O ITEM
      * JUNTO COM O SEU MOVIMENTO
      *****************************************************
       0720-VALIDAR-ITEM-VENDA.
           MOVE SPACES TO WRK-MOTIVO
           IF VENDENT-ITEM-SKU IS NOT NUMERIC
               OR VENDENT-ITEM-QT IS NOT NUMERIC
               OR VENDENT-ITEM-VALOR IS NOT NUMERIC
               MOVE 'SKU' TO WRK-MOTIVO
           END-IF
           IF WRK-MOTIVO = SPACES
               IF NOT PRODUTOS-DISPONIVEIS
                   MOVE 'SKU' TO WRK-MOTIVO
               ELSE
                   MOVE VENDENT-ITEM-SKU TO PRODMAS-SKU
                   READ PRODUTO-MASTER
                       KEY IS PRODMAS-SKU
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-PRD NOT = '00'
                       OR NOT PRODUTO-ATIVO
                       MOVE 'SKU' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * DIGITOS VERIFICADORES DO CPF EM WRK-CPF-TXT - MESMA
      * CONTA DO 0280 DO PROGCOB30
      *****************************************************
       0730-VALIDAR-CPF.
           SET CPF-OK TO FALSE
           PERFORM 0731-SEPARAR-DIGITO
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 11
           MOVE ZEROS TO WRK-DV-SOMA
           PERFORM 0732-SOMAR-PESO-DV1
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 9
           PERFORM 0735-CALCULAR-DV-MOD11
           MOVE WRK-DV-RESTO TO WRK-DV-1
           MOVE ZEROS TO WRK-DV-SOMA
           PERFORM 0733-SOMAR-PESO-DV2
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 10
           PERFORM 0735-CALCULAR-DV-MOD11
           MOVE WRK-DV-RESTO TO WRK-DV-2
           IF WRK-CPF-DIG(10) = WRK-DV-1
               AND WRK-CPF-DIG(11) = WRK-DV-2
               SET CPF-OK TO TRUE
           END-IF.

       0731-SEPARAR-DIGITO.
           MOVE WRK-CPF-TXT(WRK-K:1) TO WRK-CPF-DIG(WRK-K).

       0732-SOMAR-PESO-DV1.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CPF-DIG(WRK-K) * (11 - WRK-K).

       0733-SOMAR-PESO-DV2.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CPF-DIG(WRK-K) * (12 - WRK-K).

       0735-CALCULAR-DV-MOD11.
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
               REMAINDER WRK-DV-RESTO
           IF WRK-DV-RESTO < 2
               MOVE ZEROS TO WRK-DV-RESTO
           ELSE
               COMPUTE WRK-DV-RESTO = 11 - WRK-DV-RESTO
           END-IF.

      *****************************************************
      * PEDIDO - REGRAS DO 8120 DO PROGCOB35: CAMPOS NUMERICOS,
      * ITENS DE 1 A 10, TARIFA DA UF E BLOQUEIO DE CREDITO DO
      * CLIENTE. O LIMITE DE CREDITO DEPENDE DOS PEDIDOS DO LOTE
      * DA NOITE E SO E CONFERIDO LA
      *****************************************************
       0740-VALIDAR-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO
           IF ORDPED-QT-ITENS IS NOT NUMERIC
               OR ORDPED-NUM-PEDIDO IS NOT NUMERIC
               MOVE 'NNM' TO WRK-MOTIVO
           END-IF
           IF WRK-MOTIVO = SPACES
               IF ORDPED-QT-ITENS < 1 OR ORDPED-QT-ITENS > 10
                   MOVE 'QTI' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               MOVE ORDPED-QT-ITENS TO WRK-QT-ITENS
               PERFORM 0741-CONFERIR-ITEM-PEDIDO
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QT-ITENS
                      OR WRK-MOTIVO NOT = SPACES
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM 0745-VERIFICAR-TARIFA-UF
               IF NOT TARIFA-EM-VIGOR
                   MOVE 'UFS' TO WRK-MOTIVO
               END-IF
           END-IF
           IF WRK-MOTIVO = SPACES
               AND CLIENTES-DISPONIVEIS
               MOVE ORDPED-CLIENTE TO CUSTMAS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUSTMAS-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CLI = '00'
                   AND CLIENTE-CREDITO-BLOQUEADO
                   MOVE 'BLQ' TO WRK-MOTIVO
               END-IF
           END-IF.

       0741-CONFERIR-ITEM-PEDIDO.
           IF ORDPED-VALOR(WRK-K) IS NOT NUMERIC
               OR ORDPED-PESO(WRK-K) IS NOT NUMERIC
               OR ORDPED-LARGURA(WRK-K) IS NOT NUMERIC
               OR ORDPED-COMPRIMENTO(WRK-K) IS NOT NUMERIC
               OR ORDPED-ALTURA(WRK-K) IS NOT NUMERIC
               MOVE 'NNM' TO WRK-MOTIVO
           END-IF.

       0745-VERIFICAR-TARIFA-UF.
           SET TARIFA-EM-VIGOR TO FALSE
           IF TARIFAS-DISPONIVEIS
               MOVE WRK-FILIAL-ORIGEM TO WRK-TARIFA-FILIAL
               PERFORM 0746-BUSCAR-TARIFA
               IF NOT TARIFA-EM-VIGOR
                   AND WRK-FILIAL-ORIGEM NOT = '001'
                   MOVE '001' TO WRK-TARIFA-FILIAL
                   PERFORM 0746-BUSCAR-TARIFA
               END-IF
           END-IF.

       0746-BUSCAR-TARIFA.
           SET TARIFA-EM-VIGOR TO FALSE
           SET FIM-BUSCA-TARIFA TO FALSE
           MOVE WRK-TARIFA-FILIAL TO FRETETAB-FILIAL
           MOVE ORDPED-UF TO FRETETAB-UF
           MOVE ZEROS TO FRETETAB-VIGENCIA
           START FRETE-TABELA KEY >= FRETETAB-CHAVE
               INVALID KEY
                   SET FIM-BUSCA-TARIFA TO TRUE
           END-START
           PERFORM 0747-LER-UMA-TARIFA UNTIL FIM-BUSCA-TARIFA.

       0747-LER-UMA-TARIFA.
           READ FRETE-TABELA NEXT RECORD
               AT END
                   SET FIM-BUSCA-TARIFA TO TRUE
           END-READ
           IF NOT FIM-BUSCA-TARIFA
               IF FRETETAB-FILIAL NOT = WRK-TARIFA-FILIAL
                   OR FRETETAB-UF NOT = ORDPED-UF
                   OR FRETETAB-VIGENCIA > WRK-DATA-HOJE
                   SET FIM-BUSCA-TARIFA TO TRUE
               ELSE
                   SET TARIFA-EM-VIGOR TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * ALUNO DO ROSTER - REGRA DO 0207 DO PROGCOB12: MATRICULA
      * NO CADASTRO MATRIC E ATIVA. A ATRIBUICAO DA TURMA E
      * CONFERIDA CONTRA O OPERADOR DO LOTE DA NOITE
      *****************************************************
       0760-VALIDAR-ROSTER.
           MOVE SPACES TO WRK-MOTIVO
           IF MATRICULAS-DISPONIVEIS
               MOVE ROSENT-MATRICULA TO MATRIC-MATRICULA
               READ MATRICULA-MASTER
                   KEY IS MATRIC-MATRICULA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-MAT NOT = '00'
                   MOVE 'MAT' TO WRK-MOTIVO
               ELSE
                   IF NOT MATRIC-ATIVA
                       MOVE 'INA' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

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
           MOVE 'PROGCB133' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * UM REGISTRO NO AUDTRL POR CAMPO CORRIGIDO, ENVIO OU
      * DESCARTE - QUEM FEZ, SOBRE QUAL REGISTRO DE NEGOCIO
      * (CHAVE) E OS VALORES ANTES/DEPOIS MONTADOS PELO CHAMADOR
      *****************************************************
       0850-GRAVAR-AUDITORIA.
           MOVE 'PROGCB133' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-AUD-CHAVE TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0900-FINALIZAR.
           IF OPERADOR-AUTORIZADO
               CLOSE SUSPENSO-FILE FILA-REENVIO AUDIT-LOG
               IF CARTOES-DISPONIVEIS
                   CLOSE GIFT-LEDGER
               END-IF
               IF PRODUTOS-DISPONIVEIS
                   CLOSE PRODUTO-MASTER
               END-IF
               IF TARIFAS-DISPONIVEIS
                   CLOSE FRETE-TABELA
               END-IF
               IF CLIENTES-DISPONIVEIS
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF MATRICULAS-DISPONIVEIS
                   CLOSE MATRICULA-MASTER
               END-IF
           END-IF
           CLOSE EXCEPTION-LOG.

      *****************************************************
      * SERVICO DO PONTO DE ENTRADA: ABRE O SUSPENSO A CADA
      * CHAMADA (AS CRITICAS NAO O MANTEM ABERTO) E REGISTRA A
      * REJEICAO OU BAIXA O REENVIO ACEITO
      *****************************************************
       0950-ATUALIZAR-SUSPENSO.
           MOVE '0' TO WRK-SUS-RESULTADO
           OPEN I-O SUSPENSO-FILE
           IF WRK-FS-SUS = '35'
               OPEN OUTPUT SUSPENSO-FILE
               CLOSE SUSPENSO-FILE
               OPEN I-O SUSPENSO-FILE
           END-IF
           IF WRK-FS-SUS NOT = '00'
               MOVE '1' TO WRK-SUS-RESULTADO
           ELSE
               EVALUATE WRK-SUS-FUNCAO
                   WHEN 'R'
                       PERFORM 0960-REGISTRAR-REJEICAO
                   WHEN 'A'
                       PERFORM 0970-BAIXAR-REENVIO
                   WHEN OTHER
                       MOVE '2' TO WRK-SUS-RESULTADO
               END-EVALUATE
               CLOSE SUSPENSO-FILE
           END-IF.

      *****************************************************
      * REJEICAO NOVA: A DATA E A HORA DA RODADA SAO AS DA
      * PRIMEIRA REJEICAO DA EXECUCAO DA CRITICA, E A SEQUENCIA
      * CORRE DENTRO DELA. REENVIO REJEITADO DE NOVO HERDA A
      * DATA DA PRIMEIRA REJEICAO E DEIXA A LINHA ANTERIOR COMO
      * 'N'
      *****************************************************
       0960-REGISTRAR-REJEICAO.
           IF WRK-SUS-DATA-RODADA = ZEROS
               ACCEPT WRK-SUS-DATA-RODADA FROM DATE YYYYMMDD
               ACCEPT WRK-SUS-HORA-RODADA FROM TIME
           END-IF
           MOVE WRK-SUS-DATA-RODADA TO WRK-SUS-DATA-ORIGEM
           IF WRK-SUS-CHAVE-ANT NOT = SPACES
               MOVE WRK-SUS-CHAVE-ANT TO SUSPENS-CHAVE
               READ SUSPENSO-FILE
                   KEY IS SUSPENS-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-SUS = '00'
                   MOVE SUSPENS-DATA-ORIGEM TO WRK-SUS-DATA-ORIGEM
                   MOVE 'N' TO SUSPENS-SITUACAO
                   ACCEPT SUSPENS-DATA-TRATAM FROM DATE YYYYMMDD
                   REWRITE SUSPENS-REC
               END-IF
           END-IF
           SET SUSPENSO-GRAVADO TO FALSE
           MOVE ZEROS TO WRK-SUS-TENTATIVAS
           PERFORM 0965-GRAVAR-REJEICAO
               UNTIL SUSPENSO-GRAVADO
                  OR WRK-SUS-TENTATIVAS > 20
           IF NOT SUSPENSO-GRAVADO
               MOVE '1' TO WRK-SUS-RESULTADO
           END-IF.

       0965-GRAVAR-REJEICAO.
           ADD 1 TO WRK-SUS-SEQ
           ADD 1 TO WRK-SUS-TENTATIVAS
           MOVE WRK-SUS-ORIGEM TO SUSPENS-ORIGEM
           MOVE WRK-SUS-DATA-RODADA TO SUSPENS-DATA-REJ
           MOVE WRK-SUS-HORA-RODADA TO SUSPENS-HORA-REJ
           MOVE WRK-SUS-SEQ TO SUSPENS-SEQ
           MOVE WRK-SUS-MOTIVO TO SUSPENS-MOTIVO
           MOVE 'P' TO SUSPENS-SITUACAO
           MOVE 'N' TO SUSPENS-REENVIO
           IF WRK-SUS-CHAVE-ANT NOT = SPACES
               MOVE 'S' TO SUSPENS-REENVIO
           END-IF
           MOVE WRK-SUS-CHAVE-ANT TO SUSPENS-CHAVE-ANTERIOR
           MOVE WRK-SUS-DATA-ORIGEM TO SUSPENS-DATA-ORIGEM
           MOVE SPACES TO SUSPENS-OPERADOR
           MOVE ZEROS TO SUSPENS-DATA-TRATAM
           MOVE WRK-SUS-IMAGEM TO SUSPENS-IMAGEM
           WRITE SUSPENS-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUSPENSO-GRAVADO TO TRUE
           END-WRITE.

       0970-BAIXAR-REENVIO.
           MOVE WRK-SUS-CHAVE-ANT TO SUSPENS-CHAVE
           READ SUSPENSO-FILE
               KEY IS SUSPENS-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-SUS = '00'
               MOVE 'A' TO SUSPENS-SITUACAO
               ACCEPT SUSPENS-DATA-TRATAM FROM DATE YYYYMMDD
               REWRITE SUSPENS-REC
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB108.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : ANALISE MENSAL DE CONVERSAO DAS COTACOES
      * FORMAIS (ARQUIVO COTACAO DO PROGCOB09) - DAS COTACOES
      * EMITIDAS NO MES, QUANTAS VIRARAM PEDIDO (CARIMBO 'U'),
      * QUANTAS VENCERAM SEM USO E QUANTAS AINDA ESTAO ABERTAS,
      * COM A TAXA DE CONVERSAO E OS DIAS MEDIOS DA EMISSAO AO
      * PEDIDO, POR UF DE DESTINO, POR VENDEDOR E POR FAIXA DE
      * FRETE COTADO; EM SEGUIDA LISTA AS COTACOES ATIVAS QUE
      * VENCEM NOS PROXIMOS DIAS SEM TER SIDO USADAS, PARA A
      * MESA COMERCIAL LIGAR AO CLIENTE (CVRRPT)
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
           SELECT OPTIONAL COTACOES-FORMAIS ASSIGN TO 'COTACAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COTACAO-NUMERO
               FILE STATUS IS WRK-FS-COT.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL VENDEDOR-CADASTRO ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDEDOR-CODIGO
               FILE STATUS IS WRK-FS-VDD.
           SELECT CONVERSAO-RPT ASSIGN TO 'CVRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  COTACOES-FORMAIS.
           COPY 'COTACAO.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  VENDEDOR-CADASTRO.
           COPY 'VENDEDOR.CPY'.

       FD  CONVERSAO-RPT.
           COPY 'CVRRPT.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-TIPO           PIC X(01).
           05  SORT-CHAVE          PIC X(03).
           05  SORT-POSICAO        PIC 9(04).

       WORKING-STORAGE SECTION.
      *****************************************************
      * GRUPOS DA ANALISE: TIPO '1' = UF DE DESTINO, '2' =
      * VENDEDOR (BRANCO = SEM VENDEDOR), '3' = FAIXA DE FRETE
      *****************************************************
       01  WRK-TABELA-GRUPOS.
           02  WRK-GRP-ENTRADA OCCURS 200 TIMES.
               03  WRK-GRP-TIPO        PIC X(01).
               03  WRK-GRP-CHAVE       PIC X(03).
               03  WRK-GRP-EMITIDAS    PIC 9(05).
               03  WRK-GRP-CONVERTIDAS PIC 9(05).
               03  WRK-GRP-VENCIDAS    PIC 9(05).
               03  WRK-GRP-ABERTAS     PIC 9(05).
               03  WRK-GRP-DIAS-SOMA   PIC 9(07).
       77 WRK-QT-GRUPOS     PIC 9(04) VALUE ZEROS.

      *****************************************************
      * FAIXAS DE FRETE COTADO (LIMITE SUPERIOR DE CADA FAIXA;
      * A ULTIMA NAO TEM LIMITE)
      *****************************************************
       01  WRK-FAIXAS-DADOS.
           05  FILLER PIC X(30) VALUE '0000050000ATE 500,00          '.
           05  FILLER PIC X(30) VALUE '0000200000500,01 A 2.000,00   '.
           05  FILLER PIC X(30) VALUE '00005000002.000,01 A 5.000,00 '.
           05  FILLER PIC X(30) VALUE '00020000005.000,01 A 20.000,00'.
           05  FILLER PIC X(30) VALUE '9999999999ACIMA DE 20.000,00  '.
       01  WRK-FAIXAS REDEFINES WRK-FAIXAS-DADOS.
           05  WRK-FX-ENTRADA OCCURS 5 TIMES.
               10  WRK-FX-LIMITE       PIC 9(08)V99.
               10  WRK-FX-ROTULO       PIC X(20).

      *****************************************************
      * COTACOES ATIVAS QUE VENCEM DENTRO DA JANELA DE
      * SEGUIMENTO, NA ORDEM DO NUMERO DA COTACAO
      *****************************************************
       01  WRK-TABELA-SEGUIMENTO.
           02  WRK-SEG-ENTRADA OCCURS 500 TIMES.
               03  WRK-SEG-NUMERO      PIC 9(06).
               03  WRK-SEG-CLIENTE     PIC 9(06).
               03  WRK-SEG-UF          PIC X(02).
               03  WRK-SEG-FRETE       PIC 9(08)V99.
               03  WRK-SEG-VALIDADE    PIC 9(08).
               03  WRK-SEG-VENDEDOR    PIC X(03).
       77 WRK-QT-SEGUIMENTO PIC 9(04) VALUE ZEROS.

       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-F             PIC 9(02) VALUE ZEROS.
       77 WRK-FX-CODIGO     PIC 9(03) VALUE ZEROS.
       77 WRK-FS-COT        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-VDD        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-COT       PIC X(01) VALUE 'N'.
           88 FIM-COTACOES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-VDD-ABERTO    PIC X(01) VALUE 'N'.
           88 VENDEDORES-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-JANELA        PIC S9(05) VALUE ZEROS.
       77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CONVERTER PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-VENCER   PIC S9(05) VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(01) VALUE SPACES.
           88 COTACAO-CONVERTIDA VALUE 'C'.
           88 COTACAO-VENCIDA    VALUE 'V'.
           88 COTACAO-ABERTA     VALUE 'A'.
       77 WRK-BUSCA-TIPO    PIC X(01) VALUE SPACES.
       77 WRK-BUSCA-CHAVE   PIC X(03) VALUE SPACES.
       77 WRK-TIPO-ATUAL    PIC X(01) VALUE SPACES.
       77 WRK-TOT-EMITIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CONVERTIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VENCIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DIAS-SOMA PIC 9(07) VALUE ZEROS.
       77 WRK-TAXA          PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DIAS-MEDIO    PIC 9(03)V9 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-LER-COTACAO UNTIL FIM-COTACOES
           IF WRK-QT-GRUPOS > ZEROS
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-TIPO SORT-CHAVE
                   INPUT PROCEDURE IS 8100-SELECIONAR-GRUPOS
                   OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADOS
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO DA ANALISE (AAAAMM)..'
           ACCEPT WRK-PERIODO
           DISPLAY 'DIAS PARA O SEGUIMENTO (ZERO = 3)..'
           ACCEPT WRK-JANELA
           IF WRK-JANELA <= ZEROS
               MOVE +3 TO WRK-JANELA
           END-IF
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE
               WRK-JANELA WRK-DATA-LIMITE
           OPEN INPUT COTACOES-FORMAIS
           IF WRK-FS-COT = '00'
               MOVE ZEROS TO COTACAO-NUMERO
               START COTACOES-FORMAIS KEY >= COTACAO-NUMERO
                   INVALID KEY
                       SET FIM-COTACOES TO TRUE
               END-START
           ELSE
               DISPLAY 'ARQUIVO DE COTACOES AUSENTE OU INVALIDO'
               SET FIM-COTACOES TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-FS-CLI = '00'
               SET CLIENTES-ABERTO TO TRUE
           END-IF
           OPEN INPUT VENDEDOR-CADASTRO
           IF WRK-FS-VDD = '00'
               SET VENDEDORES-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT CONVERSAO-RPT
           MOVE WRK-PERIODO TO CVRRPT-CAB-PERIODO
           MOVE WRK-DATA-HOJE TO CVRRPT-CAB-DATA
           WRITE CVRRPT-CABECALHO.

      *****************************************************
      * COTACAO EMITIDA NO MES ENTRA NA ANALISE: USADA =
      * CONVERTIDA, VALIDADE PASSADA SEM USO = VENCIDA, SENAO
      * AINDA ABERTA; A ATIVA QUE VENCE ATE O LIMITE DA JANELA
      * VAI PARA A LISTA DE SEGUIMENTO, SEJA DE QUE MES FOR
      *****************************************************
       0200-LER-COTACAO.
           READ COTACOES-FORMAIS NEXT RECORD
               AT END
                   SET FIM-COTACOES TO TRUE
           END-READ
           IF NOT FIM-COTACOES
               IF COTACAO-DATA-EMISSAO(1:6) = WRK-PERIODO
                   PERFORM 0210-CLASSIFICAR-COTACAO
                   MOVE '1' TO WRK-BUSCA-TIPO
                   MOVE COTACAO-UF TO WRK-BUSCA-CHAVE
                   PERFORM 0220-ACUMULAR-GRUPO
                   MOVE '2' TO WRK-BUSCA-TIPO
                   MOVE COTACAO-VENDEDOR TO WRK-BUSCA-CHAVE
                   PERFORM 0220-ACUMULAR-GRUPO
                   PERFORM 0215-COMPARAR-FAIXA
                       VARYING WRK-F FROM 1 BY 1
                       UNTIL WRK-F > 5
                       OR COTACAO-FRETE <= WRK-FX-LIMITE(WRK-F)
                   MOVE '3' TO WRK-BUSCA-TIPO
                   MOVE WRK-F TO WRK-FX-CODIGO
                   MOVE WRK-FX-CODIGO TO WRK-BUSCA-CHAVE
                   PERFORM 0220-ACUMULAR-GRUPO
                   PERFORM 0230-ACUMULAR-TOTAL
               END-IF
               IF COTACAO-ATIVA
                   AND COTACAO-DATA-VALIDADE >= WRK-DATA-HOJE
                   AND COTACAO-DATA-VALIDADE <= WRK-DATA-LIMITE
                   PERFORM 0240-GUARDAR-SEGUIMENTO
               END-IF
           END-IF.

       0210-CLASSIFICAR-COTACAO.
           MOVE ZEROS TO WRK-DIAS-CONVERTER
           EVALUATE TRUE
               WHEN COTACAO-USADA
                   SET COTACAO-CONVERTIDA TO TRUE
                   IF COTACAO-DATA-USO IS NUMERIC
                       AND COTACAO-DATA-USO >= COTACAO-DATA-EMISSAO
                       CALL 'PROGCOB17-DIFDIAS' USING
                           COTACAO-DATA-EMISSAO COTACAO-DATA-USO
                           WRK-DIAS-CONVERTER
                   END-IF
               WHEN COTACAO-DATA-VALIDADE < WRK-DATA-HOJE
                   SET COTACAO-VENCIDA TO TRUE
               WHEN OTHER
                   SET COTACAO-ABERTA TO TRUE
           END-EVALUATE.

       0215-COMPARAR-FAIXA.
           CONTINUE.

      *****************************************************
      * ACHA (OU ABRE) O GRUPO TIPO + CHAVE E SOMA A COTACAO
      *****************************************************
       0220-ACUMULAR-GRUPO.
           PERFORM 0225-COMPARAR-GRUPO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-GRUPOS
               OR (WRK-GRP-TIPO(WRK-I) = WRK-BUSCA-TIPO
                   AND WRK-GRP-CHAVE(WRK-I) = WRK-BUSCA-CHAVE)
           IF WRK-I > WRK-QT-GRUPOS
               IF WRK-QT-GRUPOS < 200
                   ADD 1 TO WRK-QT-GRUPOS
                   MOVE WRK-QT-GRUPOS TO WRK-I
                   MOVE WRK-BUSCA-TIPO TO WRK-GRP-TIPO(WRK-I)
                   MOVE WRK-BUSCA-CHAVE TO WRK-GRP-CHAVE(WRK-I)
                   MOVE ZEROS TO WRK-GRP-EMITIDAS(WRK-I)
                       WRK-GRP-CONVERTIDAS(WRK-I)
                       WRK-GRP-VENCIDAS(WRK-I)
                       WRK-GRP-ABERTAS(WRK-I)
                       WRK-GRP-DIAS-SOMA(WRK-I)
               ELSE
                   DISPLAY 'TABELA DE GRUPOS CHEIA - GRUPO '
                       WRK-BUSCA-TIPO WRK-BUSCA-CHAVE ' IGNORADO'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WRK-I <= WRK-QT-GRUPOS
               ADD 1 TO WRK-GRP-EMITIDAS(WRK-I)
               EVALUATE TRUE
                   WHEN COTACAO-CONVERTIDA
                       ADD 1 TO WRK-GRP-CONVERTIDAS(WRK-I)
                       ADD WRK-DIAS-CONVERTER
                           TO WRK-GRP-DIAS-SOMA(WRK-I)
                   WHEN COTACAO-VENCIDA
                       ADD 1 TO WRK-GRP-VENCIDAS(WRK-I)
                   WHEN OTHER
                       ADD 1 TO WRK-GRP-ABERTAS(WRK-I)
               END-EVALUATE
           END-IF.

       0225-COMPARAR-GRUPO.
           CONTINUE.

       0230-ACUMULAR-TOTAL.
           ADD 1 TO WRK-TOT-EMITIDAS
           EVALUATE TRUE
               WHEN COTACAO-CONVERTIDA
                   ADD 1 TO WRK-TOT-CONVERTIDAS
                   ADD WRK-DIAS-CONVERTER TO WRK-TOT-DIAS-SOMA
               WHEN COTACAO-VENCIDA
                   ADD 1 TO WRK-TOT-VENCIDAS
               WHEN OTHER
                   ADD 1 TO WRK-TOT-ABERTAS
           END-EVALUATE.

       0240-GUARDAR-SEGUIMENTO.
           IF WRK-QT-SEGUIMENTO < 500
               ADD 1 TO WRK-QT-SEGUIMENTO
               MOVE COTACAO-NUMERO
                   TO WRK-SEG-NUMERO(WRK-QT-SEGUIMENTO)
               MOVE COTACAO-CLIENTE
                   TO WRK-SEG-CLIENTE(WRK-QT-SEGUIMENTO)
               MOVE COTACAO-UF TO WRK-SEG-UF(WRK-QT-SEGUIMENTO)
               MOVE COTACAO-FRETE TO WRK-SEG-FRETE(WRK-QT-SEGUIMENTO)
               MOVE COTACAO-DATA-VALIDADE
                   TO WRK-SEG-VALIDADE(WRK-QT-SEGUIMENTO)
               MOVE COTACAO-VENDEDOR
                   TO WRK-SEG-VENDEDOR(WRK-QT-SEGUIMENTO)
           ELSE
               DISPLAY 'LISTA DE SEGUIMENTO CHEIA - COTACAO '
                   COTACAO-NUMERO ' FORA DA LISTA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      * TOTAL GERAL DO MES E A LISTA DE SEGUIMENTO
      *****************************************************
       0300-FINALIZAR.
           MOVE ALL '-' TO CVRRPT-SEPARADOR
           WRITE CVRRPT-SEPARADOR
           MOVE 'TOTAL DO MES' TO CVRRPT-GRP-ROTULO
           MOVE WRK-TOT-EMITIDAS TO CVRRPT-GRP-EMITIDAS
           MOVE WRK-TOT-CONVERTIDAS TO CVRRPT-GRP-CONVERTIDAS
           MOVE WRK-TOT-VENCIDAS TO CVRRPT-GRP-VENCIDAS
           MOVE WRK-TOT-ABERTAS TO CVRRPT-GRP-ABERTAS
           MOVE ZEROS TO WRK-TAXA WRK-DIAS-MEDIO
           IF WRK-TOT-EMITIDAS > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-TOT-CONVERTIDAS * 100 / WRK-TOT-EMITIDAS
           END-IF
           IF WRK-TOT-CONVERTIDAS > ZEROS
               COMPUTE WRK-DIAS-MEDIO ROUNDED =
                   WRK-TOT-DIAS-SOMA / WRK-TOT-CONVERTIDAS
           END-IF
           MOVE WRK-TAXA TO CVRRPT-GRP-TAXA
           MOVE WRK-DIAS-MEDIO TO CVRRPT-GRP-DIAS
           WRITE CVRRPT-GRUPO
           MOVE SPACES TO CVRRPT-SEPARADOR
           WRITE CVRRPT-SEPARADOR
           MOVE 'COTACOES A VENCER SEM USO - LIGAR' TO CVRRPT-SEC-TITULO
           WRITE CVRRPT-SECAO
           WRITE CVRRPT-TIT-SEGUIMENTO
           PERFORM 0310-IMPRIMIR-SEGUIMENTO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-SEGUIMENTO
           DISPLAY 'COTACOES EMITIDAS.......' WRK-TOT-EMITIDAS
           DISPLAY 'COTACOES CONVERTIDAS....' WRK-TOT-CONVERTIDAS
           DISPLAY 'COTACOES VENCIDAS.......' WRK-TOT-VENCIDAS
           DISPLAY 'COTACOES A SEGUIR.......' WRK-QT-SEGUIMENTO
           IF WRK-FS-COT = '00' OR WRK-FS-COT = '10'
               CLOSE COTACOES-FORMAIS
           END-IF
           IF CLIENTES-ABERTO
               CLOSE CUSTOMER-MASTER
           END-IF
           IF VENDEDORES-ABERTO
               CLOSE VENDEDOR-CADASTRO
           END-IF
           CLOSE CONVERSAO-RPT.

       0310-IMPRIMIR-SEGUIMENTO.
           MOVE WRK-SEG-NUMERO(WRK-I) TO CVRRPT-SEG-NUMERO
           MOVE WRK-SEG-CLIENTE(WRK-I) TO CVRRPT-SEG-CLIENTE
           MOVE 'CLIENTE SEM CADASTRO' TO CVRRPT-SEG-NOME
           IF CLIENTES-ABERTO
               MOVE WRK-SEG-CLIENTE(WRK-I) TO CUSTMAS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUSTMAS-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CLI = '00'
                   MOVE CUSTMAS-NOME TO CVRRPT-SEG-NOME
               END-IF
           END-IF
           MOVE WRK-SEG-UF(WRK-I) TO CVRRPT-SEG-UF
           MOVE WRK-SEG-FRETE(WRK-I) TO CVRRPT-SEG-FRETE
           MOVE WRK-SEG-VALIDADE(WRK-I) TO CVRRPT-SEG-VALIDADE
           CALL 'PROGCOB17-DIFDIAS' USING WRK-DATA-HOJE
               WRK-SEG-VALIDADE(WRK-I) WRK-DIAS-VENCER
           MOVE WRK-DIAS-VENCER TO CVRRPT-SEG-DIAS
           MOVE WRK-SEG-VENDEDOR(WRK-I) TO CVRRPT-SEG-VENDEDOR
           WRITE CVRRPT-SEGUIMENTO.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: UMA CHAVE POR GRUPO
      *****************************************************
       8100-SELECIONAR-GRUPOS SECTION.
           PERFORM 8110-LIBERAR-UM-GRUPO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-GRUPOS
           GO TO 8199-FIM-ENTRADA.

       8110-LIBERAR-UM-GRUPO.
           MOVE WRK-GRP-TIPO(WRK-I) TO SORT-TIPO
           MOVE WRK-GRP-CHAVE(WRK-I) TO SORT-CHAVE
           MOVE WRK-I TO SORT-POSICAO
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: UMA SECAO POR TIPO DE GRUPO, NA ORDEM DA
      * CHAVE (UF, CODIGO DO VENDEDOR, FAIXA)
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADOS SECTION.
           PERFORM 8210-DEVOLVER-UM-GRUPO UNTIL FIM-CLASSIFICADOS
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UM-GRUPO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               MOVE SORT-POSICAO TO WRK-I
               IF SORT-TIPO NOT = WRK-TIPO-ATUAL
                   PERFORM 8220-ABRIR-SECAO
               END-IF
               PERFORM 8230-IMPRIMIR-GRUPO
           END-IF.

       8220-ABRIR-SECAO.
           MOVE SORT-TIPO TO WRK-TIPO-ATUAL
           MOVE SPACES TO CVRRPT-SEPARADOR
           WRITE CVRRPT-SEPARADOR
           EVALUATE SORT-TIPO
               WHEN '1'
                   MOVE 'POR UF DE DESTINO' TO CVRRPT-SEC-TITULO
               WHEN '2'
                   MOVE 'POR VENDEDOR' TO CVRRPT-SEC-TITULO
               WHEN OTHER
                   MOVE 'POR FAIXA DE FRETE COTADO'
                       TO CVRRPT-SEC-TITULO
           END-EVALUATE
           WRITE CVRRPT-SECAO
           WRITE CVRRPT-TITULOS.

       8230-IMPRIMIR-GRUPO.
           MOVE SPACES TO CVRRPT-GRP-ROTULO
           EVALUATE WRK-GRP-TIPO(WRK-I)
               WHEN '1'
                   MOVE WRK-GRP-CHAVE(WRK-I) TO CVRRPT-GRP-ROTULO
               WHEN '2'
                   PERFORM 8235-ROTULO-VENDEDOR
               WHEN OTHER
                   MOVE WRK-GRP-CHAVE(WRK-I) TO WRK-FX-CODIGO
                   MOVE WRK-FX-CODIGO TO WRK-F
                   MOVE WRK-FX-ROTULO(WRK-F) TO CVRRPT-GRP-ROTULO
           END-EVALUATE
           MOVE WRK-GRP-EMITIDAS(WRK-I) TO CVRRPT-GRP-EMITIDAS
           MOVE WRK-GRP-CONVERTIDAS(WRK-I) TO CVRRPT-GRP-CONVERTIDAS
           MOVE WRK-GRP-VENCIDAS(WRK-I) TO CVRRPT-GRP-VENCIDAS
           MOVE WRK-GRP-ABERTAS(WRK-I) TO CVRRPT-GRP-ABERTAS
           MOVE ZEROS TO WRK-TAXA WRK-DIAS-MEDIO
           IF WRK-GRP-EMITIDAS(WRK-I) > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-GRP-CONVERTIDAS(WRK-I) * 100
                   / WRK-GRP-EMITIDAS(WRK-I)
           END-IF
           IF WRK-GRP-CONVERTIDAS(WRK-I) > ZEROS
               COMPUTE WRK-DIAS-MEDIO ROUNDED =
                   WRK-GRP-DIAS-SOMA(WRK-I)
                   / WRK-GRP-CONVERTIDAS(WRK-I)
           END-IF
           MOVE WRK-TAXA TO CVRRPT-GRP-TAXA
           MOVE WRK-DIAS-MEDIO TO CVRRPT-GRP-DIAS
           WRITE CVRRPT-GRUPO.

       8235-ROTULO-VENDEDOR.
           IF WRK-GRP-CHAVE(WRK-I) = SPACES
               MOVE 'SEM VENDEDOR' TO CVRRPT-GRP-ROTULO
           ELSE
               MOVE 'NAO CADASTRADO' TO VENDEDOR-NOME
               IF VENDEDORES-ABERTO
                   MOVE WRK-GRP-CHAVE(WRK-I) TO VENDEDOR-CODIGO
                   READ VENDEDOR-CADASTRO
                       KEY IS VENDEDOR-CODIGO
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO VENDEDOR-NOME
                   END-READ
               END-IF
               STRING WRK-GRP-CHAVE(WRK-I) ' ' VENDEDOR-NOME
                   DELIMITED BY SIZE INTO CVRRPT-GRP-ROTULO
           END-IF.

       8299-FIM-SAIDA.
           EXIT.

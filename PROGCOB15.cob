      * - O ITEM DO MOVIMENTO SUSPEITO DE DUPLA LEITURA ENTRAVA
      * NO DIARIO DE ITENS ENQUANTO O VALOR DA VENDA AGUARDAVA A
      * DISPOSICAO DO SUPERVISOR NO PROGCOB25
      * 2026-10-15 JGM ESTOQUE DA LOJA POR FILIAL + SKU (ESTLOJA):
      * CADA LINHA DE ITEM ACEITA BAIXA A QUANTIDADE DO SALDO DA
      * FILIAL, E O ITEM DE DEVOLUCAO VOLTA PARA O SALDO - ITEM
      * RETIDO COM O MOVIMENTO DESVIADO AO VENDEXC NAO MEXE NO
      * ESTOQUE NESTE FECHAMENTO
      * 2026-10-15 JGM PRECO PROMOCIONAL COM VIGENCIA (PROMPRC):
      * CADA LINHA DE ITEM E VALORIZADA PELO PRECO EM VIGOR NA
      * DATA DA VENDA (PROMOCAO DO SKU, SENAO DO DEPARTAMENTO,
      * SENAO O PRECO CHEIO DO PRODMAS); VALOR DO CAIXA QUE NAO
      * BATE COM ESSE PRECO VAI AO EXCLOG (E009) E O ITEM VENDIDO
      * EM PROMOCAO GANHA LINHA NO DIARIO PROMVEN PARA O
      * RELATORIO DE REMARCACAO DO PROGCOB97
      * 2026-10-15 JGM TIPO DO MOVIMENTO (VENDA/DEVOLUCAO) NA
      * LINHA DO VENDITEM E DATA DA ULTIMA VENDA NO ESTLOJA, PARA
      * O GIRO POR SKU E A LISTA DE ITENS PARADOS DO PROGCOB98
      * 2026-10-15 JGM NUMERO DO CUPOM DO CAIXA (VENDENT-CUPOM)
      * GRAVADO NO VENDET AO LADO DA SEQUENCIA DO FECHAMENTO,
      * PARA A CONFERENCIA DE SALTOS E REPETICOES DO PROGCOB03,
      * E NO VENDEXC QUANDO O MOVIMENTO E DESVIADO
      * 2026-10-15 JGM LOYPARM CRIADO TAMBEM COM O PRAZO DE
      * VALIDADE DOS PONTOS (24 MESES) E CLIENTE NOVO NO LOYALLED
      * COM O TOTAL DE PONTOS EXPIRADOS ZERADO, PARA A EXPIRACAO
      * MENSAL DO PROGCOB04
      * 2026-10-15 JGM ICMSTAB SEMEADA TAMBEM COM A ALIQUOTA
      * INTERESTADUAL E A REGIAO DE CADA UF (ICMS SOBRE O FRETE
      * DO PROGCOB09) E ICMSACU CRIADO COM O ICMS DO FRETE
      * ZERADO
      * 2026-10-15 JGM FILIAL QUE FUNCIONA HOJE PELO CADASTRO FILIALCF
      * (ABERTURA ATE HOJE, ULTIMO DIA DE OPERACAO NAO ANTERIOR)
      * E NAO TEVE MOVIMENTO NO LOTE SAI NO VENDRPT COMO 'SEM CX',
      * LOGO DEPOIS DAS LINHAS DE FILIAL, COM AVISO W001 NO EXCLOG
      * 2026-10-15 JGM ITEM RETIDO COM O MOVIMENTO DESVIADO AO
      * VENDEXC GRAVADO NO VENDHLD (FILIAL, SKU, QUANTIDADE E TIPO)
      * NA CHAVE DA OCORRENCIA, PARA O PROGCOB25 BAIXAR O ESTOQUE
      * DA LOJA QUANDO O SUPERVISOR REPOE A VENDA - ANTES O ITEM
      * DA VENDA REPOSTA NUNCA SAIA DO ESTLOJA
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL PARAMETRO-FIDELIDADE ASSIGN TO 'LOYPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOP.
           SELECT ESTOQUE-LOJA ASSIGN TO 'ESTLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTLOJA-CHAVE
               FILE STATUS IS WRK-FS-ELJ.
           SELECT OPTIONAL PROMOCOES ASSIGN TO 'PROMPRC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMPRC-CHAVE
               FILE STATUS IS WRK-FS-PRM.
           SELECT OPTIONAL VENDAS-PROMOCAO ASSIGN TO 'PROMVEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PMV.
           SELECT OPTIONAL ITENS-RETIDOS ASSIGN TO 'VENDHLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDHLD-CHAVE
               FILE STATUS IS WRK-FS-HLD.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FIDELIDADE.
           COPY 'LOYPARM.CPY'.

       FD  ESTOQUE-LOJA.
           COPY 'ESTLOJA.CPY'.

       FD  PROMOCOES.
           COPY 'PROMPRC.CPY'.

       FD  VENDAS-PROMOCAO.
           COPY 'PROMVEN.CPY'.

       FD  ITENS-RETIDOS.
           COPY 'VENDHLD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
       77 WRK-SEQ         PIC 9(06) VALUE ZEROS.
      *****************************************************
      * ALIQUOTAS PADRAO DE ICMS POR UF, USADAS APENAS PARA
      * SEMEAR A TABELA ICMSTAB QUANDO ELA AINDA NAO EXISTE -
      * SIGLA + ALIQUOTA INTERNA + ALIQUOTA INTERESTADUAL (2
      * DECIMAIS IMPLICITOS) + REGIAO ('S' SUL/SUDESTE SEM O ES)
      *****************************************************
       01  WRK-ICMS-PADRAO-EXTENSO.
           02  FILLER PIC X(11) VALUE 'SP18001200S'.
           02  FILLER PIC X(11) VALUE 'RJ20001200S'.
           02  FILLER PIC X(11) VALUE 'MG18001200S'.
           02  FILLER PIC X(11) VALUE 'PR19501200S'.
           02  FILLER PIC X(11) VALUE 'RS17001200S'.
           02  FILLER PIC X(11) VALUE 'SC17001200S'.
           02  FILLER PIC X(11) VALUE 'ES17001200N'.
           02  FILLER PIC X(11) VALUE 'DF18001200N'.
           02  FILLER PIC X(11) VALUE 'BA19001200N'.
           02  FILLER PIC X(11) VALUE 'GO17001200N'.
           02  FILLER PIC X(11) VALUE 'AL19001200N'.
           02  FILLER PIC X(11) VALUE 'CE18001200N'.
           02  FILLER PIC X(11) VALUE 'MT17001200N'.
           02  FILLER PIC X(11) VALUE 'MS17001200N'.
           02  FILLER PIC X(11) VALUE 'PB18001200N'.
           02  FILLER PIC X(11) VALUE 'PE18001200N'.
           02  FILLER PIC X(11) VALUE 'RN18001200N'.
           02  FILLER PIC X(11) VALUE 'SE19001200N'.
           02  FILLER PIC X(11) VALUE 'MA20001200N'.
           02  FILLER PIC X(11) VALUE 'PI21001200N'.
           02  FILLER PIC X(11) VALUE 'TO18001200N'.
           02  FILLER PIC X(11) VALUE 'AC19001200N'.
           02  FILLER PIC X(11) VALUE 'AP18001200N'.
           02  FILLER PIC X(11) VALUE 'AM20001200N'.
           02  FILLER PIC X(11) VALUE 'PA19001200N'.
           02  FILLER PIC X(11) VALUE 'RO19501200N'.
           02  FILLER PIC X(11) VALUE 'RR20001200N'.
       01  WRK-ICMS-PADRAO REDEFINES WRK-ICMS-PADRAO-EXTENSO.
           02  WRK-ICM-ENTRADA OCCURS 27 TIMES
                   INDEXED BY WRK-ICM-IDX.
               03  WRK-ICM-UF       PIC X(02).
               03  WRK-ICM-ALIQ     PIC 9(02)V99.
               03  WRK-ICM-ALIQ-INT PIC 9(02)V99.
               03  WRK-ICM-REGIAO   PIC X(01).

      *****************************************************
      * UF DE CADA FILIAL, CARREGADA DO FILIAL-CONFIG NA
           02  WRK-FUF-ENTRADA OCCURS 10 TIMES.
               03  WRK-FUF-CODIGO   PIC X(03).
               03  WRK-FUF-UF       PIC X(02).
               03  WRK-FUF-SITUACAO PIC X(01).
                   88 FUF-FUNCIONANDO VALUE 'S'.
       77 WRK-QT-FUF          PIC 9(02) VALUE ZEROS.
       77 WRK-FU              PIC 9(02) VALUE ZEROS.
       77 WRK-FUF-MOVIMENTO   PIC X(01) VALUE 'N'.
           88 FUF-COM-MOVIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-UF-PADRAO       PIC X(02) VALUE 'SP'.
       77 WRK-FS-ICT          PIC X(02) VALUE '00'.
       77 WRK-FS-ICA          PIC X(02) VALUE '00'.
               IS 'N'.
       77 WRK-QT-ITENS-RETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-VL-ITENS-RETIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FS-HLD          PIC X(02) VALUE '00'.
       77 WRK-LINHA-RETIDA    PIC 9(03) VALUE ZEROS.
      *****************************************************
      * CHAVE DA ULTIMA OCORRENCIA GRAVADA NO VENDEXC, QUE AS
      * LINHAS DE ITEM RETIDAS DO MOVIMENTO LEVAM NO VENDHLD
      *****************************************************
       01  WRK-CHAVE-RETENCAO.
           05  WRK-RET-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-RET-HORA       PIC 9(08) VALUE ZEROS.
           05  WRK-RET-FILIAL     PIC X(03) VALUE SPACES.
           05  WRK-RET-CAIXA      PIC X(04) VALUE SPACES.
           05  WRK-RET-CUPOM      PIC 9(06) VALUE ZEROS.

      *****************************************************
      * AREAS DO PROGRAMA DE FIDELIDADE - A TAXA DE ACUMULO VEM
       77 WRK-FS-LOM          PIC X(02) VALUE '00'.
       77 WRK-FS-LOP          PIC X(02) VALUE '00'.
       77 WRK-CPF-CLIENTE     PIC 9(11) VALUE ZEROS.
       77 WRK-CUPOM           PIC 9(06) VALUE ZEROS.
       77 WRK-PTS-POR-REAL    PIC 9(03)V99 VALUE 001,00.
       77 WRK-PONTOS-VENDA    PIC 9(07) VALUE ZEROS.

      *****************************************************
      * AREAS DO ESTOQUE DA LOJA - A BAIXA DO ITEM VENDIDO E A
      * VOLTA DO ITEM DEVOLVIDO AO SALDO DA FILIAL + SKU
      *****************************************************
       77 WRK-FS-ELJ          PIC X(02) VALUE '00'.
       77 WRK-QT-BAIXAS-ESTOQUE PIC 9(06) VALUE ZEROS.

      *****************************************************
      * AREAS DO PRECO EM VIGOR - A DATA DA VENDA E A DATA DO
      * FECHAMENTO; SEM PROMPRC, TODO ITEM VALE O PRECO CHEIO
      *****************************************************
       77 WRK-FS-PRM          PIC X(02) VALUE '00'.
       77 WRK-FS-PMV          PIC X(02) VALUE '00'.
       77 WRK-PRM-ABERTO      PIC X(01) VALUE 'N'.
           88 PROMOCOES-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-PRM         PIC X(01) VALUE 'N'.
           88 FIM-PROMOCOES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PRM-ACHADA      PIC X(01) VALUE 'N'.
           88 PROMOCAO-EM-VIGOR VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-PRECO      PIC 9(08) VALUE ZEROS.
       77 WRK-PRM-ESCOPO      PIC X(01) VALUE SPACES.
       77 WRK-PRM-ITEM        PIC X(08) VALUE SPACES.
       77 WRK-PRM-CAMPANHA    PIC X(10) VALUE SPACES.
       77 WRK-PRECO-CHEIO     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-VIGOR     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-ESPERADO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-PRECO-DIV    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ITENS-PROMO  PIC 9(06) VALUE ZEROS.
       77 WRK-VL-REMARCACAO   PIC S9(09)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05  WRK-PERIODO-ATUAL.
               10  WRK-ANO-ATUAL  PIC 9(04).
               OPEN OUTPUT MOVIMENTOS-FIDELIDADE
           END-IF
           PERFORM 0116-LER-PARAMETRO-FIDELIDADE
           ACCEPT WRK-DATA-PRECO FROM DATE YYYYMMDD
           OPEN INPUT PROMOCOES
           IF WRK-FS-PRM = '00'
               SET PROMOCOES-DISPONIVEIS TO TRUE
           END-IF
           OPEN EXTEND VENDAS-PROMOCAO
           IF WRK-FS-PMV = '05' OR WRK-FS-PMV = '35'
               OPEN OUTPUT VENDAS-PROMOCAO
           END-IF
           OPEN I-O ESTOQUE-LOJA
           IF WRK-FS-ELJ = '35'
               OPEN OUTPUT ESTOQUE-LOJA
               CLOSE ESTOQUE-LOJA
               OPEN I-O ESTOQUE-LOJA
           END-IF
           OPEN I-O ITENS-RETIDOS
           IF WRK-FS-HLD = '35'
               OPEN OUTPUT ITENS-RETIDOS
               CLOSE ITENS-RETIDOS
               OPEN I-O ITENS-RETIDOS
           END-IF
           OPEN INPUT VENDA-ENTRADA
           IF WRK-FS-ENT = '00'
               SET MODO-LOTE-VENDA TO TRUE
           ELSE
               OPEN OUTPUT PARAMETRO-FIDELIDADE
               MOVE WRK-PTS-POR-REAL TO LOYPARM-PTS-POR-REAL
               MOVE 24 TO LOYPARM-MESES-VALIDADE
               WRITE LOYPARM-REC
               CLOSE PARAMETRO-FIDELIDADE
           END-IF.
               UNTIL WRK-ICM-IDX > 27
               MOVE WRK-ICM-UF(WRK-ICM-IDX) TO ICMSTAB-UF
               MOVE WRK-ICM-ALIQ(WRK-ICM-IDX) TO ICMSTAB-ALIQUOTA
               MOVE WRK-ICM-ALIQ-INT(WRK-ICM-IDX)
                   TO ICMSTAB-ALIQ-INTER
               MOVE WRK-ICM-REGIAO(WRK-ICM-IDX) TO ICMSTAB-REGIAO
               WRITE ICMSTAB-REC
           END-PERFORM.

      * PRIMEIRA LINHA VIRA O PADRAO PARA FILIAL SEM CADASTRO
      *****************************************************
       0117-CARREGAR-FILIAL-UF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT FILIAL-CONFIG
           IF WRK-FS-FIL = '00'
               PERFORM 0118-LER-UMA-FILIAL
               IF WRK-QT-FUF = 1
                   MOVE WRK-FUF-UF(1) TO WRK-UF-PADRAO
               END-IF
               MOVE 'S' TO WRK-FUF-SITUACAO(WRK-QT-FUF)
               IF FILIAL-DATA-ABERTURA IS NUMERIC
                   AND FILIAL-DATA-ABERTURA > WRK-DATA-HOJE
                   MOVE 'N' TO WRK-FUF-SITUACAO(WRK-QT-FUF)
               END-IF
               IF FILIAL-DATA-FECHAMENTO IS NUMERIC
                   AND FILIAL-DATA-FECHAMENTO > ZEROS
                   AND FILIAL-DATA-FECHAMENTO < WRK-DATA-HOJE
                   MOVE 'N' TO WRK-FUF-SITUACAO(WRK-QT-FUF)
               END-IF
           END-IF.

      *****************************************************
               END-READ
               IF WRK-FS-PRD = '00'
                   MOVE PRODMAS-DEPARTAMENTO TO WRK-DEP-ATUAL
                   PERFORM 0139-CONFERIR-PRECO-VIGOR
               END-IF
           END-IF
           MOVE WRK-FILIAL TO VENDITEM-FILIAL
           MOVE WRK-DEP-ATUAL TO VENDITEM-DEPARTAMENTO
           ACCEPT VENDITEM-DATA FROM DATE YYYYMMDD
           ACCEPT VENDITEM-HORA FROM TIME
           MOVE WRK-TIPO-VENDA TO VENDITEM-TIPO
           WRITE VENDITEM-REC
           PERFORM 0134-ACUMULAR-DEPARTAMENTO
           PERFORM 0138-MOVIMENTAR-ESTOQUE-LOJA.

       0134-ACUMULAR-DEPARTAMENTO.
           MOVE ZEROS TO WRK-IDX-DEPTO
                   TO WRK-DEP-VALOR(WRK-IDX-DEPTO)
           END-IF.

      *****************************************************
      * BAIXA O ITEM NO ESTOQUE DA FILIAL (OU DEVOLVE AO SALDO,
      * SE O MOVIMENTO QUE ELE ACOMPANHA E DEVOLUCAO) - SKU SEM
      * REGISTRO DE ESTOQUE NA FILIAL GANHA O REGISTRO NA HORA,
      * E O SALDO PODE FICAR NEGATIVO PARA O RELATORIO DE
      * POSICAO DO PROGCOB91 APONTAR
      *****************************************************
       0138-MOVIMENTAR-ESTOQUE-LOJA.
           MOVE WRK-FILIAL TO ESTLOJA-FILIAL
           MOVE VENDENT-ITEM-SKU TO ESTLOJA-SKU
           READ ESTOQUE-LOJA
               KEY IS ESTLOJA-CHAVE
               INVALID KEY
                   MOVE WRK-FILIAL TO ESTLOJA-FILIAL
                   MOVE VENDENT-ITEM-SKU TO ESTLOJA-SKU
                   MOVE ZEROS TO ESTLOJA-SALDO
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-MOV
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-ENT
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-VENDA
                   WRITE ESTLOJA-REC
           END-READ
           ACCEPT ESTLOJA-DATA-ULT-MOV FROM DATE YYYYMMDD
           IF TIPO-DEVOLUCAO
               ADD VENDENT-ITEM-QT TO ESTLOJA-SALDO
           ELSE
               SUBTRACT VENDENT-ITEM-QT FROM ESTLOJA-SALDO
               MOVE ESTLOJA-DATA-ULT-MOV TO ESTLOJA-DATA-ULT-VENDA
           END-IF
           REWRITE ESTLOJA-REC
           ADD 1 TO WRK-QT-BAIXAS-ESTOQUE.

      *****************************************************
      * PRECO EM VIGOR NA DATA DA VENDA: PROMOCAO DO SKU, SENAO
      * DO DEPARTAMENTO, SENAO O PRECO CHEIO DO PRODMAS. O VALOR
      * DA LINHA DO CAIXA TEM DE SER ESSE PRECO VEZES A
      * QUANTIDADE - DIVERGENCIA VAI AO EXCLOG; ITEM EM PROMOCAO
      * VAI AO DIARIO PROMVEN (DEVOLUCAO COM QUANTIDADE NEGATIVA)
      *****************************************************
       0139-CONFERIR-PRECO-VIGOR.
           MOVE PRODMAS-PRECO-UNIT TO WRK-PRECO-CHEIO
           MOVE WRK-PRECO-CHEIO TO WRK-PRECO-VIGOR
           SET PROMOCAO-EM-VIGOR TO FALSE
           IF PROMOCOES-DISPONIVEIS
               MOVE 'S' TO WRK-PRM-ESCOPO
               MOVE VENDENT-ITEM-SKU TO WRK-PRM-ITEM
               PERFORM 0141-LOCALIZAR-PROMOCAO
               IF NOT PROMOCAO-EM-VIGOR
                   AND PRODMAS-DEPARTAMENTO NOT = SPACES
                   MOVE 'D' TO WRK-PRM-ESCOPO
                   MOVE PRODMAS-DEPARTAMENTO TO WRK-PRM-ITEM
                   PERFORM 0141-LOCALIZAR-PROMOCAO
               END-IF
           END-IF
           COMPUTE WRK-VALOR-ESPERADO ROUNDED =
               WRK-PRECO-VIGOR * VENDENT-ITEM-QT
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-VALOR-ESPERADO
           END-COMPUTE
           IF VENDENT-ITEM-VALOR NOT = WRK-VALOR-ESPERADO
               PERFORM 0144-REGISTRAR-PRECO-DIVERGENTE
           END-IF
           IF PROMOCAO-EM-VIGOR
               PERFORM 0143-GRAVAR-VENDA-PROMOCAO
           END-IF.

      *****************************************************
      * AS PROMOCOES DE UM MESMO ITEM NAO SE SOBREPOEM (O
      * PROGCOB96 RECUSA), ENTAO VALE A UNICA CUJO PERIODO
      * CONTEM A DATA DA VENDA
      *****************************************************
       0141-LOCALIZAR-PROMOCAO.
           SET FIM-PROMOCOES TO FALSE
           MOVE WRK-PRM-ESCOPO TO PROMPRC-ESCOPO
           MOVE WRK-PRM-ITEM TO PROMPRC-ITEM
           MOVE ZEROS TO PROMPRC-DATA-INICIO
           START PROMOCOES KEY >= PROMPRC-CHAVE
               INVALID KEY
                   SET FIM-PROMOCOES TO TRUE
           END-START
           PERFORM 0142-AVALIAR-PROMOCAO
               UNTIL FIM-PROMOCOES OR PROMOCAO-EM-VIGOR.

       0142-AVALIAR-PROMOCAO.
           READ PROMOCOES NEXT RECORD
               AT END
                   SET FIM-PROMOCOES TO TRUE
           END-READ
           IF NOT FIM-PROMOCOES
               IF PROMPRC-ESCOPO NOT = WRK-PRM-ESCOPO
                   OR PROMPRC-ITEM NOT = WRK-PRM-ITEM
                   OR PROMPRC-DATA-INICIO > WRK-DATA-PRECO
                   SET FIM-PROMOCOES TO TRUE
               ELSE
                   IF PROMPRC-DATA-FIM >= WRK-DATA-PRECO
                       SET PROMOCAO-EM-VIGOR TO TRUE
                       MOVE PROMPRC-CAMPANHA TO WRK-PRM-CAMPANHA
                       IF PROMPRC-PRECO-PROMO > ZEROS
                           MOVE PROMPRC-PRECO-PROMO TO WRK-PRECO-VIGOR
                       ELSE
                           COMPUTE WRK-PRECO-VIGOR ROUNDED =
                               WRK-PRECO-CHEIO *
                               (100 - PROMPRC-PERC-DESC) / 100
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0143-GRAVAR-VENDA-PROMOCAO.
           MOVE WRK-DATA-PRECO TO PROMVEN-DATA
           MOVE WRK-FILIAL TO PROMVEN-FILIAL
           MOVE VENDENT-ITEM-SKU TO PROMVEN-SKU
           MOVE WRK-PRM-CAMPANHA TO PROMVEN-CAMPANHA
           MOVE WRK-PRM-ESCOPO TO PROMVEN-ESCOPO
           IF TIPO-DEVOLUCAO
               COMPUTE PROMVEN-QUANTIDADE = VENDENT-ITEM-QT * -1
           ELSE
               MOVE VENDENT-ITEM-QT TO PROMVEN-QUANTIDADE
           END-IF
           MOVE WRK-PRECO-CHEIO TO PROMVEN-PRECO-CHEIO
           MOVE WRK-PRECO-VIGOR TO PROMVEN-PRECO-PROMO
           MOVE VENDENT-ITEM-VALOR TO PROMVEN-VALOR-CAIXA
           WRITE PROMVEN-REC
           ADD 1 TO WRK-QT-ITENS-PROMO
           COMPUTE WRK-VL-REMARCACAO = WRK-VL-REMARCACAO +
               (WRK-PRECO-CHEIO - WRK-PRECO-VIGOR)
               * PROMVEN-QUANTIDADE.

       0144-REGISTRAR-PRECO-DIVERGENTE.
           ADD 1 TO WRK-QT-PRECO-DIV
           MOVE 'PROGCOB15' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           MOVE 'E009' TO EXCLOG-CODIGO
           MOVE SPACES TO EXCLOG-DESCRICAO
           STRING 'PRECO CAIXA DIVERGE FIL ' WRK-FILIAL
               ' SKU ' VENDENT-ITEM-SKU
               DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           ADD 1 TO WRK-CONT-EXCECOES
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************
      * LINHA DE ITEM DE MOVIMENTO DESVIADO AO VENDEXC: NAO VAI
      * AO VENDITEM, AO RESUMO POR DEPARTAMENTO NEM AO ESTOQUE DA
      * LOJA - E CONTADA E GRAVADA NO VENDHLD COM A CHAVE DA
      * OCORRENCIA, PARA QUE O PROGCOB25 BAIXE O ESTOQUE SE O
      * SUPERVISOR REPUSER A VENDA
      *****************************************************
       0136-RETER-ITEM.
           ADD 1 TO WRK-REG-LIDOS
           ADD 1 TO WRK-QT-ITENS-RETIDOS
           ADD VENDENT-ITEM-VALOR TO WRK-VL-ITENS-RETIDOS
           ADD 1 TO WRK-LINHA-RETIDA
           MOVE WRK-RET-DATA TO VENDHLD-EXC-DATA
           MOVE WRK-RET-HORA TO VENDHLD-EXC-HORA
           MOVE WRK-RET-FILIAL TO VENDHLD-EXC-FILIAL
           MOVE WRK-RET-CAIXA TO VENDHLD-EXC-CAIXA
           MOVE WRK-RET-CUPOM TO VENDHLD-EXC-CUPOM
           MOVE WRK-LINHA-RETIDA TO VENDHLD-LINHA
           MOVE WRK-FILIAL TO VENDHLD-FILIAL
           MOVE VENDENT-ITEM-SKU TO VENDHLD-SKU
           MOVE VENDENT-ITEM-QT TO VENDHLD-QUANTIDADE
           MOVE VENDENT-ITEM-VALOR TO VENDHLD-VALOR
           MOVE WRK-TIPO-VENDA TO VENDHLD-TIPO
           MOVE SPACES TO VENDHLD-SITUACAO
           WRITE VENDHLD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       0131-CARREGAR-VENDA.
           ADD 1 TO WRK-REG-LIDOS
               MOVE VENDENT-CPF-CLIENTE TO WRK-CPF-CLIENTE
           ELSE
               MOVE ZEROS TO WRK-CPF-CLIENTE
           END-IF
           IF VENDENT-CUPOM IS NUMERIC
               MOVE VENDENT-CUPOM TO WRK-CUPOM
           ELSE
               MOVE ZEROS TO WRK-CUPOM
           END-IF.

       0200-PROCESSAR.
           ACCEPT VENDET-DATA FROM DATE YYYYMMDD
           ACCEPT VENDET-HORA FROM TIME
           MOVE WRK-CPF-CLIENTE TO VENDET-CPF-CLIENTE
           MOVE WRK-CUPOM TO VENDET-CUPOM
           WRITE VENDET-REC
           PERFORM 0211-GRAVAR-EXPORTACAO
           IF WRK-CPF-CLIENTE > ZEROS
                       MOVE ZEROS TO LOYALLED-PTS-RESGATADOS
                       MOVE ZEROS TO LOYALLED-PTS-SALDO
                       MOVE ZEROS TO LOYALLED-DATA-ULT-MOV
                       MOVE ZEROS TO LOYALLED-PTS-EXPIRADOS
                       WRITE LOYALLED-REC
               END-READ
               ADD WRK-PONTOS-VENDA TO LOYALLED-PTS-ACUMULADOS
           MOVE ZEROS TO VENDEXC-DATA-DISP
           MOVE WRK-FILIAL TO VENDEXC-FILIAL
           MOVE WRK-CAIXA TO VENDEXC-CAIXA
           MOVE WRK-CUPOM TO VENDEXC-CUPOM
           MOVE VENDEXC-DATA TO WRK-RET-DATA
           MOVE VENDEXC-HORA TO WRK-RET-HORA
           MOVE VENDEXC-FILIAL TO WRK-RET-FILIAL
           MOVE VENDEXC-CAIXA TO WRK-RET-CAIXA
           MOVE VENDEXC-CUPOM TO WRK-RET-CUPOM
           MOVE ZEROS TO WRK-LINHA-RETIDA
           WRITE VENDEXC-REC
           PERFORM 0250-REGISTRAR-EXCECAO
           IF RETURN-CODE < 4
           DISPLAY '-----------'
           DISPLAY 'ACUMULADO ' WRK-ACUM
           DISPLAY 'ACUMULADO ' WRK-QT
           DISPLAY 'ITENS MOVIDOS NO ESTOQUE DA LOJA '
               WRK-QT-BAIXAS-ESTOQUE
           DISPLAY 'ITENS COM PRECO DIVERGENTE '
               WRK-QT-PRECO-DIV
           DISPLAY 'FINAL DE PROCESSAMENTO'
           IF MODO-LOTE-VENDA AND NOT TRAILER-CONFERE
               PERFORM 0305-PRESERVAR-CHECKPOINT
           IF PRODUTOS-DISPONIVEIS
               CLOSE PRODUTO-MASTER
           END-IF
           IF PROMOCOES-DISPONIVEIS
               CLOSE PROMOCOES
           END-IF
           CLOSE SALES-DETAIL SALES-EXPORT SALES-SUMMARY VENDA-ENTRADA
               CHECKPOINT-VENDAS EXCECOES-VENDAS ACUMULADO-VENDAS
               ICMS-TABELA ICMS-ACUMULADO ITENS-DETALHE
               LEDGER-FIDELIDADE MOVIMENTOS-FIDELIDADE
               ESTOQUE-LOJA VENDAS-PROMOCAO ITENS-RETIDOS
               EXCEPTION-LOG.

      *****************************************************
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

           MOVE WRK-QT-DEV TO VENDRPT-QT-DEV
           WRITE VENDRPT-LINHA
           PERFORM 0316-GRAVAR-LINHAS-FILIAL
           PERFORM 0318-LISTAR-FILIAL-SEM-CAIXA
               VARYING WRK-FU FROM 1 BY 1 UNTIL WRK-FU > WRK-QT-FUF
           PERFORM 0315-GRAVAR-LINHAS-TENDER
           PERFORM 0317-GRAVAR-LINHAS-DEPTO.

               END-IF
           END-PERFORM.

      *****************************************************
      * FILIAL DO CADASTRO QUE FUNCIONA HOJE MAS NAO MANDOU
      * MOVIMENTO DE CAIXA NO LOTE - UMA LINHA 'SEM CX' ZERADA NO
      * VENDRPT E UM AVISO NO EXCLOG, PARA O FECHAMENTO
      * CONSOLIDADO NAO PASSAR COM UMA LOJA FALTANDO
      *****************************************************
       0318-LISTAR-FILIAL-SEM-CAIXA.
           IF FUF-FUNCIONANDO(WRK-FU)
               SET FUF-COM-MOVIMENTO TO FALSE
               PERFORM 0319-PROCURAR-MOVIMENTO-FILIAL
                   VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 10
               IF NOT FUF-COM-MOVIMENTO
                   ACCEPT VENDRPT-DATA FROM DATE YYYYMMDD
                   MOVE SPACES TO VENDRPT-LOJA-CAIXA
                   STRING 'SEM CX ' WRK-FUF-CODIGO(WRK-FU)
                       DELIMITED BY SIZE INTO VENDRPT-LOJA-CAIXA
                   MOVE ZEROS TO VENDRPT-TOTAL
                   MOVE ZEROS TO VENDRPT-QTD
                   MOVE ZEROS TO VENDRPT-MEDIA
                   MOVE ZEROS TO VENDRPT-QT-DEV
                   WRITE VENDRPT-LINHA
                   MOVE 'PROGCOB15' TO EXCLOG-PROGRAMA
                   ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
                   ACCEPT EXCLOG-HORA FROM TIME
                   MOVE 'W001' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'FILIAL ABERTA SEM CAIXA NO LOTE - '
                       WRK-FUF-CODIGO(WRK-FU)
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   IF EXCLOG-CODIGO(1:1) = 'E'
                       MOVE 'A' TO EXCLOG-SEVERIDADE
                   ELSE
                       MOVE 'I' TO EXCLOG-SEVERIDADE
                   END-IF
                   WRITE EXCLOG-REC
                   ADD 1 TO WRK-CONT-EXCECOES
               END-IF
           END-IF.

       0319-PROCURAR-MOVIMENTO-FILIAL.
           IF WRK-FIL-CODIGO(WRK-F) = WRK-FUF-CODIGO(WRK-FU)
               SET FUF-COM-MOVIMENTO TO TRUE
           END-IF.

      *****************************************************
      * UMA LINHA DE VENDRPT POR TENDER COM MOVIMENTO NO DIA,
      * REAPROVEITANDO O CAMPO DE LOJA/CAIXA PARA IDENTIFICAR O
               MOVE ZEROS TO VENDRPT-MEDIA
               MOVE ZEROS TO VENDRPT-QT-DEV
               WRITE VENDRPT-LINHA
           END-IF
           IF WRK-QT-ITENS-PROMO > ZEROS
               ACCEPT VENDRPT-DATA FROM DATE YYYYMMDD
               MOVE 'REMARCACAO' TO VENDRPT-LOJA-CAIXA
               MOVE WRK-VL-REMARCACAO TO VENDRPT-TOTAL
               MOVE WRK-QT-ITENS-PROMO TO VENDRPT-QTD
               MOVE ZEROS TO VENDRPT-MEDIA
               MOVE ZEROS TO VENDRPT-QT-DEV
               WRITE VENDRPT-LINHA
           END-IF
           IF WRK-QT-PRECO-DIV > ZEROS
               ACCEPT VENDRPT-DATA FROM DATE YYYYMMDD
               MOVE 'PRECO DIV' TO VENDRPT-LOJA-CAIXA
               MOVE ZEROS TO VENDRPT-TOTAL
               MOVE WRK-QT-PRECO-DIV TO VENDRPT-QTD
               MOVE ZEROS TO VENDRPT-MEDIA
               MOVE ZEROS TO VENDRPT-QT-DEV
               WRITE VENDRPT-LINHA
           END-IF.

      *****************************************************
           MOVE WRK-ICA-FILIAL TO ICMSACU-FILIAL
           MOVE WRK-UF-ICMS TO ICMSACU-UF
           MOVE ZEROS TO ICMSACU-BASE ICMSACU-IMPOSTO
           MOVE ZEROS TO ICMSACU-FRETE-BASE ICMSACU-FRETE-IMPOSTO
           MOVE SPACES TO ICMSACU-SIT-FECHADO
           WRITE ICMSACU-REC.


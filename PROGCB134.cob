       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB134.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RESUMO GERENCIAL MENSAL DE TODAS AS LINHAS DE
      * NEGOCIO - CADA AREA TINHA O SEU RELATORIO E A DIRETORIA
      * MONTAVA A PAGINA DO MES A MAO. ESTE PROGRAMA IMPRIME NO
      * GERRPT, PARA O PERIODO INFORMADO, UM BLOCO POR FILIAL
      * (VENDAS DO VENDACU CONTRA A META DO VENDBUD E O ICMS DO
      * ICMSACU, QUE SAO AS LINHAS GUARDADAS POR FILIAL) E O
      * BLOCO CONSOLIDADO DA EMPRESA, QUE ACRESCENTA O FRETE
      * FATURADO (FRETACU) MENOS O REPASSE LIQUIDO AS
      * TRANSPORTADORAS (CPAGAR) E OS CREDITOS DE SINISTRO
      * ACATADOS (SINISTRO), AS MENSALIDADES FATURADAS E
      * RECEBIDAS (MENSAL) E AS PROPOSTAS DE OBRA ACEITAS OU
      * CONVERTIDAS (PRPREG). CADA LINHA SAI COM O MES, O ANO A
      * DATA E O MESMO MES DO ANO ANTERIOR - ESTE LIDO DAS FOTOS
      * DE VIRADA DE ANO (VACARC/FACARC) QUANDO ELAS TEM O
      * PERIODO, SENAO DO PROPRIO ACUMULADOR. NO FIM, AS
      * POSICOES DO DIA DA EMISSAO: PASSIVO DE CARTOES PRESENTE
      * (GIFTLED), PASSIVO DE PONTOS DE FIDELIDADE (LOYALLED,
      * VALORIZADO PELO PARAMETRO PONTO-VALOR) E OS SALDOS A
      * RECEBER VENCIDOS HA MAIS DE 90 DIAS (CONTREC E MENSAL)
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
           SELECT VENDAS-ACUMULADO ASSIGN TO 'VENDACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDACU-CHAVE
               FILE STATUS IS WRK-FS-VAC.
           SELECT OPTIONAL METAS-VENDA ASSIGN TO 'VENDBUD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDBUD-CHAVE
               FILE STATUS IS WRK-FS-BUD.
           SELECT OPTIONAL ICMS-ACUMULADO ASSIGN TO 'ICMSACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICMSACU-CHAVE
               FILE STATUS IS WRK-FS-ICA.
           SELECT OPTIONAL FRETE-ACUMULADO ASSIGN TO 'FRETACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRETACU-PERIODO
               FILE STATUS IS WRK-FS-FAC.
           SELECT OPTIONAL VENDAS-ARQUIVO-MORTO ASSIGN TO 'VACARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-VAR.
           SELECT OPTIONAL FRETE-ARQUIVO-MORTO ASSIGN TO 'FACARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FAR.
           SELECT OPTIONAL CONTAS-PAGAR ASSIGN TO 'CPAGAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAGAR-CHAVE
               FILE STATUS IS WRK-FS-CPG.
           SELECT OPTIONAL SINISTROS ASSIGN TO 'SINISTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINISTRO-NUMERO
               FILE STATUS IS WRK-FS-SIN.
           SELECT OPTIONAL MENSALIDADES ASSIGN TO 'MENSAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENSAL-CHAVE
               FILE STATUS IS WRK-FS-MEN.
           SELECT OPTIONAL PROPOSTA-REGISTRO ASSIGN TO 'PRPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRG.
           SELECT OPTIONAL GIFT-LEDGER ASSIGN TO 'GIFTLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIFTLED-NUMERO
               FILE STATUS IS WRK-FS-GFT.
           SELECT OPTIONAL LEDGER-FIDELIDADE ASSIGN TO 'LOYALLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYALLED-CPF
               FILE STATUS IS WRK-FS-LOY.
           SELECT OPTIONAL CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT GERENCIAL-RPT ASSIGN TO 'GERRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-ACUMULADO.
           COPY 'VENDACU.CPY'.

       FD  METAS-VENDA.
           COPY 'VENDBUD.CPY'.

       FD  ICMS-ACUMULADO.
           COPY 'ICMSACU.CPY'.

       FD  FRETE-ACUMULADO.
           COPY 'FRETACU.CPY'.

       FD  VENDAS-ARQUIVO-MORTO.
       01  VACARC-REC.
           05  VACARC-IMAGEM       PIC X(54).
           05  VACARC-DATA-FOTO    PIC 9(08).

       FD  FRETE-ARQUIVO-MORTO.
       01  FACARC-REC.
           05  FACARC-IMAGEM       PIC X(49).
           05  FACARC-DATA-FOTO    PIC 9(08).

       FD  CONTAS-PAGAR.
           COPY 'CPAGAR.CPY'.

       FD  SINISTROS.
           COPY 'SINISTRO.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  PROPOSTA-REGISTRO.
           COPY 'PRPREG.CPY'.

       FD  GIFT-LEDGER.
           COPY 'GIFTLED.CPY'.

       FD  LEDGER-FIDELIDADE.
           COPY 'LOYALLED.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  GERENCIAL-RPT.
       01  GERRPT-LINHA            PIC X(80).
       01  GERRPT-DETALHE.
           05  GERRPT-DESCRICAO    PIC X(26).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-MES          PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-ANO          PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-ANT          PIC -(09)9,99.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  GERRPT-PERCENTUAL.
           05  GERRPT-PCT-DESCRICAO PIC X(26).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-PCT-MES      PIC Z(09)9,9.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-PCT-ANO      PIC Z(09)9,9.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-PCT-ANT      PIC Z(09)9,9.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(09) VALUE SPACES.
       01  GERRPT-POSICAO.
           05  GERRPT-POS-DESCRICAO PIC X(26).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-POS-VALOR    PIC -(09)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GERRPT-POS-ROTULO   PIC X(14).
           05  GERRPT-POS-QT       PIC Z(10)9.
           05  FILLER              PIC X(12) VALUE SPACES.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * LINHAS GUARDADAS POR FILIAL - A POSICAO 1 E O
      * CONSOLIDADO DA EMPRESA (FILIAL EM BRANCO NO VENDACU E NO
      * ICMSACU; NA META, A SOMA DAS FILIAIS, COMO NO
      * FECHAMENTO DO PROGCOB15) E AS DEMAIS SAO AS FILIAIS COM
      * VENDA, META OU ICMS NO ANO DO PERIODO. EM CADA LINHA A
      * COLUNA 1 E O MES, A 2 O ANO A DATA E A 3 O MESMO MES DO
      * ANO ANTERIOR
      *****************************************************
       01  WRK-TABELA-FILIAIS.
           02  WRK-FIL-ENTRADA OCCURS 50 TIMES.
               03  WRK-FIL-CODIGO    PIC X(03).
               03  WRK-FIL-VENDA     PIC S9(11)V99 OCCURS 3 TIMES.
               03  WRK-FIL-META      PIC S9(11)V99 OCCURS 3 TIMES.
               03  WRK-FIL-ICMS      PIC S9(11)V99 OCCURS 3 TIMES.
               03  WRK-FIL-ANT-FOTO  PIC X(01).
       77 WRK-QT-FILIAIS    PIC 9(02) VALUE ZEROS.

      *****************************************************
      * LINHAS SO DO CONSOLIDADO (OS ARQUIVOS NAO GUARDAM A
      * FILIAL), NAS MESMAS TRES COLUNAS
      *****************************************************
       01  WRK-TABELA-NEGOCIOS.
           02  WRK-FRETE        PIC S9(11)V99 OCCURS 3 TIMES.
           02  WRK-REPASSE      PIC S9(11)V99 OCCURS 3 TIMES.
           02  WRK-CREDITO      PIC S9(11)V99 OCCURS 3 TIMES.
           02  WRK-FRETE-LIQ    PIC S9(11)V99 OCCURS 3 TIMES.
           02  WRK-MEN-FATURADO PIC S9(11)V99 OCCURS 3 TIMES.
           02  WRK-MEN-RECEBIDO PIC S9(11)V99 OCCURS 3 TIMES.
           02  WRK-PROPOSTAS    PIC S9(11)V99 OCCURS 3 TIMES.
       77 WRK-FRETE-ANT-FOTO PIC X(01) VALUE 'N'.

      *****************************************************
      * POSICOES DO DIA DA EMISSAO
      *****************************************************
       77 WRK-GIFT-SALDO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-CARTOES    PIC 9(07) VALUE ZEROS.
       77 WRK-PONTOS-SALDO  PIC 9(11) VALUE ZEROS.
       77 WRK-PONTOS-VALOR  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-PONTO   PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-REC-90        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-REC-90     PIC 9(07) VALUE ZEROS.
       77 WRK-MEN-90        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-MEN-90     PIC 9(07) VALUE ZEROS.

       77 WRK-FS-VAC        PIC X(02) VALUE '00'.
       77 WRK-FS-BUD        PIC X(02) VALUE '00'.
       77 WRK-FS-ICA        PIC X(02) VALUE '00'.
       77 WRK-FS-FAC        PIC X(02) VALUE '00'.
       77 WRK-FS-VAR        PIC X(02) VALUE '00'.
       77 WRK-FS-FAR        PIC X(02) VALUE '00'.
       77 WRK-FS-CPG        PIC X(02) VALUE '00'.
       77 WRK-FS-SIN        PIC X(02) VALUE '00'.
       77 WRK-FS-MEN        PIC X(02) VALUE '00'.
       77 WRK-FS-PRG        PIC X(02) VALUE '00'.
       77 WRK-FS-GFT        PIC X(02) VALUE '00'.
       77 WRK-FS-LOY        PIC X(02) VALUE '00'.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-RESUMO-OK     PIC X(01) VALUE 'S'.
           88 RESUMO-LIBERADO VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * PERIODO DO RESUMO E AS FAIXAS DE CLASSIFICACAO: O MES,
      * O ANO A DATA (JANEIRO ATE O MES) E O MESMO MES DO ANO
      * ANTERIOR
      *****************************************************
       01  WRK-PERIODO.
           05  WRK-PER-ANO      PIC 9(04).
           05  WRK-PER-MES      PIC 9(02).
       01  WRK-PERIODO-N REDEFINES WRK-PERIODO PIC 9(06).
       77 WRK-PERIODO-JAN   PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-ANT   PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(04).
           05  WRK-HOJE-MES     PIC 9(02).
           05  WRK-HOJE-DIA     PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-PER-TESTE     PIC 9(06) VALUE ZEROS.
       77 WRK-CLASSE-MES    PIC X(01) VALUE 'N'.
           88 DO-MES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CLASSE-ANO    PIC X(01) VALUE 'N'.
           88 NO-ANO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CLASSE-ANT    PIC X(01) VALUE 'N'.
           88 DO-ANO-ANTERIOR VALUE 'S' WHEN SET TO FALSE IS 'N'.

       77 WRK-F             PIC 9(02) VALUE ZEROS.
       77 WRK-C             PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-FILIAL    PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-INCLUIR       PIC X(01) VALUE 'N'.
           88 INCLUIR-FILIAL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT           PIC 9(09)V9 VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-QT-FOTOS-VAC  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FOTOS-FAC  PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-PARM-ACHADO   PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF RESUMO-LIBERADO
               PERFORM 0200-SOMAR-VENDAS
               PERFORM 0210-SOMAR-METAS
               PERFORM 0220-SOMAR-ICMS
               PERFORM 0230-VENDAS-ARQUIVADAS
               PERFORM 0300-SOMAR-FRETE
               PERFORM 0310-FRETE-ARQUIVADO
               PERFORM 0320-SOMAR-REPASSE
               PERFORM 0330-SOMAR-SINISTROS
               PERFORM 0340-SOMAR-MENSALIDADES
               PERFORM 0350-SOMAR-PROPOSTAS
               PERFORM 0400-POSICAO-CARTOES
               PERFORM 0410-POSICAO-FIDELIDADE
               PERFORM 0420-POSICAO-RECEBER
               PERFORM 0500-IMPRIMIR-RESUMO
           END-IF
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * PERIODO EM BRANCO OU INVALIDO VALE O MES ANTERIOR AO DA
      * EMISSAO (O ULTIMO MES FECHADO). SEM O VENDACU NAO HA
      * RESUMO; OS DEMAIS ARQUIVOS SAO OPCIONAIS E A LINHA DE
      * QUEM FALTAR SAI ZERADA
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'PERIODO DO RESUMO (AAAAMM, BRANCO = MES '
               'ANTERIOR)..'
           ACCEPT WRK-PERIODO
           IF WRK-PERIODO NOT NUMERIC
               MOVE ZEROS TO WRK-PERIODO-N
           END-IF
           IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
               OR WRK-PER-ANO = ZEROS
               MOVE WRK-HOJE-ANO TO WRK-PER-ANO
               MOVE WRK-HOJE-MES TO WRK-PER-MES
               IF WRK-PER-MES = 01
                   MOVE 12 TO WRK-PER-MES
                   SUBTRACT 1 FROM WRK-PER-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-PER-MES
               END-IF
           END-IF
           COMPUTE WRK-PERIODO-JAN = WRK-PER-ANO * 100 + 1
           COMPUTE WRK-PERIODO-ANT = WRK-PERIODO-N - 100
           INITIALIZE WRK-TABELA-FILIAIS WRK-TABELA-NEGOCIOS
           MOVE 1 TO WRK-QT-FILIAIS
           MOVE SPACES TO WRK-FIL-CODIGO(1)
           MOVE 'N' TO WRK-FIL-ANT-FOTO(1)
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN INPUT VENDAS-ACUMULADO
           IF WRK-FS-VAC NOT = '00'
               DISPLAY 'ACUMULADO VENDACU AUSENTE OU INVALIDO - SEM '
                   'RESUMO'
               SET RESUMO-LIBERADO TO FALSE
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'RESUMO GERENCIAL SEM VENDACU'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GERENCIAL-RPT
           END-IF
           MOVE 'PONTO-VALOR' TO WRK-NOME-PARM
           PERFORM 0780-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO AND WRK-VALOR-PARM > ZEROS
               MOVE WRK-VALOR-PARM TO WRK-VALOR-PONTO
           ELSE
               MOVE 0,01 TO WRK-VALOR-PONTO
           END-IF.

      *****************************************************
      * CLASSIFICA O PERIODO EM WRK-PER-TESTE NAS TRES COLUNAS
      *****************************************************
       0150-CLASSIFICAR-PERIODO.
           SET DO-MES TO FALSE
           SET NO-ANO TO FALSE
           SET DO-ANO-ANTERIOR TO FALSE
           IF WRK-PER-TESTE = WRK-PERIODO-N
               SET DO-MES TO TRUE
           END-IF
           IF WRK-PER-TESTE >= WRK-PERIODO-JAN
               AND WRK-PER-TESTE <= WRK-PERIODO-N
               SET NO-ANO TO TRUE
           END-IF
           IF WRK-PER-TESTE = WRK-PERIODO-ANT
               SET DO-ANO-ANTERIOR TO TRUE
           END-IF.

      *****************************************************
      * LOCALIZA A FILIAL DE WRK-FILIAL-BUSCA NA TABELA (BRANCO
      * E O CONSOLIDADO, POSICAO 1); COM INCLUIR-FILIAL LIGADO,
      * A FILIAL NOVA GANHA UMA POSICAO ZERADA
      *****************************************************
       0160-LOCALIZAR-FILIAL.
           MOVE ZEROS TO WRK-IDX-FILIAL
           PERFORM 0165-COMPARAR-FILIAL
               VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QT-FILIAIS
           IF WRK-IDX-FILIAL = ZEROS AND INCLUIR-FILIAL
               IF WRK-QT-FILIAIS < 50
                   ADD 1 TO WRK-QT-FILIAIS
                   MOVE WRK-QT-FILIAIS TO WRK-IDX-FILIAL
                   MOVE WRK-FILIAL-BUSCA
                       TO WRK-FIL-CODIGO(WRK-IDX-FILIAL)
                   MOVE 'N' TO WRK-FIL-ANT-FOTO(WRK-IDX-FILIAL)
               ELSE
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                       WRK-FILIAL-BUSCA ' FORA DO RESUMO'
                   MOVE 'W001' TO EXCLOG-CODIGO
                   MOVE 'FILIAL FORA DO RESUMO - TABELA CHEIA'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               END-IF
           END-IF.

       0165-COMPARAR-FILIAL.
           IF WRK-FIL-CODIGO(WRK-F) = WRK-FILIAL-BUSCA
               MOVE WRK-F TO WRK-IDX-FILIAL
           END-IF.

      *****************************************************
      * VENDAS DO VENDACU, DO MESMO MES DO ANO ANTERIOR ATE O
      * PERIODO: O MES E O ANO A DATA SAO OS DO PROPRIO REGISTRO
      * DO PERIODO; O ANO ANTERIOR FICA AQUI SO ATE A LEITURA DA
      * FOTO ARQUIVADA (0230), QUE PREVALECE
      *****************************************************
       0200-SOMAR-VENDAS.
           SET FIM-ARQUIVO TO FALSE
           MOVE WRK-PERIODO-ANT TO VENDACU-PERIODO
           MOVE LOW-VALUES TO VENDACU-FILIAL
           START VENDAS-ACUMULADO KEY >= VENDACU-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 0205-LER-UMA-VENDA UNTIL FIM-ARQUIVO.

       0205-LER-UMA-VENDA.
           READ VENDAS-ACUMULADO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF VENDACU-PERIODO > WRK-PERIODO-N
                   SET FIM-ARQUIVO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ARQUIVO
               MOVE VENDACU-PERIODO TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               MOVE VENDACU-FILIAL TO WRK-FILIAL-BUSCA
               IF NO-ANO
                   SET INCLUIR-FILIAL TO TRUE
               ELSE
                   SET INCLUIR-FILIAL TO FALSE
               END-IF
               PERFORM 0160-LOCALIZAR-FILIAL
               IF WRK-IDX-FILIAL > ZEROS
                   IF DO-MES
                       MOVE VENDACU-MTD-VALOR
                           TO WRK-FIL-VENDA(WRK-IDX-FILIAL, 1)
                       MOVE VENDACU-YTD-VALOR
                           TO WRK-FIL-VENDA(WRK-IDX-FILIAL, 2)
                   END-IF
                   IF DO-ANO-ANTERIOR
                       MOVE VENDACU-MTD-VALOR
                           TO WRK-FIL-VENDA(WRK-IDX-FILIAL, 3)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * METAS DO VENDBUD - O CONSOLIDADO E A SOMA DAS METAS DAS
      * FILIAIS; META GRAVADA SEM FILIAL NAO ENTRA
      *****************************************************
       0210-SOMAR-METAS.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT METAS-VENDA
           IF WRK-FS-BUD NOT = '00'
               DISPLAY 'METAS VENDBUD AUSENTES - META ZERADA'
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE WRK-PERIODO-ANT TO VENDBUD-PERIODO
               MOVE LOW-VALUES TO VENDBUD-FILIAL
               START METAS-VENDA KEY >= VENDBUD-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF
           PERFORM 0215-LER-UMA-META UNTIL FIM-ARQUIVO
           IF WRK-FS-BUD = '00' OR WRK-FS-BUD = '10'
               CLOSE METAS-VENDA
           END-IF.

       0215-LER-UMA-META.
           READ METAS-VENDA NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF VENDBUD-PERIODO > WRK-PERIODO-N
                   SET FIM-ARQUIVO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ARQUIVO AND VENDBUD-FILIAL NOT = SPACES
               MOVE VENDBUD-PERIODO TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               MOVE VENDBUD-FILIAL TO WRK-FILIAL-BUSCA
               IF NO-ANO
                   SET INCLUIR-FILIAL TO TRUE
               ELSE
                   SET INCLUIR-FILIAL TO FALSE
               END-IF
               PERFORM 0160-LOCALIZAR-FILIAL
               MOVE VENDBUD-META-VALOR TO WRK-VALOR
               IF WRK-IDX-FILIAL > ZEROS
                   PERFORM 0217-SOMAR-META-COLUNAS
               END-IF
               MOVE 1 TO WRK-IDX-FILIAL
               PERFORM 0217-SOMAR-META-COLUNAS
           END-IF.

       0217-SOMAR-META-COLUNAS.
           IF DO-MES
               ADD WRK-VALOR TO WRK-FIL-META(WRK-IDX-FILIAL, 1)
           END-IF
           IF NO-ANO
               ADD WRK-VALOR TO WRK-FIL-META(WRK-IDX-FILIAL, 2)
           END-IF
           IF DO-ANO-ANTERIOR
               ADD WRK-VALOR TO WRK-FIL-META(WRK-IDX-FILIAL, 3)
           END-IF.

      *****************************************************
      * ICMS DO ICMSACU - IMPOSTO SOBRE VENDAS MAIS O IMPOSTO
      * SOBRE O FRETE, NA FILIAL E NO REGISTRO CONSOLIDADO
      *****************************************************
       0220-SOMAR-ICMS.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT ICMS-ACUMULADO
           IF WRK-FS-ICA NOT = '00'
               DISPLAY 'ACUMULADO ICMSACU AUSENTE - ICMS ZERADO'
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE WRK-PERIODO-ANT TO ICMSACU-PERIODO
               MOVE LOW-VALUES TO ICMSACU-FILIAL
               START ICMS-ACUMULADO KEY >= ICMSACU-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF
           PERFORM 0225-LER-UM-ICMS UNTIL FIM-ARQUIVO
           IF WRK-FS-ICA = '00' OR WRK-FS-ICA = '10'
               CLOSE ICMS-ACUMULADO
           END-IF.

       0225-LER-UM-ICMS.
           READ ICMS-ACUMULADO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF ICMSACU-PERIODO > WRK-PERIODO-N
                   SET FIM-ARQUIVO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ARQUIVO
               MOVE ICMSACU-PERIODO TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               MOVE ICMSACU-FILIAL TO WRK-FILIAL-BUSCA
               IF NO-ANO
                   SET INCLUIR-FILIAL TO TRUE
               ELSE
                   SET INCLUIR-FILIAL TO FALSE
               END-IF
               PERFORM 0160-LOCALIZAR-FILIAL
               COMPUTE WRK-VALOR = ICMSACU-IMPOSTO
                   + ICMSACU-FRETE-IMPOSTO
               IF WRK-IDX-FILIAL > ZEROS
                   IF DO-MES
                       ADD WRK-VALOR
                           TO WRK-FIL-ICMS(WRK-IDX-FILIAL, 1)
                   END-IF
                   IF NO-ANO
                       ADD WRK-VALOR
                           TO WRK-FIL-ICMS(WRK-IDX-FILIAL, 2)
                   END-IF
                   IF DO-ANO-ANTERIOR
                       ADD WRK-VALOR
                           TO WRK-FIL-ICMS(WRK-IDX-FILIAL, 3)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * MESMO MES DO ANO ANTERIOR PELAS FOTOS DE VIRADA DE ANO
      * DO PROGCOB28 (VACARC) - A FOTO E O NUMERO QUE O CONTADOR
      * ASSINOU; HAVENDO MAIS DE UMA GERACAO COM O PERIODO, VALE
      * A ULTIMA GRAVADA
      *****************************************************
       0230-VENDAS-ARQUIVADAS.
           CLOSE VENDAS-ACUMULADO
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT VENDAS-ARQUIVO-MORTO
           IF WRK-FS-VAR NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0235-LER-UMA-FOTO-VENDA UNTIL FIM-ARQUIVO
           IF WRK-FS-VAR = '00' OR WRK-FS-VAR = '10'
               CLOSE VENDAS-ARQUIVO-MORTO
           END-IF.

       0235-LER-UMA-FOTO-VENDA.
           READ VENDAS-ARQUIVO-MORTO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               MOVE VACARC-IMAGEM TO VENDACU-REC
               IF VENDACU-PERIODO = WRK-PERIODO-ANT
                   MOVE VENDACU-FILIAL TO WRK-FILIAL-BUSCA
                   SET INCLUIR-FILIAL TO FALSE
                   PERFORM 0160-LOCALIZAR-FILIAL
                   IF WRK-IDX-FILIAL > ZEROS
                       MOVE VENDACU-MTD-VALOR
                           TO WRK-FIL-VENDA(WRK-IDX-FILIAL, 3)
                       MOVE 'S' TO WRK-FIL-ANT-FOTO(WRK-IDX-FILIAL)
                       ADD 1 TO WRK-QT-FOTOS-VAC
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * FRETE FATURADO DO FRETACU - O ANO A DATA E A SOMA DOS
      * MESES DE JANEIRO ATE O PERIODO
      *****************************************************
       0300-SOMAR-FRETE.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT FRETE-ACUMULADO
           IF WRK-FS-FAC NOT = '00'
               DISPLAY 'ACUMULADO FRETACU AUSENTE - FRETE ZERADO'
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE WRK-PERIODO-ANT TO FRETACU-PERIODO
               START FRETE-ACUMULADO KEY >= FRETACU-PERIODO
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
           END-IF
           PERFORM 0305-LER-UM-FRETE UNTIL FIM-ARQUIVO
           IF WRK-FS-FAC = '00' OR WRK-FS-FAC = '10'
               CLOSE FRETE-ACUMULADO
           END-IF.

       0305-LER-UM-FRETE.
           READ FRETE-ACUMULADO NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF FRETACU-PERIODO > WRK-PERIODO-N
                   SET FIM-ARQUIVO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ARQUIVO
               MOVE FRETACU-PERIODO TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               IF DO-MES
                   MOVE FRETACU-MTD-VALOR TO WRK-FRETE(1)
               END-IF
               IF NO-ANO
                   ADD FRETACU-MTD-VALOR TO WRK-FRETE(2)
               END-IF
               IF DO-ANO-ANTERIOR
                   MOVE FRETACU-MTD-VALOR TO WRK-FRETE(3)
               END-IF
           END-IF.

       0310-FRETE-ARQUIVADO.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT FRETE-ARQUIVO-MORTO
           IF WRK-FS-FAR NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0315-LER-UMA-FOTO-FRETE UNTIL FIM-ARQUIVO
           IF WRK-FS-FAR = '00' OR WRK-FS-FAR = '10'
               CLOSE FRETE-ARQUIVO-MORTO
           END-IF.

       0315-LER-UMA-FOTO-FRETE.
           READ FRETE-ARQUIVO-MORTO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               MOVE FACARC-IMAGEM TO FRETACU-REC
               IF FRETACU-PERIODO = WRK-PERIODO-ANT
                   MOVE FRETACU-MTD-VALOR TO WRK-FRETE(3)
                   MOVE 'S' TO WRK-FRETE-ANT-FOTO
                   ADD 1 TO WRK-QT-FOTOS-FAC
               END-IF
           END-IF.

      *****************************************************
      * REPASSE AS TRANSPORTADORAS PELO PERIODO DO ACERTO NO
      * CPAGAR - O LIQUIDO, JA ABATIDO O ESTORNO DOS SINISTROS
      * COM CULPA DA TRANSPORTADORA
      *****************************************************
       0320-SOMAR-REPASSE.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT CONTAS-PAGAR
           IF WRK-FS-CPG NOT = '00'
               DISPLAY 'CONTAS A PAGAR CPAGAR AUSENTE - REPASSE '
                   'ZERADO'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0325-LER-UM-TITULO UNTIL FIM-ARQUIVO
           IF WRK-FS-CPG = '00' OR WRK-FS-CPG = '10'
               CLOSE CONTAS-PAGAR
           END-IF.

       0325-LER-UM-TITULO.
           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               MOVE CPAGAR-PERIODO TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               IF DO-MES
                   ADD CPAGAR-VALOR-LIQUIDO TO WRK-REPASSE(1)
               END-IF
               IF NO-ANO
                   ADD CPAGAR-VALOR-LIQUIDO TO WRK-REPASSE(2)
               END-IF
               IF DO-ANO-ANTERIOR
                   ADD CPAGAR-VALOR-LIQUIDO TO WRK-REPASSE(3)
               END-IF
           END-IF.

      *****************************************************
      * CREDITOS DE SINISTRO ACATADOS, PELO MES DA DECISAO
      *****************************************************
       0330-SOMAR-SINISTROS.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT SINISTROS
           IF WRK-FS-SIN NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0335-LER-UM-SINISTRO UNTIL FIM-ARQUIVO
           IF WRK-FS-SIN = '00' OR WRK-FS-SIN = '10'
               CLOSE SINISTROS
           END-IF.

       0335-LER-UM-SINISTRO.
           READ SINISTROS NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO AND SINISTRO-ACATADO
               MOVE SINISTRO-DATA-DECISAO(1:6) TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               IF DO-MES
                   ADD SINISTRO-VALOR-CREDITO TO WRK-CREDITO(1)
               END-IF
               IF NO-ANO
                   ADD SINISTRO-VALOR-CREDITO TO WRK-CREDITO(2)
               END-IF
               IF DO-ANO-ANTERIOR
                   ADD SINISTRO-VALOR-CREDITO TO WRK-CREDITO(3)
               END-IF
           END-IF.

      *****************************************************
      * MENSALIDADES: FATURADO PELA COMPETENCIA (VALOR LIQUIDO
      * DA BOLSA), RECEBIDO PELO MES DO PAGAMENTO (COM MULTA E
      * JUROS); O TITULO ABERTO VENCIDO HA MAIS DE 90 DIAS ENTRA
      * NA POSICAO DO RECEBER
      *****************************************************
       0340-SOMAR-MENSALIDADES.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT MENSALIDADES
           IF WRK-FS-MEN NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0345-LER-UMA-MENSALIDADE UNTIL FIM-ARQUIVO
           IF WRK-FS-MEN = '00' OR WRK-FS-MEN = '10'
               CLOSE MENSALIDADES
           END-IF.

       0345-LER-UMA-MENSALIDADE.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               MOVE MENSAL-COMPETENCIA TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               IF DO-MES
                   ADD MENSAL-VALOR-LIQ TO WRK-MEN-FATURADO(1)
               END-IF
               IF NO-ANO
                   ADD MENSAL-VALOR-LIQ TO WRK-MEN-FATURADO(2)
               END-IF
               IF DO-ANO-ANTERIOR
                   ADD MENSAL-VALOR-LIQ TO WRK-MEN-FATURADO(3)
               END-IF
               IF MENSAL-VALOR-PAGO > ZEROS
                   MOVE MENSAL-DATA-PAGTO(1:6) TO WRK-PER-TESTE
                   PERFORM 0150-CLASSIFICAR-PERIODO
                   IF DO-MES
                       ADD MENSAL-VALOR-PAGO TO WRK-MEN-RECEBIDO(1)
                   END-IF
                   IF NO-ANO
                       ADD MENSAL-VALOR-PAGO TO WRK-MEN-RECEBIDO(2)
                   END-IF
                   IF DO-ANO-ANTERIOR
                       ADD MENSAL-VALOR-PAGO TO WRK-MEN-RECEBIDO(3)
                   END-IF
               END-IF
               IF MENSAL-ABERTA
                   AND MENSAL-DATA-VENCTO < WRK-DATA-HOJE-N
                   MOVE ZEROS TO WRK-DIAS-ATRASO
                   CALL 'PROGCOB17-DIFDIAS' USING MENSAL-DATA-VENCTO
                       WRK-DATA-HOJE-N WRK-DIAS-ATRASO
                   IF WRK-DIAS-ATRASO > 90
                       ADD MENSAL-VALOR-LIQ TO WRK-MEN-90
                       ADD 1 TO WRK-QT-MEN-90
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PROPOSTAS DE OBRA ACEITAS OU JA CONVERTIDAS EM PEDIDO,
      * PELO MES DA EMISSAO (A UNICA DATA DO REGISTRO)
      *****************************************************
       0350-SOMAR-PROPOSTAS.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT PROPOSTA-REGISTRO
           IF WRK-FS-PRG NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0355-LER-UMA-PROPOSTA UNTIL FIM-ARQUIVO
           IF WRK-FS-PRG = '00' OR WRK-FS-PRG = '10'
               CLOSE PROPOSTA-REGISTRO
           END-IF.

       0355-LER-UMA-PROPOSTA.
           READ PROPOSTA-REGISTRO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               AND (PRPREG-ACEITA OR PRPREG-CONVERTIDA)
               MOVE PRPREG-DATA-EMISSAO(1:6) TO WRK-PER-TESTE
               PERFORM 0150-CLASSIFICAR-PERIODO
               IF DO-MES
                   ADD PRPREG-VALOR TO WRK-PROPOSTAS(1)
               END-IF
               IF NO-ANO
                   ADD PRPREG-VALOR TO WRK-PROPOSTAS(2)
               END-IF
               IF DO-ANO-ANTERIOR
                   ADD PRPREG-VALOR TO WRK-PROPOSTAS(3)
               END-IF
           END-IF.

      *****************************************************
      * PASSIVO DE CARTOES PRESENTE: SALDO DOS CARTOES ATIVOS,
      * O MESMO NUMERO DO RELATORIO DO PROGCOB53
      *****************************************************
       0400-POSICAO-CARTOES.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT GIFT-LEDGER
           IF WRK-FS-GFT NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0405-LER-UM-CARTAO UNTIL FIM-ARQUIVO
           IF WRK-FS-GFT = '00' OR WRK-FS-GFT = '10'
               CLOSE GIFT-LEDGER
           END-IF.

       0405-LER-UM-CARTAO.
           READ GIFT-LEDGER NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF GIFTLED-ATIVO AND GIFTLED-SALDO > ZEROS
                   ADD GIFTLED-SALDO TO WRK-GIFT-SALDO
                   ADD 1 TO WRK-QT-CARTOES
               END-IF
           END-IF.

      *****************************************************
      * PASSIVO DE FIDELIDADE: SALDO DE PONTOS DO LOYALLED
      * VALORIZADO PELO PARAMETRO PONTO-VALOR (PADRAO R$ 0,01)
      *****************************************************
       0410-POSICAO-FIDELIDADE.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT LEDGER-FIDELIDADE
           IF WRK-FS-LOY NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0415-LER-UM-CLIENTE UNTIL FIM-ARQUIVO
           IF WRK-FS-LOY = '00' OR WRK-FS-LOY = '10'
               CLOSE LEDGER-FIDELIDADE
           END-IF
           COMPUTE WRK-PONTOS-VALOR ROUNDED =
               WRK-PONTOS-SALDO * WRK-VALOR-PONTO
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-PONTOS-VALOR
           END-COMPUTE.

       0415-LER-UM-CLIENTE.
           READ LEDGER-FIDELIDADE NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               ADD LOYALLED-PTS-SALDO TO WRK-PONTOS-SALDO
           END-IF.

      *****************************************************
      * RECEBER DE FRETE VENCIDO HA MAIS DE 90 DIAS - A MESMA
      * FAIXA "ACIMA DE 90" DO AGING DO PROGCOB45; TITULO
      * QUITADO OU BAIXADO COMO PERDA NAO ENTRA
      *****************************************************
       0420-POSICAO-RECEBER.
           SET FIM-ARQUIVO TO FALSE
           OPEN INPUT CONTAS-RECEBER
           IF WRK-FS-CRE NOT = '00'
               SET FIM-ARQUIVO TO TRUE
           END-IF
           PERFORM 0425-LER-UMA-FATURA UNTIL FIM-ARQUIVO
           IF WRK-FS-CRE = '00' OR WRK-FS-CRE = '10'
               CLOSE CONTAS-RECEBER
           END-IF.

       0425-LER-UMA-FATURA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF NOT CONTREC-QUITADA
                   AND NOT CONTREC-BAIXADA-PERDA
                   AND CONTREC-SALDO > ZEROS
                   AND CONTREC-DATA-VENCTO < WRK-DATA-HOJE-N
                   MOVE ZEROS TO WRK-DIAS-ATRASO
                   CALL 'PROGCOB17-DIFDIAS' USING CONTREC-DATA-VENCTO
                       WRK-DATA-HOJE-N WRK-DIAS-ATRASO
                   IF WRK-DIAS-ATRASO > 90
                       ADD CONTREC-SALDO TO WRK-REC-90
                       ADD 1 TO WRK-QT-REC-90
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * UM BLOCO POR FILIAL E O CONSOLIDADO NO FIM, COM TODAS
      * AS LINHAS DE NEGOCIO E AS POSICOES DO DIA
      *****************************************************
       0500-IMPRIMIR-RESUMO.
           MOVE SPACES TO GERRPT-LINHA
           STRING 'RESUMO GERENCIAL MENSAL - PERIODO ' WRK-PERIODO
               '   EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO GERRPT-LINHA
           WRITE GERRPT-LINHA
           MOVE ALL '=' TO GERRPT-LINHA
           WRITE GERRPT-LINHA
           MOVE 'DESCRICAO' TO GERRPT-LINHA
           MOVE 'MES' TO GERRPT-LINHA(39:3)
           MOVE 'ANO A DATA' TO GERRPT-LINHA(47:10)
           MOVE 'MES ANO ANT' TO GERRPT-LINHA(61:11)
           WRITE GERRPT-LINHA
           PERFORM 0510-IMPRIMIR-FILIAL
               VARYING WRK-IDX-FILIAL FROM 2 BY 1
               UNTIL WRK-IDX-FILIAL > WRK-QT-FILIAIS
           PERFORM 0520-IMPRIMIR-CONSOLIDADO
           PERFORM 0530-IMPRIMIR-POSICOES
           DISPLAY 'FILIAIS NO RESUMO...........' WRK-QT-FILIAIS
           DISPLAY 'FOTOS VACARC DO ANO ANTERIOR.' WRK-QT-FOTOS-VAC
           DISPLAY 'FOTOS FACARC DO ANO ANTERIOR.' WRK-QT-FOTOS-FAC.

       0510-IMPRIMIR-FILIAL.
           MOVE ALL '-' TO GERRPT-LINHA
           WRITE GERRPT-LINHA
           MOVE SPACES TO GERRPT-LINHA
           STRING 'FILIAL ' WRK-FIL-CODIGO(WRK-IDX-FILIAL)
               DELIMITED BY SIZE INTO GERRPT-LINHA
           WRITE GERRPT-LINHA
           PERFORM 0540-IMPRIMIR-VENDAS.

       0520-IMPRIMIR-CONSOLIDADO.
           MOVE 1 TO WRK-IDX-FILIAL
           MOVE ALL '-' TO GERRPT-LINHA
           WRITE GERRPT-LINHA
           MOVE 'CONSOLIDADO DA EMPRESA' TO GERRPT-LINHA
           WRITE GERRPT-LINHA
           PERFORM 0540-IMPRIMIR-VENDAS
           PERFORM 0550-CALCULAR-FRETE-LIQ
               VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C > 3
           MOVE 'FRETE FATURADO' TO GERRPT-DESCRICAO
           MOVE WRK-FRETE(1) TO GERRPT-MES
           MOVE WRK-FRETE(2) TO GERRPT-ANO
           MOVE WRK-FRETE(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           IF WRK-FRETE-ANT-FOTO = 'N' AND WRK-FRETE(3) NOT = ZEROS
               MOVE '  (ANO ANTERIOR LIDO DO FRETACU, SEM FOTO)'
                   TO GERRPT-LINHA
               WRITE GERRPT-LINHA
           END-IF
           MOVE '(-) REPASSE TRANSPORTADORA' TO GERRPT-DESCRICAO
           MOVE WRK-REPASSE(1) TO GERRPT-MES
           MOVE WRK-REPASSE(2) TO GERRPT-ANO
           MOVE WRK-REPASSE(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           MOVE '(-) CREDITOS DE SINISTRO' TO GERRPT-DESCRICAO
           MOVE WRK-CREDITO(1) TO GERRPT-MES
           MOVE WRK-CREDITO(2) TO GERRPT-ANO
           MOVE WRK-CREDITO(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           MOVE 'FRETE LIQUIDO' TO GERRPT-DESCRICAO
           MOVE WRK-FRETE-LIQ(1) TO GERRPT-MES
           MOVE WRK-FRETE-LIQ(2) TO GERRPT-ANO
           MOVE WRK-FRETE-LIQ(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           MOVE 'MENSALIDADES FATURADAS' TO GERRPT-DESCRICAO
           MOVE WRK-MEN-FATURADO(1) TO GERRPT-MES
           MOVE WRK-MEN-FATURADO(2) TO GERRPT-ANO
           MOVE WRK-MEN-FATURADO(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           MOVE 'MENSALIDADES RECEBIDAS' TO GERRPT-DESCRICAO
           MOVE WRK-MEN-RECEBIDO(1) TO GERRPT-MES
           MOVE WRK-MEN-RECEBIDO(2) TO GERRPT-ANO
           MOVE WRK-MEN-RECEBIDO(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           MOVE 'PROPOSTAS/OBRAS FECHADAS' TO GERRPT-DESCRICAO
           MOVE WRK-PROPOSTAS(1) TO GERRPT-MES
           MOVE WRK-PROPOSTAS(2) TO GERRPT-ANO
           MOVE WRK-PROPOSTAS(3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE.

      *****************************************************
      * LINHAS DE VENDA, META, ATINGIMENTO E ICMS DA FILIAL EM
      * WRK-IDX-FILIAL (1 = CONSOLIDADO)
      *****************************************************
       0540-IMPRIMIR-VENDAS.
           MOVE 'VENDAS' TO GERRPT-DESCRICAO
           MOVE WRK-FIL-VENDA(WRK-IDX-FILIAL, 1) TO GERRPT-MES
           MOVE WRK-FIL-VENDA(WRK-IDX-FILIAL, 2) TO GERRPT-ANO
           MOVE WRK-FIL-VENDA(WRK-IDX-FILIAL, 3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           IF WRK-FIL-ANT-FOTO(WRK-IDX-FILIAL) = 'N'
               AND WRK-FIL-VENDA(WRK-IDX-FILIAL, 3) NOT = ZEROS
               MOVE '  (ANO ANTERIOR LIDO DO VENDACU, SEM FOTO)'
                   TO GERRPT-LINHA
               WRITE GERRPT-LINHA
           END-IF
           MOVE 'META DE VENDAS' TO GERRPT-DESCRICAO
           MOVE WRK-FIL-META(WRK-IDX-FILIAL, 1) TO GERRPT-MES
           MOVE WRK-FIL-META(WRK-IDX-FILIAL, 2) TO GERRPT-ANO
           MOVE WRK-FIL-META(WRK-IDX-FILIAL, 3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE
           MOVE 'ATINGIMENTO DA META' TO GERRPT-PCT-DESCRICAO
           MOVE 1 TO WRK-C
           PERFORM 0545-CALCULAR-ATINGIMENTO
           MOVE WRK-PCT TO GERRPT-PCT-MES
           MOVE 2 TO WRK-C
           PERFORM 0545-CALCULAR-ATINGIMENTO
           MOVE WRK-PCT TO GERRPT-PCT-ANO
           MOVE 3 TO WRK-C
           PERFORM 0545-CALCULAR-ATINGIMENTO
           MOVE WRK-PCT TO GERRPT-PCT-ANT
           WRITE GERRPT-PERCENTUAL
           MOVE 'ICMS (VENDAS E FRETE)' TO GERRPT-DESCRICAO
           MOVE WRK-FIL-ICMS(WRK-IDX-FILIAL, 1) TO GERRPT-MES
           MOVE WRK-FIL-ICMS(WRK-IDX-FILIAL, 2) TO GERRPT-ANO
           MOVE WRK-FIL-ICMS(WRK-IDX-FILIAL, 3) TO GERRPT-ANT
           WRITE GERRPT-DETALHE.

       0545-CALCULAR-ATINGIMENTO.
           MOVE ZEROS TO WRK-PCT
           IF WRK-FIL-META(WRK-IDX-FILIAL, WRK-C) > ZEROS
               COMPUTE WRK-PCT ROUNDED =
                   (WRK-FIL-VENDA(WRK-IDX-FILIAL, WRK-C) * 100)
                       / WRK-FIL-META(WRK-IDX-FILIAL, WRK-C)
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-PCT
               END-COMPUTE
           END-IF.

       0550-CALCULAR-FRETE-LIQ.
           COMPUTE WRK-FRETE-LIQ(WRK-C) = WRK-FRETE(WRK-C)
               - WRK-REPASSE(WRK-C) - WRK-CREDITO(WRK-C).

      *****************************************************
      * SALDOS SEM HISTORICO NOS ARQUIVOS: SAEM COMO POSICAO NO
      * DIA DA EMISSAO, SEM ANO A DATA NEM ANO ANTERIOR
      *****************************************************
       0530-IMPRIMIR-POSICOES.
           MOVE ALL '-' TO GERRPT-LINHA
           WRITE GERRPT-LINHA
           MOVE SPACES TO GERRPT-LINHA
           STRING 'POSICOES EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO GERRPT-LINHA
           WRITE GERRPT-LINHA
           MOVE 'PASSIVO CARTAO PRESENTE' TO GERRPT-POS-DESCRICAO
           MOVE WRK-GIFT-SALDO TO GERRPT-POS-VALOR
           MOVE 'CARTOES' TO GERRPT-POS-ROTULO
           MOVE WRK-QT-CARTOES TO GERRPT-POS-QT
           WRITE GERRPT-POSICAO
           MOVE 'PASSIVO PONTOS FIDELIDADE' TO GERRPT-POS-DESCRICAO
           MOVE WRK-PONTOS-VALOR TO GERRPT-POS-VALOR
           MOVE 'PONTOS' TO GERRPT-POS-ROTULO
           MOVE WRK-PONTOS-SALDO TO GERRPT-POS-QT
           WRITE GERRPT-POSICAO
           MOVE 'RECEBER FRETE > 90 DIAS' TO GERRPT-POS-DESCRICAO
           MOVE WRK-REC-90 TO GERRPT-POS-VALOR
           MOVE 'FATURAS' TO GERRPT-POS-ROTULO
           MOVE WRK-QT-REC-90 TO GERRPT-POS-QT
           WRITE GERRPT-POSICAO
           MOVE 'MENSALIDADES > 90 DIAS' TO GERRPT-POS-DESCRICAO
           MOVE WRK-MEN-90 TO GERRPT-POS-VALOR
           MOVE 'TITULOS' TO GERRPT-POS-ROTULO
           MOVE WRK-QT-MEN-90 TO GERRPT-POS-QT
           WRITE GERRPT-POSICAO
           COMPUTE WRK-VALOR = WRK-REC-90 + WRK-MEN-90
           MOVE 'TOTAL RECEBER > 90 DIAS' TO GERRPT-POS-DESCRICAO
           MOVE WRK-VALOR TO GERRPT-POS-VALOR
           MOVE SPACES TO GERRPT-POS-ROTULO
           MOVE ZEROS TO GERRPT-POS-QT
           WRITE GERRPT-POSICAO.

      *****************************************************
      * VIGENCIA MAIS RECENTE DO PARAMETRO WRK-NOME-PARM QUE
      * NAO PASSA DA DATA DO DIA
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
                   OR PARMMAS-VIGENCIA > WRK-DATA-HOJE-N
                   SET FIM-PARAMETROS TO TRUE
               ELSE
                   MOVE PARMMAS-VALOR TO WRK-VALOR-PARM
                   SET PARAMETRO-ACHADO TO TRUE
               END-IF
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB134' TO EXCLOG-PROGRAMA
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
           IF RESUMO-LIBERADO
               CLOSE GERENCIAL-RPT
           END-IF
           CLOSE EXCEPTION-LOG.

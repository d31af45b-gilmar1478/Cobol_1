       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB107.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : ACOMPANHAMENTO MATINAL DE ENTREGAS EM RISCO -
      * PERCORRE O ENTREGA E SEPARA TODA ENTREGA EM ABERTO
      * (COTADA, DESPACHADA OU EM TRANSITO) QUE JA PASSOU DA
      * DATA PROMETIDA (ATRASADA) OU QUE NAO VAI CHEGAR NELA
      * PELA SITUACAO ATUAL E O PRAZO DE TRANSITO DA UF (EM
      * RISCO), COM OS DIAS DE ATRASO; IMPRIME AGRUPADO POR
      * TRANSPORTADORA E CLIENTE (ATRRPT) E, PARA O CLIENTE QUE
      * ADERIU AO AVISO DE ATRASO NO CUSTMAS, GERA A CARTA DE
      * AVISO (AVSATR) - A MESA COMERCIAL LIGA ANTES DE O
      * CLIENTE LIGAR; O SCORECARD DO PROGCOB62 CONTINUA SENDO O
      * RETRATO DEPOIS DO FATO. A ENTREGA DEVOLVIDA SEM DECISAO
      * NA MESA DE DEVOLUCOES (PROGCB138) ALEM DO PRAZO DO
      * PARMMAS DIAS-DEVOLUC E ESCALADA NO EXCLOG
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM ESCALADA NO EXCLOG (W001) DA DEVOLUCAO SEM
      * DECISAO NO DEVTRAT ALEM DO PRAZO DIAS-DEVOLUC
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
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT OPTIONAL TRANSITO-TABELA ASSIGN TO 'TRANSTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSTAB-UF
               FILE STATUS IS WRK-FS-TRT.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS WRK-FS-TRN.
           SELECT RISCO-RELATORIO ASSIGN TO 'ATRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT AVISO-ATRASO ASSIGN TO 'AVSATR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AVS.
           SELECT OPTIONAL TRATAMENTO-DEVOLUCAO ASSIGN TO 'DEVTRAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVTRAT-NUM-PEDIDO
               FILE STATUS IS WRK-FS-DVT.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  TRANSITO-TABELA.
           COPY 'TRANSTAB.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  TRANSPORTADORAS.
           COPY 'TRANSP.CPY'.

       FD  RISCO-RELATORIO.
           COPY 'ATRRPT.CPY'.

       FD  AVISO-ATRASO.
       01  AVSATR-LINHA            PIC X(80).

       FD  TRATAMENTO-DEVOLUCAO.
           COPY 'DEVTRAT.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-TRANSP         PIC X(03).
           05  SORT-CLIENTE        PIC 9(06).
           05  SORT-PEDIDO         PIC 9(06).
           05  SORT-POSICAO        PIC 9(04).

       WORKING-STORAGE SECTION.
      *****************************************************
      * ENTREGAS ATRASADAS ('A') E EM RISCO ('R') SEPARADAS NA
      * VARREDURA DO ENTREGA - A TRANSPORTADORA VEM DO DIARIO
      * FRETDET DO PEDIDO; AVISO: BRANCO = AINDA NAO VISTO,
      * 'S' = CARTA GERADA, 'N' = CLIENTE SEM ADESAO
      *****************************************************
       01  WRK-TABELA-RISCO.
           02  WRK-RSC-ENTRADA OCCURS 2000 TIMES.
               03  WRK-RSC-PEDIDO    PIC 9(06).
               03  WRK-RSC-CLIENTE   PIC 9(06).
               03  WRK-RSC-TRANSP    PIC X(03).
               03  WRK-RSC-UF        PIC X(02).
               03  WRK-RSC-STATUS    PIC X(01).
               03  WRK-RSC-PROMESSA  PIC 9(08).
               03  WRK-RSC-PREVISAO  PIC 9(08).
               03  WRK-RSC-DIAS      PIC S9(05).
               03  WRK-RSC-CLASSE    PIC X(01).
               03  WRK-RSC-AVISO     PIC X(01).
       77 WRK-QT-RISCO      PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-J             PIC 9(04) VALUE ZEROS.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-TRT        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-TRN        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-AVS        PIC X(02) VALUE '00'.
       77 WRK-FIM-ENT       PIC X(01) VALUE 'N'.
           88 FIM-ENTREGAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRT-ABERTO    PIC X(01) VALUE 'N'.
           88 PRAZOS-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRN-ABERTO    PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CLI-ACHADO    PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO  PIC 9(02) VALUE 07.
       77 WRK-PRAZO         PIC 9(02) VALUE ZEROS.
       77 WRK-PRV-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-PRV-PROX      PIC 9(08) VALUE ZEROS.
       77 WRK-PRV-DIAS      PIC 9(02) VALUE ZEROS.
       77 WRK-PRV-CONTADOS  PIC 9(02) VALUE ZEROS.
       77 WRK-PRV-UM-DIA    PIC S9(05) VALUE +1.
       77 WRK-PRV-UTIL      PIC X(01) VALUE 'N'.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-TRANSP-ATUAL  PIC X(03) VALUE HIGH-VALUES.
       77 WRK-CLI-ATUAL     PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ATUAL    PIC X(20) VALUE SPACES.
       77 WRK-SUB-ATRASADAS PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-RISCO     PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-AVISOS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ATRASADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RISCO     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AVISOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ED       PIC ZZZ9.
       77 WRK-CEP-ED        PIC 9(08).

      *****************************************************
      * DEVOLUCAO SEM DECISAO - PRAZO PARA A MESA DE DEVOLUCOES
      * DECIDIR (PARMMAS DIAS-DEVOLUC, PADRAO DE 7 DIAS)
      *****************************************************
       77 WRK-FS-DVT        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PAR-ACHADO    PIC X(01) VALUE 'N'.
           88 PARAMETRO-ACHADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DVT-ACHADO    PIC X(01) VALUE 'N'.
           88 TRATAMENTO-GRAVADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-NOME-PARM     PIC X(12) VALUE SPACES.
       77 WRK-VALOR-PARM    PIC S9(09)V9(04) VALUE ZEROS.
       77 WRK-PRAZO-DECISAO PIC 9(03) VALUE 7.
       77 WRK-DIAS-DEVOLUCAO PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-DEV-ED   PIC ZZ9.
       77 WRK-QT-ESCALADAS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-LER-ENTREGA UNTIL FIM-ENTREGAS
           IF WRK-QT-RISCO > ZEROS
               PERFORM 0230-BUSCAR-TRANSPORTADORAS
               PERFORM 0250-GERAR-AVISOS
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-RISCO
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-TRANSP SORT-CLIENTE
                       SORT-PEDIDO
                   INPUT PROCEDURE IS 8100-SELECIONAR-ENTREGAS
                   OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADAS
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ENTREGA-STATUS-ARQ
           IF WRK-FS-ENT = '00'
               MOVE ZEROS TO ENTREGA-NUM-PEDIDO
               START ENTREGA-STATUS-ARQ KEY >= ENTREGA-NUM-PEDIDO
                   INVALID KEY
                       SET FIM-ENTREGAS TO TRUE
               END-START
           ELSE
               DISPLAY 'ARQUIVO DE SITUACAO ENTREGA AUSENTE'
               SET FIM-ENTREGAS TO TRUE
           END-IF
           OPEN INPUT TRANSITO-TABELA
           IF WRK-FS-TRT = '00'
               SET PRAZOS-ABERTO TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-FS-CLI = '00'
               SET CLIENTES-ABERTO TO TRUE
           END-IF
           OPEN INPUT TRANSPORTADORAS
           IF WRK-FS-TRN = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT RISCO-RELATORIO AVISO-ATRASO
           OPEN I-O TRATAMENTO-DEVOLUCAO
           IF WRK-FS-DVT = '35'
               OPEN OUTPUT TRATAMENTO-DEVOLUCAO
               CLOSE TRATAMENTO-DEVOLUCAO
               OPEN I-O TRATAMENTO-DEVOLUCAO
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           MOVE 'DIAS-DEVOLUC' TO WRK-NOME-PARM
           PERFORM 0780-BUSCAR-PARAMETRO
           IF PARAMETRO-ACHADO AND WRK-VALOR-PARM > ZEROS
               MOVE WRK-VALOR-PARM TO WRK-PRAZO-DECISAO
           END-IF
           MOVE WRK-DATA-HOJE TO ATRRPT-CAB-DATA
           WRITE ATRRPT-CABECALHO
           WRITE ATRRPT-TITULOS.

      *****************************************************
      * SO A ENTREGA AINDA EM ABERTO E COM DATA PROMETIDA
      * INTERESSA: VENCIDA = ATRASADA; SENAO, PREVISAO DEPOIS DA
      * PROMESSA = EM RISCO
      *****************************************************
       0200-LER-ENTREGA.
           READ ENTREGA-STATUS-ARQ NEXT RECORD
               AT END
                   SET FIM-ENTREGAS TO TRUE
           END-READ
           IF NOT FIM-ENTREGAS AND ENTREGA-DEVOLVIDA
               PERFORM 0240-ESCALAR-DEVOLUCAO
           END-IF
           IF NOT FIM-ENTREGAS AND WRK-QT-RISCO = 2000
               DISPLAY 'TABELA DE ENTREGAS CHEIA - LISTA INCOMPLETA'
               SET FIM-ENTREGAS TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT FIM-ENTREGAS
               AND (ENTREGA-COTADA OR ENTREGA-DESPACHADA
                   OR ENTREGA-TRANSITO)
               AND ENTREGA-DATA-PROMETIDA > ZEROS
               PERFORM 0210-PREVER-ENTREGA
               MOVE ZEROS TO WRK-DIAS-ATRASO
               IF ENTREGA-DATA-PROMETIDA < WRK-DATA-HOJE
                   CALL 'PROGCOB17-DIFDIAS' USING
                       ENTREGA-DATA-PROMETIDA WRK-DATA-HOJE
                       WRK-DIAS-ATRASO
                   PERFORM 0220-GUARDAR-ENTREGA
                   MOVE 'A' TO WRK-RSC-CLASSE(WRK-QT-RISCO)
               ELSE
                   IF WRK-PRV-DATA > ENTREGA-DATA-PROMETIDA
                       CALL 'PROGCOB17-DIFDIAS' USING
                           ENTREGA-DATA-PROMETIDA WRK-PRV-DATA
                           WRK-DIAS-ATRASO
                       PERFORM 0220-GUARDAR-ENTREGA
                       MOVE 'R' TO WRK-RSC-CLASSE(WRK-QT-RISCO)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PREVISAO DE CHEGADA PELA SITUACAO ATUAL, EM DIAS UTEIS
      * DO PRAZO DE TRANSITO DA UF (TRANSTAB, NORMAL OU
      * EXPRESSO; SEM LINHA, O PRAZO PADRAO DO PROGCOB09):
      * COTADA AINDA PRECISA DESPACHAR (HOJE + PRAZO + 1),
      * DESPACHADA SAI AGORA (HOJE + PRAZO), EM TRANSITO CONTA
      * DO DIA EM QUE SAIU - E SE ESSA CONTA JA PASSOU, CHEGA NO
      * PROXIMO DIA UTIL
      *****************************************************
       0210-PREVER-ENTREGA.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO
           IF PRAZOS-ABERTO
               MOVE ENTREGA-UF TO TRANSTAB-UF
               READ TRANSITO-TABELA
                   KEY IS TRANSTAB-UF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-TRT = '00'
                   IF ENTREGA-EXPRESSA
                       MOVE TRANSTAB-DIAS-EXPRESSO TO WRK-PRAZO
                   ELSE
                       MOVE TRANSTAB-DIAS-NORMAL TO WRK-PRAZO
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ENTREGA-COTADA
                   MOVE WRK-DATA-HOJE TO WRK-PRV-DATA
                   COMPUTE WRK-PRV-DIAS = WRK-PRAZO + 1
               WHEN ENTREGA-DESPACHADA
                   MOVE WRK-DATA-HOJE TO WRK-PRV-DATA
                   MOVE WRK-PRAZO TO WRK-PRV-DIAS
               WHEN OTHER
                   MOVE ENTREGA-DATA-STATUS TO WRK-PRV-DATA
                   MOVE WRK-PRAZO TO WRK-PRV-DIAS
           END-EVALUATE
           PERFORM 0215-SOMAR-DIAS-UTEIS
           IF WRK-PRV-DATA NOT > WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-PRV-DATA
               MOVE 1 TO WRK-PRV-DIAS
               PERFORM 0215-SOMAR-DIAS-UTEIS
           END-IF.

       0215-SOMAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-PRV-CONTADOS
           PERFORM 0216-AVANCAR-DIA-UTIL
               UNTIL WRK-PRV-CONTADOS >= WRK-PRV-DIAS.

       0216-AVANCAR-DIA-UTIL.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-PRV-DATA
               WRK-PRV-UM-DIA WRK-PRV-PROX
           MOVE WRK-PRV-PROX TO WRK-PRV-DATA
           MOVE 'N' TO WRK-PRV-UTIL
           CALL 'PROGCOB17-DIAUTIL' USING WRK-PRV-DATA WRK-PRV-UTIL
           IF WRK-PRV-UTIL = 'S'
               ADD 1 TO WRK-PRV-CONTADOS
           END-IF.

       0220-GUARDAR-ENTREGA.
           ADD 1 TO WRK-QT-RISCO
           MOVE ENTREGA-NUM-PEDIDO TO WRK-RSC-PEDIDO(WRK-QT-RISCO)
           MOVE ENTREGA-CLIENTE TO WRK-RSC-CLIENTE(WRK-QT-RISCO)
           MOVE SPACES TO WRK-RSC-TRANSP(WRK-QT-RISCO)
           MOVE ENTREGA-UF TO WRK-RSC-UF(WRK-QT-RISCO)
           MOVE ENTREGA-STATUS TO WRK-RSC-STATUS(WRK-QT-RISCO)
           MOVE ENTREGA-DATA-PROMETIDA
               TO WRK-RSC-PROMESSA(WRK-QT-RISCO)
           MOVE WRK-PRV-DATA TO WRK-RSC-PREVISAO(WRK-QT-RISCO)
           MOVE WRK-DIAS-ATRASO TO WRK-RSC-DIAS(WRK-QT-RISCO)
           MOVE SPACES TO WRK-RSC-AVISO(WRK-QT-RISCO).

      *****************************************************
      * UMA PASSADA NO DIARIO FRETDET DA A TRANSPORTADORA DE
      * CADA PEDIDO DA LISTA (A ULTIMA COTACAO DO PEDIDO VALE)
      *****************************************************
       0230-BUSCAR-TRANSPORTADORAS.
           OPEN INPUT FRETE-DETALHE
           IF WRK-FS-FDT NOT = '00'
               SET FIM-DETALHE TO TRUE
           END-IF
           PERFORM 0235-LER-UM-DETALHE UNTIL FIM-DETALHE
           IF WRK-FS-FDT = '00' OR WRK-FS-FDT = '10'
               CLOSE FRETE-DETALHE
           END-IF.

       0235-LER-UM-DETALHE.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               PERFORM 0236-MARCAR-TRANSPORTADORA
                   VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QT-RISCO
           END-IF.

       0236-MARCAR-TRANSPORTADORA.
           IF WRK-RSC-PEDIDO(WRK-J) = FRETDET-NUM-PEDIDO
               MOVE FRETDET-TRANSP TO WRK-RSC-TRANSP(WRK-J)
           END-IF.

      *****************************************************
      * DEVOLVIDA SEM DECISAO NO DEVTRAT HA MAIS DIAS QUE O
      * PRAZO: UM W001 NO EXCLOG E O REGISTRO PENDENTE GRAVADO
      * COM A DATA DA ESCALADA, PARA NAO REPETIR O ALERTA NAS
      * MANHAS SEGUINTES - A MESA DE DEVOLUCOES MOSTRA A
      * DEVOLUCAO COMO ESCALADA ATE ALGUEM DECIDIR
      *****************************************************
       0240-ESCALAR-DEVOLUCAO.
           SET TRATAMENTO-GRAVADO TO FALSE
           MOVE ENTREGA-NUM-PEDIDO TO DEVTRAT-NUM-PEDIDO
           READ TRATAMENTO-DEVOLUCAO
               KEY IS DEVTRAT-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-DVT = '00'
               SET TRATAMENTO-GRAVADO TO TRUE
           ELSE
               INITIALIZE DEVTRAT-REC
               MOVE ENTREGA-NUM-PEDIDO TO DEVTRAT-NUM-PEDIDO
               MOVE SPACES TO DEVTRAT-DECISAO
           END-IF
           MOVE ZEROS TO WRK-DIAS-DEVOLUCAO
           IF DEVTRAT-PENDENTE AND DEVTRAT-DATA-ESCALADA = ZEROS
               AND ENTREGA-DATA-STATUS > ZEROS
               AND ENTREGA-DATA-STATUS < WRK-DATA-HOJE
               CALL 'PROGCOB17-DIFDIAS' USING ENTREGA-DATA-STATUS
                   WRK-DATA-HOJE WRK-DIAS-DEVOLUCAO
           END-IF
           IF WRK-DIAS-DEVOLUCAO > WRK-PRAZO-DECISAO
               ADD 1 TO WRK-QT-ESCALADAS
               MOVE WRK-DIAS-DEVOLUCAO TO WRK-DIAS-DEV-ED
               MOVE 'PROGCB107' TO EXCLOG-PROGRAMA
               ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
               ACCEPT EXCLOG-HORA FROM TIME
               MOVE 'W001' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'DEVOLUCAO SEM DECISAO PED '
                   ENTREGA-NUM-PEDIDO ' HA ' WRK-DIAS-DEV-ED ' DIAS'
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               MOVE 'I' TO EXCLOG-SEVERIDADE
               WRITE EXCLOG-REC
               MOVE ENTREGA-CLIENTE TO DEVTRAT-CLIENTE
               MOVE ENTREGA-DATA-STATUS TO DEVTRAT-DATA-DEVOLUCAO
               MOVE WRK-DATA-HOJE TO DEVTRAT-DATA-ESCALADA
               IF TRATAMENTO-GRAVADO
                   REWRITE DEVTRAT-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE DEVTRAT-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      * CARTA DE AVISO: NA PRIMEIRA ENTREGA AINDA NAO VISTA DE
      * UM CLIENTE, CONFERE A ADESAO NO CUSTMAS; COM ADESAO (E
      * CLIENTE ATIVO) GERA UMA CARTA SO COM TODAS AS ENTREGAS
      * DELE DA LISTA, SENAO MARCA TODAS COMO SEM AVISO
      *****************************************************
       0250-GERAR-AVISOS.
           IF WRK-RSC-AVISO(WRK-I) = SPACES
               SET CLIENTE-ACHADO TO FALSE
               IF CLIENTES-ABERTO
                   MOVE WRK-RSC-CLIENTE(WRK-I) TO CUSTMAS-ID
                   READ CUSTOMER-MASTER
                       KEY IS CUSTMAS-ID
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-CLI = '00'
                       SET CLIENTE-ACHADO TO TRUE
                   END-IF
               END-IF
               IF CLIENTE-ACHADO AND CLIENTE-QUER-AVISO
                   AND CLIENTE-ATIVO
                   PERFORM 0260-ABRIR-CARTA
                   PERFORM 0265-LINHA-DA-CARTA
                       VARYING WRK-J FROM WRK-I BY 1
                       UNTIL WRK-J > WRK-QT-RISCO
                   PERFORM 0270-FECHAR-CARTA
               ELSE
                   PERFORM 0255-MARCAR-SEM-AVISO
                       VARYING WRK-J FROM WRK-I BY 1
                       UNTIL WRK-J > WRK-QT-RISCO
               END-IF
           END-IF.

       0255-MARCAR-SEM-AVISO.
           IF WRK-RSC-CLIENTE(WRK-J) = WRK-RSC-CLIENTE(WRK-I)
               MOVE 'N' TO WRK-RSC-AVISO(WRK-J)
           END-IF.

       0260-ABRIR-CARTA.
           ADD 1 TO WRK-QT-CARTAS
           MOVE SPACES TO AVSATR-LINHA
           STRING 'AVISO DE ATRASO NA ENTREGA' '          DATA '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE SPACES TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE SPACES TO AVSATR-LINHA
           STRING 'CLIENTE ' CUSTMAS-ID ' - ' CUSTMAS-NOME
               DELIMITED BY SIZE INTO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE CUSTMAS-LOGRADOURO TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE CUSTMAS-CEP TO WRK-CEP-ED
           MOVE SPACES TO AVSATR-LINHA
           STRING CUSTMAS-CIDADE ' ' CUSTMAS-UF '  CEP '
               WRK-CEP-ED(1:5) '-' WRK-CEP-ED(6:3)
               DELIMITED BY SIZE INTO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE SPACES TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE 'PREZADO CLIENTE,' TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE 'OS PEDIDOS ABAIXO ESTAO COM A ENTREGA ATRASADA OU EM'
               TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE 'RISCO DE ATRASO. NOSSA MESA COMERCIAL ENTRARA EM'
               TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE 'CONTATO PARA COMBINAR A NOVA DATA DE ENTREGA.'
               TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE SPACES TO AVSATR-LINHA
           WRITE AVSATR-LINHA.

       0265-LINHA-DA-CARTA.
           IF WRK-RSC-CLIENTE(WRK-J) = WRK-RSC-CLIENTE(WRK-I)
               MOVE 'S' TO WRK-RSC-AVISO(WRK-J)
               MOVE SPACES TO AVSATR-LINHA
               STRING '   PEDIDO ' WRK-RSC-PEDIDO(WRK-J)
                   '  PROMETIDO PARA ' WRK-RSC-PROMESSA(WRK-J)
                   '  NOVA PREVISAO ' WRK-RSC-PREVISAO(WRK-J)
                   DELIMITED BY SIZE INTO AVSATR-LINHA
               WRITE AVSATR-LINHA
           END-IF.

       0270-FECHAR-CARTA.
           MOVE SPACES TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE 'PEDIMOS DESCULPAS PELO TRANSTORNO.' TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE 'ATENCIOSAMENTE, MESA COMERCIAL' TO AVSATR-LINHA
           WRITE AVSATR-LINHA
           MOVE ALL '-' TO AVSATR-LINHA
           WRITE AVSATR-LINHA.

       0300-FINALIZAR.
           MOVE 'TOTAL GERAL' TO ATRRPT-TOT-ROTULO
           MOVE WRK-TOT-ATRASADAS TO ATRRPT-TOT-ATRASADAS
           MOVE WRK-TOT-RISCO TO ATRRPT-TOT-RISCO
           MOVE WRK-TOT-AVISOS TO ATRRPT-TOT-AVISOS
           WRITE ATRRPT-TOTAL
           DISPLAY 'ENTREGAS ATRASADAS......' WRK-TOT-ATRASADAS
           DISPLAY 'ENTREGAS EM RISCO.......' WRK-TOT-RISCO
           DISPLAY 'CARTAS DE AVISO.........' WRK-QT-CARTAS
           DISPLAY 'DEVOLUCOES ESCALADAS....' WRK-QT-ESCALADAS
           IF WRK-FS-ENT = '00' OR WRK-FS-ENT = '10'
               CLOSE ENTREGA-STATUS-ARQ
           END-IF
           IF PRAZOS-ABERTO
               CLOSE TRANSITO-TABELA
           END-IF
           IF CLIENTES-ABERTO
               CLOSE CUSTOMER-MASTER
           END-IF
           IF CADASTRO-ABERTO
               CLOSE TRANSPORTADORAS
           END-IF
           CLOSE RISCO-RELATORIO AVISO-ATRASO
           CLOSE TRATAMENTO-DEVOLUCAO EXCEPTION-LOG.

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

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: UMA CHAVE POR ENTREGA
      *****************************************************
       8100-SELECIONAR-ENTREGAS SECTION.
           PERFORM 8110-LIBERAR-UMA-ENTREGA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-RISCO
           GO TO 8199-FIM-ENTRADA.

       8110-LIBERAR-UMA-ENTREGA.
           MOVE WRK-RSC-TRANSP(WRK-I) TO SORT-TRANSP
           MOVE WRK-RSC-CLIENTE(WRK-I) TO SORT-CLIENTE
           MOVE WRK-RSC-PEDIDO(WRK-I) TO SORT-PEDIDO
           MOVE WRK-I TO SORT-POSICAO
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: QUEBRA POR TRANSPORTADORA (CABECALHO COM
      * O NOME E SUBTOTAL) E POR CLIENTE (NOME SO NA PRIMEIRA
      * LINHA DO CLIENTE)
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADAS SECTION.
           PERFORM 8210-DEVOLVER-UMA-ENTREGA UNTIL FIM-CLASSIFICADOS
           IF WRK-TRANSP-ATUAL NOT = HIGH-VALUES
               PERFORM 8230-IMPRIMIR-SUBTOTAL
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-ENTREGA.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               MOVE SORT-POSICAO TO WRK-I
               IF SORT-TRANSP NOT = WRK-TRANSP-ATUAL
                   IF WRK-TRANSP-ATUAL NOT = HIGH-VALUES
                       PERFORM 8230-IMPRIMIR-SUBTOTAL
                   END-IF
                   PERFORM 8220-TROCAR-TRANSPORTADORA
               END-IF
               PERFORM 8240-IMPRIMIR-ENTREGA
           END-IF.

       8220-TROCAR-TRANSPORTADORA.
           MOVE SORT-TRANSP TO WRK-TRANSP-ATUAL
           MOVE ZEROS TO WRK-CLI-ATUAL
           MOVE SORT-TRANSP TO ATRRPT-TRN-CODIGO
           IF SORT-TRANSP = SPACES
               MOVE 'FROTA PROPRIA' TO ATRRPT-TRN-NOME
           ELSE
               MOVE 'DESCONHECIDA' TO ATRRPT-TRN-NOME
               IF CADASTRO-ABERTO
                   MOVE SORT-TRANSP TO TRANSP-CODIGO
                   READ TRANSPORTADORAS
                       KEY IS TRANSP-CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-TRN = '00'
                       MOVE TRANSP-NOME TO ATRRPT-TRN-NOME
                   END-IF
               END-IF
           END-IF
           WRITE ATRRPT-TRANSP.

       8230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO ATRRPT-TOT-ROTULO
           STRING '   SUBTOTAL ' WRK-TRANSP-ATUAL
               DELIMITED BY SIZE INTO ATRRPT-TOT-ROTULO
           MOVE WRK-SUB-ATRASADAS TO ATRRPT-TOT-ATRASADAS
           MOVE WRK-SUB-RISCO TO ATRRPT-TOT-RISCO
           MOVE WRK-SUB-AVISOS TO ATRRPT-TOT-AVISOS
           WRITE ATRRPT-TOTAL
           ADD WRK-SUB-ATRASADAS TO WRK-TOT-ATRASADAS
           ADD WRK-SUB-RISCO TO WRK-TOT-RISCO
           ADD WRK-SUB-AVISOS TO WRK-TOT-AVISOS
           MOVE ZEROS TO WRK-SUB-ATRASADAS WRK-SUB-RISCO
               WRK-SUB-AVISOS.

       8240-IMPRIMIR-ENTREGA.
           MOVE WRK-RSC-CLIENTE(WRK-I) TO ATRRPT-CLIENTE
           IF WRK-RSC-CLIENTE(WRK-I) NOT = WRK-CLI-ATUAL
               MOVE WRK-RSC-CLIENTE(WRK-I) TO WRK-CLI-ATUAL
               MOVE 'CLIENTE SEM CADASTRO' TO WRK-NOME-ATUAL
               IF CLIENTES-ABERTO
                   MOVE WRK-RSC-CLIENTE(WRK-I) TO CUSTMAS-ID
                   READ CUSTOMER-MASTER
                       KEY IS CUSTMAS-ID
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-CLI = '00'
                       MOVE CUSTMAS-NOME TO WRK-NOME-ATUAL
                   END-IF
               END-IF
               MOVE WRK-NOME-ATUAL TO ATRRPT-NOME
           ELSE
               MOVE SPACES TO ATRRPT-NOME
           END-IF
           MOVE WRK-RSC-PEDIDO(WRK-I) TO ATRRPT-PEDIDO
           MOVE WRK-RSC-UF(WRK-I) TO ATRRPT-UF
           EVALUATE WRK-RSC-STATUS(WRK-I)
               WHEN 'R'
                   MOVE 'COTADO' TO ATRRPT-SITUACAO
               WHEN 'D'
                   MOVE 'DESPACHADO' TO ATRRPT-SITUACAO
               WHEN OTHER
                   MOVE 'TRANSITO' TO ATRRPT-SITUACAO
           END-EVALUATE
           MOVE WRK-RSC-PROMESSA(WRK-I) TO ATRRPT-PROMESSA
           MOVE WRK-RSC-PREVISAO(WRK-I) TO ATRRPT-PREVISAO
           MOVE WRK-RSC-DIAS(WRK-I) TO ATRRPT-DIAS
           IF WRK-RSC-CLASSE(WRK-I) = 'A'
               MOVE 'ATRASADA' TO ATRRPT-CLASSE
               ADD 1 TO WRK-SUB-ATRASADAS
           ELSE
               MOVE 'EM RISCO' TO ATRRPT-CLASSE
               ADD 1 TO WRK-SUB-RISCO
           END-IF
           IF WRK-RSC-AVISO(WRK-I) = 'S'
               MOVE 'S' TO ATRRPT-AVISO
               ADD 1 TO WRK-SUB-AVISOS
           ELSE
               MOVE SPACES TO ATRRPT-AVISO
           END-IF
           WRITE ATRRPT-DETALHE.

       8299-FIM-SAIDA.
           EXIT.

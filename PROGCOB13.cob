       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB13.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : APURACAO MENSAL DE ICMS E GUIA DE RECOLHIMENTO
      * POR UF - O FECHAMENTO NOTURNO (PROGCOB15) ACUMULA O ICMS
      * NO ICMSACU POR PERIODO E FILIAL, MAS A APURACAO DO MES E
      * AS GUIAS ERAM MONTADAS A MAO PELO FISCAL. ESTE LOTE DE
      * FIM DE MES LE O ICMSACU DO PERIODO INFORMADO, RECUSA O
      * PERIODO SE ALGUM REGISTRO AINDA NAO ESTIVER FECHADO PELO
      * PROGCOB29 ('F'), SOMA BASE E IMPOSTO POR UF, IMPRIME UMA
      * GUIA POR UF COM O RATEIO POR FILIAL E O VENCIMENTO NO
      * DIA UTIL (CALENDARIO CALDIAS) E GRAVA OS LANCAMENTOS DE
      * ICMS A RECOLHER NO LAYOUT GLEXT, COM O LOTE DO GLXCTL E
      * AS CONTAS DO CONTMAP, NOS MOLDES DO PROGCOB51
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM ICMS SOBRE O FRETE (ACUMULADO NO ICMSACU
      * PELO PROGCOB09) ENTRA NA GUIA DA UF EM LINHA PROPRIA E NO
      * VALOR A RECOLHER, NO RATEIO POR FILIAL, NA CONFERENCIA DO
      * CONSOLIDADO E NO LANCAMENTO CONTABIL (ORIGEM ICF)
      * 2026-10-15 JGM APURACAO GRAVADA NO JOBCTRL COM O PERIODO, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ICMS-ACUMULADO ASSIGN TO 'ICMSACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICMSACU-CHAVE
               FILE STATUS IS WRK-FS-ICA.
           SELECT OPTIONAL CALENDARIO-COMERCIAL ASSIGN TO 'CALDIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALDIAS-DATA
               FILE STATUS IS WRK-FS-CAL.
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
           SELECT GUIA-ICMS ASSIGN TO 'ICMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  ICMS-ACUMULADO.
           COPY 'ICMSACU.CPY'.

       FD  CALENDARIO-COMERCIAL.
           COPY 'CALDIAS.CPY'.

       FD  CONTA-MAPA.
           COPY 'CONTMAP.CPY'.

       FD  EXTRATO-CONTABIL.
           COPY 'GLEXT.CPY'.

       FD  CONTROLE-LOTE-GL.
       01  GLXCTL-REC.
           05  GLXCTL-ULT-LOTE     PIC 9(06).

       FD  GUIA-ICMS.
       01  ICMRPT-LINHA            PIC X(80).
       01  ICMRPT-CABECALHO.
           05  FILLER              PIC X(34)
               VALUE 'GUIA DE RECOLHIMENTO DE ICMS - UF '.
           05  ICMRPT-CAB-UF       PIC X(02).
           05  FILLER              PIC X(11) VALUE '  PERIODO '.
           05  ICMRPT-CAB-PERIODO  PIC 9(06).
           05  FILLER              PIC X(27) VALUE SPACES.
       01  ICMRPT-FILIAL.
           05  FILLER              PIC X(09) VALUE '  FILIAL '.
           05  ICMRPT-FIL-CODIGO   PIC X(03).
           05  FILLER              PIC X(08) VALUE '   BASE '.
           05  ICMRPT-FIL-BASE     PIC -(09)9,99.
           05  FILLER              PIC X(11) VALUE '   IMPOSTO '.
           05  ICMRPT-FIL-IMPOSTO  PIC -(09)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ICMRPT-FIL-PERC     PIC ZZ9,9.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(06) VALUE ' FRETE'.
           05  ICMRPT-FIL-FRETE    PIC -(05)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
       01  ICMRPT-TOTAL.
           05  FILLER              PIC X(12) VALUE '  TOTAL UF  '.
           05  FILLER              PIC X(08) VALUE '   BASE '.
           05  ICMRPT-TOT-BASE     PIC -(09)9,99.
           05  FILLER              PIC X(11) VALUE '   IMPOSTO '.
           05  ICMRPT-TOT-IMPOSTO  PIC -(09)9,99.
           05  FILLER              PIC X(21) VALUE SPACES.
       01  ICMRPT-FRETE.
           05  FILLER              PIC X(12) VALUE '  FRETES UF '.
           05  FILLER              PIC X(08) VALUE '   BASE '.
           05  ICMRPT-FRT-BASE     PIC -(09)9,99.
           05  FILLER              PIC X(11) VALUE '   IMPOSTO '.
           05  ICMRPT-FRT-IMPOSTO  PIC -(09)9,99.
           05  FILLER              PIC X(21) VALUE SPACES.
       01  ICMRPT-VENCIMENTO.
           05  FILLER              PIC X(24)
               VALUE '  VALOR A RECOLHER......'.
           05  ICMRPT-VEN-VALOR    PIC Z(09)9,99.
           05  FILLER              PIC X(14) VALUE '   VENCIMENTO '.
           05  ICMRPT-VEN-DATA     PIC 9(08).
           05  FILLER              PIC X(21) VALUE SPACES.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * CONTAS DA APURACAO DE ICMS, SEMEADAS NO CONTMAP QUANDO
      * A ORIGEM AINDA NAO ESTA MAPEADA: ICM = ICMS SOBRE VENDAS
      * (DEDUCAO DA RECEITA), ICP = ICMS A RECOLHER (PASSIVO),
      * ICF = ICMS SOBRE FRETES (DEDUCAO DA RECEITA DE FRETE)
      *****************************************************
       01  WRK-MAPA-ICMS-EXTENSO.
           02  FILLER PIC X(31) VALUE 'ICM31040001ICMS SOBRE VENDAS'.
           02  FILLER PIC X(31) VALUE 'ICP21020001ICMS A RECOLHER'.
           02  FILLER PIC X(31) VALUE 'ICF31050001ICMS SOBRE FRETES'.
       01  WRK-MAPA-ICMS REDEFINES WRK-MAPA-ICMS-EXTENSO.
           02  WRK-MAP-ENTRADA OCCURS 3 TIMES.
               03  WRK-MAP-ORIGEM   PIC X(03).
               03  WRK-MAP-CONTA    PIC 9(08).
               03  WRK-MAP-DESC     PIC X(20).

      *****************************************************
      * REGISTROS DE FILIAL DO PERIODO (O CONSOLIDADO DE FILIAL
      * EM BRANCO SO SERVE PARA A CONFERENCIA DO TOTAL)
      *****************************************************
       01  WRK-TABELA-FILIAIS.
           02  WRK-FIL-ENTRADA OCCURS 50 TIMES.
               03  WRK-FIL-CODIGO    PIC X(03).
               03  WRK-FIL-UF        PIC X(02).
               03  WRK-FIL-BASE      PIC S9(09)V99.
               03  WRK-FIL-IMPOSTO   PIC S9(09)V99.
               03  WRK-FIL-FRT-BASE  PIC S9(09)V99.
               03  WRK-FIL-FRT-IMPOSTO PIC S9(09)V99.
       77 WRK-QT-FILIAIS    PIC 9(02) VALUE ZEROS.

      *****************************************************
      * APURACAO POR UF - UMA GUIA POR LINHA
      *****************************************************
       01  WRK-TABELA-UF.
           02  WRK-UF-ENTRADA OCCURS 27 TIMES.
               03  WRK-UF-CODIGO     PIC X(02).
               03  WRK-UF-BASE       PIC S9(11)V99.
               03  WRK-UF-IMPOSTO    PIC S9(11)V99.
               03  WRK-UF-FRT-BASE   PIC S9(11)V99.
               03  WRK-UF-FRT-IMPOSTO PIC S9(11)V99.
       77 WRK-QT-UF         PIC 9(02) VALUE ZEROS.

      *****************************************************
      * LANCAMENTOS MONTADOS NA MEMORIA, ATE TRES POR UF
      *****************************************************
       01  WRK-TABELA-LANCAMENTOS.
           02  WRK-LAN-ENTRADA OCCURS 90 TIMES.
               03  WRK-LAN-CONTA    PIC 9(08).
               03  WRK-LAN-DC       PIC X(01).
               03  WRK-LAN-VALOR    PIC 9(11)V99.
               03  WRK-LAN-ORIGEM   PIC X(03).
       77 WRK-QT-LANCAMENTOS PIC 9(03) VALUE ZEROS.

       77 WRK-FS-ICA        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FS-CAL        PIC X(02) VALUE '00'.
       77 WRK-FS-MAP        PIC X(02) VALUE '00'.
       77 WRK-FS-GLX        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-FIM-ICA       PIC X(01) VALUE 'N'.
           88 FIM-ACUMULADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ICA-ABERTO    PIC X(01) VALUE 'N'.
           88 ACUMULADO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CAL-ABERTO    PIC X(01) VALUE 'N'.
           88 CALENDARIO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO-OK    PIC X(01) VALUE 'S'.
           88 PERIODO-LIBERADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-VENCTO    PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-MONTADA.
           05  WRK-DM-ANO       PIC 9(04).
           05  WRK-DM-MES       PIC 9(02).
           05  WRK-DM-DIA       PIC 9(02).
       01  WRK-DATA-MONTADA-N REDEFINES WRK-DATA-MONTADA
                                PIC 9(08).
       77 WRK-DATA-VENCTO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROX     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LANCTO   PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-UTIL      PIC X(01) VALUE 'N'.
       77 WRK-UM-DIA        PIC S9(05) VALUE +1.
       77 WRK-MENOS-UM-DIA  PIC S9(05) VALUE -1.
       77 WRK-F             PIC 9(02) VALUE ZEROS.
       77 WRK-U             PIC 9(02) VALUE ZEROS.
       77 WRK-I             PIC 9(03) VALUE ZEROS.
       77 WRK-M             PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-UF        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(03) VALUE ZEROS.
       77 WRK-CONS-EXISTE   PIC X(01) VALUE 'N'.
           88 CONSOLIDADO-LIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CONS-IMPOSTO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IMPOSTO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONS-FRT-IMPOSTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FRT-IMPOSTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FIL-DEVIDO    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-UF-DEVIDO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-GUIA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PERC          PIC 9(03)V9 VALUE ZEROS.
       77 WRK-HASH          PIC 9(15) VALUE ZEROS.
       77 WRK-LOTE-ATUAL    PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-ACHADA  PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM-BUSCA  PIC X(03) VALUE SPACES.
       77 WRK-VALOR-LANCTO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DC-LANCTO     PIC X(01) VALUE SPACES.
       77 WRK-QT-GUIAS      PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF PERIODO-LIBERADO
               PERFORM 0200-LER-ACUMULADO UNTIL FIM-ACUMULADO
               PERFORM 0250-CONFERIR-PERIODO
           END-IF
           IF PERIODO-LIBERADO
               PERFORM 0300-APURAR-POR-UF
               PERFORM 0400-EMITIR-GUIAS
               PERFORM 0500-GRAVAR-EXTRATO
           END-IF
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO DA APURACAO (AAAAMM)..'
           ACCEPT WRK-PERIODO
           DISPLAY 'DIA DO VENCIMENTO NO MES SEGUINTE (PADRAO 10)..'
           ACCEPT WRK-DIA-VENCTO
           IF WRK-DIA-VENCTO = ZEROS OR WRK-DIA-VENCTO > 28
               MOVE 10 TO WRK-DIA-VENCTO
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           OPEN INPUT ICMS-ACUMULADO
           IF WRK-FS-ICA = '00' OR WRK-FS-ICA = '05'
               SET ACUMULADO-ABERTO TO TRUE
           END-IF
           IF WRK-FS-ICA NOT = '00'
               DISPLAY 'ARQUIVO ICMSACU AUSENTE - SEM APURACAO'
               SET PERIODO-LIBERADO TO FALSE
               SET FIM-ACUMULADO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PERIODO TO ICMSACU-PERIODO
               MOVE LOW-VALUES TO ICMSACU-FILIAL
               START ICMS-ACUMULADO KEY >= ICMSACU-CHAVE
                   INVALID KEY
                       SET FIM-ACUMULADO TO TRUE
               END-START
           END-IF
           OPEN INPUT CALENDARIO-COMERCIAL
           IF WRK-FS-CAL = '00'
               SET CALENDARIO-ABERTO TO TRUE
           END-IF.

      *****************************************************
      * LE OS REGISTROS DO PERIODO: O CONSOLIDADO (FILIAL EM
      * BRANCO) GUARDA SO O TOTAL PARA A CONFERENCIA; CADA
      * REGISTRO AINDA ABERTO E CONTADO PARA A RECUSA
      *****************************************************
       0200-LER-ACUMULADO.
           READ ICMS-ACUMULADO NEXT
               AT END
                   SET FIM-ACUMULADO TO TRUE
           END-READ
           IF NOT FIM-ACUMULADO
               IF ICMSACU-PERIODO NOT = WRK-PERIODO
                   SET FIM-ACUMULADO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-ACUMULADO
               IF NOT ICMSACU-FECHADO
                   ADD 1 TO WRK-QT-ABERTOS
                   DISPLAY 'REGISTRO ABERTO - FILIAL ' ICMSACU-FILIAL
               END-IF
               IF ICMSACU-FILIAL = SPACES
                   SET CONSOLIDADO-LIDO TO TRUE
                   MOVE ICMSACU-IMPOSTO TO WRK-CONS-IMPOSTO
                   MOVE ICMSACU-FRETE-IMPOSTO TO WRK-CONS-FRT-IMPOSTO
               ELSE
                   PERFORM 0210-GUARDAR-FILIAL
               END-IF
           END-IF.

       0210-GUARDAR-FILIAL.
           IF WRK-QT-FILIAIS < 50
               ADD 1 TO WRK-QT-FILIAIS
               MOVE ICMSACU-FILIAL TO WRK-FIL-CODIGO(WRK-QT-FILIAIS)
               MOVE ICMSACU-UF TO WRK-FIL-UF(WRK-QT-FILIAIS)
               MOVE ICMSACU-BASE TO WRK-FIL-BASE(WRK-QT-FILIAIS)
               MOVE ICMSACU-IMPOSTO
                   TO WRK-FIL-IMPOSTO(WRK-QT-FILIAIS)
               MOVE ICMSACU-FRETE-BASE
                   TO WRK-FIL-FRT-BASE(WRK-QT-FILIAIS)
               MOVE ICMSACU-FRETE-IMPOSTO
                   TO WRK-FIL-FRT-IMPOSTO(WRK-QT-FILIAIS)
           ELSE
               DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                   ICMSACU-FILIAL ' FORA DA APURACAO'
               MOVE 'W001' TO EXCLOG-CODIGO
               MOVE 'FILIAL FORA DA APURACAO - TABELA CHEIA'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

      *****************************************************
      * A APURACAO SO SAI DE PERIODO FECHADO: SEM REGISTROS OU
      * COM ALGUM REGISTRO SEM O 'F' DO PROGCOB29, O PERIODO E
      * RECUSADO COM RETURN-CODE 8 E NADA E GRAVADO
      *****************************************************
       0250-CONFERIR-PERIODO.
           IF WRK-QT-FILIAIS = ZEROS
               DISPLAY 'PERIODO ' WRK-PERIODO ' SEM ACUMULO DE ICMS'
               SET PERIODO-LIBERADO TO FALSE
               MOVE 'E001' TO EXCLOG-CODIGO
               MOVE 'APURACAO ICMS - PERIODO SEM ACUMULO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WRK-QT-ABERTOS > ZEROS
               DISPLAY 'PERIODO ' WRK-PERIODO ' NAO FECHADO - '
                   WRK-QT-ABERTOS ' REGISTRO(S) SEM TRAVA'
               SET PERIODO-LIBERADO TO FALSE
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'APURACAO ICMS RECUSADA - PERIODO ABERTO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************
      * SOMA BASE E IMPOSTO DAS FILIAIS POR UF E CONFERE O
      * TOTAL COM O CONSOLIDADO DA EMPRESA - DIFERENCA VAI PARA
      * O EXCLOG, MAS NAO SEGURA A GUIA (O IMPOSTO DEVIDO E O
      * DAS FILIAIS)
      *****************************************************
       0300-APURAR-POR-UF.
           PERFORM 0310-SOMAR-FILIAL
               VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QT-FILIAIS
           IF CONSOLIDADO-LIDO
               AND WRK-CONS-IMPOSTO NOT = WRK-TOT-IMPOSTO
               DISPLAY 'CONSOLIDADO ' WRK-CONS-IMPOSTO
                   ' DIFERE DA SOMA DAS FILIAIS ' WRK-TOT-IMPOSTO
               MOVE 'E003' TO EXCLOG-CODIGO
               MOVE 'ICMS CONSOLIDADO DIFERE DAS FILIAIS'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF
           IF CONSOLIDADO-LIDO
               AND WRK-CONS-FRT-IMPOSTO NOT = WRK-TOT-FRT-IMPOSTO
               DISPLAY 'ICMS FRETE CONSOLIDADO ' WRK-CONS-FRT-IMPOSTO
                   ' DIFERE DA SOMA DAS FILIAIS ' WRK-TOT-FRT-IMPOSTO
               MOVE 'E004' TO EXCLOG-CODIGO
               MOVE 'ICMS FRETE CONSOLIDADO DIFERE DAS FILIAIS'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

       0310-SOMAR-FILIAL.
           ADD WRK-FIL-IMPOSTO(WRK-F) TO WRK-TOT-IMPOSTO
           ADD WRK-FIL-FRT-IMPOSTO(WRK-F) TO WRK-TOT-FRT-IMPOSTO
           MOVE ZEROS TO WRK-IDX-UF
           PERFORM 0315-LOCALIZAR-UF
               VARYING WRK-U FROM 1 BY 1
               UNTIL WRK-U > WRK-QT-UF
           IF WRK-IDX-UF = ZEROS
               AND WRK-QT-UF < 27
               ADD 1 TO WRK-QT-UF
               MOVE WRK-QT-UF TO WRK-IDX-UF
               MOVE WRK-FIL-UF(WRK-F) TO WRK-UF-CODIGO(WRK-IDX-UF)
               MOVE ZEROS TO WRK-UF-BASE(WRK-IDX-UF)
                   WRK-UF-IMPOSTO(WRK-IDX-UF)
                   WRK-UF-FRT-BASE(WRK-IDX-UF)
                   WRK-UF-FRT-IMPOSTO(WRK-IDX-UF)
           END-IF
           IF WRK-IDX-UF > ZEROS
               ADD WRK-FIL-BASE(WRK-F) TO WRK-UF-BASE(WRK-IDX-UF)
               ADD WRK-FIL-IMPOSTO(WRK-F)
                   TO WRK-UF-IMPOSTO(WRK-IDX-UF)
               ADD WRK-FIL-FRT-BASE(WRK-F)
                   TO WRK-UF-FRT-BASE(WRK-IDX-UF)
               ADD WRK-FIL-FRT-IMPOSTO(WRK-F)
                   TO WRK-UF-FRT-IMPOSTO(WRK-IDX-UF)
           END-IF.

       0315-LOCALIZAR-UF.
           IF WRK-UF-CODIGO(WRK-U) = WRK-FIL-UF(WRK-F)
               MOVE WRK-U TO WRK-IDX-UF
           END-IF.

      *****************************************************
      * UMA GUIA POR UF: RATEIO DAS FILIAIS DA UF (BASE, IMPOSTO,
      * ICMS DO FRETE E PARTICIPACAO NO DEVIDO DA UF), TOTAIS DE
      * VENDAS E DE FRETES E VENCIMENTO - UF COM SALDO CREDOR OU
      * ZERADO NAO GERA GUIA
      *****************************************************
       0400-EMITIR-GUIAS.
           OPEN I-O CONTA-MAPA
           IF WRK-FS-MAP = '35'
               OPEN OUTPUT CONTA-MAPA
               CLOSE CONTA-MAPA
               OPEN I-O CONTA-MAPA
           END-IF
           OPEN OUTPUT GUIA-ICMS
           PERFORM 0410-CALCULAR-VENCIMENTO
           PERFORM 0420-EMITIR-UMA-GUIA
               VARYING WRK-U FROM 1 BY 1
               UNTIL WRK-U > WRK-QT-UF
           CLOSE GUIA-ICMS
           DISPLAY 'GUIAS DE ICMS EMITIDAS..' WRK-QT-GUIAS.

      *****************************************************
      * VENCIMENTO NO DIA INFORMADO DO MES SEGUINTE AO PERIODO,
      * EMPURRADO PARA O DIA UTIL SEGUINTE PELO CALDIAS (NA
      * FALTA DO ANO NO CALENDARIO, PELO PROGCOB17, COMO NO
      * PROGCOB46); OS LANCAMENTOS SAEM COM A DATA DO ULTIMO DIA
      * DO PERIODO APURADO
      *****************************************************
       0410-CALCULAR-VENCIMENTO.
           MOVE WRK-PERIODO(1:4) TO WRK-DM-ANO
           MOVE WRK-PERIODO(5:2) TO WRK-DM-MES
           IF WRK-DM-MES = 12
               ADD 1 TO WRK-DM-ANO
               MOVE 1 TO WRK-DM-MES
           ELSE
               ADD 1 TO WRK-DM-MES
           END-IF
           MOVE 1 TO WRK-DM-DIA
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-MONTADA-N
               WRK-MENOS-UM-DIA WRK-DATA-LANCTO
           MOVE WRK-DIA-VENCTO TO WRK-DM-DIA
           MOVE WRK-DATA-MONTADA-N TO WRK-DATA-VENCTO
           IF CALENDARIO-ABERTO
               MOVE WRK-DATA-VENCTO TO CALDIAS-DATA
               READ CALENDARIO-COMERCIAL
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF CALENDARIO-ABERTO AND WRK-FS-CAL = '00'
               IF NOT CALDIAS-E-UTIL
                   MOVE CALDIAS-PROX-UTIL TO WRK-DATA-VENCTO
               END-IF
           ELSE
               MOVE 'N' TO WRK-DIA-UTIL
               CALL 'PROGCOB17-DIAUTIL' USING WRK-DATA-VENCTO
                   WRK-DIA-UTIL
               PERFORM 0415-AVANCAR-DIA-UTIL
                   UNTIL WRK-DIA-UTIL = 'S'
           END-IF
           DISPLAY 'VENCIMENTO DAS GUIAS..' WRK-DATA-VENCTO.

       0415-AVANCAR-DIA-UTIL.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-VENCTO
               WRK-UM-DIA WRK-DATA-PROX
           MOVE WRK-DATA-PROX TO WRK-DATA-VENCTO
           CALL 'PROGCOB17-DIAUTIL' USING WRK-DATA-VENCTO
               WRK-DIA-UTIL.

       0420-EMITIR-UMA-GUIA.
           COMPUTE WRK-UF-DEVIDO = WRK-UF-IMPOSTO(WRK-U)
               + WRK-UF-FRT-IMPOSTO(WRK-U)
           IF WRK-UF-DEVIDO > ZEROS
               MOVE WRK-UF-CODIGO(WRK-U) TO ICMRPT-CAB-UF
               MOVE WRK-PERIODO TO ICMRPT-CAB-PERIODO
               WRITE ICMRPT-CABECALHO
               PERFORM 0425-IMPRIMIR-RATEIO
                   VARYING WRK-F FROM 1 BY 1
                   UNTIL WRK-F > WRK-QT-FILIAIS
               MOVE WRK-UF-BASE(WRK-U) TO ICMRPT-TOT-BASE
               MOVE WRK-UF-IMPOSTO(WRK-U) TO ICMRPT-TOT-IMPOSTO
               WRITE ICMRPT-TOTAL
               MOVE WRK-UF-FRT-BASE(WRK-U) TO ICMRPT-FRT-BASE
               MOVE WRK-UF-FRT-IMPOSTO(WRK-U) TO ICMRPT-FRT-IMPOSTO
               WRITE ICMRPT-FRETE
               ADD 1 TO WRK-QT-GUIAS
               MOVE ZEROS TO WRK-VALOR-GUIA
               IF WRK-UF-IMPOSTO(WRK-U) > ZEROS
                   MOVE WRK-UF-IMPOSTO(WRK-U) TO WRK-VALOR-LANCTO
                   ADD WRK-VALOR-LANCTO TO WRK-VALOR-GUIA
                   MOVE 'ICM' TO WRK-ORIGEM-BUSCA
                   MOVE 'D' TO WRK-DC-LANCTO
                   PERFORM 0430-INCLUIR-LANCAMENTO
               END-IF
               IF WRK-UF-FRT-IMPOSTO(WRK-U) > ZEROS
                   MOVE WRK-UF-FRT-IMPOSTO(WRK-U) TO WRK-VALOR-LANCTO
                   ADD WRK-VALOR-LANCTO TO WRK-VALOR-GUIA
                   MOVE 'ICF' TO WRK-ORIGEM-BUSCA
                   MOVE 'D' TO WRK-DC-LANCTO
                   PERFORM 0430-INCLUIR-LANCAMENTO
               END-IF
               MOVE WRK-VALOR-GUIA TO WRK-VALOR-LANCTO
               MOVE 'ICP' TO WRK-ORIGEM-BUSCA
               MOVE 'C' TO WRK-DC-LANCTO
               PERFORM 0430-INCLUIR-LANCAMENTO
               MOVE WRK-VALOR-GUIA TO ICMRPT-VEN-VALOR
               MOVE WRK-DATA-VENCTO TO ICMRPT-VEN-DATA
               WRITE ICMRPT-VENCIMENTO
               MOVE SPACES TO ICMRPT-LINHA
               WRITE ICMRPT-LINHA
           ELSE
               DISPLAY 'UF ' WRK-UF-CODIGO(WRK-U)
                   ' SEM IMPOSTO A RECOLHER NO PERIODO'
           END-IF.

       0425-IMPRIMIR-RATEIO.
           IF WRK-FIL-UF(WRK-F) = WRK-UF-CODIGO(WRK-U)
               MOVE WRK-FIL-CODIGO(WRK-F) TO ICMRPT-FIL-CODIGO
               MOVE WRK-FIL-BASE(WRK-F) TO ICMRPT-FIL-BASE
               MOVE WRK-FIL-IMPOSTO(WRK-F) TO ICMRPT-FIL-IMPOSTO
               MOVE WRK-FIL-FRT-IMPOSTO(WRK-F) TO ICMRPT-FIL-FRETE
               COMPUTE WRK-FIL-DEVIDO = WRK-FIL-IMPOSTO(WRK-F)
                   + WRK-FIL-FRT-IMPOSTO(WRK-F)
               MOVE ZEROS TO WRK-PERC
               IF WRK-FIL-DEVIDO > ZEROS
                   COMPUTE WRK-PERC ROUNDED =
                       WRK-FIL-DEVIDO * 100 / WRK-UF-DEVIDO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-PERC
                   END-COMPUTE
               END-IF
               MOVE WRK-PERC TO ICMRPT-FIL-PERC
               WRITE ICMRPT-FILIAL
           END-IF.

      *****************************************************
      * INCLUI UM LANCAMENTO NA TABELA COM A CONTA DA ORIGEM NO
      * CONTMAP; ORIGEM DE ICMS AINDA NAO MAPEADA E SEMEADA COM
      * A CONTA PADRAO NA PRIMEIRA APURACAO
      *****************************************************
       0430-INCLUIR-LANCAMENTO.
           MOVE WRK-ORIGEM-BUSCA TO CONTMAP-ORIGEM
           READ CONTA-MAPA
               KEY IS CONTMAP-ORIGEM
               INVALID KEY
                   PERFORM 0435-SEMEAR-ORIGEM
           END-READ
           MOVE CONTMAP-CONTA TO WRK-CONTA-ACHADA
           IF WRK-QT-LANCAMENTOS < 90
               ADD 1 TO WRK-QT-LANCAMENTOS
               MOVE WRK-CONTA-ACHADA
                   TO WRK-LAN-CONTA(WRK-QT-LANCAMENTOS)
               MOVE WRK-DC-LANCTO TO WRK-LAN-DC(WRK-QT-LANCAMENTOS)
               MOVE WRK-VALOR-LANCTO
                   TO WRK-LAN-VALOR(WRK-QT-LANCAMENTOS)
               MOVE WRK-ORIGEM-BUSCA
                   TO WRK-LAN-ORIGEM(WRK-QT-LANCAMENTOS)
           END-IF.

       0435-SEMEAR-ORIGEM.
           PERFORM 0436-COPIAR-ORIGEM-PADRAO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 3
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

      *****************************************************
      * GRAVA O ARQUIVO DE INTERFACE NO LAYOUT GLEXT: CABECALHO
      * DO LOTE, OS LANCAMENTOS E O TRAILER COM CONTAGEM E HASH,
      * E REGRAVA O CONTROLE GLXCTL COM O NUMERO DO LOTE - O
      * MESMO CONTROLE DO PROGCOB51, PARA A NUMERACAO DOS LOTES
      * DO RAZAO SEGUIR UNICA
      *****************************************************
       0500-GRAVAR-EXTRATO.
           IF WRK-QT-LANCAMENTOS = ZEROS
               DISPLAY 'SEM IMPOSTO A RECOLHER - EXTRATO NAO GRAVADO'
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
           MOVE 'D' TO GLEXT-TIPO-REC
           MOVE WRK-LAN-CONTA(WRK-I) TO GLEXT-CONTA
           MOVE WRK-LAN-DC(WRK-I) TO GLEXT-DC
           COMPUTE GLEXT-VALOR = WRK-LAN-VALOR(WRK-I) * 100
           MOVE WRK-LAN-ORIGEM(WRK-I) TO GLEXT-ORIGEM
           MOVE WRK-DATA-LANCTO TO GLEXT-DATA
           WRITE GLEXT-REC
           COMPUTE WRK-HASH = WRK-HASH
               + (WRK-LAN-VALOR(WRK-I) * 100).

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCOB13' TO EXCLOG-PROGRAMA
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
           IF ACUMULADO-ABERTO
               CLOSE ICMS-ACUMULADO
           END-IF
           IF CALENDARIO-ABERTO
               CLOSE CALENDARIO-COMERCIAL
           END-IF
           IF PERIODO-LIBERADO
               CLOSE CONTA-MAPA
           END-IF
           PERFORM 0910-GRAVAR-CONTROLE-TURNO
           CLOSE EXCEPTION-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO A APURACAO DO PERIODO -
      * PERIODO RECUSADO (RC 8) SAI COMO ERRO, PARA O CHECKLIST
      * DE FECHAMENTO DO MES (PROGCB137)
      *****************************************************
       0910-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB13' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-GUIAS TO JOBCTRL-QT-PROCESSADOS
           MOVE ZEROS TO JOBCTRL-QT-EXCECOES
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           EVALUATE TRUE
               WHEN RETURN-CODE = 0
                   MOVE 'OK' TO JOBCTRL-STATUS
               WHEN RETURN-CODE < 8
                   MOVE 'COM EXCECAO' TO JOBCTRL-STATUS
               WHEN OTHER
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE WRK-PERIODO TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB102.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : RELATORIO DE CONTAS A PAGAR EM ABERTO DAS
      * TRANSPORTADORAS - PERCORRE O CPAGAR NA ORDEM DA CHAVE
      * (TRANSPORTADORA E PERIODO DO ACERTO, QUE E TAMBEM A
      * ORDEM DE VENCIMENTO) E IMPRIME CADA TITULO COM SALDO,
      * MARCANDO O QUE JA VENCEU, COM SUBTOTAL POR
      * TRANSPORTADORA E TOTAL GERAL SEPARANDO VENCIDO E A VENCER
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
           SELECT OPTIONAL CONTAS-PAGAR ASSIGN TO 'CPAGAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAGAR-CHAVE
               FILE STATUS IS WRK-FS-CPG.
           SELECT OPTIONAL TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS WRK-FS-TRN.
           SELECT ABERTOS-RPT ASSIGN TO 'CPARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
           COPY 'CPAGAR.CPY'.

       FD  TRANSPORTADORAS.
           COPY 'TRANSP.CPY'.

       FD  ABERTOS-RPT.
           COPY 'CPARPT.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CPG        PIC X(02) VALUE '00'.
       77 WRK-FS-TRN        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-CPG       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CPG-ABERTO    PIC X(01) VALUE 'N'.
           88 CPAGAR-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRN-ABERTO    PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-TRANSP-ATUAL  PIC X(03) VALUE HIGH-VALUES.
       77 WRK-NOME-ATUAL    PIC X(20) VALUE SPACES.
       77 WRK-QT-TITULOS    PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-VENCIDO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SUB-A-VENCER  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-A-VENCER  PIC 9(10)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-LER-TITULO UNTIL FIM-TITULOS
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT ABERTOS-RPT
           MOVE WRK-DATA-HOJE TO CPARPT-CAB-DATA
           WRITE CPARPT-CABECALHO
           OPEN INPUT TRANSPORTADORAS
           IF WRK-FS-TRN = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           OPEN INPUT CONTAS-PAGAR
           IF WRK-FS-CPG = '00'
               SET CPAGAR-DISPONIVEL TO TRUE
               MOVE LOW-VALUES TO CPAGAR-CHAVE
               START CONTAS-PAGAR KEY >= CPAGAR-CHAVE
                   INVALID KEY
                       SET FIM-TITULOS TO TRUE
               END-START
           ELSE
               DISPLAY 'CONTAS A PAGAR CPAGAR AUSENTE'
               SET FIM-TITULOS TO TRUE
           END-IF.

       0200-LER-TITULO.
           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   SET FIM-TITULOS TO TRUE
           END-READ
           IF NOT FIM-TITULOS AND CPAGAR-SALDO > ZEROS
               IF CPAGAR-TRANSP NOT = WRK-TRANSP-ATUAL
                   PERFORM 0210-TROCAR-TRANSPORTADORA
               END-IF
               PERFORM 0220-IMPRIMIR-TITULO
           END-IF.

      *****************************************************
      * QUEBRA POR TRANSPORTADORA: FECHA O SUBTOTAL DA
      * ANTERIOR E BUSCA O NOME DA NOVA NO CADASTRO
      *****************************************************
       0210-TROCAR-TRANSPORTADORA.
           IF WRK-TRANSP-ATUAL NOT = HIGH-VALUES
               PERFORM 0230-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE CPAGAR-TRANSP TO WRK-TRANSP-ATUAL
           MOVE 'DESCONHECIDA' TO WRK-NOME-ATUAL
           IF CADASTRO-ABERTO
               MOVE CPAGAR-TRANSP TO TRANSP-CODIGO
               READ TRANSPORTADORAS
                   KEY IS TRANSP-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-TRN = '00'
                   MOVE TRANSP-NOME TO WRK-NOME-ATUAL
               END-IF
           END-IF.

       0220-IMPRIMIR-TITULO.
           MOVE SPACES TO CPARPT-DETALHE
           MOVE CPAGAR-TRANSP TO CPARPT-TRANSP
           MOVE WRK-NOME-ATUAL TO CPARPT-NOME
           MOVE CPAGAR-PERIODO TO CPARPT-PERIODO
           MOVE CPAGAR-DATA-VENCTO TO CPARPT-VENCTO
           MOVE CPAGAR-SALDO TO CPARPT-SALDO
           IF CPAGAR-DATA-VENCTO < WRK-DATA-HOJE
               MOVE 'VENCIDO' TO CPARPT-OBS
               ADD CPAGAR-SALDO TO WRK-SUB-VENCIDO
           ELSE
               ADD CPAGAR-SALDO TO WRK-SUB-A-VENCER
           END-IF
           WRITE CPARPT-DETALHE
           ADD 1 TO WRK-QT-TITULOS.

       0230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO CPARPT-TOT-ROTULO
           STRING 'SUBTOTAL ' WRK-TRANSP-ATUAL
               DELIMITED BY SIZE INTO CPARPT-TOT-ROTULO
           MOVE WRK-SUB-VENCIDO TO CPARPT-TOT-VENCIDO
           MOVE WRK-SUB-A-VENCER TO CPARPT-TOT-A-VENCER
           WRITE CPARPT-TOTAL
           ADD WRK-SUB-VENCIDO TO WRK-TOT-VENCIDO
           ADD WRK-SUB-A-VENCER TO WRK-TOT-A-VENCER
           MOVE ZEROS TO WRK-SUB-VENCIDO WRK-SUB-A-VENCER.

       0300-FINALIZAR.
           IF WRK-TRANSP-ATUAL NOT = HIGH-VALUES
               PERFORM 0230-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE 'TOTAL GERAL' TO CPARPT-TOT-ROTULO
           MOVE WRK-TOT-VENCIDO TO CPARPT-TOT-VENCIDO
           MOVE WRK-TOT-A-VENCER TO CPARPT-TOT-A-VENCER
           WRITE CPARPT-TOTAL
           DISPLAY 'TITULOS EM ABERTO.......' WRK-QT-TITULOS
           IF CPAGAR-DISPONIVEL
               CLOSE CONTAS-PAGAR
           END-IF
           IF CADASTRO-ABERTO
               CLOSE TRANSPORTADORAS
           END-IF
           CLOSE ABERTOS-RPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB14.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANUTENCAO DA TABELA DE RISCO AD VALOREM
      * (GRISTAB) - O OPERADOR INFORMA A UF DE DESTINO, A ZONA
      * DE ENTREGA (BRANCO = TODA A UF), O PERCENTUAL SOBRE O
      * VALOR DA MERCADORIA E A COBRANCA MINIMA POR PEDIDO, E
      * CADA CARGA VAI PARA O LOG DE AUDITORIA COM O VALOR
      * ANTERIOR DA MESMA CHAVE, COMO NAS DEMAIS MANUTENCOES - E
      * DESTA TABELA QUE A COTACAO DO PROGCOB09 TIRA O GRIS DO
      * PEDIDO; UF SEM LINHA NA TABELA COTA SEM GRIS
      * A UF E CONFERIDA CONTRA O FRETE-TABELA (AS MESMAS 27 UF
      * DO PROGCOB02) E O PERCENTUAL NAO PODE SER ZERO
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
           SELECT RISCO-TABELA ASSIGN TO 'GRISTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRISTAB-CHAVE
               FILE STATUS IS WRK-FS-GRS.
           SELECT OPTIONAL FRETE-TABELA ASSIGN TO 'FRETETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRETETAB-CHAVE
               FILE STATUS IS WRK-FS-TAB.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  RISCO-TABELA.
           COPY 'GRISTAB.CPY'.

       FD  FRETE-TABELA.
           COPY 'FRETETAB.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-GRS       PIC X(02) VALUE '00'.
       77 WRK-FS-TAB       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-ZONA         PIC X(01) VALUE SPACES.
       77 WRK-PERCENTUAL   PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-PERC-ANTES   PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-PERC-EDITADO PIC 9,9999.
       77 WRK-MINIMO       PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MINIMO-ANTES PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MINIMO-EDITADO PIC Z(03)9,99.
       77 WRK-TXT-ANTES    PIC X(20) VALUE SPACES.
       77 WRK-TXT-DEPOIS   PIC X(20) VALUE SPACES.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-CARGA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-JA-EXISTIA   PIC X(01) VALUE 'N'.
           88 RISCO-JA-EXISTIA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TAB-ABERTA   PIC X(01) VALUE 'N'.
           88 TARIFA-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-UF-VALIDA    PIC X(01) VALUE 'N'.
           88 UF-OK                VALUE 'S' WHEN SET TO FALSE IS 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-CARGA
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O RISCO-TABELA
           IF WRK-FS-GRS = '35'
               OPEN OUTPUT RISCO-TABELA
               CLOSE RISCO-TABELA
               OPEN I-O RISCO-TABELA
           END-IF
           OPEN INPUT FRETE-TABELA
           IF WRK-FS-TAB = '00'
               SET TARIFA-DISPONIVEL TO TRUE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - CARGA ENCERRADA'
               SET CONTINUAR-CARGA TO FALSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'UF DE DESTINO (BRANCO PARA SAIR)..'
           MOVE SPACES TO WRK-UF
           ACCEPT WRK-UF
           IF WRK-UF = SPACES
               SET CONTINUAR-CARGA TO FALSE
           ELSE
               PERFORM 0205-VALIDAR-UF
               IF UF-OK
                   PERFORM 0206-CAPTURAR-RISCO
               ELSE
                   DISPLAY 'UF INVALIDA - DIGITE UMA DAS 27 UF'
               END-IF
           END-IF.

      *****************************************************
      * A UF E CONFERIDA CONTRA O FRETE-TABELA, COMO FAZ O
      * PROGCOB89 NA TABELA DE ZONAS - SEM TARIFA CARREGADA A
      * SIGLA PASSA SEM CONFERENCIA
      *****************************************************
       0205-VALIDAR-UF.
           SET UF-OK TO FALSE
           IF NOT TARIFA-DISPONIVEL
               SET UF-OK TO TRUE
           ELSE
               MOVE '001' TO FRETETAB-FILIAL
               MOVE WRK-UF TO FRETETAB-UF
               MOVE ZEROS TO FRETETAB-VIGENCIA
               START FRETE-TABELA KEY >= FRETETAB-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WRK-FS-TAB = '00'
                   READ FRETE-TABELA NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
               END-IF
               IF WRK-FS-TAB = '00' AND FRETETAB-UF = WRK-UF
                   AND FRETETAB-FILIAL = '001'
                   SET UF-OK TO TRUE
               END-IF
           END-IF.

       0206-CAPTURAR-RISCO.
           DISPLAY 'ZONA DE ENTREGA (BRANCO = TODA A UF)..'
           MOVE SPACES TO WRK-ZONA
           ACCEPT WRK-ZONA
           DISPLAY 'PERCENTUAL SOBRE O VALOR (EX 0,3000)..'
           ACCEPT WRK-PERCENTUAL
           DISPLAY 'COBRANCA MINIMA POR PEDIDO (EX 15,00)..'
           ACCEPT WRK-MINIMO
           IF WRK-PERCENTUAL = ZEROS
               DISPLAY 'PERCENTUAL ZERADO - CARGA DESCARTADA'
           ELSE
               PERFORM 0210-GRAVAR-RISCO
           END-IF.

       0210-GRAVAR-RISCO.
           SET RISCO-JA-EXISTIA TO FALSE
           MOVE ZEROS TO WRK-PERC-ANTES WRK-MINIMO-ANTES
           MOVE WRK-UF TO GRISTAB-UF
           MOVE WRK-ZONA TO GRISTAB-ZONA
           READ RISCO-TABELA
               KEY IS GRISTAB-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-GRS = '00'
               SET RISCO-JA-EXISTIA TO TRUE
               MOVE GRISTAB-PERCENTUAL TO WRK-PERC-ANTES
               MOVE GRISTAB-MINIMO TO WRK-MINIMO-ANTES
           END-IF
           MOVE WRK-UF TO GRISTAB-UF
           MOVE WRK-ZONA TO GRISTAB-ZONA
           MOVE WRK-PERCENTUAL TO GRISTAB-PERCENTUAL
           MOVE WRK-MINIMO TO GRISTAB-MINIMO
           IF RISCO-JA-EXISTIA
               REWRITE GRISTAB-REC
           ELSE
               WRITE GRISTAB-REC
           END-IF
           PERFORM 0220-GRAVAR-AUDITORIA
           DISPLAY 'GRIS GRAVADO PARA ' WRK-UF ' ZONA ' WRK-ZONA.

      *****************************************************
      * UM REGISTRO DE AUDITORIA PARA O PERCENTUAL E OUTRO PARA
      * A COBRANCA MINIMA, CADA UM COM O VALOR ANTERIOR DA CHAVE
      *****************************************************
       0220-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB14' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE GRISTAB-CHAVE TO AUDTRL-CHAVE
           MOVE WRK-PERC-ANTES TO WRK-PERC-EDITADO
           MOVE WRK-PERC-EDITADO TO WRK-TXT-ANTES
           MOVE WRK-PERCENTUAL TO WRK-PERC-EDITADO
           MOVE WRK-PERC-EDITADO TO WRK-TXT-DEPOIS
           MOVE 'PERCENTUAL GRIS' TO AUDTRL-CAMPO
           MOVE WRK-TXT-ANTES TO AUDTRL-VALOR-ANTES
           MOVE WRK-TXT-DEPOIS TO AUDTRL-VALOR-DEPOIS
           WRITE AUDTRL-REC
           MOVE WRK-MINIMO-ANTES TO WRK-MINIMO-EDITADO
           MOVE WRK-MINIMO-EDITADO TO WRK-TXT-ANTES
           MOVE WRK-MINIMO TO WRK-MINIMO-EDITADO
           MOVE WRK-MINIMO-EDITADO TO WRK-TXT-DEPOIS
           MOVE 'MINIMO GRIS' TO AUDTRL-CAMPO
           MOVE WRK-TXT-ANTES TO AUDTRL-VALOR-ANTES
           MOVE WRK-TXT-DEPOIS TO AUDTRL-VALOR-DEPOIS
           WRITE AUDTRL-REC.

       0300-FINALIZAR.
           CLOSE RISCO-TABELA AUDIT-LOG
           IF TARIFA-DISPONIVEL
               CLOSE FRETE-TABELA
           END-IF.

      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-08-22 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM A CARTA PASSA A SER ENDERECADA A CADA
      * RESPONSAVEL ATIVO DO ALUNO NO CADASTRO RESPONS (PROGCB126),
      * COM NOME E ENDERECO - ALUNO SEM RESPONSAVEL CADASTRADO
      * SAI COM A SAUDACAO GENERICA E FICA MARCADO NA LISTA DE
      * CONTROLE PARA A SECRETARIA COMPLETAR O CADASTRO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CARTAS-CONTROLE ASSIGN TO 'CRTLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPONS-CHAVE
               FILE STATUS IS WRK-FS-RSP.

       DATA DIVISION.
       FILE SECTION.
           05  CRTLIST-NOME        PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CRTLIST-RESULTADO   PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CRTLIST-OBS         PIC X(15).

       FD  RESPONSAVEIS.
           COPY 'RESPONS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-HIS       PIC X(02) VALUE '00'.
       77 WRK-FS-CRT       PIC X(02) VALUE '00'.
       77 WRK-FS-CTL       PIC X(02) VALUE '00'.
       77 WRK-FS-RSP       PIC X(02) VALUE '00'.
       77 WRK-FIM-RSP      PIC X(01) VALUE 'N'.
           88 FIM-RESPONSAVEIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-RESP      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-SEM-RESP  PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-HIS      PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       01  WRK-DATA-TERMO.
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CARTAS-ARQ
           OPEN OUTPUT CARTAS-CONTROLE
           OPEN INPUT RESPONSAVEIS.

      *****************************************************
      * VARRE O HISTORICO E GERA CARTA PARA O ALUNO DO TERMO
       0210-GERAR-CARTA.
           MOVE SPACES TO CARTAS-LINHA
           WRITE CARTAS-LINHA
           PERFORM 0230-ENDERECAR-RESPONSAVEIS
           IF WRK-QT-RESP = ZEROS
               MOVE 'AOS RESPONSAVEIS PELO(A) ALUNO(A):'
                   TO CARTAS-LINHA
           ELSE
               MOVE 'RESPONSAVEL(IS) PELO(A) ALUNO(A):'
                   TO CARTAS-LINHA
           END-IF
           WRITE CARTAS-LINHA
           MOVE SPACES TO CARTAS-LINHA
           STRING '   ' STUHIST-NOME '  MATRICULA '
           MOVE STUHIST-MATRICULA TO CRTLIST-MATRICULA
           MOVE STUHIST-NOME TO CRTLIST-NOME
           MOVE STUHIST-RESULTADO-GERAL TO CRTLIST-RESULTADO
           IF WRK-QT-RESP = ZEROS
               MOVE 'SEM RESPONSAVEL' TO CRTLIST-OBS
               ADD 1 TO WRK-QT-SEM-RESP
           ELSE
               MOVE SPACES TO CRTLIST-OBS
           END-IF
           WRITE CRTLIST-LINHA
           ADD 1 TO WRK-QT-CARTAS.

               END-IF
           END-PERFORM.

      *****************************************************
      * UM BLOCO DE ENDERECO POR RESPONSAVEL ATIVO DO ALUNO NO
      * CADASTRO RESPONS (NOME, LOGRADOURO, CEP, CIDADE E UF) -
      * SEM O CADASTRO OU SEM RESPONSAVEL ATIVO A CONTAGEM FICA
      * ZERADA E A CARTA SAI COM A SAUDACAO GENERICA
      *****************************************************
       0230-ENDERECAR-RESPONSAVEIS.
           MOVE ZEROS TO WRK-QT-RESP
           SET FIM-RESPONSAVEIS TO FALSE
           IF WRK-FS-RSP NOT = '00' AND WRK-FS-RSP NOT = '10'
               AND WRK-FS-RSP NOT = '23'
               SET FIM-RESPONSAVEIS TO TRUE
           ELSE
               MOVE STUHIST-MATRICULA TO RESPONS-MATRICULA
               MOVE ZEROS TO RESPONS-SEQ
               START RESPONSAVEIS KEY >= RESPONS-CHAVE
                   INVALID KEY
                       SET FIM-RESPONSAVEIS TO TRUE
               END-START
           END-IF
           PERFORM 0231-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS.

       0231-LER-RESPONSAVEL.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEIS TO TRUE
           END-READ
           IF NOT FIM-RESPONSAVEIS
               IF RESPONS-MATRICULA NOT = STUHIST-MATRICULA
                   SET FIM-RESPONSAVEIS TO TRUE
               ELSE
                   IF RESPONS-ATIVO
                       MOVE SPACES TO CARTAS-LINHA
                       STRING 'A(O) SR(A). ' RESPONS-NOME
                           DELIMITED BY SIZE INTO CARTAS-LINHA
                       WRITE CARTAS-LINHA
                       MOVE SPACES TO CARTAS-LINHA
                       STRING '   ' RESPONS-LOGRADOURO
                           DELIMITED BY SIZE INTO CARTAS-LINHA
                       WRITE CARTAS-LINHA
                       MOVE SPACES TO CARTAS-LINHA
                       STRING '   ' RESPONS-CEP ' ' RESPONS-CIDADE
                           ' ' RESPONS-UF
                           DELIMITED BY SIZE INTO CARTAS-LINHA
                       WRITE CARTAS-LINHA
                       ADD 1 TO WRK-QT-RESP
                   END-IF
               END-IF
           END-IF.

       0300-FINALIZAR.
           DISPLAY 'CARTAS EMITIDAS..' WRK-QT-CARTAS
           DISPLAY 'SEM RESPONSAVEL..' WRK-QT-SEM-RESP
           IF WRK-FS-HIS = '00' OR WRK-FS-HIS = '10'
               CLOSE STUDENT-HISTORY
           END-IF
           CLOSE CARTAS-ARQ CARTAS-CONTROLE
           IF WRK-FS-RSP NOT = '35'
               CLOSE RESPONSAVEIS
           END-IF.

      * BATIMENTO DE DEPOSITOS DO PROGCOB57) - O DIFDIAS CONTAVA
      * DIAS CORRIDOS SOB O ROTULO DE DIAS UTEIS, NA MESMA BASE
      * QUE A BAIXA DO PROGCOB68 COBRA OS JUROS
      * 2026-10-15 JGM PARCELAS DE ACORDO DE RENEGOCIACAO (ACORDO,
      * DO PROGCB124) VENCIDAS E NAO PAGAS SAEM NUMA SEGUNDA PARTE
      * DO RELATORIO E ENTRAM NO TOTAL GERAL EM ATRASO - O TITULO
      * RENEGOCIADO SAIU DO MENSAL EM ABERTO E A DIVIDA SEGUE
      * NAS PARCELAS
      * 2026-10-15 JGM CADA ALUNO (E CADA ACORDO) EM ATRASO SAI COM
      * O RESPONSAVEL FINANCEIRO DO CADASTRO RESPONS (PROGCB126)
      * E O TELEFONE PARA A COBRANCA - SEM RESPONSAVEL FINANCEIRO
      * ATIVO SAI MARCADO E CONTADO NO FIM
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INADIMPLENCIA-RPT ASSIGN TO 'INADRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL ACORDOS ASSIGN TO 'ACORDO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACORDO-CHAVE
               FILE STATUS IS WRK-FS-ACO.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPONS-CHAVE
               FILE STATUS IS WRK-FS-RSP.

       DATA DIVISION.
       FILE SECTION.
           05  INADRPT-DEVIDO      PIC Z(06)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  INADRPT-OBS         PIC X(12).
       01  INADRPT-PARCELA.
           05  INADRPT-PAR-MATRIC  PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  INADRPT-PAR-NOME    PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  INADRPT-PAR-ACORDO  PIC 9(06).
           05  FILLER              PIC X(01) VALUE '/'.
           05  INADRPT-PAR-NUMERO  PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  INADRPT-PAR-VENCTO  PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  INADRPT-PAR-ATRASO  PIC Z(04)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  INADRPT-PAR-DEVIDO  PIC Z(06)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  INADRPT-PAR-OBS     PIC X(11).

       FD  ACORDOS.
           COPY 'ACORDO.CPY'.

       FD  RESPONSAVEIS.
           COPY 'RESPONS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-MEN        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-ACO        PIC X(02) VALUE '00'.
       77 WRK-FS-RSP        PIC X(02) VALUE '00'.
       77 WRK-RSP-OK        PIC X(01) VALUE 'N'.
           88 CADASTRO-RESPONSAVEL VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-RSP       PIC X(01) VALUE 'N'.
           88 FIM-RESPONSAVEIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-FIN     PIC X(01) VALUE 'N'.
           88 ACHOU-FINANCEIRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-MATRIC-BUSCA  PIC 9(06) VALUE ZEROS.
       77 WRK-ACORDO-ANT    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-RESP   PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ACO       PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACORDO-ATIVO  PIC X(01) VALUE 'N'.
           88 ACORDO-EM-VIGOR VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NOME-ACORDO   PIC X(20) VALUE SPACES.
       77 WRK-QT-PARCELAS   PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-MEN       PIC X(01) VALUE 'N'.
           88 FIM-MENSALIDADES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-AVALIAR-TITULO UNTIL FIM-MENSALIDADES
           PERFORM 0250-LISTAR-ACORDOS
           PERFORM 0300-FINALIZAR

           GOBACK.
                       SET FIM-MENSALIDADES TO TRUE
               END-START
           END-IF
           OPEN INPUT RESPONSAVEIS
           IF WRK-FS-RSP = '00'
               SET CADASTRO-RESPONSAVEL TO TRUE
           END-IF
           OPEN OUTPUT INADIMPLENCIA-RPT
           MOVE 'RELATORIO DE INADIMPLENCIA - MENSALIDADES'
               TO INADRPT-LINHA
               WRK-QT-ED ' TITULO(S) - ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO INADRPT-LINHA
           WRITE INADRPT-LINHA
           MOVE WRK-MATRIC-ANT TO WRK-MATRIC-BUSCA
           PERFORM 0230-LINHA-RESPONSAVEL
           MOVE ZEROS TO WRK-TOT-ALUNO WRK-QT-ALUNO
           MOVE ZEROS TO WRK-MATRIC-ANT
           ADD 1 TO WRK-QT-ALUNOS.

      *****************************************************
      * LINHA DE COBRANCA COM O RESPONSAVEL FINANCEIRO ATIVO DA
      * MATRICULA NO CADASTRO RESPONS (NOME E TELEFONE) - SEM
      * ELE, A LINHA AVISA PARA A SECRETARIA COMPLETAR O CADASTRO
      *****************************************************
       0230-LINHA-RESPONSAVEL.
           SET ACHOU-FINANCEIRO TO FALSE
           SET FIM-RESPONSAVEIS TO FALSE
           IF NOT CADASTRO-RESPONSAVEL
               SET FIM-RESPONSAVEIS TO TRUE
           ELSE
               MOVE WRK-MATRIC-BUSCA TO RESPONS-MATRICULA
               MOVE ZEROS TO RESPONS-SEQ
               START RESPONSAVEIS KEY >= RESPONS-CHAVE
                   INVALID KEY
                       SET FIM-RESPONSAVEIS TO TRUE
               END-START
           END-IF
           PERFORM 0235-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS
           MOVE SPACES TO INADRPT-LINHA
           IF ACHOU-FINANCEIRO
               STRING '   COBRAR DE ' RESPONS-NOME ' TEL '
                   RESPONS-TELEFONE
                   DELIMITED BY SIZE INTO INADRPT-LINHA
           ELSE
               MOVE '   *** SEM RESPONSAVEL FINANCEIRO CADASTRADO'
                   TO INADRPT-LINHA
               ADD 1 TO WRK-QT-SEM-RESP
           END-IF
           WRITE INADRPT-LINHA.

       0235-LER-RESPONSAVEL.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEIS TO TRUE
           END-READ
           IF NOT FIM-RESPONSAVEIS
               IF RESPONS-MATRICULA NOT = WRK-MATRIC-BUSCA
                   SET FIM-RESPONSAVEIS TO TRUE
               ELSE
                   IF RESPONS-ATIVO AND RESPONS-E-FINANCEIRO
                       SET ACHOU-FINANCEIRO TO TRUE
                       SET FIM-RESPONSAVEIS TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PARCELAS DE ACORDO EM VIGOR VENCIDAS E NAO PAGAS (OU SO
      * EM PARTE) - O CABECALHO 'C' VEM ANTES DAS PARCELAS 'P'
      * NA ORDEM DA CHAVE E TRAZ O NOME E A SITUACAO DO ACORDO;
      * ACORDO QUITADO OU QUEBRADO NAO ENTRA (A DIVIDA DO
      * QUEBRADO VOLTOU PARA OS TITULOS DO MENSAL)
      *****************************************************
       0250-LISTAR-ACORDOS.
           OPEN INPUT ACORDOS
           IF WRK-FS-ACO NOT = '00'
               SET FIM-ACORDOS TO TRUE
           ELSE
               MOVE ZEROS TO ACORDO-NUMERO ACORDO-SEQ
               MOVE SPACES TO ACORDO-TIPO
               START ACORDOS KEY >= ACORDO-CHAVE
                   INVALID KEY
                       SET FIM-ACORDOS TO TRUE
               END-START
               MOVE ALL '-' TO INADRPT-LINHA
               WRITE INADRPT-LINHA
               MOVE 'PARCELAS DE ACORDO VENCIDAS E NAO PAGAS'
                   TO INADRPT-LINHA
               WRITE INADRPT-LINHA
           END-IF
           PERFORM 0260-AVALIAR-PARCELA UNTIL FIM-ACORDOS
           IF WRK-FS-ACO = '00' OR WRK-FS-ACO = '10'
               CLOSE ACORDOS
           END-IF.

       0260-AVALIAR-PARCELA.
           READ ACORDOS NEXT RECORD
               AT END
                   SET FIM-ACORDOS TO TRUE
           END-READ
           IF NOT FIM-ACORDOS
               EVALUATE TRUE
                   WHEN ACORDO-E-CABECALHO
                       MOVE ACORDO-NOME TO WRK-NOME-ACORDO
                       IF ACORDO-ATIVO
                           SET ACORDO-EM-VIGOR TO TRUE
                       ELSE
                           SET ACORDO-EM-VIGOR TO FALSE
                       END-IF
                   WHEN ACORDO-E-PARCELA
                       IF ACORDO-EM-VIGOR
                           AND ACORDO-PARC-ABERTA
                           AND ACORDO-PARC-VENCTO < WRK-DATA-HOJE
                           PERFORM 0265-LISTAR-PARCELA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0265-LISTAR-PARCELA.
           IF ACORDO-NUMERO NOT = WRK-ACORDO-ANT
               MOVE ACORDO-MATRICULA TO WRK-MATRIC-BUSCA
               PERFORM 0230-LINHA-RESPONSAVEL
               MOVE ACORDO-NUMERO TO WRK-ACORDO-ANT
           END-IF
           MOVE ZEROS TO WRK-DIAS-ATRASO
           MOVE ACORDO-PARC-VENCTO TO WRK-DATA-ANDA
           PERFORM 0217-AVANCAR-DIA-UTIL
               UNTIL WRK-DATA-ANDA >= WRK-DATA-HOJE
                   OR WRK-DIAS-ATRASO >= 999
           COMPUTE WRK-VALOR-DEVIDO = ACORDO-PARC-VALOR
               - ACORDO-PARC-PAGO
           MOVE ACORDO-MATRICULA TO INADRPT-PAR-MATRIC
           MOVE WRK-NOME-ACORDO TO INADRPT-PAR-NOME
           MOVE ACORDO-NUMERO TO INADRPT-PAR-ACORDO
           MOVE ACORDO-SEQ TO INADRPT-PAR-NUMERO
           MOVE ACORDO-PARC-VENCTO TO INADRPT-PAR-VENCTO
           MOVE WRK-DIAS-ATRASO TO INADRPT-PAR-ATRASO
           MOVE WRK-VALOR-DEVIDO TO INADRPT-PAR-DEVIDO
           IF ACORDO-PARC-PAGO > ZEROS
               MOVE 'PARCIAL' TO INADRPT-PAR-OBS
           ELSE
               MOVE SPACES TO INADRPT-PAR-OBS
           END-IF
           WRITE INADRPT-PARCELA
           ADD WRK-VALOR-DEVIDO TO WRK-TOT-GERAL
           ADD 1 TO WRK-QT-PARCELAS.

       0300-FINALIZAR.
           MOVE ALL '-' TO INADRPT-LINHA
           WRITE INADRPT-LINHA
           WRITE INADRPT-LINHA
           DISPLAY 'TITULOS EM ATRASO.......' WRK-QT-TITULOS
           DISPLAY 'ALUNOS INADIMPLENTES....' WRK-QT-ALUNOS
           DISPLAY 'PARCELAS DE ACORDO......' WRK-QT-PARCELAS
           DISPLAY 'VALOR TOTAL EM ATRASO...' WRK-TOT-GERAL
           DISPLAY 'SEM RESP. FINANCEIRO....' WRK-QT-SEM-RESP
           CLOSE RESPONSAVEIS
           IF WRK-FS-MEN = '00' OR WRK-FS-MEN = '10'
               CLOSE MENSALIDADES
           END-IF

      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM A FATURA PASSA A SER ENDERECADA AO
      * RESPONSAVEL FINANCEIRO DO ALUNO NO CADASTRO RESPONS
      * (PROGCB126), COM NOME, CPF E ENDERECO - ALUNO SEM
      * RESPONSAVEL FINANCEIRO ATIVO TEM O TITULO GERADO NORMAL,
      * MAS A FATURA SAI MARCADA E ENTRA NA CONTAGEM DO FIM
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FATURAS-MENSAL ASSIGN TO 'MENSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPONS-CHAVE
               FILE STATUS IS WRK-FS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-MENSAL.
       01  MENSRPT-LINHA           PIC X(80).

       FD  RESPONSAVEIS.
           COPY 'RESPONS.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-PRM        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-RSP        PIC X(02) VALUE '00'.
       77 WRK-RSP-OK        PIC X(01) VALUE 'N'.
           88 CADASTRO-RESPONSAVEL VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-RSP       PIC X(01) VALUE 'N'.
           88 FIM-RESPONSAVEIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-FIN     PIC X(01) VALUE 'N'.
           88 ACHOU-FINANCEIRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-SEM-RESP   PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-MAT       PIC X(01) VALUE 'N'.
           88 FIM-MATRICULAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NUMERO-FATURA PIC 9(06) VALUE ZEROS.
               CLOSE MENSALIDADES
               OPEN I-O MENSALIDADES
           END-IF
           OPEN OUTPUT FATURAS-MENSAL
           OPEN INPUT RESPONSAVEIS
           IF WRK-FS-RSP = '00'
               SET CADASTRO-RESPONSAVEL TO TRUE
           END-IF.

      *****************************************************
      * PARAMETROS DA MENSALIDADE: SEM TUIPARM, O ARQUIVO E
           STRING 'ALUNO ' MENSAL-MATRICULA ' - ' MENSAL-NOME
               DELIMITED BY SIZE INTO MENSRPT-LINHA
           WRITE MENSRPT-LINHA
           PERFORM 0250-LOCALIZAR-FINANCEIRO
           IF ACHOU-FINANCEIRO
               MOVE SPACES TO MENSRPT-LINHA
               STRING 'RESPONSAVEL FINANCEIRO ' RESPONS-NOME
                   DELIMITED BY SIZE INTO MENSRPT-LINHA
               WRITE MENSRPT-LINHA
               MOVE SPACES TO MENSRPT-LINHA
               STRING 'CPF ' RESPONS-CPF '  ' RESPONS-LOGRADOURO
                   DELIMITED BY SIZE INTO MENSRPT-LINHA
               WRITE MENSRPT-LINHA
               MOVE SPACES TO MENSRPT-LINHA
               STRING 'CEP ' RESPONS-CEP ' ' RESPONS-CIDADE ' '
                   RESPONS-UF
                   DELIMITED BY SIZE INTO MENSRPT-LINHA
               WRITE MENSRPT-LINHA
           ELSE
               MOVE '*** ALUNO SEM RESPONSAVEL FINANCEIRO CADASTRADO'
                   TO MENSRPT-LINHA
               WRITE MENSRPT-LINHA
               ADD 1 TO WRK-QT-SEM-RESP
           END-IF
           MOVE MENSAL-VALOR-BASE TO WRK-VALOR-ED
           MOVE SPACES TO MENSRPT-LINHA
           STRING 'VALOR BASE...........' WRK-VALOR-ED
               DELIMITED BY SIZE INTO MENSRPT-LINHA
           WRITE MENSRPT-LINHA.

      *****************************************************
      * PROCURA NO CADASTRO RESPONS O RESPONSAVEL ATIVO MARCADO
      * COMO FINANCEIRO DA MATRICULA - PARA NO PRIMEIRO, COM O
      * REGISTRO DELE NA AREA DO ARQUIVO PARA A FATURA
      *****************************************************
       0250-LOCALIZAR-FINANCEIRO.
           SET ACHOU-FINANCEIRO TO FALSE
           SET FIM-RESPONSAVEIS TO FALSE
           IF NOT CADASTRO-RESPONSAVEL
               SET FIM-RESPONSAVEIS TO TRUE
           ELSE
               MOVE MENSAL-MATRICULA TO RESPONS-MATRICULA
               MOVE ZEROS TO RESPONS-SEQ
               START RESPONSAVEIS KEY >= RESPONS-CHAVE
                   INVALID KEY
                       SET FIM-RESPONSAVEIS TO TRUE
               END-START
           END-IF
           PERFORM 0255-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS.

       0255-LER-RESPONSAVEL.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEIS TO TRUE
           END-READ
           IF NOT FIM-RESPONSAVEIS
               IF RESPONS-MATRICULA NOT = MENSAL-MATRICULA
                   SET FIM-RESPONSAVEIS TO TRUE
               ELSE
                   IF RESPONS-ATIVO AND RESPONS-E-FINANCEIRO
                       SET ACHOU-FINANCEIRO TO TRUE
                       SET FIM-RESPONSAVEIS TO TRUE
                   END-IF
               END-IF
           END-IF.

       0240-GRAVAR-CONTROLE-MENSAL.
           OPEN OUTPUT CONTROLE-MENSAL
           MOVE WRK-NUMERO-FATURA TO TUICTL-ULT-NUMERO
           DISPLAY 'JA GERADAS (PULADAS)....' WRK-QT-JA-GERADAS
           DISPLAY 'MATRICULAS INATIVAS.....' WRK-QT-INATIVAS
           DISPLAY 'VALOR LIQUIDO GERADO....' WRK-VAL-GERADO
           DISPLAY 'SEM RESP. FINANCEIRO....' WRK-QT-SEM-RESP
           CLOSE RESPONSAVEIS
           IF WRK-FS-MAT = '00' OR WRK-FS-MAT = '10'
               CLOSE MATRICULA-MASTER
           END-IF

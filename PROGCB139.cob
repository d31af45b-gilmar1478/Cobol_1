       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB139.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : DECLARACAO ANUAL DE MENSALIDADES PAGAS, PARA O
      * IMPOSTO DE RENDA DOS RESPONSAVEIS - SOMA NO LEDGER MENSAL
      * O QUE CADA MATRICULA PAGOU NO ANO-BASE (TITULO COM DATA
      * DE PAGAMENTO NO ANO, QUITADO, PARCIAL OU RENEGOCIADO),
      * SEPARANDO A MENSALIDADE DA MULTA E DOS JUROS E MOSTRANDO
      * O DESCONTO DE BOLSA. O TOTAL VAI PARA O RESPONSAVEL
      * FINANCEIRO ATIVO DA MATRICULA NO CADASTRO RESPONS
      * (PROGCB126) E AS MATRICULAS DO MESMO CPF (IRMAOS) SAEM
      * NUMA DECLARACAO SO POR FAMILIA, COM O BLOCO DE ASSINATURA
      * DA SECRETARIA, NO ARQUIVO DE IMPRESSAO DECLIR; A LISTA DE
      * CONTROLE DECLST TRAZ UMA LINHA POR DECLARACAO EMITIDA E
      * A MATRICULA COM PAGAMENTO NO ANO E SEM RESPONSAVEL
      * FINANCEIRO, QUE FICA SEM DECLARACAO ATE A SECRETARIA
      * COMPLETAR O CADASTRO. NO VALOR PAGO DO TITULO A MULTA E
      * OS JUROS SAO ABATIDOS PRIMEIRO - SO O RESTO E
      * MENSALIDADE, A DESPESA COM EDUCACAO DA DECLARACAO
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
           SELECT MENSALIDADES ASSIGN TO 'MENSAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENSAL-CHAVE
               FILE STATUS IS WRK-FS-MEN.
           SELECT OPTIONAL RESPONSAVEIS ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPONS-CHAVE
               FILE STATUS IS WRK-FS-RSP.
           SELECT DECLARACOES-ARQ ASSIGN TO 'DECLIR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DEC.
           SELECT DECLARACOES-CONTROLE ASSIGN TO 'DECLST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  RESPONSAVEIS.
           COPY 'RESPONS.CPY'.

       FD  DECLARACOES-ARQ.
       01  DECLIR-LINHA            PIC X(80).

       FD  DECLARACOES-CONTROLE.
       01  DECLST-LINHA            PIC X(102).
       01  DECLST-DETALHE.
           05  DECLST-FAMILIA      PIC X(14).
           05  FILLER              PIC X(02).
           05  DECLST-NOME         PIC X(30).
           05  FILLER              PIC X(02).
           05  DECLST-QT-ALUNOS    PIC Z9.
           05  FILLER              PIC X(02).
           05  DECLST-MENSALIDADES PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02).
           05  DECLST-ENCARGOS     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02).
           05  DECLST-OBS          PIC X(20).

      *****************************************************
      * UM REGISTRO POR MATRICULA COM PAGAMENTO NO ANO-BASE -
      * A FAMILIA E O CPF DO RESPONSAVEL FINANCEIRO (SEM CPF NO
      * CADASTRO, A PROPRIA MATRICULA, MARCADA PARA A LISTA)
      *****************************************************
       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-SEM-CPF        PIC X(01).
           05  SORT-FAMILIA        PIC 9(11).
           05  SORT-MATRICULA      PIC 9(06).
           05  SORT-ALUNO          PIC X(20).
           05  SORT-RESP-NOME      PIC X(30).
           05  SORT-LOGRADOURO     PIC X(30).
           05  SORT-CIDADE         PIC X(20).
           05  SORT-CEP            PIC 9(08).
           05  SORT-UF             PIC X(02).
           05  SORT-QT-TITULOS     PIC 9(02).
           05  SORT-VALOR-BASE     PIC 9(08)V99.
           05  SORT-VALOR-DESC     PIC 9(08)V99.
           05  SORT-MENSALIDADES   PIC 9(08)V99.
           05  SORT-MULTA          PIC 9(08)V99.
           05  SORT-JUROS          PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       77 WRK-FS-MEN        PIC X(02) VALUE '00'.
       77 WRK-FS-RSP        PIC X(02) VALUE '00'.
       77 WRK-FS-DEC        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-RSP-OK        PIC X(01) VALUE 'N'.
           88 CADASTRO-RESPONSAVEL VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-RSP       PIC X(01) VALUE 'N'.
           88 FIM-RESPONSAVEIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-FIN     PIC X(01) VALUE 'N'.
           88 ACHOU-FINANCEIRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-MEN       PIC X(01) VALUE 'N'.
           88 FIM-MENSALIDADES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       01  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(04).
           05  FILLER           PIC 9(04).
       01  WRK-ANO-INFORMADO    PIC X(04) VALUE SPACES.
       01  WRK-ANO-INFORMADO-N REDEFINES WRK-ANO-INFORMADO
                                PIC 9(04).
       77 WRK-ANO-BASE      PIC 9(04) VALUE ZEROS.
       01  WRK-DATA-PAGTO       PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           05  WRK-PAGTO-ANO    PIC 9(04).
           05  FILLER           PIC 9(04).

      *****************************************************
      * ACUMULADO DA MATRICULA CORRENTE NA VARREDURA DO MENSAL
      *****************************************************
       77 WRK-MATRIC-ANT    PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ANT      PIC X(20) VALUE SPACES.
       77 WRK-MAT-TITULOS   PIC 9(02) VALUE ZEROS.
       77 WRK-MAT-BASE      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MAT-DESC      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MAT-MENSAL    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MAT-MULTA     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MAT-JUROS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RESTO-PAGO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MULTA-PAGA    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-JUROS-PAGOS   PIC 9(06)V99 VALUE ZEROS.

      *****************************************************
      * FAMILIA CORRENTE NA IMPRESSAO DAS DECLARACOES
      *****************************************************
       77 WRK-SEM-CPF-ATUAL PIC X(01) VALUE SPACES.
       77 WRK-FAMILIA-ATUAL PIC 9(11) VALUE ZEROS.
       77 WRK-FAMILIA-ABERTA PIC X(01) VALUE 'N'.
           88 DECLARACAO-ABERTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-RESP-ATUAL    PIC X(30) VALUE SPACES.
       77 WRK-FAM-ALUNOS    PIC 9(02) VALUE ZEROS.
       77 WRK-FAM-MENSAL    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAM-ENCARGOS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FAM-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ALU-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       01  WRK-CPF              PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-R REDEFINES WRK-CPF.
           05  WRK-CPF-P1       PIC 9(03).
           05  WRK-CPF-P2       PIC 9(03).
           05  WRK-CPF-P3       PIC 9(03).
           05  WRK-CPF-DV       PIC 9(02).
       77 WRK-CPF-ED        PIC X(14) VALUE SPACES.

      *****************************************************
      * TOTAIS DA RODADA
      *****************************************************
       77 WRK-QT-DECLARACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALUNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-RESP   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CPF    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-MENSAL    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED      PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-QT-ED         PIC Z9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF NOT FIM-MENSALIDADES
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-SEM-CPF SORT-FAMILIA
                       SORT-MATRICULA
                   INPUT PROCEDURE IS 8100-SOMAR-MATRICULAS
                   OUTPUT PROCEDURE IS 8200-EMITIR-DECLARACOES
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * ANO-BASE EM BRANCO OU INVALIDO VALE O ANO ANTERIOR AO DA
      * EMISSAO (A DECLARACAO SAI EM FEVEREIRO PARA O ANO QUE
      * FECHOU). SEM O LEDGER MENSAL NAO HA DECLARACAO
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'ANO-BASE DA DECLARACAO (AAAA, BRANCO = ANO '
               'ANTERIOR)..'
           ACCEPT WRK-ANO-INFORMADO
           IF WRK-ANO-INFORMADO IS NUMERIC
               AND WRK-ANO-INFORMADO-N > 1900
               AND WRK-ANO-INFORMADO-N <= WRK-HOJE-ANO
               MOVE WRK-ANO-INFORMADO-N TO WRK-ANO-BASE
           ELSE
               COMPUTE WRK-ANO-BASE = WRK-HOJE-ANO - 1
           END-IF
           DISPLAY 'ANO-BASE................' WRK-ANO-BASE
           OPEN INPUT MENSALIDADES
           IF WRK-FS-MEN NOT = '00'
               DISPLAY 'LEDGER MENSAL AUSENTE - RODAR PROGCOB67'
               SET FIM-MENSALIDADES TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO MENSAL-MATRICULA
               MOVE ZEROS TO MENSAL-COMPETENCIA
               START MENSALIDADES KEY >= MENSAL-CHAVE
                   INVALID KEY
                       SET FIM-MENSALIDADES TO TRUE
               END-START
           END-IF
           OPEN INPUT RESPONSAVEIS
           IF WRK-FS-RSP = '00'
               SET CADASTRO-RESPONSAVEL TO TRUE
           END-IF
           OPEN OUTPUT DECLARACOES-ARQ
           OPEN OUTPUT DECLARACOES-CONTROLE
           MOVE SPACES TO DECLST-LINHA
           STRING 'CONTROLE DAS DECLARACOES DE MENSALIDADES PAGAS - '
               'ANO-BASE ' WRK-ANO-BASE '  EMITIDO EM '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO DECLST-LINHA
           WRITE DECLST-LINHA
           MOVE SPACES TO DECLST-LINHA
           STRING 'CPF/MATRICULA   RESPONSAVEL/ALUNO'
               '                 AL   MENSALIDADES'
               '   MULTA+JUROS  OBSERVACAO'
               DELIMITED BY SIZE INTO DECLST-LINHA
           WRITE DECLST-LINHA
           MOVE ALL '-' TO DECLST-LINHA
           WRITE DECLST-LINHA.

       0300-FINALIZAR.
           MOVE ALL '-' TO DECLST-LINHA
           WRITE DECLST-LINHA
           MOVE WRK-TOT-MENSAL TO WRK-TOTAL-ED
           MOVE SPACES TO DECLST-LINHA
           STRING 'DECLARACOES EMITIDAS ' WRK-QT-DECLARACOES
               ' - ALUNOS ' WRK-QT-ALUNOS ' - MENSALIDADES '
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DECLST-LINHA
           WRITE DECLST-LINHA
           MOVE WRK-TOT-ENCARGOS TO WRK-TOTAL-ED
           MOVE SPACES TO DECLST-LINHA
           STRING 'MULTA E JUROS PAGOS ' WRK-TOTAL-ED
               ' - SEM RESPONSAVEL FINANCEIRO ' WRK-QT-SEM-RESP
               ' - SEM CPF ' WRK-QT-SEM-CPF
               DELIMITED BY SIZE INTO DECLST-LINHA
           WRITE DECLST-LINHA
           DISPLAY 'DECLARACOES EMITIDAS....' WRK-QT-DECLARACOES
           DISPLAY 'ALUNOS DECLARADOS.......' WRK-QT-ALUNOS
           DISPLAY 'SEM RESPONSAVEL FINANC..' WRK-QT-SEM-RESP
           DISPLAY 'SEM CPF NO CADASTRO.....' WRK-QT-SEM-CPF
           IF (WRK-QT-SEM-RESP > ZEROS OR WRK-QT-SEM-CPF > ZEROS)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WRK-FS-MEN = '00' OR WRK-FS-MEN = '10'
               CLOSE MENSALIDADES
           END-IF
           IF CADASTRO-RESPONSAVEL
               CLOSE RESPONSAVEIS
           END-IF
           CLOSE DECLARACOES-ARQ DECLARACOES-CONTROLE.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: VARRE O MENSAL NA
      * ORDEM DA CHAVE E, A CADA TROCA DE MATRICULA, LIBERA O
      * ACUMULADO DO ANO-BASE DA MATRICULA ANTERIOR
      *****************************************************
       8100-SOMAR-MATRICULAS SECTION.
           PERFORM 8110-LER-TITULO UNTIL FIM-MENSALIDADES
           IF WRK-MATRIC-ANT > ZEROS
               PERFORM 8130-LIBERAR-MATRICULA
           END-IF
           GO TO 8199-FIM-ENTRADA.

       8110-LER-TITULO.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET FIM-MENSALIDADES TO TRUE
           END-READ
           IF NOT FIM-MENSALIDADES
               MOVE MENSAL-DATA-PAGTO TO WRK-DATA-PAGTO
               IF MENSAL-VALOR-PAGO > ZEROS
                   AND WRK-PAGTO-ANO = WRK-ANO-BASE
                   IF MENSAL-MATRICULA NOT = WRK-MATRIC-ANT
                       IF WRK-MATRIC-ANT > ZEROS
                           PERFORM 8130-LIBERAR-MATRICULA
                       END-IF
                       MOVE MENSAL-MATRICULA TO WRK-MATRIC-ANT
                       MOVE MENSAL-NOME TO WRK-NOME-ANT
                       MOVE ZEROS TO WRK-MAT-TITULOS WRK-MAT-BASE
                           WRK-MAT-DESC WRK-MAT-MENSAL
                           WRK-MAT-MULTA WRK-MAT-JUROS
                   END-IF
                   PERFORM 8120-SOMAR-TITULO
               END-IF
           END-IF.

      *****************************************************
      * O PAGO DO TITULO QUITA PRIMEIRO A MULTA, DEPOIS OS
      * JUROS, E O RESTO E MENSALIDADE - O PARCIAL QUE NAO
      * COBRIU OS ENCARGOS NAO DECLARA MENSALIDADE
      *****************************************************
       8120-SOMAR-TITULO.
           MOVE MENSAL-VALOR-PAGO TO WRK-RESTO-PAGO
           IF WRK-RESTO-PAGO > MENSAL-VALOR-MULTA
               MOVE MENSAL-VALOR-MULTA TO WRK-MULTA-PAGA
           ELSE
               MOVE WRK-RESTO-PAGO TO WRK-MULTA-PAGA
           END-IF
           SUBTRACT WRK-MULTA-PAGA FROM WRK-RESTO-PAGO
           IF WRK-RESTO-PAGO > MENSAL-VALOR-JUROS
               MOVE MENSAL-VALOR-JUROS TO WRK-JUROS-PAGOS
           ELSE
               MOVE WRK-RESTO-PAGO TO WRK-JUROS-PAGOS
           END-IF
           SUBTRACT WRK-JUROS-PAGOS FROM WRK-RESTO-PAGO
           ADD 1 TO WRK-MAT-TITULOS
           ADD MENSAL-VALOR-BASE TO WRK-MAT-BASE
           ADD MENSAL-VALOR-DESC TO WRK-MAT-DESC
           ADD WRK-RESTO-PAGO TO WRK-MAT-MENSAL
           ADD WRK-MULTA-PAGA TO WRK-MAT-MULTA
           ADD WRK-JUROS-PAGOS TO WRK-MAT-JUROS.

      *****************************************************
      * A MATRICULA VAI PARA A DECLARACAO DO RESPONSAVEL
      * FINANCEIRO ATIVO; SEM ELE, SO A LINHA NA LISTA DE
      * CONTROLE
      *****************************************************
       8130-LIBERAR-MATRICULA.
           PERFORM 8140-BUSCAR-RESPONSAVEL
           IF NOT ACHOU-FINANCEIRO
               ADD 1 TO WRK-QT-SEM-RESP
               MOVE SPACES TO DECLST-DETALHE
               STRING 'MATR ' WRK-MATRIC-ANT
                   DELIMITED BY SIZE INTO DECLST-FAMILIA
               MOVE WRK-NOME-ANT TO DECLST-NOME
               MOVE 1 TO DECLST-QT-ALUNOS
               MOVE WRK-MAT-MENSAL TO DECLST-MENSALIDADES
               COMPUTE DECLST-ENCARGOS = WRK-MAT-MULTA
                   + WRK-MAT-JUROS
               MOVE 'SEM RESP FINANCEIRO' TO DECLST-OBS
               WRITE DECLST-DETALHE
           ELSE
               MOVE WRK-MATRIC-ANT TO SORT-MATRICULA
               IF RESPONS-CPF IS NUMERIC AND RESPONS-CPF > ZEROS
                   MOVE 'N' TO SORT-SEM-CPF
                   MOVE RESPONS-CPF TO SORT-FAMILIA
               ELSE
                   MOVE 'S' TO SORT-SEM-CPF
                   MOVE WRK-MATRIC-ANT TO SORT-FAMILIA
               END-IF
               MOVE WRK-NOME-ANT TO SORT-ALUNO
               MOVE RESPONS-NOME TO SORT-RESP-NOME
               MOVE RESPONS-LOGRADOURO TO SORT-LOGRADOURO
               MOVE RESPONS-CIDADE TO SORT-CIDADE
               MOVE RESPONS-CEP TO SORT-CEP
               MOVE RESPONS-UF TO SORT-UF
               MOVE WRK-MAT-TITULOS TO SORT-QT-TITULOS
               MOVE WRK-MAT-BASE TO SORT-VALOR-BASE
               MOVE WRK-MAT-DESC TO SORT-VALOR-DESC
               MOVE WRK-MAT-MENSAL TO SORT-MENSALIDADES
               MOVE WRK-MAT-MULTA TO SORT-MULTA
               MOVE WRK-MAT-JUROS TO SORT-JUROS
               RELEASE SORT-REC
           END-IF.

      *****************************************************
      * RESPONSAVEL FINANCEIRO ATIVO DA MATRICULA NO CADASTRO
      * RESPONS - O MESMO A QUEM A FATURA DO PROGCOB67 SE DIRIGE
      *****************************************************
       8140-BUSCAR-RESPONSAVEL.
           SET ACHOU-FINANCEIRO TO FALSE
           SET FIM-RESPONSAVEIS TO FALSE
           IF NOT CADASTRO-RESPONSAVEL
               SET FIM-RESPONSAVEIS TO TRUE
           ELSE
               MOVE WRK-MATRIC-ANT TO RESPONS-MATRICULA
               MOVE ZEROS TO RESPONS-SEQ
               START RESPONSAVEIS KEY >= RESPONS-CHAVE
                   INVALID KEY
                       SET FIM-RESPONSAVEIS TO TRUE
               END-START
           END-IF
           PERFORM 8145-LER-RESPONSAVEL UNTIL FIM-RESPONSAVEIS.

       8145-LER-RESPONSAVEL.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEIS TO TRUE
           END-READ
           IF NOT FIM-RESPONSAVEIS
               IF RESPONS-MATRICULA NOT = WRK-MATRIC-ANT
                   SET FIM-RESPONSAVEIS TO TRUE
               ELSE
                   IF RESPONS-ATIVO AND RESPONS-E-FINANCEIRO
                       SET ACHOU-FINANCEIRO TO TRUE
                       SET FIM-RESPONSAVEIS TO TRUE
                   END-IF
               END-IF
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: UMA DECLARACAO POR FAMILIA (CPF DO
      * RESPONSAVEL), UM BLOCO POR ALUNO E O TOTAL DA FAMILIA
      *****************************************************
       8200-EMITIR-DECLARACOES SECTION.
           PERFORM 8210-DEVOLVER-UM-ALUNO UNTIL FIM-CLASSIFICADOS
           IF DECLARACAO-ABERTA
               PERFORM 8240-FECHAR-DECLARACAO
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UM-ALUNO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF NOT DECLARACAO-ABERTA
                   OR SORT-SEM-CPF NOT = WRK-SEM-CPF-ATUAL
                   OR SORT-FAMILIA NOT = WRK-FAMILIA-ATUAL
                   IF DECLARACAO-ABERTA
                       PERFORM 8240-FECHAR-DECLARACAO
                   END-IF
                   PERFORM 8220-ABRIR-DECLARACAO
               END-IF
               PERFORM 8230-BLOCO-DO-ALUNO
           END-IF.

       8220-ABRIR-DECLARACAO.
           SET DECLARACAO-ABERTA TO TRUE
           MOVE SORT-SEM-CPF TO WRK-SEM-CPF-ATUAL
           MOVE SORT-FAMILIA TO WRK-FAMILIA-ATUAL
           MOVE SORT-RESP-NOME TO WRK-RESP-ATUAL
           MOVE ZEROS TO WRK-FAM-ALUNOS WRK-FAM-MENSAL
               WRK-FAM-ENCARGOS
           IF SORT-SEM-CPF = 'N'
               MOVE SORT-FAMILIA TO WRK-CPF
               MOVE SPACES TO WRK-CPF-ED
               STRING WRK-CPF-P1 '.' WRK-CPF-P2 '.' WRK-CPF-P3 '-'
                   WRK-CPF-DV
                   DELIMITED BY SIZE INTO WRK-CPF-ED
           ELSE
               MOVE 'NAO INFORMADO' TO WRK-CPF-ED
           END-IF
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE '          DECLARACAO DE PAGAMENTO DE MENSALIDADES'
               TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           STRING '          ANO-BASE ' WRK-ANO-BASE
               ' - PARA FINS DE IMPOSTO DE RENDA'
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           STRING 'A(O) SR(A). ' SORT-RESP-NOME
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           STRING '   ' SORT-LOGRADOURO
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           STRING '   ' SORT-CEP ' ' SORT-CIDADE ' ' SORT-UF
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           STRING '   CPF ' WRK-CPF-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE 'DECLARAMOS QUE RECEBEMOS DE V.SA., NO ANO-BASE ACIMA,'
               TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE 'OS VALORES ABAIXO REFERENTES AS MENSALIDADES ESCOLARES'
               TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE 'DO(S) SEGUINTE(S) ALUNO(S):' TO DECLIR-LINHA
           WRITE DECLIR-LINHA.

      *****************************************************
      * BLOCO DO ALUNO: VALOR CHEIO E DESCONTO DE BOLSA DOS
      * TITULOS PAGOS, A MENSALIDADE PAGA, A MULTA E OS JUROS
      *****************************************************
       8230-BLOCO-DO-ALUNO.
           ADD 1 TO WRK-FAM-ALUNOS
           ADD 1 TO WRK-QT-ALUNOS
           ADD SORT-MENSALIDADES TO WRK-FAM-MENSAL
           ADD SORT-MULTA SORT-JUROS TO WRK-FAM-ENCARGOS
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SORT-QT-TITULOS TO WRK-QT-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING 'ALUNO(A) ' SORT-ALUNO ' MATRICULA '
               SORT-MATRICULA ' (' WRK-QT-ED ' MENSALIDADES)'
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SORT-VALOR-BASE TO WRK-VALOR-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   VALOR CHEIO DAS MENSALIDADES.......'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SORT-VALOR-DESC TO WRK-VALOR-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   DESCONTO DE BOLSA..................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SORT-MENSALIDADES TO WRK-VALOR-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   MENSALIDADES PAGAS.................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SORT-MULTA TO WRK-VALOR-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   MULTA POR ATRASO...................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SORT-JUROS TO WRK-VALOR-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   JUROS POR ATRASO...................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           COMPUTE WRK-ALU-TOTAL = SORT-MENSALIDADES + SORT-MULTA
               + SORT-JUROS
           MOVE WRK-ALU-TOTAL TO WRK-VALOR-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   TOTAL PAGO.........................'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA.

      *****************************************************
      * TOTAL DA FAMILIA, BLOCO DE ASSINATURA DA SECRETARIA E A
      * LINHA DA DECLARACAO NA LISTA DE CONTROLE
      *****************************************************
       8240-FECHAR-DECLARACAO.
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE 'TOTAL DA FAMILIA NO ANO-BASE' TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE WRK-FAM-MENSAL TO WRK-TOTAL-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   MENSALIDADES (DESPESA COM EDUCACAO)'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE WRK-FAM-ENCARGOS TO WRK-TOTAL-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   MULTA E JUROS POR ATRASO...........'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           COMPUTE WRK-FAM-TOTAL = WRK-FAM-MENSAL + WRK-FAM-ENCARGOS
           MOVE WRK-FAM-TOTAL TO WRK-TOTAL-ED
           MOVE SPACES TO DECLIR-LINHA
           STRING '   TOTAL PAGO NO ANO..................'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           STRING 'EMITIDA EM ' WRK-DATA-HOJE ' (AAAAMMDD).'
               DELIMITED BY SIZE INTO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE '   ______________________________' TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE '   SECRETARIA ESCOLAR' TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE ALL '-' TO DECLIR-LINHA
           WRITE DECLIR-LINHA
           MOVE SPACES TO DECLST-DETALHE
           IF WRK-SEM-CPF-ATUAL = 'N'
               MOVE WRK-CPF-ED TO DECLST-FAMILIA
               MOVE SPACES TO DECLST-OBS
           ELSE
               STRING 'MATR ' WRK-FAMILIA-ATUAL(6:6)
                   DELIMITED BY SIZE INTO DECLST-FAMILIA
               MOVE 'SEM CPF NO CADASTRO' TO DECLST-OBS
               ADD 1 TO WRK-QT-SEM-CPF
           END-IF
           MOVE WRK-RESP-ATUAL TO DECLST-NOME
           MOVE WRK-FAM-ALUNOS TO DECLST-QT-ALUNOS
           MOVE WRK-FAM-MENSAL TO DECLST-MENSALIDADES
           MOVE WRK-FAM-ENCARGOS TO DECLST-ENCARGOS
           WRITE DECLST-DETALHE
           ADD 1 TO WRK-QT-DECLARACOES
           ADD WRK-FAM-MENSAL TO WRK-TOT-MENSAL
           ADD WRK-FAM-ENCARGOS TO WRK-TOT-ENCARGOS
           SET DECLARACAO-ABERTA TO FALSE.

       8299-FIM-SAIDA.
           EXIT.

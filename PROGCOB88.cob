      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI
      * DA BASE DE COMISSAO DO VENDEDOR NO PERIODO DO ESTORNO
      * 2026-10-15 JGM A COMISSAO APURADA DE CADA VENDEDOR FICA
      * GRAVADA NO COMPAG (COMISSOES A PAGAR), COM A DATA
      * PREVISTA DE PAGAMENTO NA FOLHA, PARA O FLUXO DE CAIXA
      * 2026-10-15 JGM APURACAO GRAVADA NO JOBCTRL COM O PERIODO, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDEDOR-CODIGO
               FILE STATUS IS WRK-FS-VDD.
           SELECT COMISSAO-PAGAR ASSIGN TO 'COMPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPAG-CHAVE
               FILE STATUS IS WRK-FS-CPA.
           SELECT COMISSAO-RPT ASSIGN TO 'COMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-CADASTRO.
           COPY 'VENDEDOR.CPY'.

       FD  COMISSAO-PAGAR.
           COPY 'COMPAG.CPY'.

       FD  COMISSAO-RPT.
       01  COMRPT-LINHA            PIC X(80).

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * MAPA PEDIDO > VENDEDOR MONTADO NA PASSADA DO DIARIO - E
       77 WRK-V            PIC 9(02) VALUE ZEROS.
       77 WRK-V-ACHADO     PIC 9(02) VALUE ZEROS.
       77 WRK-FS-FDT       PIC X(02) VALUE '00'.
       77 WRK-FS-JOB       PIC X(02) VALUE '00'.
       77 WRK-FS-SIN       PIC X(02) VALUE '00'.
       77 WRK-FS-VDD       PIC X(02) VALUE '00'.
       77 WRK-FS-RPT       PIC X(02) VALUE '00'.
       77 WRK-FS-CPA       PIC X(02) VALUE '00'.
       77 WRK-FIM-FDT      PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SIN      PIC X(01) VALUE 'N'.
       77 WRK-TOT-FOLHA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC Z(09)9,99.
       77 WRK-PCT-ED       PIC Z9,99.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PAGTO   PIC 9(08) VALUE ZEROS.
       77 WRK-N-DIA-UTIL   PIC 9(02) VALUE 05.
       77 WRK-UTEIS-RESTANTES PIC 9(02) VALUE ZEROS.
       01  WRK-PERIODO-PAGTO.
           05  WRK-PP-ANO       PIC 9(04).
           05  WRK-PP-MES       PIC 9(02).
       01  WRK-PERIODO-PAGTO-N REDEFINES WRK-PERIODO-PAGTO
                                PIC 9(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               END-START
           END-IF
           OPEN INPUT VENDEDOR-CADASTRO
           OPEN OUTPUT COMISSAO-RPT
           OPEN I-O COMISSAO-PAGAR
           IF WRK-FS-CPA = '35'
               OPEN OUTPUT COMISSAO-PAGAR
               CLOSE COMISSAO-PAGAR
               OPEN I-O COMISSAO-PAGAR
           END-IF
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0105-CALCULAR-PAGAMENTO.

      *****************************************************
      * PAGAMENTO DA COMISSAO NA FOLHA: 5O DIA UTIL DO MES
      * SEGUINTE AO PERIODO, PELO SERVICO DE DIA UTIL DO
      * PROGCOB17 - SE O SERVICO NAO RESPONDER, DIA 5 DO MES
      *****************************************************
       0105-CALCULAR-PAGAMENTO.
           MOVE WRK-PERIODO TO WRK-PERIODO-PAGTO-N
           IF WRK-PP-MES = 12
               ADD 1 TO WRK-PP-ANO
               MOVE 01 TO WRK-PP-MES
           ELSE
               ADD 1 TO WRK-PP-MES
           END-IF
           CALL 'PROGCOB17-DIAUTILN' USING WRK-PERIODO-PAGTO-N
               WRK-N-DIA-UTIL WRK-DATA-PAGTO WRK-UTEIS-RESTANTES
           IF WRK-DATA-PAGTO = ZEROS
               COMPUTE WRK-DATA-PAGTO =
                   WRK-PERIODO-PAGTO-N * 100 + 5
           END-IF.

      *****************************************************
      * PASSADA UNICA NO DIARIO: TODO PEDIDO ENTRA NO MAPA
                   PERFORM 0210-ACHAR-OU-CRIAR-VENDEDOR
                   IF WRK-V-ACHADO > ZEROS
                       MOVE WRK-V-ACHADO TO WRK-V
                       IF FRETDET-ESTORNO
                           PERFORM 0205-ESTORNAR-COMISSAO
                       ELSE
                           ADD FRETDET-FRETE TO WRK-COM-FRETE(WRK-V)
                           ADD 1 TO WRK-COM-QT(WRK-V)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI DA BASE DE
      * COMISSAO DO VENDEDOR NO PERIODO DO CANCELAMENTO
      *****************************************************
       0205-ESTORNAR-COMISSAO.
           IF WRK-COM-FRETE(WRK-V) > FRETDET-FRETE
               SUBTRACT FRETDET-FRETE FROM WRK-COM-FRETE(WRK-V)
           ELSE
               MOVE ZEROS TO WRK-COM-FRETE(WRK-V)
           END-IF
           IF WRK-COM-QT(WRK-V) > ZEROS
               SUBTRACT 1 FROM WRK-COM-QT(WRK-V)
           END-IF.

       0210-ACHAR-OU-CRIAR-VENDEDOR.
           MOVE ZEROS TO WRK-V-ACHADO
           PERFORM VARYING WRK-V FROM 1 BY 1
           STRING '   ' WRK-COM-CODIGO(WRK-V) ' ' VENDEDOR-NOME
               ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO COMRPT-LINHA
           WRITE COMRPT-LINHA
           PERFORM 0470-GRAVAR-A-PAGAR.

      *****************************************************
      * MESMO CALCULO DO 0420, SEM AS LINHAS DE FAIXA - USADO NA
               ADD WRK-COMISSAO-FX TO WRK-COMISSAO
           END-IF.

      *****************************************************
      * COMISSAO DO VENDEDOR NO COMPAG - A REAPURACAO DO MESMO
      * PERIODO REGRAVA O REGISTRO
      *****************************************************
       0470-GRAVAR-A-PAGAR.
           MOVE WRK-COM-CODIGO(WRK-V) TO COMPAG-VENDEDOR
           MOVE WRK-PERIODO TO COMPAG-PERIODO
           READ COMISSAO-PAGAR
               KEY IS COMPAG-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WRK-COM-CODIGO(WRK-V) TO COMPAG-VENDEDOR
           MOVE WRK-PERIODO TO COMPAG-PERIODO
           MOVE WRK-BASE TO COMPAG-BASE
           MOVE WRK-COMISSAO TO COMPAG-VALOR
           MOVE WRK-DATA-PAGTO TO COMPAG-DATA-PREVISTA
           MOVE WRK-DATA-HOJE TO COMPAG-DATA-APURACAO
           IF WRK-FS-CPA = '00'
               REWRITE COMPAG-REC
           ELSE
               WRITE COMPAG-REC
           END-IF.

       0900-FINALIZAR.
           DISPLAY 'VENDEDORES APURADOS......' WRK-QT-VENDEDORES
           DISPLAY 'TOTAL DE COMISSOES.......' WRK-TOT-FOLHA
           IF WRK-FS-SIN = '00' OR WRK-FS-SIN = '10'
               CLOSE SINISTROS
           END-IF
           PERFORM 0910-GRAVAR-CONTROLE-TURNO
           CLOSE VENDEDOR-CADASTRO COMISSAO-RPT COMISSAO-PAGAR.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO A APURACAO DE COMISSOES
      * DO PERIODO, PARA O CHECKLIST DE FECHAMENTO DO MES
      * (PROGCB137)
      *****************************************************
       0910-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB88' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-VENDEDORES TO JOBCTRL-QT-PROCESSADOS
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

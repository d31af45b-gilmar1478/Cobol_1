       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB128.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CUSTO REAL X ORCADO DAS OBRAS - A PROPOSTA DO
      * PROGCOB11 ACEITA E CONVERTIDA VIRA OBRA, E NINGUEM
      * SABIA SE O ORCAMENTO ESTAVA CERTO. ESTE PROGRAMA
      * REGISTRA O APONTAMENTO DE HORAS DE MAO DE OBRA POR
      * PROPOSTA E SUPERFICIE (APONTA) E EMITE O FECHAMENTO DA
      * OBRA (OBRARPT): POR SUPERFICIE (PISO, PAREDE, TETO), M2
      * E CUSTO DE MATERIAL ORCADOS NA LISTA DE MATERIAIS DO
      * PRPREG CONTRA AS SAIDAS DO MATMOV COM O NUMERO DA
      * PROPOSTA NA REFERENCIA (VALORIZADAS PELO CUSTO MEDIO
      * GRAVADO NO MATMOV), E AS HORAS ESTIMADAS PELA PRODUTIVIDADE DO
      * LABTAB CONTRA AS HORAS APONTADAS. DESVIO ACIMA DO
      * LIMIAR (PADRAO 10%) EM M2, HORAS OU CUSTO SAI MARCADO,
      * PARA O ORCAMENTISTA CORRIGIR O CATALOGO E AS
      * PRODUTIVIDADES
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM CUSTO REAL DO MATERIAL PELO VALOR DO MATMOV
      * (CUSTO MEDIO DO PROGCB130); PRECO DO MATCAT SO PARA
      * MOVIMENTO ANTERIOR AO CUSTEIO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROPOSTA-REGISTRO ASSIGN TO 'PRPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRG.
           SELECT OPTIONAL MATERIAL-CATALOGO ASSIGN TO 'MATCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCAT-CODIGO
               FILE STATUS IS WRK-FS-MAT.
           SELECT OPTIONAL MAO-DE-OBRA ASSIGN TO 'LABTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LABTAB-TIPO-SUP
               FILE STATUS IS WRK-FS-LAB.
           SELECT OPTIONAL MOVIMENTOS-MATERIAL ASSIGN TO 'MATMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT OPTIONAL APONTAMENTO ASSIGN TO 'APONTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-APO.
           SELECT FECHAMENTO-RPT ASSIGN TO 'OBRARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTA-REGISTRO.
           COPY 'PRPREG.CPY'.

       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  MAO-DE-OBRA.
           COPY 'LABTAB.CPY'.

       FD  MOVIMENTOS-MATERIAL.
           COPY 'MATMOV.CPY'.

       FD  APONTAMENTO.
           COPY 'APONTA.CPY'.

       FD  FECHAMENTO-RPT.
       01  OBRARPT-LINHA           PIC X(80).
       01  OBRARPT-DETALHE.
           05  OBRARPT-SUPERFICIE  PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-M2-ORC      PIC ZZZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-M2-REAL     PIC ZZZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-HR-ORC      PIC ZZZ9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-HR-REAL     PIC ZZZ9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-CUSTO-ORC   PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-CUSTO-REAL  PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-DESVIO      PIC -ZZ9,9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OBRARPT-OBS         PIC X(03).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PRG        PIC X(02) VALUE '00'.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-LAB        PIC X(02) VALUE '00'.
       77 WRK-FS-MOV        PIC X(02) VALUE '00'.
       77 WRK-FS-APO        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PRG       PIC X(01) VALUE 'N'.
           88 FIM-REGISTRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-MOV       PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-APO       PIC X(01) VALUE 'N'.
           88 FIM-APONTAMENTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 PROPOSTA-ACHADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DADOS-OK      PIC X(01) VALUE 'N'.
           88 APONTAMENTO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-OBRA-DESVIO   PIC X(01) VALUE 'N'.
           88 OBRA-COM-DESVIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-LINHA-DESVIO  PIC X(01) VALUE 'N'.
           88 LINHA-COM-DESVIO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-SUP      PIC X(01) VALUE SPACES.
       77 WRK-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-OFICIAL       PIC X(20) VALUE SPACES.
       77 WRK-HORAS         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-LIMIAR        PIC 9(03)V9 VALUE 10,0.
       77 WRK-LIMIAR-LIDO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-LIMIAR-ED     PIC ZZ9,9.
       77 WRK-M             PIC 9(02) VALUE ZEROS.
       77 WRK-S             PIC 9(01) VALUE ZEROS.
       77 WRK-QT-OBRAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DESVIO     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-SUP    PIC 9(04) VALUE ZEROS.
       77 WRK-CONSUMO       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DESVIO        PIC S9(03)V9 VALUE ZEROS.
       77 WRK-BASE-ORC      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-BASE-REAL     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ORC-OBRA      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REAL-OBRA     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-ORC-SUP PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-REAL-SUP PIC S9(11)V99 VALUE ZEROS.
      *****************************************************
      * ACUMULADORES DA OBRA POR SUPERFICIE (1 PISO, 2 PAREDE,
      * 3 TETO) - ORCADO DA LISTA DE MATERIAIS DA PROPOSTA E
      * DO LABTAB, REAL DO MATMOV E DO APONTAMENTO
      *****************************************************
       01  WRK-TABELA-SUPERFICIE.
           02  WRK-SUP-ENTRADA OCCURS 3 TIMES.
               03  WRK-SUP-TIPO       PIC X(01).
               03  WRK-SUP-NOME       PIC X(06).
               03  WRK-SUP-CUSTO-HORA PIC 9(04)V99.
               03  WRK-SUP-PROD-M2H   PIC 9(02)V99.
               03  WRK-SUP-M2-ORC     PIC S9(07)V99.
               03  WRK-SUP-M2-REAL    PIC S9(07)V99.
               03  WRK-SUP-MAT-ORC    PIC S9(10)V99.
               03  WRK-SUP-MAT-REAL   PIC S9(10)V99.
               03  WRK-SUP-HR-ORC     PIC S9(05)V99.
               03  WRK-SUP-HR-REAL    PIC S9(05)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MATERIAL-CATALOGO
           OPEN INPUT MAO-DE-OBRA
           IF WRK-FS-LAB NOT = '00'
               DISPLAY 'TABELA LABTAB AUSENTE - RODAR O PROGCOB11'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'P' TO WRK-SUP-TIPO(1)
           MOVE 'PISO' TO WRK-SUP-NOME(1)
           MOVE 'A' TO WRK-SUP-TIPO(2)
           MOVE 'PAREDE' TO WRK-SUP-NOME(2)
           MOVE 'T' TO WRK-SUP-TIPO(3)
           MOVE 'TETO' TO WRK-SUP-NOME(3).

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - APONTAR HORAS NA OBRA'
           DISPLAY '2 - FECHAMENTO DE OBRA (REAL X ORCADO)'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-APONTAR-HORAS
               WHEN 2
                   PERFORM 0400-FECHAMENTO-OBRAS
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * APONTAMENTO: SO PROPOSTA ACEITA OU CONVERTIDA RECEBE
      * HORAS, A SUPERFICIE TEM QUE ESTAR NO LABTAB E AS HORAS
      * DO DIA FICAM ENTRE ZERO E 24
      *****************************************************
       0300-APONTAR-HORAS.
           SET APONTAMENTO-VALIDO TO FALSE
           DISPLAY 'NUMERO DA PROPOSTA DA OBRA..'
           ACCEPT WRK-NUMERO
           PERFORM 0310-LOCALIZAR-PROPOSTA
           CLOSE PROPOSTA-REGISTRO
           IF PROPOSTA-ACHADA
               IF PRPREG-ACEITA OR PRPREG-CONVERTIDA
                   SET APONTAMENTO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'PROPOSTA NAO ACEITA - SITUACAO '
                       PRPREG-SITUACAO
               END-IF
           END-IF
           IF APONTAMENTO-VALIDO
               DISPLAY 'SUPERFICIE (P PISO, A PAREDE, T TETO)..'
               ACCEPT WRK-TIPO-SUP
               MOVE WRK-TIPO-SUP TO LABTAB-TIPO-SUP
               READ MAO-DE-OBRA
                   INVALID KEY
                       DISPLAY 'SUPERFICIE SEM OFICIO NO LABTAB'
                       SET APONTAMENTO-VALIDO TO FALSE
               END-READ
           END-IF
           IF APONTAMENTO-VALIDO
               DISPLAY 'OFICIAL..'
               ACCEPT WRK-OFICIAL
               DISPLAY 'DATA DO SERVICO (AAAAMMDD, ZERO = HOJE)..'
               ACCEPT WRK-DATA
               IF WRK-DATA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA
               END-IF
               DISPLAY 'HORAS TRABALHADAS..'
               ACCEPT WRK-HORAS
               IF WRK-HORAS = ZEROS OR WRK-HORAS > 24
                   OR WRK-OFICIAL = SPACES
                   OR WRK-DATA > WRK-DATA-HOJE
                   DISPLAY 'APONTAMENTO INCOMPLETO OU INVALIDO - '
                       'RECUSADO'
                   SET APONTAMENTO-VALIDO TO FALSE
               END-IF
           END-IF
           IF APONTAMENTO-VALIDO
               PERFORM 0320-GRAVAR-APONTAMENTO
           END-IF.

      *****************************************************
      * LOCALIZA A PROPOSTA NO REGISTRO SEQUENCIAL, COMO NO
      * PROGCOB76 - O CHAMADOR FECHA
      *****************************************************
       0310-LOCALIZAR-PROPOSTA.
           SET PROPOSTA-ACHADA TO FALSE
           SET FIM-REGISTRO TO FALSE
           OPEN INPUT PROPOSTA-REGISTRO
           IF WRK-FS-PRG NOT = '00'
               DISPLAY 'REGISTRO PRPREG AUSENTE'
               SET FIM-REGISTRO TO TRUE
           END-IF
           PERFORM 0315-LER-UMA-PROPOSTA
               UNTIL PROPOSTA-ACHADA OR FIM-REGISTRO
           IF NOT PROPOSTA-ACHADA
               DISPLAY 'PROPOSTA ' WRK-NUMERO ' NAO ENCONTRADA'
           END-IF.

       0315-LER-UMA-PROPOSTA.
           READ PROPOSTA-REGISTRO
               AT END
                   SET FIM-REGISTRO TO TRUE
           END-READ
           IF NOT FIM-REGISTRO
               AND PRPREG-NUMERO = WRK-NUMERO
               SET PROPOSTA-ACHADA TO TRUE
           END-IF.

       0320-GRAVAR-APONTAMENTO.
           OPEN EXTEND APONTAMENTO
           IF WRK-FS-APO = '05' OR WRK-FS-APO = '35'
               OPEN OUTPUT APONTAMENTO
           END-IF
           MOVE WRK-NUMERO TO APONTA-PROPOSTA
           MOVE WRK-DATA TO APONTA-DATA
           MOVE WRK-TIPO-SUP TO APONTA-TIPO-SUP
           MOVE WRK-OFICIAL TO APONTA-OFICIAL
           MOVE WRK-HORAS TO APONTA-HORAS
           ACCEPT APONTA-DATA-CRIA FROM DATE YYYYMMDD
           WRITE APONTA-REC
           CLOSE APONTAMENTO
           DISPLAY 'APONTADAS ' WRK-HORAS ' HORAS NA PROPOSTA '
               WRK-NUMERO.

      *****************************************************
      * FECHAMENTO: UMA OBRA (NUMERO DA PROPOSTA) OU TODAS AS
      * PROPOSTAS CONVERTIDAS (ZERO), NUMA PASSADA PELO PRPREG -
      * CADA OBRA RELE O MATMOV E O APONTAMENTO
      *****************************************************
       0400-FECHAMENTO-OBRAS.
           DISPLAY 'PROPOSTA (ZERO = TODAS AS CONVERTIDAS)..'
           ACCEPT WRK-NUMERO
           DISPLAY 'LIMIAR DE DESVIO PCT (ZERO = 10,0)..'
           ACCEPT WRK-LIMIAR-LIDO
           IF WRK-LIMIAR-LIDO > ZEROS
               MOVE WRK-LIMIAR-LIDO TO WRK-LIMIAR
           ELSE
               MOVE 10,0 TO WRK-LIMIAR
           END-IF
           MOVE WRK-LIMIAR TO WRK-LIMIAR-ED
           MOVE ZEROS TO WRK-QT-OBRAS WRK-QT-DESVIO WRK-QT-SEM-SUP
           OPEN OUTPUT FECHAMENTO-RPT
           MOVE 'FECHAMENTO DE OBRA - CUSTO REAL X ORCADO'
               TO OBRARPT-LINHA
           WRITE OBRARPT-LINHA
           MOVE SPACES TO OBRARPT-LINHA
           STRING 'EMITIDO EM ' WRK-DATA-HOJE
               ' - DESVIO MARCADO (***) ACIMA DE ' WRK-LIMIAR-ED
               ' PCT'
               DELIMITED BY SIZE INTO OBRARPT-LINHA
           WRITE OBRARPT-LINHA
           SET FIM-REGISTRO TO FALSE
           OPEN INPUT PROPOSTA-REGISTRO
           IF WRK-FS-PRG NOT = '00'
               DISPLAY 'REGISTRO PRPREG AUSENTE'
               SET FIM-REGISTRO TO TRUE
           END-IF
           PERFORM 0410-AVALIAR-PROPOSTA UNTIL FIM-REGISTRO
           CLOSE PROPOSTA-REGISTRO
           IF WRK-QT-OBRAS = ZEROS
               MOVE 'NENHUMA OBRA PARA FECHAR' TO OBRARPT-LINHA
               WRITE OBRARPT-LINHA
           END-IF
           CLOSE FECHAMENTO-RPT
           DISPLAY 'OBRAS FECHADAS...............' WRK-QT-OBRAS
           DISPLAY 'OBRAS COM DESVIO.............' WRK-QT-DESVIO
           IF WRK-QT-SEM-SUP > ZEROS
               DISPLAY 'MATERIAIS SEM SUPERFICIE.....' WRK-QT-SEM-SUP
           END-IF
           IF WRK-QT-DESVIO > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0410-AVALIAR-PROPOSTA.
           READ PROPOSTA-REGISTRO
               AT END
                   SET FIM-REGISTRO TO TRUE
           END-READ
           IF NOT FIM-REGISTRO
               IF WRK-NUMERO = ZEROS
                   IF PRPREG-CONVERTIDA
                       PERFORM 0420-FECHAR-UMA-OBRA
                   END-IF
               ELSE
                   IF PRPREG-NUMERO = WRK-NUMERO
                       IF PRPREG-ACEITA OR PRPREG-CONVERTIDA
                           PERFORM 0420-FECHAR-UMA-OBRA
                       ELSE
                           DISPLAY 'PROPOSTA NAO ACEITA - SITUACAO '
                               PRPREG-SITUACAO
                       END-IF
                       SET FIM-REGISTRO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0420-FECHAR-UMA-OBRA.
           ADD 1 TO WRK-QT-OBRAS
           SET OBRA-COM-DESVIO TO FALSE
           PERFORM 0421-ZERAR-SUPERFICIE VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 3
           PERFORM 0430-ORCADO-UM-MATERIAL VARYING WRK-M FROM 1 BY 1
               UNTIL WRK-M > PRPREG-QT-MATERIAIS OR WRK-M > 10
           PERFORM 0440-SOMAR-CONSUMO
           PERFORM 0450-SOMAR-HORAS
           PERFORM 0460-IMPRIMIR-OBRA.

      *****************************************************
      * CUSTO-HORA E PRODUTIVIDADE DA SUPERFICIE VEM DO LABTAB
      * DE HOJE - O MESMO QUE O PROGCOB11 USARIA NUMA PROPOSTA
      * NOVA, QUE E O QUE O ORCAMENTISTA QUER CONFERIR
      *****************************************************
       0421-ZERAR-SUPERFICIE.
           MOVE ZEROS TO WRK-SUP-M2-ORC(WRK-S) WRK-SUP-M2-REAL(WRK-S)
               WRK-SUP-MAT-ORC(WRK-S) WRK-SUP-MAT-REAL(WRK-S)
               WRK-SUP-HR-ORC(WRK-S) WRK-SUP-HR-REAL(WRK-S)
               WRK-SUP-CUSTO-HORA(WRK-S) WRK-SUP-PROD-M2H(WRK-S)
           MOVE WRK-SUP-TIPO(WRK-S) TO LABTAB-TIPO-SUP
           READ MAO-DE-OBRA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-LAB = '00'
               MOVE LABTAB-CUSTO-HORA TO WRK-SUP-CUSTO-HORA(WRK-S)
               MOVE LABTAB-PROD-M2H TO WRK-SUP-PROD-M2H(WRK-S)
           END-IF.

       0430-ORCADO-UM-MATERIAL.
           MOVE PRPREG-MAT-CODIGO(WRK-M) TO MATCAT-CODIGO
           PERFORM 0435-SUPERFICIE-DO-MATERIAL
           IF WRK-S > ZEROS
               ADD PRPREG-MAT-AREA(WRK-M) TO WRK-SUP-M2-ORC(WRK-S)
               ADD PRPREG-MAT-CUSTO(WRK-M) TO WRK-SUP-MAT-ORC(WRK-S)
               IF WRK-SUP-PROD-M2H(WRK-S) > ZEROS
                   COMPUTE WRK-SUP-HR-ORC(WRK-S) ROUNDED =
                       WRK-SUP-HR-ORC(WRK-S)
                       + PRPREG-MAT-AREA(WRK-M)
                           / WRK-SUP-PROD-M2H(WRK-S)
               END-IF
           END-IF.

      *****************************************************
      * SUPERFICIE DO MATERIAL PELO MATCAT-TIPO-SUP - MATERIAL
      * FORA DO CATALOGO FICA FORA DA COMPARACAO E E CONTADO
      *****************************************************
       0435-SUPERFICIE-DO-MATERIAL.
           MOVE ZEROS TO WRK-S
           READ MATERIAL-CATALOGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MAT = '00'
               EVALUATE TRUE
                   WHEN MATCAT-PISO
                       MOVE 1 TO WRK-S
                   WHEN MATCAT-PAREDE
                       MOVE 2 TO WRK-S
                   WHEN MATCAT-TETO
                       MOVE 3 TO WRK-S
               END-EVALUATE
           END-IF
           IF WRK-S = ZEROS
               ADD 1 TO WRK-QT-SEM-SUP
           END-IF.

      *****************************************************
      * CONSUMO REAL: SAIDAS DO MATMOV COM A PROPOSTA NA
      * REFERENCIA (A QUANTIDADE DA SAIDA E NEGATIVA, A SOBRA
      * DEVOLVIDA E POSITIVA), VALORIZADAS PELO VALOR GRAVADO
      * NO MATMOV AO CUSTO MEDIO; MOVIMENTO SEM VALOR (ANTERIOR
      * AO CUSTEIO) VAI PELO PRECO DO MATCAT
      *****************************************************
       0440-SOMAR-CONSUMO.
           SET FIM-MOVIMENTOS TO FALSE
           OPEN INPUT MOVIMENTOS-MATERIAL
           IF WRK-FS-MOV NOT = '00'
               SET FIM-MOVIMENTOS TO TRUE
           END-IF
           PERFORM 0445-LER-UM-MOVIMENTO UNTIL FIM-MOVIMENTOS
           CLOSE MOVIMENTOS-MATERIAL.

       0445-LER-UM-MOVIMENTO.
           READ MOVIMENTOS-MATERIAL
               AT END
                   SET FIM-MOVIMENTOS TO TRUE
           END-READ
           IF NOT FIM-MOVIMENTOS
               AND MATMOV-SAIDA
               AND MATMOV-REFERENCIA = PRPREG-NUMERO
               MOVE MATMOV-CODIGO TO MATCAT-CODIGO
               PERFORM 0435-SUPERFICIE-DO-MATERIAL
               IF WRK-S > ZEROS
                   COMPUTE WRK-CONSUMO = MATMOV-QUANTIDADE * -1
                   ADD WRK-CONSUMO TO WRK-SUP-M2-REAL(WRK-S)
                   IF MATMOV-VALOR NUMERIC
                       AND MATMOV-VALOR NOT = ZEROS
                       SUBTRACT MATMOV-VALOR
                           FROM WRK-SUP-MAT-REAL(WRK-S)
                   ELSE
                       COMPUTE WRK-SUP-MAT-REAL(WRK-S) ROUNDED =
                           WRK-SUP-MAT-REAL(WRK-S)
                           + WRK-CONSUMO * MATCAT-PRECO-UNIT
                   END-IF
               END-IF
           END-IF.

       0450-SOMAR-HORAS.
           SET FIM-APONTAMENTOS TO FALSE
           OPEN INPUT APONTAMENTO
           IF WRK-FS-APO NOT = '00'
               SET FIM-APONTAMENTOS TO TRUE
           END-IF
           PERFORM 0455-LER-UM-APONTAMENTO UNTIL FIM-APONTAMENTOS
           CLOSE APONTAMENTO.

       0455-LER-UM-APONTAMENTO.
           READ APONTAMENTO
               AT END
                   SET FIM-APONTAMENTOS TO TRUE
           END-READ
           IF NOT FIM-APONTAMENTOS
               AND APONTA-PROPOSTA = PRPREG-NUMERO
               EVALUATE TRUE
                   WHEN APONTA-PISO
                       ADD APONTA-HORAS TO WRK-SUP-HR-REAL(1)
                   WHEN APONTA-PAREDE
                       ADD APONTA-HORAS TO WRK-SUP-HR-REAL(2)
                   WHEN APONTA-TETO
                       ADD APONTA-HORAS TO WRK-SUP-HR-REAL(3)
               END-EVALUATE
           END-IF.

      *****************************************************
      * UMA LINHA POR SUPERFICIE COM MOVIMENTO: M2, HORAS E
      * CUSTO (MATERIAL + HORAS X CUSTO-HORA) ORCADOS E REAIS, O
      * DESVIO DO CUSTO EM PCT E '***' QUANDO M2, HORAS OU
      * CUSTO PASSAM DO LIMIAR; DEPOIS O TOTAL DA OBRA
      *****************************************************
       0460-IMPRIMIR-OBRA.
           MOVE SPACES TO OBRARPT-LINHA
           WRITE OBRARPT-LINHA
           MOVE SPACES TO OBRARPT-LINHA
           STRING 'OBRA DA PROPOSTA ' PRPREG-NUMERO
               ' - CLIENTE ' PRPREG-CLIENTE
               ' - EMITIDA EM ' PRPREG-DATA-EMISSAO
               DELIMITED BY SIZE INTO OBRARPT-LINHA
           WRITE OBRARPT-LINHA
           MOVE 'SUPERF  M2 ORC  M2 REAL HR ORC HR REAL  CUSTO ORC'
               TO OBRARPT-LINHA
           MOVE 'CUSTO REAL DESV%' TO OBRARPT-LINHA(51:16)
           WRITE OBRARPT-LINHA
           MOVE ZEROS TO WRK-ORC-OBRA WRK-REAL-OBRA
           PERFORM 0465-IMPRIMIR-SUPERFICIE VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 3
           MOVE SPACES TO OBRARPT-DETALHE
           MOVE 'TOTAL' TO OBRARPT-SUPERFICIE
           MOVE WRK-ORC-OBRA TO OBRARPT-CUSTO-ORC
           MOVE WRK-REAL-OBRA TO OBRARPT-CUSTO-REAL
           MOVE WRK-ORC-OBRA TO WRK-BASE-ORC
           MOVE WRK-REAL-OBRA TO WRK-BASE-REAL
           PERFORM 0470-CALCULAR-DESVIO
           MOVE WRK-DESVIO TO OBRARPT-DESVIO
           IF LINHA-COM-DESVIO
               SET OBRA-COM-DESVIO TO TRUE
           END-IF
           IF OBRA-COM-DESVIO
               MOVE '***' TO OBRARPT-OBS
               ADD 1 TO WRK-QT-DESVIO
           END-IF
           WRITE OBRARPT-DETALHE
           IF OBRA-COM-DESVIO
               MOVE '*** OBRA COM DESVIO ACIMA DO LIMIAR - REVER '
                   TO OBRARPT-LINHA
               MOVE 'CATALOGO/PRODUTIVIDADE' TO OBRARPT-LINHA(46:22)
               WRITE OBRARPT-LINHA
           END-IF.

       0465-IMPRIMIR-SUPERFICIE.
           IF WRK-SUP-M2-ORC(WRK-S) NOT = ZEROS
               OR WRK-SUP-M2-REAL(WRK-S) NOT = ZEROS
               OR WRK-SUP-HR-REAL(WRK-S) NOT = ZEROS
               COMPUTE WRK-CUSTO-ORC-SUP ROUNDED =
                   WRK-SUP-MAT-ORC(WRK-S)
                   + WRK-SUP-HR-ORC(WRK-S) * WRK-SUP-CUSTO-HORA(WRK-S)
               COMPUTE WRK-CUSTO-REAL-SUP ROUNDED =
                   WRK-SUP-MAT-REAL(WRK-S)
                   + WRK-SUP-HR-REAL(WRK-S)
                       * WRK-SUP-CUSTO-HORA(WRK-S)
               ADD WRK-CUSTO-ORC-SUP TO WRK-ORC-OBRA
               ADD WRK-CUSTO-REAL-SUP TO WRK-REAL-OBRA
               MOVE SPACES TO OBRARPT-DETALHE
               MOVE WRK-SUP-NOME(WRK-S) TO OBRARPT-SUPERFICIE
               MOVE WRK-SUP-M2-ORC(WRK-S) TO OBRARPT-M2-ORC
               MOVE WRK-SUP-M2-REAL(WRK-S) TO OBRARPT-M2-REAL
               MOVE WRK-SUP-HR-ORC(WRK-S) TO OBRARPT-HR-ORC
               MOVE WRK-SUP-HR-REAL(WRK-S) TO OBRARPT-HR-REAL
               MOVE WRK-CUSTO-ORC-SUP TO OBRARPT-CUSTO-ORC
               MOVE WRK-CUSTO-REAL-SUP TO OBRARPT-CUSTO-REAL
               MOVE WRK-SUP-M2-ORC(WRK-S) TO WRK-BASE-ORC
               MOVE WRK-SUP-M2-REAL(WRK-S) TO WRK-BASE-REAL
               PERFORM 0470-CALCULAR-DESVIO
               IF LINHA-COM-DESVIO
                   MOVE '***' TO OBRARPT-OBS
                   SET OBRA-COM-DESVIO TO TRUE
               END-IF
               MOVE WRK-SUP-HR-ORC(WRK-S) TO WRK-BASE-ORC
               MOVE WRK-SUP-HR-REAL(WRK-S) TO WRK-BASE-REAL
               PERFORM 0470-CALCULAR-DESVIO
               IF LINHA-COM-DESVIO
                   MOVE '***' TO OBRARPT-OBS
                   SET OBRA-COM-DESVIO TO TRUE
               END-IF
               MOVE WRK-CUSTO-ORC-SUP TO WRK-BASE-ORC
               MOVE WRK-CUSTO-REAL-SUP TO WRK-BASE-REAL
               PERFORM 0470-CALCULAR-DESVIO
               IF LINHA-COM-DESVIO
                   MOVE '***' TO OBRARPT-OBS
                   SET OBRA-COM-DESVIO TO TRUE
               END-IF
               MOVE WRK-DESVIO TO OBRARPT-DESVIO
               WRITE OBRARPT-DETALHE
           END-IF.

      *****************************************************
      * DESVIO EM PCT DO REAL SOBRE O ORCADO - SEM ORCADO, O
      * QUE FOI GASTO E DESVIO CHEIO (999,9)
      *****************************************************
       0470-CALCULAR-DESVIO.
           SET LINHA-COM-DESVIO TO FALSE
           IF WRK-BASE-ORC = ZEROS
               IF WRK-BASE-REAL = ZEROS
                   MOVE ZEROS TO WRK-DESVIO
               ELSE
                   MOVE 999,9 TO WRK-DESVIO
               END-IF
           ELSE
               COMPUTE WRK-DESVIO ROUNDED =
                   (WRK-BASE-REAL - WRK-BASE-ORC) * 100
                   / WRK-BASE-ORC
                   ON SIZE ERROR
                       IF WRK-BASE-REAL > WRK-BASE-ORC
                           MOVE 999,9 TO WRK-DESVIO
                       ELSE
                           MOVE -999,9 TO WRK-DESVIO
                       END-IF
               END-COMPUTE
           END-IF
           IF WRK-DESVIO > WRK-LIMIAR
               OR WRK-DESVIO < (WRK-LIMIAR * -1)
               SET LINHA-COM-DESVIO TO TRUE
           END-IF.

       0900-FINALIZAR.
           CLOSE MATERIAL-CATALOGO MAO-DE-OBRA.

      * NO DIARIO MATMOV - AS SAIDAS SAO GERADAS PELA CONVERSAO
      * DE PROPOSTA DO PROGCOB76; O RELATORIO DE REPOSICAO LISTA
      * O MATERIAL ABAIXO DO MINIMO E A VALORIZACAO MENSAL
      * MULTIPLICA O SALDO PELO CUSTO MEDIO (PROGCB130) - O
      * DEPOSITO PARA DE RODAR NA PRANCHETA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM SAIDA DE MATERIAL PARA A OBRA (OPCAO 6) COM
      * O NUMERO DA PROPOSTA ACEITA/CONVERTIDA NA REFERENCIA DO
      * MATMOV, E SOBRA DEVOLVIDA COMO SAIDA NEGATIVA - BASE DO
      * CUSTO REAL DA OBRA NO FECHAMENTO DO PROGCB128
      * 2026-10-15 JGM CUSTO MEDIO PONDERADO PELO PROGCB130: ENTRADA
      * PEDE O CUSTO UNITARIO DA NOTA, CADA MOVIMENTO GRAVA NO
      * MATMOV O CUSTO E O VALOR, E A VALORIZACAO USA O VALOR DO
      * ESTOQUE (PRECO DO MATCAT SO PARA MATERIAL SEM CUSTO)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL MOVIMENTOS-MATERIAL ASSIGN TO 'MATMOV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT OPTIONAL PROPOSTA-REGISTRO ASSIGN TO 'PRPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-PRG.
           SELECT ESTOQUE-RPT ASSIGN TO 'ESTRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       FD  MOVIMENTOS-MATERIAL.
           COPY 'MATMOV.CPY'.

       FD  PROPOSTA-REGISTRO.
           COPY 'PRPREG.CPY'.

       FD  ESTOQUE-RPT.
       01  ESTRPT-LINHA            PIC X(80).
       01  ESTRPT-DETALHE.
       77 WRK-QT-REPOR      PIC 9(04) VALUE ZEROS.
       77 WRK-MATERIAL-OK   PIC X(01) VALUE 'N'.
           88 MATERIAL-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FS-PRG        PIC X(02) VALUE '00'.
       77 WRK-REFERENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-PRG       PIC X(01) VALUE 'N'.
           88 FIM-REGISTRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PRP-OK        PIC X(01) VALUE 'N'.
           88 PROPOSTA-DA-OBRA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CUSTO-INFORMADO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-REF     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-CUSTO-MOV     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VALOR-MOV     PIC S9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '3 - DEFINIR MINIMO DE REPOSICAO'
           DISPLAY '4 - RELATORIO DE REPOSICAO'
           DISPLAY '5 - VALORIZACAO DO ESTOQUE'
           DISPLAY '6 - SAIDA PARA OBRA (PROPOSTA)'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'E' TO WRK-TIPO-MOV
                   MOVE ZEROS TO WRK-REFERENCIA
                   PERFORM 0300-MOVIMENTAR
               WHEN 2
                   MOVE 'A' TO WRK-TIPO-MOV
                   MOVE ZEROS TO WRK-REFERENCIA
                   PERFORM 0300-MOVIMENTAR
               WHEN 6
                   MOVE 'S' TO WRK-TIPO-MOV
                   PERFORM 0350-SAIDA-PARA-OBRA
               WHEN 3
                   PERFORM 0400-DEFINIR-MINIMO
               WHEN 4
      *****************************************************
      * ENTRADA SOMA AO SALDO; AJUSTE SOMA A QUANTIDADE
      * INFORMADA (NEGATIVA PARA BAIXAR) E EXIGE O CODIGO DE
      * MOTIVO - TODO MOVIMENTO GANHA LINHA NO DIARIO MATMOV.
      * A ENTRADA PEDE O CUSTO UNITARIO DA NOTA (ZERO ASSUME O
      * PRECO DO CATALOGO) PARA O CUSTO MEDIO
      *****************************************************
       0300-MOVIMENTAR.
           PERFORM 0310-VALIDAR-MATERIAL
               DISPLAY 'QUANTIDADE EM M2 (NEGATIVA BAIXA)..'
               ACCEPT WRK-QUANTIDADE
               MOVE SPACES TO WRK-MOTIVO
               IF WRK-TIPO-MOV = 'E'
                   DISPLAY 'CUSTO UNITARIO (ZERO = PRECO DO CATALOGO)..'
                   ACCEPT WRK-CUSTO-INFORMADO
                   IF WRK-CUSTO-INFORMADO > ZEROS
                       MOVE WRK-CUSTO-INFORMADO TO WRK-CUSTO-REF
                   END-IF
               END-IF
               IF WRK-TIPO-MOV = 'A'
                   DISPLAY 'CODIGO DE MOTIVO (3 LETRAS)..'
                   ACCEPT WRK-MOTIVO
           END-READ
           IF WRK-FS-MAT = '00'
               SET MATERIAL-VALIDO TO TRUE
               MOVE MATCAT-PRECO-UNIT TO WRK-CUSTO-REF
               DISPLAY 'MATERIAL.. ' MATCAT-DESCRICAO
           ELSE
               DISPLAY 'MATERIAL AUSENTE DO CATALOGO MATCAT'
           END-IF.

      *****************************************************
      * O SALDO, O CUSTO MEDIO E O VALOR DO MATERIAL SAO
      * ATUALIZADOS PELO PROGCB130, QUE DEVOLVE O CUSTO E O
      * VALOR DO MOVIMENTO PARA O MATMOV
      *****************************************************
       0320-APLICAR-NO-SALDO.
           MOVE WRK-CODIGO TO ESTOQUE-CODIGO
           READ ESTOQUE-MATERIAL
                   MOVE WRK-CODIGO TO ESTOQUE-CODIGO
                   MOVE ZEROS TO ESTOQUE-SALDO
                   MOVE ZEROS TO ESTOQUE-MINIMO
                   MOVE ZEROS TO ESTOQUE-CUSTO-MEDIO
                   MOVE ZEROS TO ESTOQUE-VALOR
                   WRITE ESTOQUE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           CALL 'PROGCB130-CUSTOMEDIO' USING WRK-TIPO-MOV
               WRK-QUANTIDADE WRK-CUSTO-REF ESTOQUE-SALDO
               ESTOQUE-CUSTO-MEDIO ESTOQUE-VALOR WRK-CUSTO-MOV
               WRK-VALOR-MOV
           REWRITE ESTOQUE-REC.

       0330-GRAVAR-MOVIMENTO.
           MOVE WRK-TIPO-MOV TO MATMOV-TIPO
           MOVE WRK-QUANTIDADE TO MATMOV-QUANTIDADE
           MOVE WRK-MOTIVO TO MATMOV-MOTIVO
           MOVE WRK-REFERENCIA TO MATMOV-REFERENCIA
           MOVE WRK-CUSTO-MOV TO MATMOV-CUSTO-UNIT
           MOVE WRK-VALOR-MOV TO MATMOV-VALOR
           WRITE MATMOV-REC
           CLOSE MOVIMENTOS-MATERIAL.

      *****************************************************
      * SAIDA DE MATERIAL PARA A OBRA DE UMA PROPOSTA ACEITA OU
      * CONVERTIDA, COM O NUMERO DA PROPOSTA NA REFERENCIA DO
      * MATMOV - E O CONSUMO REAL QUE O FECHAMENTO DE OBRA DO
      * PROGCB128 COMPARA COM O ORCADO; QUANTIDADE NEGATIVA E
      * SOBRA DEVOLVIDA PELA OBRA AO DEPOSITO
      *****************************************************
       0350-SAIDA-PARA-OBRA.
           DISPLAY 'NUMERO DA PROPOSTA DA OBRA..'
           ACCEPT WRK-REFERENCIA
           PERFORM 0360-VALIDAR-PROPOSTA
           IF PROPOSTA-DA-OBRA
               PERFORM 0310-VALIDAR-MATERIAL
           END-IF
           IF PROPOSTA-DA-OBRA AND MATERIAL-VALIDO
               DISPLAY 'QUANTIDADE EM M2 ENTREGUE NA OBRA '
                   '(NEGATIVA = SOBRA DEVOLVIDA)..'
               ACCEPT WRK-QUANTIDADE
               IF WRK-QUANTIDADE = ZEROS
                   DISPLAY 'QUANTIDADE ZERO - SAIDA IGNORADA'
               ELSE
                   COMPUTE WRK-QUANTIDADE = WRK-QUANTIDADE * -1
                   MOVE SPACES TO WRK-MOTIVO
                   PERFORM 0320-APLICAR-NO-SALDO
                   PERFORM 0330-GRAVAR-MOVIMENTO
                   DISPLAY 'SALDO ATUAL DE ' WRK-CODIGO '..'
                       ESTOQUE-SALDO
                   IF ESTOQUE-SALDO < ZEROS
                       DISPLAY 'AVISO - ESTOQUE NEGATIVO DE '
                           WRK-CODIGO ' APOS A SAIDA'
                   END-IF
               END-IF
           END-IF.

       0360-VALIDAR-PROPOSTA.
           SET PROPOSTA-DA-OBRA TO FALSE
           SET FIM-REGISTRO TO FALSE
           OPEN INPUT PROPOSTA-REGISTRO
           IF WRK-FS-PRG NOT = '00'
               SET FIM-REGISTRO TO TRUE
           END-IF
           PERFORM 0361-LER-UMA-PROPOSTA
               UNTIL PROPOSTA-DA-OBRA OR FIM-REGISTRO
           CLOSE PROPOSTA-REGISTRO
           IF NOT PROPOSTA-DA-OBRA
               DISPLAY 'PROPOSTA ' WRK-REFERENCIA
                   ' NAO ENCONTRADA OU NAO ACEITA - SAIDA RECUSADA'
           END-IF.

       0361-LER-UMA-PROPOSTA.
           READ PROPOSTA-REGISTRO
               AT END
                   SET FIM-REGISTRO TO TRUE
           END-READ
           IF NOT FIM-REGISTRO
               AND PRPREG-NUMERO = WRK-REFERENCIA
               AND (PRPREG-ACEITA OR PRPREG-CONVERTIDA)
               SET PROPOSTA-DA-OBRA TO TRUE
           END-IF.

       0400-DEFINIR-MINIMO.
           PERFORM 0310-VALIDAR-MATERIAL
           IF MATERIAL-VALIDO
                       MOVE WRK-CODIGO TO ESTOQUE-CODIGO
                       MOVE ZEROS TO ESTOQUE-SALDO
                       MOVE ZEROS TO ESTOQUE-MINIMO
                       MOVE ZEROS TO ESTOQUE-CUSTO-MEDIO
                       MOVE ZEROS TO ESTOQUE-VALOR
                       WRITE ESTOQUE-REC
                           INVALID KEY
                               CONTINUE
           MOVE ZEROS TO ESTRPT-VALOR.

      *****************************************************
      * VALORIZACAO MENSAL: VALOR DE CADA MATERIAL AO CUSTO
      * MEDIO - MATERIAL AINDA SEM CUSTO MEDIO VAI AO PRECO
      * UNITARIO DO CATALOGO - COM O TOTAL DO DEPOSITO NO FIM
      *****************************************************
       0600-VALORIZAR-ESTOQUE.
           MOVE ZEROS TO WRK-VALOR-TOTAL
           END-READ
           IF NOT FIM-ESTOQUE
               PERFORM 0530-LINHA-DO-MATERIAL
               IF ESTOQUE-CUSTO-MEDIO NUMERIC
                   AND ESTOQUE-CUSTO-MEDIO > ZEROS
                   AND ESTOQUE-VALOR NUMERIC
                   MOVE ESTOQUE-VALOR TO WRK-VALOR-ITEM
               ELSE
                   IF WRK-FS-MAT = '00'
                       COMPUTE WRK-VALOR-ITEM ROUNDED =
                           ESTOQUE-SALDO * MATCAT-PRECO-UNIT
                           ON SIZE ERROR
                               MOVE ZEROS TO WRK-VALOR-ITEM
                       END-COMPUTE
                   ELSE
                       MOVE ZEROS TO WRK-VALOR-ITEM
                   END-IF
               END-IF
               MOVE WRK-VALOR-ITEM TO ESTRPT-VALOR
               ADD WRK-VALOR-ITEM TO WRK-VALOR-TOTAL

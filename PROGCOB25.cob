      * 2026-09-02 JGM A REVISAO PASSA A EXIGIR SIGN-ON VALIDO
      * DE SUPERVISOR (NIVEL 'S') PELA ROTINA COMPARTILHADA
      * PROGCOB79-SIGNON, EM VEZ DE SO PERGUNTAR O CODIGO
      * 2026-10-15 JGM A VENDA REPOSTA VOLTA AO VENDET COM A
      * FILIAL, O CAIXA E O NUMERO DO CUPOM GUARDADOS NO VENDEXC,
      * PARA FECHAR A SEQUENCIA DE CUPONS DAQUELE CAIXA
      * 2026-10-15 JGM A VENDA REPOSTA BAIXA NO ESTOQUE DA LOJA
      * (ESTLOJA) AS LINHAS DE ITEM RETIDAS PELO PROGCOB15 NO
      * VENDHLD, COM A MESMA REGRA DO FECHAMENTO, E CADA LINHA
      * FICA MARCADA COMO APLICADA
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT OPTIONAL ITENS-RETIDOS ASSIGN TO 'VENDHLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDHLD-CHAVE
               FILE STATUS IS WRK-FS-HLD.
           SELECT ESTOQUE-LOJA ASSIGN TO 'ESTLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTLOJA-CHAVE
               FILE STATUS IS WRK-FS-ELJ.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       FD  ITENS-RETIDOS.
           COPY 'VENDHLD.CPY'.

       FD  ESTOQUE-LOJA.
           COPY 'ESTLOJA.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-FS-ACU        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-LOG        PIC X(02) VALUE '00'.
       77 WRK-FS-HLD        PIC X(02) VALUE '00'.
       77 WRK-FS-ELJ        PIC X(02) VALUE '00'.
       77 WRK-FIM-HLD       PIC X(01) VALUE 'N'.
           88 FIM-ITENS-RETIDOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-ITENS-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-PERIODO-OK    PIC X(01) VALUE 'N'.
           88 PERIODO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-EXC       PIC X(01) VALUE 'N'.
               CLOSE ACUMULADO-VENDAS
               OPEN I-O ACUMULADO-VENDAS
           END-IF
           OPEN I-O ITENS-RETIDOS
           IF WRK-FS-HLD = '35'
               OPEN OUTPUT ITENS-RETIDOS
               CLOSE ITENS-RETIDOS
               OPEN I-O ITENS-RETIDOS
           END-IF
           OPEN I-O ESTOQUE-LOJA
           IF WRK-FS-ELJ = '35'
               OPEN OUTPUT ESTOQUE-LOJA
               CLOSE ESTOQUE-LOJA
               OPEN I-O ESTOQUE-LOJA
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG

      *****************************************************
      * REPOE A VENDA LEGITIMA: PROXIMA SEQUENCIA NO DIARIO
      * VENDET, SOMA NO ACUMULADO DO PERIODO ATUAL (REGISTRO
      * CONSOLIDADO DA EMPRESA) E BAIXA NO ESTOQUE DA LOJA AS
      * LINHAS DE ITEM RETIDAS NO VENDHLD, ANTES DE CARIMBAR A
      * DECISAO
      *****************************************************
       0220-REPOR-VENDA.
           PERFORM 0225-VERIFICAR-PERIODO
           ELSE
               ADD 1 TO WRK-ULTIMO-SEQ
               MOVE WRK-ULTIMO-SEQ TO VENDET-SEQ
               MOVE VENDEXC-FILIAL TO VENDET-FILIAL
               MOVE VENDEXC-CAIXA TO VENDET-CAIXA
               IF VENDEXC-E-DEVOLUCAO
                   MOVE 'D' TO VENDET-TIPO
               ELSE
               MOVE VENDEXC-VALOR TO VENDET-VALOR
               ACCEPT VENDET-DATA FROM DATE YYYYMMDD
               ACCEPT VENDET-HORA FROM TIME
               MOVE VENDEXC-CUPOM TO VENDET-CUPOM
               WRITE VENDET-REC
               PERFORM 0230-ACUMULAR-REPOSICAO
               PERFORM 0250-APLICAR-ITENS-RETIDOS
               MOVE 'R' TO VENDEXC-DISPOSICAO
               MOVE WRK-OPERADOR TO VENDEXC-OPERADOR
               MOVE WRK-DATA-HOJE TO VENDEXC-DATA-DISP
           MOVE 'PENDENTE' TO AUDTRL-VALOR-ANTES
           WRITE AUDTRL-REC.

      *****************************************************
      * PERCORRE NO VENDHLD AS LINHAS DE ITEM RETIDAS COM A
      * OCORRENCIA REPOSTA (MESMA DATA, HORA, FILIAL, CAIXA E
      * CUPOM DO VENDEXC) E BAIXA CADA LINHA AINDA PENDENTE NO
      * ESTOQUE DA LOJA, MARCANDO-A COMO APLICADA
      *****************************************************
       0250-APLICAR-ITENS-RETIDOS.
           SET FIM-ITENS-RETIDOS TO FALSE
           MOVE VENDEXC-DATA TO VENDHLD-EXC-DATA
           MOVE VENDEXC-HORA TO VENDHLD-EXC-HORA
           MOVE VENDEXC-FILIAL TO VENDHLD-EXC-FILIAL
           MOVE VENDEXC-CAIXA TO VENDHLD-EXC-CAIXA
           MOVE VENDEXC-CUPOM TO VENDHLD-EXC-CUPOM
           MOVE ZEROS TO VENDHLD-LINHA
           START ITENS-RETIDOS KEY >= VENDHLD-CHAVE
               INVALID KEY
                   SET FIM-ITENS-RETIDOS TO TRUE
           END-START
           PERFORM 0255-LER-ITEM-RETIDO UNTIL FIM-ITENS-RETIDOS.

       0255-LER-ITEM-RETIDO.
           READ ITENS-RETIDOS NEXT RECORD
               AT END
                   SET FIM-ITENS-RETIDOS TO TRUE
           END-READ
           IF NOT FIM-ITENS-RETIDOS
               IF VENDHLD-EXC-DATA NOT = VENDEXC-DATA
                   OR VENDHLD-EXC-HORA NOT = VENDEXC-HORA
                   OR VENDHLD-EXC-FILIAL NOT = VENDEXC-FILIAL
                   OR VENDHLD-EXC-CAIXA NOT = VENDEXC-CAIXA
                   OR VENDHLD-EXC-CUPOM NOT = VENDEXC-CUPOM
                   SET FIM-ITENS-RETIDOS TO TRUE
               ELSE
                   IF VENDHLD-PENDENTE
                       PERFORM 0260-MOVIMENTAR-ESTOQUE-LOJA
                       MOVE 'A' TO VENDHLD-SITUACAO
                       REWRITE VENDHLD-REC
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * MESMA BAIXA DO FECHAMENTO (PROGCOB15): O ITEM VENDIDO
      * SAI DO SALDO DA FILIAL E MARCA A DATA DA ULTIMA VENDA,
      * O ITEM DE DEVOLUCAO VOLTA AO SALDO - SKU SEM REGISTRO
      * NA FILIAL GANHA O REGISTRO NA HORA, E O SALDO PODE
      * FICAR NEGATIVO
      *****************************************************
       0260-MOVIMENTAR-ESTOQUE-LOJA.
           MOVE VENDHLD-FILIAL TO ESTLOJA-FILIAL
           MOVE VENDHLD-SKU TO ESTLOJA-SKU
           READ ESTOQUE-LOJA
               KEY IS ESTLOJA-CHAVE
               INVALID KEY
                   MOVE VENDHLD-FILIAL TO ESTLOJA-FILIAL
                   MOVE VENDHLD-SKU TO ESTLOJA-SKU
                   MOVE ZEROS TO ESTLOJA-SALDO
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-MOV
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-ENT
                   MOVE ZEROS TO ESTLOJA-DATA-ULT-VENDA
                   WRITE ESTLOJA-REC
           END-READ
           ACCEPT ESTLOJA-DATA-ULT-MOV FROM DATE YYYYMMDD
           IF VENDHLD-E-DEVOLUCAO
               ADD VENDHLD-QUANTIDADE TO ESTLOJA-SALDO
           ELSE
               SUBTRACT VENDHLD-QUANTIDADE FROM ESTLOJA-SALDO
               MOVE ESTLOJA-DATA-ULT-MOV TO ESTLOJA-DATA-ULT-VENDA
           END-IF
           REWRITE ESTLOJA-REC
           ADD 1 TO WRK-QT-ITENS-BAIXADOS.

       0300-FINALIZAR.
           DISPLAY '--------------'
           DISPLAY 'DESCARTES CONFIRMADOS..' WRK-QT-DESCARTES
           DISPLAY 'VENDAS REPOSTAS........' WRK-QT-REPOSTAS
           DISPLAY 'ITENS BAIXADOS.........' WRK-QT-ITENS-BAIXADOS
           IF WRK-FS-EXC = '00' OR WRK-FS-EXC = '10'
               CLOSE EXCECOES-VENDAS
           END-IF
           CLOSE SALES-DETAIL ACUMULADO-VENDAS AUDIT-LOG
               EXCEPTION-LOG ITENS-RETIDOS ESTOQUE-LOJA.

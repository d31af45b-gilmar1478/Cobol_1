       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : EMISSAO DOS PEDIDOS DE COMPRA DE MATERIAL -
      * PERCORRE O ESTOQUE COM A MESMA CONDICAO DE REPOSICAO DO
      * PROGCOB77 (SALDO ABAIXO DO MINIMO) E, PARA CADA MATERIAL
      * SEM PEDIDO PENDENTE, EMITE UM PEDIDO NUMERADO (CONTROLE
      * PEDCTL, MESMA DISCIPLINA DO DEPCTL DO PROGCOB56) AO
      * FORNECEDOR PREFERIDO DO VINCULO FORNMAT - OU AO PRIMEIRO
      * FORNECEDOR ATIVO, SE NAO HOUVER PREFERIDO. A QUANTIDADE
      * LEVA O SALDO AO DOBRO DO MINIMO, O PRECO E O ULTIMO PAGO
      * AO FORNECEDOR E A PREVISAO DE ENTREGA SOMA O PRAZO DO
      * FORNECEDOR PELO SERVICO PROGCOB17-SOMADIAS. O PEDIDO VAI
      * PARA O PEDCOMP E PARA A LISTA PEDRPT QUE O COMPRADOR
      * ENVIA - O TELEFONEMA A PARTIR DA FOLHA IMPRESSA ACABA
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
           SELECT OPTIONAL MATERIAL-CATALOGO ASSIGN TO 'MATCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCAT-CODIGO
               FILE STATUS IS WRK-FS-MAT.
           SELECT ESTOQUE-MATERIAL ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTOQUE-CODIGO
               FILE STATUS IS WRK-FS-EST.
           SELECT OPTIONAL FORNECEDORES ASSIGN TO 'FORNEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNEC-CODIGO
               FILE STATUS IS WRK-FS-FOR.
           SELECT OPTIONAL FORNECEDOR-MATERIAL ASSIGN TO 'FORNMAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNMAT-CHAVE
               FILE STATUS IS WRK-FS-FMT.
           SELECT PEDIDOS-COMPRA ASSIGN TO 'PEDCOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDCOMP-NUMERO
               FILE STATUS IS WRK-FS-PED.
           SELECT OPTIONAL CONTROLE-PEDIDO ASSIGN TO 'PEDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT PEDIDO-RELATORIO ASSIGN TO 'PEDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  ESTOQUE-MATERIAL.
           COPY 'ESTOQUE.CPY'.

       FD  FORNECEDORES.
           COPY 'FORNEC.CPY'.

       FD  FORNECEDOR-MATERIAL.
           COPY 'FORNMAT.CPY'.

       FD  PEDIDOS-COMPRA.
           COPY 'PEDCOMP.CPY'.

       FD  CONTROLE-PEDIDO.
       01  PEDCTL-REC.
           05  PEDCTL-ULT-NUMERO   PIC 9(06).

       FD  PEDIDO-RELATORIO.
       01  PEDRPT-LINHA            PIC X(100).
       01  PEDRPT-DETALHE.
           05  PEDRPT-NUMERO       PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PEDRPT-MATERIAL     PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-DESCRICAO    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-FORNECEDOR   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-QUANTIDADE   PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-PRECO        PIC Z(04)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-PREVISTA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PEDRPT-OBS          PIC X(14).

       WORKING-STORAGE SECTION.
      *****************************************************
      * MATERIAIS QUE JA TEM PEDIDO ABERTO OU RECEBIDO EM PARTE -
      * NAO GANHAM PEDIDO NOVO ENQUANTO O ANTERIOR NAO CHEGAR
      *****************************************************
       01  WRK-TABELA-PENDENTES.
           02  WRK-PEND-MATERIAL PIC X(04) OCCURS 500 TIMES.
       77 WRK-QT-PENDENTES  PIC 9(03) VALUE ZEROS.
       77 WRK-P             PIC 9(03) VALUE ZEROS.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-EST        PIC X(02) VALUE '00'.
       77 WRK-FS-FOR        PIC X(02) VALUE '00'.
       77 WRK-FS-FMT        PIC X(02) VALUE '00'.
       77 WRK-FS-PED        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-EST       PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PED       PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FMT       PIC X(01) VALUE 'N'.
           88 FIM-VINCULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PENDENTE      PIC X(01) VALUE 'N'.
           88 MATERIAL-PENDENTE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-PREF    PIC X(01) VALUE 'N'.
           88 ACHOU-PREFERIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-FORNECEDOR    PIC X(05) VALUE SPACES.
       77 WRK-PRAZO-DIAS    PIC S9(05) VALUE ZEROS.
       77 WRK-PRECO         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       77 WRK-QT-PEDIR      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-ABAIXO     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EMITIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-JA-PEDIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-FORN   PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-AVALIAR-MATERIAL UNTIL FIM-ESTOQUE
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MATERIAL-CATALOGO
           OPEN INPUT FORNECEDORES
           OPEN INPUT FORNECEDOR-MATERIAL
           OPEN INPUT ESTOQUE-MATERIAL
           IF WRK-FS-EST NOT = '00'
               DISPLAY 'ARQUIVO ESTOQUE AUSENTE - SEM PEDIDOS'
               SET FIM-ESTOQUE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O PEDIDOS-COMPRA
           IF WRK-FS-PED = '35'
               OPEN OUTPUT PEDIDOS-COMPRA
               CLOSE PEDIDOS-COMPRA
               OPEN I-O PEDIDOS-COMPRA
           END-IF
           OPEN OUTPUT PEDIDO-RELATORIO
           MOVE 'PEDIDOS DE COMPRA EMITIDOS EM ' TO PEDRPT-LINHA
           MOVE WRK-DATA-HOJE TO PEDRPT-LINHA(31:8)
           WRITE PEDRPT-LINHA
           MOVE ALL '-' TO PEDRPT-LINHA
           WRITE PEDRPT-LINHA
           PERFORM 0110-LER-CONTROLE-PEDIDO
           PERFORM 0120-CARREGAR-PENDENTES
           IF NOT FIM-ESTOQUE
               MOVE SPACES TO ESTOQUE-CODIGO
               START ESTOQUE-MATERIAL KEY >= ESTOQUE-CODIGO
                   INVALID KEY
                       SET FIM-ESTOQUE TO TRUE
               END-START
           END-IF.

       0110-LER-CONTROLE-PEDIDO.
           OPEN INPUT CONTROLE-PEDIDO
           IF WRK-FS-CTL = '00'
               READ CONTROLE-PEDIDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PEDCTL-ULT-NUMERO TO WRK-NUMERO-PEDIDO
               END-READ
               CLOSE CONTROLE-PEDIDO
           END-IF.

       0120-CARREGAR-PENDENTES.
           SET FIM-PEDIDOS TO FALSE
           MOVE ZEROS TO PEDCOMP-NUMERO
           START PEDIDOS-COMPRA KEY >= PEDCOMP-NUMERO
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START
           PERFORM 0130-LER-PEDIDO UNTIL FIM-PEDIDOS.

       0130-LER-PEDIDO.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   SET FIM-PEDIDOS TO TRUE
           END-READ
           IF NOT FIM-PEDIDOS
               AND PEDCOMP-PENDENTE
               AND WRK-QT-PENDENTES < 500
               ADD 1 TO WRK-QT-PENDENTES
               MOVE PEDCOMP-MATERIAL
                   TO WRK-PEND-MATERIAL(WRK-QT-PENDENTES)
           END-IF.

      *****************************************************
      * MESMA CONDICAO DO RELATORIO DE REPOSICAO DO PROGCOB77:
      * SALDO ABAIXO DO MINIMO. MATERIAL COM PEDIDO PENDENTE E
      * PULADO; SEM FORNECEDOR ATIVO VINCULADO, SAI NA LISTA
      * PARA O COMPRADOR RESOLVER E O LOTE TERMINA COM RC 4
      *****************************************************
       0200-AVALIAR-MATERIAL.
           READ ESTOQUE-MATERIAL NEXT RECORD
               AT END
                   SET FIM-ESTOQUE TO TRUE
           END-READ
           IF NOT FIM-ESTOQUE
               AND ESTOQUE-SALDO < ESTOQUE-MINIMO
               ADD 1 TO WRK-QT-ABAIXO
               SET MATERIAL-PENDENTE TO FALSE
               PERFORM 0210-CONFERIR-PENDENTE
                   VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QT-PENDENTES
               IF MATERIAL-PENDENTE
                   ADD 1 TO WRK-QT-JA-PEDIDOS
               ELSE
                   PERFORM 0220-ESCOLHER-FORNECEDOR
                   IF WRK-FORNECEDOR = SPACES
                       PERFORM 0250-SEM-FORNECEDOR
                   ELSE
                       PERFORM 0230-EMITIR-PEDIDO
                   END-IF
               END-IF
           END-IF.

       0210-CONFERIR-PENDENTE.
           IF WRK-PEND-MATERIAL(WRK-P) = ESTOQUE-CODIGO
               SET MATERIAL-PENDENTE TO TRUE
           END-IF.

      *****************************************************
      * O PREFERIDO ATIVO GANHA; SEM ELE, FICA O PRIMEIRO
      * FORNECEDOR ATIVO NA ORDEM DA CHAVE DO FORNMAT
      *****************************************************
       0220-ESCOLHER-FORNECEDOR.
           MOVE SPACES TO WRK-FORNECEDOR
           SET ACHOU-PREFERIDO TO FALSE
           SET FIM-VINCULOS TO FALSE
           MOVE ESTOQUE-CODIGO TO FORNMAT-MATERIAL
           MOVE SPACES TO FORNMAT-FORNECEDOR
           START FORNECEDOR-MATERIAL KEY >= FORNMAT-CHAVE
               INVALID KEY
                   SET FIM-VINCULOS TO TRUE
           END-START
           PERFORM 0225-AVALIAR-VINCULO
               UNTIL FIM-VINCULOS OR ACHOU-PREFERIDO.

       0225-AVALIAR-VINCULO.
           READ FORNECEDOR-MATERIAL NEXT RECORD
               AT END
                   SET FIM-VINCULOS TO TRUE
           END-READ
           IF NOT FIM-VINCULOS
               AND FORNMAT-MATERIAL NOT = ESTOQUE-CODIGO
               SET FIM-VINCULOS TO TRUE
           END-IF
           IF NOT FIM-VINCULOS
               MOVE FORNMAT-FORNECEDOR TO FORNEC-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE 'I' TO FORNEC-SITUACAO
               END-READ
               IF FORNEC-ATIVO
                   IF FORNMAT-E-PREFERIDO
                       OR WRK-FORNECEDOR = SPACES
                       MOVE FORNMAT-FORNECEDOR TO WRK-FORNECEDOR
                       MOVE FORNMAT-PRAZO-DIAS TO WRK-PRAZO-DIAS
                       MOVE FORNMAT-ULT-PRECO TO WRK-PRECO
                   END-IF
                   IF FORNMAT-E-PREFERIDO
                       SET ACHOU-PREFERIDO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * PEDIDO: NUMERO SEGUINTE DO PEDCTL, QUANTIDADE QUE LEVA O
      * SALDO AO DOBRO DO MINIMO, PRECO DO VINCULO (O DO
      * CATALOGO SE O FORNECEDOR AINDA NAO TEM PRECO) E
      * PREVISAO PELO PRAZO DO FORNECEDOR
      *****************************************************
       0230-EMITIR-PEDIDO.
           COMPUTE WRK-QT-PEDIR =
               (ESTOQUE-MINIMO * 2) - ESTOQUE-SALDO
           PERFORM 0240-LER-CATALOGO
           IF WRK-PRECO = ZEROS AND WRK-FS-MAT = '00'
               MOVE MATCAT-PRECO-UNIT TO WRK-PRECO
           END-IF
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-HOJE
               WRK-PRAZO-DIAS WRK-DATA-PREVISTA
           ADD 1 TO WRK-NUMERO-PEDIDO
           MOVE WRK-NUMERO-PEDIDO TO PEDCOMP-NUMERO
           MOVE WRK-FORNECEDOR TO PEDCOMP-FORNECEDOR
           MOVE ESTOQUE-CODIGO TO PEDCOMP-MATERIAL
           MOVE WRK-QT-PEDIR TO PEDCOMP-QT-PEDIDA
           MOVE ZEROS TO PEDCOMP-QT-RECEBIDA
           MOVE WRK-PRECO TO PEDCOMP-PRECO-UNIT
           MOVE WRK-DATA-HOJE TO PEDCOMP-DATA-EMISSAO
           MOVE WRK-DATA-PREVISTA TO PEDCOMP-DATA-PREVISTA
           MOVE ZEROS TO PEDCOMP-DATA-ULT-RECEB
           MOVE 'A' TO PEDCOMP-SITUACAO
           WRITE PEDCOMP-REC
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' JA EXISTE NO PEDCOMP - CONFIRA O PEDCTL'
                   MOVE 8 TO RETURN-CODE
                   SET FIM-ESTOQUE TO TRUE
           END-WRITE
           IF NOT FIM-ESTOQUE
               ADD 1 TO WRK-QT-EMITIDOS
               MOVE WRK-NUMERO-PEDIDO TO PEDRPT-NUMERO
               MOVE ESTOQUE-CODIGO TO PEDRPT-MATERIAL
               MOVE WRK-FORNECEDOR TO PEDRPT-FORNECEDOR
               MOVE WRK-FORNECEDOR TO FORNEC-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE SPACES TO FORNEC-NOME
               END-READ
               MOVE FORNEC-NOME TO PEDRPT-NOME
               MOVE WRK-QT-PEDIR TO PEDRPT-QUANTIDADE
               MOVE WRK-PRECO TO PEDRPT-PRECO
               MOVE WRK-DATA-PREVISTA TO PEDRPT-PREVISTA
               MOVE 'EMITIDO' TO PEDRPT-OBS
               WRITE PEDRPT-DETALHE
           ELSE
               SUBTRACT 1 FROM WRK-NUMERO-PEDIDO
           END-IF.

       0240-LER-CATALOGO.
           MOVE ESTOQUE-CODIGO TO MATCAT-CODIGO
           READ MATERIAL-CATALOGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MAT = '00'
               MOVE MATCAT-DESCRICAO TO PEDRPT-DESCRICAO
           ELSE
               MOVE 'FORA DO CATALOGO' TO PEDRPT-DESCRICAO
           END-IF.

       0250-SEM-FORNECEDOR.
           ADD 1 TO WRK-QT-SEM-FORN
           PERFORM 0240-LER-CATALOGO
           MOVE ZEROS TO PEDRPT-NUMERO
           MOVE ESTOQUE-CODIGO TO PEDRPT-MATERIAL
           MOVE SPACES TO PEDRPT-FORNECEDOR
           MOVE SPACES TO PEDRPT-NOME
           COMPUTE WRK-QT-PEDIR =
               (ESTOQUE-MINIMO * 2) - ESTOQUE-SALDO
           MOVE WRK-QT-PEDIR TO PEDRPT-QUANTIDADE
           MOVE ZEROS TO PEDRPT-PRECO
           MOVE ZEROS TO PEDRPT-PREVISTA
           MOVE 'SEM FORNECEDOR' TO PEDRPT-OBS
           WRITE PEDRPT-DETALHE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0300-FINALIZAR.
           MOVE ALL '-' TO PEDRPT-LINHA
           WRITE PEDRPT-LINHA
           MOVE SPACES TO PEDRPT-LINHA
           STRING 'ABAIXO DO MINIMO ' WRK-QT-ABAIXO
               '  PEDIDOS EMITIDOS ' WRK-QT-EMITIDOS
               '  JA PEDIDOS ' WRK-QT-JA-PEDIDOS
               '  SEM FORNECEDOR ' WRK-QT-SEM-FORN
               DELIMITED BY SIZE INTO PEDRPT-LINHA
           WRITE PEDRPT-LINHA
           IF WRK-QT-EMITIDOS > ZEROS
               PERFORM 0310-GRAVAR-CONTROLE-PEDIDO
           END-IF
           DISPLAY 'MATERIAIS ABAIXO DO MINIMO..' WRK-QT-ABAIXO
           DISPLAY 'PEDIDOS DE COMPRA EMITIDOS..' WRK-QT-EMITIDOS
           DISPLAY 'MATERIAIS SEM FORNECEDOR....' WRK-QT-SEM-FORN
           CLOSE MATERIAL-CATALOGO FORNECEDORES FORNECEDOR-MATERIAL
               PEDIDOS-COMPRA PEDIDO-RELATORIO
           IF WRK-FS-EST = '00' OR WRK-FS-EST = '10'
               CLOSE ESTOQUE-MATERIAL
           END-IF.

       0310-GRAVAR-CONTROLE-PEDIDO.
           OPEN OUTPUT CONTROLE-PEDIDO
           MOVE WRK-NUMERO-PEDIDO TO PEDCTL-ULT-NUMERO
           WRITE PEDCTL-REC
           CLOSE CONTROLE-PEDIDO.

      * INDICADOR DE ITEM ACEITO ANTES DO PERFORM - COM ELE
      * DESARMADO O UNTIL JA NASCIA SATISFEITO E TODO PEDIDO
      * CAIA EM 'SEM ITENS - DESCARTADO'
      * 2026-10-15 JGM ENDERECO DE ENTREGA DO PEDIDO: COM O
      * CLIENTE VALIDADO, LISTA OS ENDERECOS ATIVOS DELE NO
      * ENDENT (MANTIDO PELO PROGCB116) E O OPERADOR ESCOLHE O
      * CODIGO (BRANCO = ENDERECO DO CADASTRO) - COM CODIGO, A
      * UF DO PEDIDO PASSA
      * A SER A DO ENDERECO E O CODIGO VAI NO ORDPED PARA A
      * COTACAO, A FATURA E O MANIFESTO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDEDOR-CODIGO
               FILE STATUS IS WRK-FS-VDD.
           SELECT OPTIONAL ENDERECOS-ENTREGA ASSIGN TO 'ENDENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDENT-CHAVE
               FILE STATUS IS WRK-FS-END.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-CADASTRO.
           COPY 'VENDEDOR.CPY'.

       FD  ENDERECOS-ENTREGA.
           COPY 'ENDENT.CPY'.

       FD  CONTROLE-PEDIDO.
       01  ORDCTL-REC.
           05  ORDCTL-ULT-NUMERO   PIC 9(06).
           88 ITEM-ACEITO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FS-VDD       PIC X(02) VALUE '00'.
       77 WRK-VENDEDOR     PIC X(03) VALUE SPACES.
       77 WRK-FS-END       PIC X(02) VALUE '00'.
       77 WRK-COD-ENTREGA  PIC X(03) VALUE SPACES.
       77 WRK-QT-ENDERECOS PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-END      PIC X(01) VALUE 'N'.
           88 FIM-ENDERECOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ENTREGA-OK   PIC X(01) VALUE 'N'.
           88 ENTREGA-ESCOLHIDA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
      *****************************************************
      * VENDEDORES PADRAO DA MESA, USADOS SO PARA SEMEAR O
      * CADASTRO VENDEDOR NA PRIMEIRA EXECUCAO - FAIXAS
               CLOSE VENDEDOR-CADASTRO
               OPEN I-O VENDEDOR-CADASTRO
           END-IF
           OPEN INPUT ENDERECOS-ENTREGA
           PERFORM 0110-LER-CONTROLE-PEDIDO.

       0115-SEMEAR-VENDEDORES.
           END-IF.

      *****************************************************
      * CAPTURA O PEDIDO: ENDERECO DE ENTREGA, UF (BRANCO
      * ASSUME A DO CADASTRO; COM ENDERECO DE ENTREGA VALE A
      * DELE), NIVEL DE SERVICO, COTACAO FORMAL OPCIONAL E ATE
      * 10 ITENS - O PEDIDO SO E GRAVADO COM PELO MENOS UM ITEM
      *****************************************************
       0220-CAPTURAR-PEDIDO.
           MOVE SPACES TO ORDPED-REC
           PERFORM 0225-ESCOLHER-ENTREGA
           IF WRK-COD-ENTREGA = SPACES
               DISPLAY 'UF DE DESTINO (BRANCO = UF DO CADASTRO)..'
               ACCEPT WRK-UF
               IF WRK-UF = SPACES
                   MOVE CUSTMAS-UF TO WRK-UF
                   DISPLAY 'UF ASSUMIDA DO CADASTRO.. ' WRK-UF
               END-IF
           ELSE
               DISPLAY 'UF DO ENDERECO DE ENTREGA.. ' WRK-UF
           END-IF
           DISPLAY 'NIVEL DE SERVICO (N=NORMAL / E=EXPRESSO)..'
           ACCEPT WRK-NIVEL
               PERFORM 0240-GRAVAR-PEDIDO
           END-IF.

      *****************************************************
      * LISTA OS ENDERECOS DE ENTREGA ATIVOS DO CLIENTE E PEDE
      * O CODIGO - SEM ENDERECO CADASTRADO NAO PERGUNTA, E O
      * PEDIDO SEGUE PARA O ENDERECO DO CUSTOMER-MASTER
      *****************************************************
       0225-ESCOLHER-ENTREGA.
           MOVE SPACES TO WRK-COD-ENTREGA
           MOVE ZEROS TO WRK-QT-ENDERECOS
           IF WRK-FS-END = '00' OR WRK-FS-END = '10'
               OR WRK-FS-END = '23'
               MOVE WRK-CLIENTE-ID TO ENDENT-CLIENTE
               MOVE LOW-VALUES TO ENDENT-CODIGO
               SET FIM-ENDERECOS TO FALSE
               START ENDERECOS-ENTREGA KEY IS >= ENDENT-CHAVE
                   INVALID KEY
                       SET FIM-ENDERECOS TO TRUE
               END-START
               PERFORM 0226-LISTAR-ENDERECO
                   UNTIL FIM-ENDERECOS
           END-IF
           IF WRK-QT-ENDERECOS > ZEROS
               SET ENTREGA-ESCOLHIDA TO FALSE
               PERFORM 0227-CAPTURAR-ENTREGA
                   UNTIL ENTREGA-ESCOLHIDA
           END-IF.

       0226-LISTAR-ENDERECO.
           READ ENDERECOS-ENTREGA NEXT RECORD
               AT END
                   SET FIM-ENDERECOS TO TRUE
           END-READ
           IF NOT FIM-ENDERECOS
               IF ENDENT-CLIENTE NOT = WRK-CLIENTE-ID
                   SET FIM-ENDERECOS TO TRUE
               ELSE
                   IF ENDENT-ATIVO
                       ADD 1 TO WRK-QT-ENDERECOS
                       DISPLAY ENDENT-CODIGO ' ' ENDENT-DESCRICAO
                           ' ' ENDENT-CIDADE ' ' ENDENT-UF
                   END-IF
               END-IF
           END-IF.

       0227-CAPTURAR-ENTREGA.
           DISPLAY 'ENDERECO DE ENTREGA (BRANCO = CADASTRO)..'
           ACCEPT WRK-COD-ENTREGA
           IF WRK-COD-ENTREGA = SPACES
               SET ENTREGA-ESCOLHIDA TO TRUE
           ELSE
               MOVE WRK-CLIENTE-ID TO ENDENT-CLIENTE
               MOVE WRK-COD-ENTREGA TO ENDENT-CODIGO
               READ ENDERECOS-ENTREGA
                   KEY IS ENDENT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-END = '00' AND ENDENT-ATIVO
                   MOVE ENDENT-UF TO WRK-UF
                   SET ENTREGA-ESCOLHIDA TO TRUE
                   DISPLAY 'ENTREGA EM.. ' ENDENT-LOGRADOURO ' '
                       ENDENT-CIDADE
               ELSE
                   DISPLAY 'ENDERECO DE ENTREGA INEXISTENTE OU '
                       'INATIVO'
               END-IF
           END-IF.

      *****************************************************
      * UM ITEM POR VEZ, COM AS MESMAS CRITICAS NUMERICAS DA
      * CRITICA DE LOTE: PRODUTO NAO BRANCO E VALOR MAIOR QUE
           MOVE WRK-NUM-COTACAO TO ORDPED-NUM-COTACAO
           MOVE WRK-NIVEL TO ORDPED-NIVEL-SERVICO
           MOVE WRK-VENDEDOR TO ORDPED-VENDEDOR
           MOVE WRK-COD-ENTREGA TO ORDPED-COD-ENTREGA
           WRITE ORDPED-REC
           ADD 1 TO WRK-QT-PEDIDOS
           DISPLAY 'PEDIDO ' WRK-PROX-PEDIDO ' GRAVADO COM '
           END-IF
           DISPLAY 'PEDIDOS NO LOTE..' WRK-QT-PEDIDOS
           CLOSE ORDEM-ENTRADA VENDEDOR-CADASTRO
               ENDERECOS-ENTREGA
           IF WRK-FS-CLI = '00' OR WRK-FS-CLI = '10'
               CLOSE CUSTOMER-MASTER
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : CADASTRO DE FORNECEDORES DE MATERIAL - O
      * RELATORIO DE REPOSICAO DO PROGCOB77 DIZ O QUE COMPRAR
      * MAS NAO DE QUEM; AQUI O COMPRADOR MANTEM O FORNECEDOR
      * (FORNEC) E O VINCULA AOS MATERIAIS DO CATALOGO MATCAT
      * (FORNMAT) COM O PRAZO DE ENTREGA, O ULTIMO PRECO E A
      * MARCA DE PREFERIDO, QUE O PROGCOB93 USA PARA EMITIR OS
      * PEDIDOS DE COMPRA
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
           SELECT FORNECEDORES ASSIGN TO 'FORNEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNEC-CODIGO
               FILE STATUS IS WRK-FS-FOR.
           SELECT FORNECEDOR-MATERIAL ASSIGN TO 'FORNMAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNMAT-CHAVE
               FILE STATUS IS WRK-FS-FMT.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  FORNECEDORES.
           COPY 'FORNEC.CPY'.

       FD  FORNECEDOR-MATERIAL.
           COPY 'FORNMAT.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-FOR        PIC X(02) VALUE '00'.
       77 WRK-FS-FMT        PIC X(02) VALUE '00'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FMT       PIC X(01) VALUE 'N'.
           88 FIM-VINCULOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FORNECEDOR    PIC X(05) VALUE SPACES.
       77 WRK-MATERIAL      PIC X(04) VALUE SPACES.
       77 WRK-NOME          PIC X(30) VALUE SPACES.
       77 WRK-CNPJ          PIC 9(14) VALUE ZEROS.
       77 WRK-TELEFONE      PIC X(15) VALUE SPACES.
       77 WRK-PRAZO-DIAS    PIC 9(03) VALUE ZEROS.
       77 WRK-ULT-PRECO     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PREFERIDO     PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
       77 WRK-QT-VINCULOS   PIC 9(04) VALUE ZEROS.
       77 WRK-PRECO-ED      PIC Z(04)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN INPUT MATERIAL-CATALOGO
           IF WRK-FS-MAT NOT = '00'
               DISPLAY 'CATALOGO MATCAT AUSENTE - SEM FORNECEDORES'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O FORNECEDORES
           IF WRK-FS-FOR = '35'
               OPEN OUTPUT FORNECEDORES
               CLOSE FORNECEDORES
               OPEN I-O FORNECEDORES
           END-IF
           OPEN I-O FORNECEDOR-MATERIAL
           IF WRK-FS-FMT = '35'
               OPEN OUTPUT FORNECEDOR-MATERIAL
               CLOSE FORNECEDOR-MATERIAL
               OPEN I-O FORNECEDOR-MATERIAL
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR / ALTERAR FORNECEDOR'
           DISPLAY '2 - ATIVAR / INATIVAR FORNECEDOR'
           DISPLAY '3 - VINCULAR MATERIAL AO FORNECEDOR'
           DISPLAY '4 - FORNECEDORES DE UM MATERIAL'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-MANTER-FORNECEDOR
               WHEN 2
                   PERFORM 0400-MUDAR-SITUACAO
               WHEN 3
                   PERFORM 0500-VINCULAR-MATERIAL
               WHEN 4
                   PERFORM 0600-LISTAR-FORNECEDORES
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * INCLUSAO OU ALTERACAO: CODIGO NOVO ENTRA ATIVO; CODIGO
      * EXISTENTE TEM NOME, CNPJ E TELEFONE REGRAVADOS, SEM
      * MEXER NA SITUACAO
      *****************************************************
       0300-MANTER-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR..'
           ACCEPT WRK-FORNECEDOR
           IF WRK-FORNECEDOR = SPACES
               DISPLAY 'CODIGO EM BRANCO - RECUSADO'
           ELSE
               DISPLAY 'RAZAO SOCIAL..'
               ACCEPT WRK-NOME
               DISPLAY 'CNPJ (14 DIGITOS)..'
               ACCEPT WRK-CNPJ
               DISPLAY 'TELEFONE DO CONTATO..'
               ACCEPT WRK-TELEFONE
               IF WRK-NOME = SPACES OR WRK-CNPJ = ZEROS
                   DISPLAY 'NOME OU CNPJ EM BRANCO - RECUSADO'
               ELSE
                   PERFORM 0310-GRAVAR-FORNECEDOR
               END-IF
           END-IF.

       0310-GRAVAR-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FORNEC-CODIGO
           READ FORNECEDORES
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-FOR = '00'
               MOVE WRK-NOME TO FORNEC-NOME
               MOVE WRK-CNPJ TO FORNEC-CNPJ
               MOVE WRK-TELEFONE TO FORNEC-TELEFONE
               REWRITE FORNEC-REC
               DISPLAY 'FORNECEDOR ALTERADO'
           ELSE
               MOVE WRK-FORNECEDOR TO FORNEC-CODIGO
               MOVE WRK-NOME TO FORNEC-NOME
               MOVE WRK-CNPJ TO FORNEC-CNPJ
               MOVE WRK-TELEFONE TO FORNEC-TELEFONE
               MOVE 'A' TO FORNEC-SITUACAO
               WRITE FORNEC-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY 'FORNECEDOR INCLUIDO'
           END-IF.

       0400-MUDAR-SITUACAO.
           DISPLAY 'CODIGO DO FORNECEDOR..'
           ACCEPT WRK-FORNECEDOR
           MOVE WRK-FORNECEDOR TO FORNEC-CODIGO
           READ FORNECEDORES
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-FOR NOT = '00'
               DISPLAY 'FORNECEDOR AUSENTE DO CADASTRO'
           ELSE
               DISPLAY FORNEC-NOME ' SITUACAO ' FORNEC-SITUACAO
               IF FORNEC-ATIVO
                   DISPLAY 'INATIVAR O FORNECEDOR (S/N)..'
               ELSE
                   DISPLAY 'REATIVAR O FORNECEDOR (S/N)..'
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   IF FORNEC-ATIVO
                       MOVE 'I' TO FORNEC-SITUACAO
                   ELSE
                       MOVE 'A' TO FORNEC-SITUACAO
                   END-IF
                   REWRITE FORNEC-REC
                   DISPLAY 'SITUACAO GRAVADA'
               END-IF
           END-IF.

      *****************************************************
      * VINCULO: MATERIAL DO CATALOGO + FORNECEDOR CADASTRADO,
      * COM PRAZO DE ENTREGA, PRECO E MARCA DE PREFERIDO - SO
      * UM PREFERIDO POR MATERIAL, ENTAO MARCAR UM NOVO TIRA A
      * MARCA DO ANTERIOR
      *****************************************************
       0500-VINCULAR-MATERIAL.
           DISPLAY 'CODIGO DO MATERIAL..'
           ACCEPT WRK-MATERIAL
           MOVE WRK-MATERIAL TO MATCAT-CODIGO
           READ MATERIAL-CATALOGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MAT NOT = '00'
               DISPLAY 'MATERIAL AUSENTE DO CATALOGO MATCAT'
           ELSE
               DISPLAY 'MATERIAL.. ' MATCAT-DESCRICAO
               DISPLAY 'CODIGO DO FORNECEDOR..'
               ACCEPT WRK-FORNECEDOR
               MOVE WRK-FORNECEDOR TO FORNEC-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-FOR NOT = '00'
                   DISPLAY 'FORNECEDOR AUSENTE DO CADASTRO'
               ELSE
                   DISPLAY 'FORNECEDOR.. ' FORNEC-NOME
                   DISPLAY 'PRAZO DE ENTREGA EM DIAS..'
                   ACCEPT WRK-PRAZO-DIAS
                   DISPLAY 'PRECO POR M2..'
                   ACCEPT WRK-ULT-PRECO
                   DISPLAY 'FORNECEDOR PREFERIDO (S/N)..'
                   ACCEPT WRK-PREFERIDO
                   IF WRK-PREFERIDO = 'S'
                       PERFORM 0520-RETIRAR-PREFERIDO
                   END-IF
                   PERFORM 0510-GRAVAR-VINCULO
               END-IF
           END-IF.

       0510-GRAVAR-VINCULO.
           MOVE WRK-MATERIAL TO FORNMAT-MATERIAL
           MOVE WRK-FORNECEDOR TO FORNMAT-FORNECEDOR
           READ FORNECEDOR-MATERIAL
               INVALID KEY
                   MOVE WRK-MATERIAL TO FORNMAT-MATERIAL
                   MOVE WRK-FORNECEDOR TO FORNMAT-FORNECEDOR
                   MOVE ZEROS TO FORNMAT-PRAZO-DIAS
                   MOVE ZEROS TO FORNMAT-ULT-PRECO
                   MOVE ZEROS TO FORNMAT-DATA-PRECO
                   MOVE 'N' TO FORNMAT-PREFERIDO
                   WRITE FORNMAT-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           MOVE WRK-PRAZO-DIAS TO FORNMAT-PRAZO-DIAS
           IF WRK-ULT-PRECO NOT = FORNMAT-ULT-PRECO
               MOVE WRK-ULT-PRECO TO FORNMAT-ULT-PRECO
               ACCEPT FORNMAT-DATA-PRECO FROM DATE YYYYMMDD
           END-IF
           IF WRK-PREFERIDO = 'S'
               MOVE 'S' TO FORNMAT-PREFERIDO
           ELSE
               MOVE 'N' TO FORNMAT-PREFERIDO
           END-IF
           REWRITE FORNMAT-REC
           DISPLAY 'VINCULO GRAVADO'.

       0520-RETIRAR-PREFERIDO.
           PERFORM 0610-POSICIONAR-MATERIAL
           PERFORM 0530-DESMARCAR-UM UNTIL FIM-VINCULOS.

       0530-DESMARCAR-UM.
           PERFORM 0620-LER-PROXIMO-VINCULO
           IF NOT FIM-VINCULOS
               AND FORNMAT-E-PREFERIDO
               AND FORNMAT-FORNECEDOR NOT = WRK-FORNECEDOR
               MOVE 'N' TO FORNMAT-PREFERIDO
               REWRITE FORNMAT-REC
               DISPLAY 'PREFERENCIA RETIRADA DE ' FORNMAT-FORNECEDOR
           END-IF.

      *****************************************************
      * CONSULTA: TODOS OS FORNECEDORES VINCULADOS AO MATERIAL,
      * COM PRAZO, ULTIMO PRECO E A MARCA DE PREFERIDO
      *****************************************************
       0600-LISTAR-FORNECEDORES.
           MOVE ZEROS TO WRK-QT-VINCULOS
           DISPLAY 'CODIGO DO MATERIAL..'
           ACCEPT WRK-MATERIAL
           PERFORM 0610-POSICIONAR-MATERIAL
           PERFORM 0630-EXIBIR-VINCULO UNTIL FIM-VINCULOS
           IF WRK-QT-VINCULOS = ZEROS
               DISPLAY 'MATERIAL SEM FORNECEDOR VINCULADO'
           END-IF.

       0610-POSICIONAR-MATERIAL.
           SET FIM-VINCULOS TO FALSE
           MOVE WRK-MATERIAL TO FORNMAT-MATERIAL
           MOVE SPACES TO FORNMAT-FORNECEDOR
           START FORNECEDOR-MATERIAL KEY >= FORNMAT-CHAVE
               INVALID KEY
                   SET FIM-VINCULOS TO TRUE
           END-START.

       0620-LER-PROXIMO-VINCULO.
           READ FORNECEDOR-MATERIAL NEXT RECORD
               AT END
                   SET FIM-VINCULOS TO TRUE
           END-READ
           IF NOT FIM-VINCULOS
               AND FORNMAT-MATERIAL NOT = WRK-MATERIAL
               SET FIM-VINCULOS TO TRUE
           END-IF.

       0630-EXIBIR-VINCULO.
           PERFORM 0620-LER-PROXIMO-VINCULO
           IF NOT FIM-VINCULOS
               ADD 1 TO WRK-QT-VINCULOS
               MOVE FORNMAT-FORNECEDOR TO FORNEC-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE 'FORA DO CADASTRO' TO FORNEC-NOME
                       MOVE SPACES TO FORNEC-SITUACAO
               END-READ
               MOVE FORNMAT-ULT-PRECO TO WRK-PRECO-ED
               DISPLAY FORNMAT-FORNECEDOR ' ' FORNEC-NOME
                   ' SIT ' FORNEC-SITUACAO
                   ' PRAZO ' FORNMAT-PRAZO-DIAS
                   ' PRECO ' WRK-PRECO-ED
                   ' PREF ' FORNMAT-PREFERIDO
           END-IF.

       0900-FINALIZAR.
           CLOSE MATERIAL-CATALOGO FORNECEDORES FORNECEDOR-MATERIAL.

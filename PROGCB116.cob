       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB116.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANUTENCAO DOS ENDERECOS DE ENTREGA DO
      * CLIENTE (ARQUIVO ENDENT) - PARA UM CUSTMAS-ID LISTA OS
      * ENDERECOS JA CADASTRADOS E, PELO CODIGO, INCLUI UM NOVO
      * OU ALTERA LOGRADOURO, CIDADE, CEP, UF E DESCRICAO, OU
      * INATIVA/REATIVA O ENDERECO, NOS MOLDES DA MANUTENCAO DO
      * CLIENTE DO PROGCOB20: CADA ALTERACAO VAI PARA O LOG DE
      * AUDITORIA COM O VALOR ANTERIOR E O NOVO (CHAVE = ID DO
      * CLIENTE + CODIGO DO ENDERECO) E A UF E CONFERIDA CONTRA
      * O FRETE-TABELA COMO NO PROGCOB02
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDERECOS-ENTREGA ASSIGN TO 'ENDENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDENT-CHAVE
               FILE STATUS IS WRK-FS-END.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL FRETE-TABELA ASSIGN TO 'FRETETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRETETAB-CHAVE
               FILE STATUS IS WRK-FS-TAB.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENDERECOS-ENTREGA.
           COPY 'ENDENT.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  FRETE-TABELA.
           COPY 'FRETETAB.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-FS-END       PIC X(02) VALUE '00'.
       77 WRK-FS-CLI       PIC X(02) VALUE '00'.
       77 WRK-FS-TAB       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-MANUTENCAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-TAB-OK       PIC X(01) VALUE 'N'.
           88 TARIFA-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-UF-VALIDA    PIC X(01) VALUE 'N'.
           88 UF-OK VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ID           PIC 9(06) VALUE ZEROS.
       77 WRK-CODIGO       PIC X(03) VALUE SPACES.
       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-QT-ENDERECOS PIC 9(03) VALUE ZEROS.
       77 WRK-LOGRADOURO   PIC X(30) VALUE SPACES.
       77 WRK-CIDADE       PIC X(20) VALUE SPACES.
       77 WRK-CEP          PIC 9(08) VALUE ZEROS.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(20) VALUE SPACES.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
       77 WRK-CEP-TXT      PIC 9(08) VALUE ZEROS.
       01  WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-CLIENTE     PIC 9(06).
           05  WRK-AUD-CODIGO      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-MANUTENCAO
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O ENDERECOS-ENTREGA
           IF WRK-FS-END = '35'
               OPEN OUTPUT ENDERECOS-ENTREGA
               CLOSE ENDERECOS-ENTREGA
               OPEN I-O ENDERECOS-ENTREGA
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT FRETE-TABELA
           IF WRK-FS-TAB = '00'
               SET TARIFA-DISPONIVEL TO TRUE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - MANUTENCAO ENCERRADA'
               SET CONTINUAR-MANUTENCAO TO FALSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'ID DO CLIENTE (ZERO PARA SAIR)..'
           ACCEPT WRK-ID
           IF WRK-ID = ZEROS
               SET CONTINUAR-MANUTENCAO TO FALSE
           ELSE
               MOVE WRK-ID TO CUSTMAS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUSTMAS-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CLI = '00'
                   DISPLAY 'CLIENTE.. ' CUSTMAS-NOME
                   DISPLAY 'CADASTRO. ' CUSTMAS-LOGRADOURO ' '
                       CUSTMAS-CIDADE ' ' CUSTMAS-UF
                   PERFORM 0210-LISTAR-ENDERECOS
                   PERFORM 0220-ESCOLHER-ENDERECO
               ELSE
                   DISPLAY 'CLIENTE NAO ENCONTRADO NO CUSTOMER-MASTER'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'ENDERECO DE ENTREGA DE CLIENTE INEXISTENTE'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               END-IF
           END-IF.

      *****************************************************
      * LISTA OS ENDERECOS DE ENTREGA DO CLIENTE, NA ORDEM DO
      * CODIGO, COM A SITUACAO DE CADA UM
      *****************************************************
       0210-LISTAR-ENDERECOS.
           MOVE ZEROS TO WRK-QT-ENDERECOS
           SET FIM-LISTA TO FALSE
           MOVE WRK-ID TO ENDENT-CLIENTE
           MOVE LOW-VALUES TO ENDENT-CODIGO
           START ENDERECOS-ENTREGA KEY >= ENDENT-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0211-LER-UM-ENDERECO UNTIL FIM-LISTA
           IF WRK-QT-ENDERECOS = ZEROS
               DISPLAY 'NENHUM ENDERECO DE ENTREGA CADASTRADO'
           END-IF.

       0211-LER-UM-ENDERECO.
           READ ENDERECOS-ENTREGA NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF ENDENT-CLIENTE NOT = WRK-ID
                   SET FIM-LISTA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-ENDERECOS
                   DISPLAY ENDENT-CODIGO ' ' ENDENT-DESCRICAO ' '
                       ENDENT-CIDADE ' ' ENDENT-UF ' '
                       ENDENT-SITUACAO
               END-IF
           END-IF.

       0220-ESCOLHER-ENDERECO.
           DISPLAY 'CODIGO DO ENDERECO (BRANCO = VOLTAR)..'
           ACCEPT WRK-CODIGO
           IF WRK-CODIGO NOT = SPACES
               MOVE WRK-ID TO ENDENT-CLIENTE WRK-AUD-CLIENTE
               MOVE WRK-CODIGO TO ENDENT-CODIGO WRK-AUD-CODIGO
               READ ENDERECOS-ENTREGA
                   KEY IS ENDENT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-END = '00'
                   PERFORM 0230-MOSTRAR-ENDERECO
                   PERFORM 0240-PERGUNTAR-ACAO
               ELSE
                   PERFORM 0250-INCLUIR-ENDERECO
               END-IF
           END-IF.

       0230-MOSTRAR-ENDERECO.
           DISPLAY '--------------'
           DISPLAY 'CODIGO.......' ENDENT-CODIGO
           DISPLAY 'DESCRICAO....' ENDENT-DESCRICAO
           DISPLAY 'LOGRADOURO...' ENDENT-LOGRADOURO
           DISPLAY 'CIDADE.......' ENDENT-CIDADE
           DISPLAY 'CEP..........' ENDENT-CEP
           DISPLAY 'UF...........' ENDENT-UF
           DISPLAY 'SITUACAO.....' ENDENT-SITUACAO
           DISPLAY 'DATA CRIACAO.' ENDENT-DATA-CRIA.

       0240-PERGUNTAR-ACAO.
           DISPLAY '1-LOGRADOURO  2-CIDADE  3-CEP  4-UF'
           DISPLAY '5-DESCRICAO  6-INATIVAR  7-REATIVAR  0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0241-ALTERAR-LOGRADOURO
               WHEN 2
                   PERFORM 0242-ALTERAR-CIDADE
               WHEN 3
                   PERFORM 0243-ALTERAR-CEP
               WHEN 4
                   PERFORM 0244-ALTERAR-UF
               WHEN 5
                   PERFORM 0245-ALTERAR-DESCRICAO
               WHEN 6
                   PERFORM 0246-MUDAR-SITUACAO
               WHEN 7
                   PERFORM 0246-MUDAR-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0241-ALTERAR-LOGRADOURO.
           DISPLAY 'NOVO LOGRADOURO..'
           ACCEPT WRK-LOGRADOURO
           IF WRK-LOGRADOURO = SPACES
               DISPLAY 'LOGRADOURO EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'ENT LOGRADOURO' TO AUDTRL-CAMPO
               MOVE ENDENT-LOGRADOURO TO AUDTRL-VALOR-ANTES
               MOVE WRK-LOGRADOURO TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-LOGRADOURO TO ENDENT-LOGRADOURO
               PERFORM 0260-REGRAVAR-ENDERECO
           END-IF.

       0242-ALTERAR-CIDADE.
           DISPLAY 'NOVA CIDADE..'
           ACCEPT WRK-CIDADE
           IF WRK-CIDADE = SPACES
               DISPLAY 'CIDADE EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'ENT CIDADE' TO AUDTRL-CAMPO
               MOVE ENDENT-CIDADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-CIDADE TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CIDADE TO ENDENT-CIDADE
               PERFORM 0260-REGRAVAR-ENDERECO
           END-IF.

       0243-ALTERAR-CEP.
           DISPLAY 'NOVO CEP (SO NUMEROS)..'
           ACCEPT WRK-CEP
           IF WRK-CEP = ZEROS
               DISPLAY 'CEP ZERADO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'ENT CEP' TO AUDTRL-CAMPO
               MOVE ENDENT-CEP TO WRK-CEP-TXT
               MOVE WRK-CEP-TXT TO AUDTRL-VALOR-ANTES
               MOVE WRK-CEP TO WRK-CEP-TXT
               MOVE WRK-CEP-TXT TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CEP TO ENDENT-CEP
               PERFORM 0260-REGRAVAR-ENDERECO
           END-IF.

      *****************************************************
      * A UF DO ENDERECO E A QUE O PROGCOB09 COTA - SO ENTRA
      * SIGLA QUE EXISTE NO FRETE-TABELA
      *****************************************************
       0244-ALTERAR-UF.
           SET UF-OK TO FALSE
           PERFORM 0270-CAPTURAR-UF UNTIL UF-OK
           MOVE 'ENT UF' TO AUDTRL-CAMPO
           MOVE ENDENT-UF TO AUDTRL-VALOR-ANTES
           MOVE WRK-UF TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-UF TO ENDENT-UF
           PERFORM 0260-REGRAVAR-ENDERECO.

       0245-ALTERAR-DESCRICAO.
           DISPLAY 'NOVA DESCRICAO..'
           ACCEPT WRK-DESCRICAO
           MOVE 'ENT DESCRICAO' TO AUDTRL-CAMPO
           MOVE ENDENT-DESCRICAO TO AUDTRL-VALOR-ANTES
           MOVE WRK-DESCRICAO TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-DESCRICAO TO ENDENT-DESCRICAO
           PERFORM 0260-REGRAVAR-ENDERECO.

      *****************************************************
      * INATIVA (OPCAO 6) OU REATIVA (OPCAO 7) O ENDERECO SEM
      * APAGAR O REGISTRO - PEDIDO JA COTADO PARA ELE CONTINUA
      * IMPRIMINDO O ENDERECO NA FATURA E NO MANIFESTO
      *****************************************************
       0246-MUDAR-SITUACAO.
           MOVE ENDENT-SITUACAO TO WRK-SIT-ANTES
           IF WRK-OPCAO = 6
               MOVE 'I' TO ENDENT-SITUACAO
           ELSE
               MOVE 'A' TO ENDENT-SITUACAO
           END-IF
           MOVE 'ENT SITUACAO' TO AUDTRL-CAMPO
           MOVE WRK-SIT-ANTES TO AUDTRL-VALOR-ANTES
           MOVE ENDENT-SITUACAO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0260-REGRAVAR-ENDERECO.

      *****************************************************
      * CODIGO NOVO PARA O CLIENTE: CAPTURA O ENDERECO INTEIRO
      * E GRAVA ATIVO - A INCLUSAO VAI PARA A AUDITORIA COM A
      * DESCRICAO E A UF
      *****************************************************
       0250-INCLUIR-ENDERECO.
           DISPLAY 'CODIGO NOVO - INCLUSAO DO ENDERECO'
           DISPLAY 'DESCRICAO (EX.: DEPOSITO, LOJA)..'
           ACCEPT WRK-DESCRICAO
           DISPLAY 'LOGRADOURO..'
           ACCEPT WRK-LOGRADOURO
           DISPLAY 'CIDADE..'
           ACCEPT WRK-CIDADE
           DISPLAY 'CEP (SO NUMEROS)..'
           ACCEPT WRK-CEP
           SET UF-OK TO FALSE
           PERFORM 0270-CAPTURAR-UF UNTIL UF-OK
           IF WRK-LOGRADOURO = SPACES OR WRK-CEP = ZEROS
               DISPLAY 'LOGRADOURO OU CEP EM BRANCO - INCLUSAO '
                   'DESCARTADA'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'ENDERECO DE ENTREGA INCOMPLETO NA INCLUSAO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               MOVE WRK-ID TO ENDENT-CLIENTE
               MOVE WRK-CODIGO TO ENDENT-CODIGO
               MOVE WRK-DESCRICAO TO ENDENT-DESCRICAO
               MOVE WRK-LOGRADOURO TO ENDENT-LOGRADOURO
               MOVE WRK-CIDADE TO ENDENT-CIDADE
               MOVE WRK-CEP TO ENDENT-CEP
               MOVE WRK-UF TO ENDENT-UF
               MOVE 'A' TO ENDENT-SITUACAO
               ACCEPT ENDENT-DATA-CRIA FROM DATE YYYYMMDD
               WRITE ENDENT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR ENDERECO ' WRK-FS-END
                       MOVE 'E003' TO EXCLOG-CODIGO
                       MOVE 'ERRO AO GRAVAR ENDERECO DE ENTREGA'
                           TO EXCLOG-DESCRICAO
                       PERFORM 0800-GRAVAR-EXCECAO
                   NOT INVALID KEY
                       MOVE 'ENT INCLUSAO' TO AUDTRL-CAMPO
                       MOVE SPACES TO AUDTRL-VALOR-ANTES
                       MOVE SPACES TO AUDTRL-VALOR-DEPOIS
                       STRING ENDENT-DESCRICAO(1:17) ' ' ENDENT-UF
                           DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
                       PERFORM 0280-GRAVAR-AUDITORIA
                       DISPLAY 'ENDERECO ' WRK-CODIGO ' INCLUIDO'
               END-WRITE
           END-IF.

      *****************************************************
      * REGRAVA O ENDERECO - A AUDITORIA SO E GRAVADA QUANDO O
      * REWRITE REALMENTE GRAVOU, COMO NO PROGCOB20
      *****************************************************
       0260-REGRAVAR-ENDERECO.
           REWRITE ENDENT-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS-END
                   MOVE 'E003' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR ENDERECO DE ENTREGA'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 0280-GRAVAR-AUDITORIA
           END-REWRITE.

       0270-CAPTURAR-UF.
           DISPLAY 'UF..'
           ACCEPT WRK-UF
           IF NOT TARIFA-DISPONIVEL
               SET UF-OK TO TRUE
           ELSE
               MOVE '001' TO FRETETAB-FILIAL
               MOVE WRK-UF TO FRETETAB-UF
               MOVE ZEROS TO FRETETAB-VIGENCIA
               START FRETE-TABELA KEY >= FRETETAB-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WRK-FS-TAB = '00'
                   READ FRETE-TABELA NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
               END-IF
               IF WRK-FS-TAB = '00' AND FRETETAB-UF = WRK-UF
                   AND FRETETAB-FILIAL = '001'
                   SET UF-OK TO TRUE
               ELSE
                   DISPLAY 'UF INVALIDA - DIGITE UMA DAS 27 UF'
               END-IF
           END-IF.

       0280-GRAVAR-AUDITORIA.
           MOVE 'PROGCB116' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDITORIA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB116' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0300-FINALIZAR.
           CLOSE ENDERECOS-ENTREGA
           CLOSE CUSTOMER-MASTER
           IF TARIFA-DISPONIVEL
               CLOSE FRETE-TABELA
           END-IF
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

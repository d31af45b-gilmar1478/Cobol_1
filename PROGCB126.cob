       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB126.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANUTENCAO DOS RESPONSAVEIS DO ALUNO (ARQUIVO
      * RESPONS) - PARA UMA MATRICULA DO CADASTRO MATRIC LISTA
      * OS RESPONSAVEIS JA CADASTRADOS (OU AVISA QUE NAO HA
      * NENHUM) E, PELA SEQUENCIA, INCLUI UM NOVO OU ALTERA
      * NOME, CPF, PARENTESCO, ENDERECO E TELEFONE, MARCA QUEM E
      * O RESPONSAVEL FINANCEIRO OU INATIVA/REATIVA O
      * RESPONSAVEL, NOS MOLDES DO PROGCB116: CADA ALTERACAO VAI
      * PARA O LOG DE AUDITORIA COM O VALOR ANTERIOR E O NOVO
      * (CHAVE = MATRICULA + SEQUENCIA). O CPF E CONFERIDO PELOS
      * DIGITOS VERIFICADORES COMO NO PROGCOB02, E SO UM
      * RESPONSAVEL ATIVO DA MATRICULA FICA COMO FINANCEIRO -
      * MARCAR UM DESMARCA OS OUTROS
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEIS ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESPONS-CHAVE
               FILE STATUS IS WRK-FS-RSP.
           SELECT OPTIONAL MATRICULA-MASTER ASSIGN TO 'MATRIC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRIC-MATRICULA
               FILE STATUS IS WRK-FS-MAT.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEIS.
           COPY 'RESPONS.CPY'.

       FD  MATRICULA-MASTER.
           COPY 'MATRIC.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77 WRK-SENHA        PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-FS-RSP       PIC X(02) VALUE '00'.
       77 WRK-FS-MAT       PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
       77 WRK-CONTINUA     PIC X(01) VALUE 'S'.
           88 CONTINUAR-MANUTENCAO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TEM-FINANC   PIC X(01) VALUE 'N'.
           88 TEM-FINANCEIRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CPF-VALIDO   PIC X(01) VALUE 'N'.
           88 CPF-OK VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ID           PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ          PIC 9(02) VALUE ZEROS.
       77 WRK-OPCAO        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-RESP      PIC 9(03) VALUE ZEROS.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       77 WRK-PARENTESCO   PIC X(10) VALUE SPACES.
       77 WRK-LOGRADOURO   PIC X(30) VALUE SPACES.
       77 WRK-CIDADE       PIC X(20) VALUE SPACES.
       77 WRK-CEP          PIC 9(08) VALUE ZEROS.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-TELEFONE     PIC X(15) VALUE SPACES.
       77 WRK-FINANCEIRO   PIC X(01) VALUE 'N'.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
       77 WRK-CEP-TXT      PIC 9(08) VALUE ZEROS.
       77 WRK-K            PIC 9(02) VALUE ZEROS.
       77 WRK-DV-SOMA      PIC 9(04) VALUE ZEROS.
       77 WRK-DV-QUOC      PIC 9(04) VALUE ZEROS.
       77 WRK-DV-RESTO     PIC 9(02) VALUE ZEROS.
       77 WRK-DV-1         PIC 9(01) VALUE ZEROS.
       77 WRK-DV-2         PIC 9(01) VALUE ZEROS.
       01  WRK-CPF         PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-TAB REDEFINES WRK-CPF.
           05  WRK-CPF-DIG         PIC 9(01) OCCURS 11.
       01  WRK-CHAVE-AUDITORIA.
           05  WRK-AUD-MATRICULA   PIC 9(06).
           05  WRK-AUD-SEQ         PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUAR-MANUTENCAO
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           OPEN I-O RESPONSAVEIS
           IF WRK-FS-RSP = '35'
               OPEN OUTPUT RESPONSAVEIS
               CLOSE RESPONSAVEIS
               OPEN I-O RESPONSAVEIS
           END-IF
           OPEN INPUT MATRICULA-MASTER
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
           DISPLAY 'MATRICULA (ZERO PARA SAIR)..'
           ACCEPT WRK-ID
           IF WRK-ID = ZEROS
               SET CONTINUAR-MANUTENCAO TO FALSE
           ELSE
               MOVE WRK-ID TO MATRIC-MATRICULA
               READ MATRICULA-MASTER
                   KEY IS MATRIC-MATRICULA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-MAT = '00'
                   DISPLAY 'ALUNO.... ' MATRIC-NOME ' SITUACAO '
                       MATRIC-SITUACAO
                   PERFORM 0210-LISTAR-RESPONSAVEIS
                   PERFORM 0220-ESCOLHER-RESPONSAVEL
               ELSE
                   DISPLAY 'MATRICULA NAO ENCONTRADA NO MATRIC'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'RESPONSAVEL DE MATRICULA INEXISTENTE'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               END-IF
           END-IF.

      *****************************************************
      * LISTA OS RESPONSAVEIS DA MATRICULA NA ORDEM DA
      * SEQUENCIA, COM O INDICADOR DE FINANCEIRO E A SITUACAO -
      * MATRICULA SEM NENHUM RESPONSAVEL ATIVO COMO FINANCEIRO E
      * AVISADA, POIS A FATURA E A COBRANCA FICAM SEM DESTINO
      *****************************************************
       0210-LISTAR-RESPONSAVEIS.
           MOVE ZEROS TO WRK-QT-RESP
           SET TEM-FINANCEIRO TO FALSE
           SET FIM-LISTA TO FALSE
           MOVE WRK-ID TO RESPONS-MATRICULA
           MOVE ZEROS TO RESPONS-SEQ
           START RESPONSAVEIS KEY >= RESPONS-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0211-LER-UM-RESPONSAVEL UNTIL FIM-LISTA
           IF WRK-QT-RESP = ZEROS
               DISPLAY 'NENHUM RESPONSAVEL CADASTRADO PARA O ALUNO'
           ELSE
               IF NOT TEM-FINANCEIRO
                   DISPLAY 'ATENCAO - NENHUM RESPONSAVEL FINANCEIRO '
                       'ATIVO'
               END-IF
           END-IF.

       0211-LER-UM-RESPONSAVEL.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF RESPONS-MATRICULA NOT = WRK-ID
                   SET FIM-LISTA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-RESP
                   IF RESPONS-E-FINANCEIRO AND RESPONS-ATIVO
                       SET TEM-FINANCEIRO TO TRUE
                   END-IF
                   DISPLAY RESPONS-SEQ ' ' RESPONS-NOME ' '
                       RESPONS-PARENTESCO ' FIN=' RESPONS-FINANCEIRO
                       ' ' RESPONS-SITUACAO
               END-IF
           END-IF.

       0220-ESCOLHER-RESPONSAVEL.
           DISPLAY 'SEQUENCIA DO RESPONSAVEL (ZERO = VOLTAR)..'
           ACCEPT WRK-SEQ
           IF WRK-SEQ NOT = ZEROS
               MOVE WRK-ID TO RESPONS-MATRICULA WRK-AUD-MATRICULA
               MOVE WRK-SEQ TO RESPONS-SEQ WRK-AUD-SEQ
               READ RESPONSAVEIS
                   KEY IS RESPONS-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-RSP = '00'
                   PERFORM 0230-MOSTRAR-RESPONSAVEL
                   PERFORM 0240-PERGUNTAR-ACAO
               ELSE
                   PERFORM 0250-INCLUIR-RESPONSAVEL
               END-IF
           END-IF.

       0230-MOSTRAR-RESPONSAVEL.
           DISPLAY '--------------'
           DISPLAY 'SEQUENCIA....' RESPONS-SEQ
           DISPLAY 'NOME.........' RESPONS-NOME
           DISPLAY 'CPF..........' RESPONS-CPF
           DISPLAY 'PARENTESCO...' RESPONS-PARENTESCO
           DISPLAY 'LOGRADOURO...' RESPONS-LOGRADOURO
           DISPLAY 'CIDADE.......' RESPONS-CIDADE
           DISPLAY 'CEP..........' RESPONS-CEP
           DISPLAY 'UF...........' RESPONS-UF
           DISPLAY 'TELEFONE.....' RESPONS-TELEFONE
           DISPLAY 'FINANCEIRO...' RESPONS-FINANCEIRO
           DISPLAY 'SITUACAO.....' RESPONS-SITUACAO
           DISPLAY 'DATA CRIACAO.' RESPONS-DATA-CRIA.

       0240-PERGUNTAR-ACAO.
           DISPLAY '1-NOME  2-CPF  3-PARENTESCO  4-LOGRADOURO'
           DISPLAY '5-CIDADE  6-CEP  7-UF  8-TELEFONE'
           DISPLAY '9-TORNAR FINANCEIRO  10-INATIVAR  11-REATIVAR'
           DISPLAY '0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0241-ALTERAR-NOME
               WHEN 2
                   PERFORM 0242-ALTERAR-CPF
               WHEN 3
                   PERFORM 0243-ALTERAR-PARENTESCO
               WHEN 4
                   PERFORM 0244-ALTERAR-LOGRADOURO
               WHEN 5
                   PERFORM 0245-ALTERAR-CIDADE
               WHEN 6
                   PERFORM 0246-ALTERAR-CEP
               WHEN 7
                   PERFORM 0247-ALTERAR-UF
               WHEN 8
                   PERFORM 0248-ALTERAR-TELEFONE
               WHEN 9
                   PERFORM 0249-TORNAR-FINANCEIRO
               WHEN 10
                   PERFORM 0255-MUDAR-SITUACAO
               WHEN 11
                   PERFORM 0255-MUDAR-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0241-ALTERAR-NOME.
           DISPLAY 'NOVO NOME..'
           ACCEPT WRK-NOME
           IF WRK-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'RSP NOME' TO AUDTRL-CAMPO
               MOVE RESPONS-NOME TO AUDTRL-VALOR-ANTES
               MOVE WRK-NOME TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-NOME TO RESPONS-NOME
               PERFORM 0260-REGRAVAR-RESPONSAVEL
           END-IF.

       0242-ALTERAR-CPF.
           DISPLAY 'NOVO CPF (SO NUMEROS)..'
           ACCEPT WRK-CPF
           PERFORM 0270-VALIDAR-CPF
           IF NOT CPF-OK
               DISPLAY 'CPF INVALIDO - CONFIRA OS DIGITOS'
               MOVE 'E002' TO EXCLOG-CODIGO
               MOVE 'CPF DE RESPONSAVEL COM DIGITO INVALIDO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               MOVE 'RSP CPF' TO AUDTRL-CAMPO
               MOVE RESPONS-CPF TO AUDTRL-VALOR-ANTES
               MOVE WRK-CPF TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CPF TO RESPONS-CPF
               PERFORM 0260-REGRAVAR-RESPONSAVEL
           END-IF.

       0243-ALTERAR-PARENTESCO.
           DISPLAY 'NOVO PARENTESCO (EX.: PAI, MAE, AVO)..'
           ACCEPT WRK-PARENTESCO
           MOVE 'RSP PARENTESCO' TO AUDTRL-CAMPO
           MOVE RESPONS-PARENTESCO TO AUDTRL-VALOR-ANTES
           MOVE WRK-PARENTESCO TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-PARENTESCO TO RESPONS-PARENTESCO
           PERFORM 0260-REGRAVAR-RESPONSAVEL.

       0244-ALTERAR-LOGRADOURO.
           DISPLAY 'NOVO LOGRADOURO..'
           ACCEPT WRK-LOGRADOURO
           IF WRK-LOGRADOURO = SPACES
               DISPLAY 'LOGRADOURO EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'RSP LOGRADOURO' TO AUDTRL-CAMPO
               MOVE RESPONS-LOGRADOURO TO AUDTRL-VALOR-ANTES
               MOVE WRK-LOGRADOURO TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-LOGRADOURO TO RESPONS-LOGRADOURO
               PERFORM 0260-REGRAVAR-RESPONSAVEL
           END-IF.

       0245-ALTERAR-CIDADE.
           DISPLAY 'NOVA CIDADE..'
           ACCEPT WRK-CIDADE
           IF WRK-CIDADE = SPACES
               DISPLAY 'CIDADE EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'RSP CIDADE' TO AUDTRL-CAMPO
               MOVE RESPONS-CIDADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-CIDADE TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CIDADE TO RESPONS-CIDADE
               PERFORM 0260-REGRAVAR-RESPONSAVEL
           END-IF.

       0246-ALTERAR-CEP.
           DISPLAY 'NOVO CEP (SO NUMEROS)..'
           ACCEPT WRK-CEP
           IF WRK-CEP = ZEROS
               DISPLAY 'CEP ZERADO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'RSP CEP' TO AUDTRL-CAMPO
               MOVE RESPONS-CEP TO WRK-CEP-TXT
               MOVE WRK-CEP-TXT TO AUDTRL-VALOR-ANTES
               MOVE WRK-CEP TO WRK-CEP-TXT
               MOVE WRK-CEP-TXT TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CEP TO RESPONS-CEP
               PERFORM 0260-REGRAVAR-RESPONSAVEL
           END-IF.

       0247-ALTERAR-UF.
           DISPLAY 'NOVA UF..'
           ACCEPT WRK-UF
           IF WRK-UF = SPACES
               DISPLAY 'UF EM BRANCO - ALTERACAO DESCARTADA'
           ELSE
               MOVE 'RSP UF' TO AUDTRL-CAMPO
               MOVE RESPONS-UF TO AUDTRL-VALOR-ANTES
               MOVE WRK-UF TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-UF TO RESPONS-UF
               PERFORM 0260-REGRAVAR-RESPONSAVEL
           END-IF.

       0248-ALTERAR-TELEFONE.
           DISPLAY 'NOVO TELEFONE..'
           ACCEPT WRK-TELEFONE
           MOVE 'RSP TELEFONE' TO AUDTRL-CAMPO
           MOVE RESPONS-TELEFONE TO AUDTRL-VALOR-ANTES
           MOVE WRK-TELEFONE TO AUDTRL-VALOR-DEPOIS
           MOVE WRK-TELEFONE TO RESPONS-TELEFONE
           PERFORM 0260-REGRAVAR-RESPONSAVEL.

      *****************************************************
      * SO UM RESPONSAVEL ATIVO DA MATRICULA E O FINANCEIRO:
      * DESMARCA OS OUTROS (CADA UM COM A SUA AUDITORIA) E SO
      * ENTAO RELE E MARCA O ESCOLHIDO
      *****************************************************
       0249-TORNAR-FINANCEIRO.
           IF NOT RESPONS-ATIVO
               DISPLAY 'RESPONSAVEL INATIVO - REATIVE ANTES'
           ELSE
               IF RESPONS-E-FINANCEIRO
                   DISPLAY 'JA E O RESPONSAVEL FINANCEIRO'
               ELSE
                   PERFORM 0290-RETIRAR-FINANCEIRO
                   MOVE WRK-ID TO RESPONS-MATRICULA WRK-AUD-MATRICULA
                   MOVE WRK-SEQ TO RESPONS-SEQ WRK-AUD-SEQ
                   READ RESPONSAVEIS
                       KEY IS RESPONS-CHAVE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-RSP = '00'
                       MOVE 'RSP FINANCEIRO' TO AUDTRL-CAMPO
                       MOVE RESPONS-FINANCEIRO TO AUDTRL-VALOR-ANTES
                       MOVE 'S' TO AUDTRL-VALOR-DEPOIS
                       MOVE 'S' TO RESPONS-FINANCEIRO
                       PERFORM 0260-REGRAVAR-RESPONSAVEL
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * INATIVA (OPCAO 10) OU REATIVA (OPCAO 11) SEM APAGAR O
      * REGISTRO - O RESPONSAVEL FINANCEIRO INATIVADO PERDE O
      * INDICADOR, E A MATRICULA FICA SEM FINANCEIRO ATE QUE
      * OUTRO SEJA MARCADO
      *****************************************************
       0255-MUDAR-SITUACAO.
           MOVE RESPONS-SITUACAO TO WRK-SIT-ANTES
           IF WRK-OPCAO = 10
               MOVE 'I' TO RESPONS-SITUACAO
           ELSE
               MOVE 'A' TO RESPONS-SITUACAO
           END-IF
           MOVE 'RSP SITUACAO' TO AUDTRL-CAMPO
           MOVE WRK-SIT-ANTES TO AUDTRL-VALOR-ANTES
           MOVE RESPONS-SITUACAO TO AUDTRL-VALOR-DEPOIS
           PERFORM 0260-REGRAVAR-RESPONSAVEL
           IF RESPONS-INATIVO AND RESPONS-E-FINANCEIRO
               AND WRK-FS-RSP = '00'
               MOVE 'RSP FINANCEIRO' TO AUDTRL-CAMPO
               MOVE 'S' TO AUDTRL-VALOR-ANTES
               MOVE 'N' TO AUDTRL-VALOR-DEPOIS
               MOVE 'N' TO RESPONS-FINANCEIRO
               PERFORM 0260-REGRAVAR-RESPONSAVEL
               DISPLAY 'ALUNO FICOU SEM RESPONSAVEL FINANCEIRO - '
                   'MARQUE OUTRO'
           END-IF.

      *****************************************************
      * SEQUENCIA NOVA PARA A MATRICULA: CAPTURA O RESPONSAVEL
      * INTEIRO, CONFERE O CPF E GRAVA ATIVO - O PRIMEIRO
      * RESPONSAVEL ATIVO DO ALUNO JA ENTRA COMO FINANCEIRO
      *****************************************************
       0250-INCLUIR-RESPONSAVEL.
           DISPLAY 'SEQUENCIA NOVA - INCLUSAO DO RESPONSAVEL'
           DISPLAY 'NOME..'
           ACCEPT WRK-NOME
           DISPLAY 'CPF (SO NUMEROS)..'
           ACCEPT WRK-CPF
           DISPLAY 'PARENTESCO (EX.: PAI, MAE, AVO)..'
           ACCEPT WRK-PARENTESCO
           DISPLAY 'LOGRADOURO..'
           ACCEPT WRK-LOGRADOURO
           DISPLAY 'CIDADE..'
           ACCEPT WRK-CIDADE
           DISPLAY 'CEP (SO NUMEROS)..'
           ACCEPT WRK-CEP
           DISPLAY 'UF..'
           ACCEPT WRK-UF
           DISPLAY 'TELEFONE..'
           ACCEPT WRK-TELEFONE
           IF TEM-FINANCEIRO
               DISPLAY 'RESPONSAVEL FINANCEIRO (S/N)..'
               ACCEPT WRK-FINANCEIRO
           ELSE
               DISPLAY 'ALUNO SEM FINANCEIRO - ESTE PASSA A SER O '
                   'RESPONSAVEL FINANCEIRO'
               MOVE 'S' TO WRK-FINANCEIRO
           END-IF
           PERFORM 0270-VALIDAR-CPF
           IF WRK-NOME = SPACES OR WRK-LOGRADOURO = SPACES
               OR WRK-CEP = ZEROS
               DISPLAY 'NOME, LOGRADOURO OU CEP EM BRANCO - '
                   'INCLUSAO DESCARTADA'
               MOVE 'E003' TO EXCLOG-CODIGO
               MOVE 'RESPONSAVEL INCOMPLETO NA INCLUSAO'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               IF NOT CPF-OK
                   DISPLAY 'CPF INVALIDO - INCLUSAO DESCARTADA'
                   MOVE 'E002' TO EXCLOG-CODIGO
                   MOVE 'CPF DE RESPONSAVEL COM DIGITO INVALIDO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               ELSE
                   PERFORM 0251-GRAVAR-INCLUSAO
               END-IF
           END-IF.

       0251-GRAVAR-INCLUSAO.
           IF WRK-FINANCEIRO = 'S' AND TEM-FINANCEIRO
               PERFORM 0290-RETIRAR-FINANCEIRO
           END-IF
           IF WRK-FINANCEIRO NOT = 'S'
               MOVE 'N' TO WRK-FINANCEIRO
           END-IF
           MOVE WRK-ID TO RESPONS-MATRICULA WRK-AUD-MATRICULA
           MOVE WRK-SEQ TO RESPONS-SEQ WRK-AUD-SEQ
           MOVE WRK-NOME TO RESPONS-NOME
           MOVE WRK-CPF TO RESPONS-CPF
           MOVE WRK-PARENTESCO TO RESPONS-PARENTESCO
           MOVE WRK-LOGRADOURO TO RESPONS-LOGRADOURO
           MOVE WRK-CIDADE TO RESPONS-CIDADE
           MOVE WRK-CEP TO RESPONS-CEP
           MOVE WRK-UF TO RESPONS-UF
           MOVE WRK-TELEFONE TO RESPONS-TELEFONE
           MOVE WRK-FINANCEIRO TO RESPONS-FINANCEIRO
           MOVE 'A' TO RESPONS-SITUACAO
           ACCEPT RESPONS-DATA-CRIA FROM DATE YYYYMMDD
           WRITE RESPONS-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR RESPONSAVEL ' WRK-FS-RSP
                   MOVE 'E004' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR RESPONSAVEL DO ALUNO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   MOVE 'RSP INCLUSAO' TO AUDTRL-CAMPO
                   MOVE SPACES TO AUDTRL-VALOR-ANTES
                   MOVE SPACES TO AUDTRL-VALOR-DEPOIS
                   STRING RESPONS-NOME(1:17) ' F' RESPONS-FINANCEIRO
                       DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
                   PERFORM 0280-GRAVAR-AUDITORIA
                   DISPLAY 'RESPONSAVEL ' WRK-SEQ ' INCLUIDO'
           END-WRITE.

      *****************************************************
      * REGRAVA O RESPONSAVEL - A AUDITORIA SO E GRAVADA QUANDO
      * O REWRITE REALMENTE GRAVOU, COMO NO PROGCB116
      *****************************************************
       0260-REGRAVAR-RESPONSAVEL.
           REWRITE RESPONS-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ALTERACAO ' WRK-FS-RSP
                   MOVE 'E004' TO EXCLOG-CODIGO
                   MOVE 'ERRO AO GRAVAR RESPONSAVEL DO ALUNO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   PERFORM 0280-GRAVAR-AUDITORIA
           END-REWRITE.

      *****************************************************
      * DIGITOS VERIFICADORES DO CPF PELO MODULO 11, COMO O
      * PROGCOB02 CONFERE O DOCUMENTO DO CLIENTE - CPF ZERADO OU
      * COM TODOS OS DIGITOS IGUAIS TAMBEM E RECUSADO
      *****************************************************
       0270-VALIDAR-CPF.
           SET CPF-OK TO FALSE
           IF WRK-CPF NOT = ZEROS
               AND WRK-CPF NOT = WRK-CPF-DIG(1) * 11111111111
               MOVE ZEROS TO WRK-DV-SOMA
               PERFORM 0271-SOMAR-DV1
                   VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 9
               PERFORM 0275-CALCULAR-DV-MOD11
               MOVE WRK-DV-RESTO TO WRK-DV-1
               MOVE ZEROS TO WRK-DV-SOMA
               PERFORM 0272-SOMAR-DV2
                   VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 10
               PERFORM 0275-CALCULAR-DV-MOD11
               MOVE WRK-DV-RESTO TO WRK-DV-2
               IF WRK-CPF-DIG(10) = WRK-DV-1
                   AND WRK-CPF-DIG(11) = WRK-DV-2
                   SET CPF-OK TO TRUE
               END-IF
           END-IF.

       0271-SOMAR-DV1.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CPF-DIG(WRK-K) * (11 - WRK-K).

       0272-SOMAR-DV2.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CPF-DIG(WRK-K) * (12 - WRK-K).

       0275-CALCULAR-DV-MOD11.
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
               REMAINDER WRK-DV-RESTO
           IF WRK-DV-RESTO < 2
               MOVE ZEROS TO WRK-DV-RESTO
           ELSE
               COMPUTE WRK-DV-RESTO = 11 - WRK-DV-RESTO
           END-IF.

       0280-GRAVAR-AUDITORIA.
           MOVE 'PROGCB126' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-CHAVE-AUDITORIA TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

      *****************************************************
      * VARRE OS RESPONSAVEIS DA MATRICULA E TIRA O INDICADOR DE
      * FINANCEIRO DE QUEM O TIVER (MENOS A SEQUENCIA ESCOLHIDA),
      * COM A AUDITORIA NA CHAVE DE CADA UM
      *****************************************************
       0290-RETIRAR-FINANCEIRO.
           SET FIM-LISTA TO FALSE
           MOVE WRK-ID TO RESPONS-MATRICULA
           MOVE ZEROS TO RESPONS-SEQ
           START RESPONSAVEIS KEY >= RESPONS-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START
           PERFORM 0291-DESMARCAR-UM UNTIL FIM-LISTA
           MOVE WRK-SEQ TO WRK-AUD-SEQ.

       0291-DESMARCAR-UM.
           READ RESPONSAVEIS NEXT RECORD
               AT END
                   SET FIM-LISTA TO TRUE
           END-READ
           IF NOT FIM-LISTA
               IF RESPONS-MATRICULA NOT = WRK-ID
                   SET FIM-LISTA TO TRUE
               ELSE
                   IF RESPONS-E-FINANCEIRO
                       AND RESPONS-SEQ NOT = WRK-SEQ
                       MOVE RESPONS-SEQ TO WRK-AUD-SEQ
                       MOVE 'RSP FINANCEIRO' TO AUDTRL-CAMPO
                       MOVE 'S' TO AUDTRL-VALOR-ANTES
                       MOVE 'N' TO AUDTRL-VALOR-DEPOIS
                       MOVE 'N' TO RESPONS-FINANCEIRO
                       PERFORM 0260-REGRAVAR-RESPONSAVEL
                   END-IF
               END-IF
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB126' TO EXCLOG-PROGRAMA
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
           CLOSE RESPONSAVEIS
           CLOSE MATRICULA-MASTER
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB136.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANUTENCAO DO CADASTRO DE FILIAIS (FILIALCF) -
      * O ARQUIVO SO TINHA CODIGO, FUSO E UF E ERA CARREGADO A
      * MAO, DE MODO QUE ABRIR OU FECHAR UMA LOJA VIRAVA SERVICO
      * DE PROGRAMACAO. SO O NIVEL DE SUPERVISOR ENTRA: INCLUI A
      * FILIAL (NOME, CNPJ COM DIGITO VERIFICADOR, ENDERECO, UF,
      * FUSO E DATA DE ABERTURA - ABERTURA FUTURA NASCE PREVISTA),
      * ALTERA O CADASTRO, REPROGRAMA A ABERTURA, REGISTRA O
      * FECHAMENTO (ULTIMO DIA DE OPERACAO) E DESFAZ UM
      * FECHAMENTO LANCADO POR ENGANO. A ORDEM DO ARQUIVO E
      * PRESERVADA (A PRIMEIRA LINHA CONTINUA SENDO A FILIAL
      * DESTA INSTALACAO) E A INCLUSAO ENTRA NO FIM. TODA
      * ALTERACAO VAI PARA O AUDTRL, CAMPO A CAMPO. A CRITICA DOS
      * CAIXAS (PROGCOB30), A COTACAO DE FRETE (PROGCOB09) E O
      * FECHAMENTO CONSOLIDADO (PROGCOB15) USAM AS DATAS DE
      * ABERTURA E FECHAMENTO DESTE CADASTRO
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
           SELECT OPTIONAL FILIAL-CONFIG ASSIGN TO 'FILIALCF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FIL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  FILIAL-CONFIG.
           COPY 'FILIAL.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FIL        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-SUPERVISOR    PIC X(01) VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FIL       PIC X(01) VALUE 'N'.
           88 FIM-FILIAIS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-ALVO          PIC X(03) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-QT-FILIAIS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ALTERADOS  PIC 9(02) VALUE ZEROS.

      *****************************************************
      * CAMPOS DIGITADOS - BRANCO NA ALTERACAO MANTEM O VALOR
      *****************************************************
       77 WRK-NOME          PIC X(30) VALUE SPACES.
       77 WRK-LOGRADOURO    PIC X(30) VALUE SPACES.
       77 WRK-CIDADE        PIC X(20) VALUE SPACES.
       77 WRK-CEP-TXT       PIC X(08) VALUE SPACES.
       77 WRK-UF            PIC X(02) VALUE SPACES.
       01  WRK-FUSO-TXT.
           05  WRK-FUSO-SINAL   PIC X(01).
           05  WRK-FUSO-HORAS   PIC 9(02).
       77 WRK-FUSO          PIC S9(02) VALUE ZEROS.
       77 WRK-FUSO-ED       PIC -9(02).
       77 WRK-DATA          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DECOMPOSTA.
           05  WRK-DT-ANO       PIC 9(04).
           05  WRK-DT-MES       PIC 9(02).
           05  WRK-DT-DIA       PIC 9(02).
       77 WRK-DATA-OK       PIC X(01) VALUE 'N'.
           88 DATA-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CAMPO-OK      PIC X(01) VALUE 'N'.
           88 CAMPO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * AREAS DA VALIDACAO DO CNPJ - MESMA REGRA DE DIGITO
      * VERIFICADOR DO CADASTRO DE CLIENTES DO PROGCOB02 (O DV1
      * USA AS POSICOES 2-13 DA TABELA DE PESOS, O DV2 AS
      * POSICOES 1-13)
      *****************************************************
       01  WRK-PESOS-CNPJ-EXTENSO.
           02  FILLER PIC X(13) VALUE '6543298765432'.
       01  WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-EXTENSO.
           02  WRK-PESO-CNPJ PIC 9(01) OCCURS 13 TIMES.
       77 WRK-CNPJ-TXT      PIC X(14) VALUE SPACES.
       01  WRK-CNPJ-DIGITOS.
           02  WRK-CNPJ-DIG PIC 9(01) OCCURS 14 TIMES.
       01  WRK-CNPJ-NUM REDEFINES WRK-CNPJ-DIGITOS PIC 9(14).
       77 WRK-K             PIC 9(02) VALUE ZEROS.
       77 WRK-DV-SOMA       PIC 9(04) VALUE ZEROS.
       77 WRK-DV-QUOC       PIC 9(04) VALUE ZEROS.
       77 WRK-DV-RESTO      PIC 9(02) VALUE ZEROS.
       77 WRK-DV-1          PIC 9(02) VALUE ZEROS.
       77 WRK-DV-2          PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA PROGCOB79-SIGNON - SO
      * O NIVEL DE SUPERVISOR MANTEM O CADASTRO DE FILIAIS
      *****************************************************
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
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
                   ') - CADASTRO DE FILIAIS ENCERRADO'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'CADASTRO DE FILIAIS EXIGE SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'CAD. FILIAIS NEGADO A ' WRK-OPERADOR
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   SET FIM-ATENDIMENTO TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET SUPERVISOR-AUTORIZADO TO TRUE
                   OPEN EXTEND AUDIT-LOG
                   IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
                       OPEN OUTPUT AUDIT-LOG
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * CADA ACAO ABRE E FECHA O FILIALCF - O ARQUIVO E
      * SEQUENCIAL E LIDO NA ABERTURA DE VARIOS PROGRAMAS, ENTAO
      * NAO FICA PRESO ENTRE UMA ACAO E OUTRA
      *****************************************************
       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR FILIAL'
           DISPLAY '2 - ALTERAR CADASTRO DA FILIAL'
           DISPLAY '3 - REPROGRAMAR DATA DE ABERTURA'
           DISPLAY '4 - REGISTRAR FECHAMENTO'
           DISPLAY '5 - DESFAZER FECHAMENTO'
           DISPLAY '6 - LISTAR FILIAIS'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-FILIAL
                       THRU 0300-EXIT
               WHEN 2
                   PERFORM 0400-ALTERAR-CADASTRO
                       THRU 0400-EXIT
               WHEN 3
                   PERFORM 0500-REPROGRAMAR-ABERTURA
                       THRU 0500-EXIT
               WHEN 4
                   PERFORM 0600-REGISTRAR-FECHAMENTO
                       THRU 0600-EXIT
               WHEN 5
                   PERFORM 0650-DESFAZER-FECHAMENTO
                       THRU 0650-EXIT
               WHEN 6
                   PERFORM 0700-LISTAR-FILIAIS
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           PERFORM 0390-FECHAR-CADASTRO.

      *****************************************************
      * INCLUSAO - CODIGO NOVO, NOME E CNPJ OBRIGATORIOS, UF E
      * DATA DE ABERTURA OBRIGATORIAS. ABERTURA ATE HOJE NASCE
      * ABERTA, ABERTURA FUTURA NASCE PREVISTA (A CRITICA DOS
      * CAIXAS SO ACEITA VENDA A PARTIR DA DATA)
      *****************************************************
       0300-INCLUIR-FILIAL.
           PERFORM 0310-LOCALIZAR-FILIAL
           IF WRK-ALVO = SPACES
               GO TO 0300-EXIT
           END-IF
           IF FILIAL-ACHADA
               DISPLAY 'FILIAL JA CADASTRADA'
               GO TO 0300-EXIT
           END-IF
           PERFORM 0390-FECHAR-CADASTRO
           DISPLAY 'NOME DA FILIAL..'
           MOVE SPACES TO WRK-NOME
           ACCEPT WRK-NOME
           IF WRK-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - INCLUSAO CANCELADA'
               GO TO 0300-EXIT
           END-IF
           PERFORM 0320-LER-CNPJ
           IF WRK-CNPJ-TXT = SPACES OR NOT CAMPO-VALIDO
               DISPLAY 'CNPJ OBRIGATORIO - INCLUSAO CANCELADA'
               GO TO 0300-EXIT
           END-IF
           PERFORM 0330-LER-ENDERECO
           PERFORM 0340-LER-UF
           IF WRK-UF = SPACES OR NOT CAMPO-VALIDO
               DISPLAY 'UF OBRIGATORIA - INCLUSAO CANCELADA'
               GO TO 0300-EXIT
           END-IF
           PERFORM 0350-LER-FUSO
           IF NOT CAMPO-VALIDO
               GO TO 0300-EXIT
           END-IF
           IF WRK-FUSO-TXT = SPACES
               MOVE ZEROS TO WRK-FUSO
           END-IF
           DISPLAY 'DATA DE ABERTURA (AAAAMMDD, 0 = HOJE)..'
           PERFORM 0360-LER-DATA
           IF NOT DATA-VALIDA
               GO TO 0300-EXIT
           END-IF
           DISPLAY 'CONFIRMA A INCLUSAO DA FILIAL ' WRK-ALVO ' - '
               WRK-NOME ' (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'INCLUSAO CANCELADA'
               GO TO 0300-EXIT
           END-IF
           INITIALIZE FILIAL-REC
           MOVE WRK-ALVO TO FILIAL-CODIGO
           MOVE WRK-FUSO TO FILIAL-FUSO
           MOVE WRK-UF TO FILIAL-UF
           MOVE WRK-NOME TO FILIAL-NOME
           MOVE WRK-CNPJ-NUM TO FILIAL-CNPJ
           MOVE WRK-LOGRADOURO TO FILIAL-LOGRADOURO
           MOVE WRK-CIDADE TO FILIAL-CIDADE
           IF WRK-CEP-TXT IS NUMERIC
               MOVE WRK-CEP-TXT TO FILIAL-CEP
           ELSE
               MOVE ZEROS TO FILIAL-CEP
           END-IF
           MOVE WRK-DATA TO FILIAL-DATA-ABERTURA
           MOVE ZEROS TO FILIAL-DATA-FECHAMENTO
           IF WRK-DATA > WRK-DATA-HOJE
               MOVE 'P' TO FILIAL-SITUACAO
           ELSE
               MOVE 'A' TO FILIAL-SITUACAO
           END-IF
           OPEN EXTEND FILIAL-CONFIG
           IF WRK-FS-FIL = '05' OR WRK-FS-FIL = '35'
               OPEN OUTPUT FILIAL-CONFIG
           END-IF
           IF WRK-FS-FIL NOT = '00'
               DISPLAY 'CADASTRO FILIALCF INDISPONIVEL (' WRK-FS-FIL
                   ') - INCLUSAO CANCELADA'
               GO TO 0300-EXIT
           END-IF
           SET CADASTRO-ABERTO TO TRUE
           WRITE FILIAL-REC
           MOVE 'INCLUSAO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING FILIAL-SITUACAO ' ' FILIAL-DATA-ABERTURA ' '
               FILIAL-UF
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           PERFORM 0850-GRAVAR-AUDITORIA
           IF FILIAL-PREVISTA
               DISPLAY 'FILIAL INCLUIDA - PREVISTA PARA '
                   FILIAL-DATA-ABERTURA
           ELSE
               DISPLAY 'FILIAL INCLUIDA - ABERTA'
           END-IF.
       0300-EXIT.
           EXIT.

      *****************************************************
      * PEDE O CODIGO E PROCURA A FILIAL NO FILIALCF ABERTO EM
      * I-O - ACHADA, O ARQUIVO FICA ABERTO E POSICIONADO NO
      * REGISTRO PARA O REWRITE DO CHAMADOR
      *****************************************************
       0310-LOCALIZAR-FILIAL.
           SET FILIAL-ACHADA TO FALSE
           SET FIM-FILIAIS TO FALSE
           DISPLAY 'CODIGO DA FILIAL (BRANCO = VOLTAR)..'
           MOVE SPACES TO WRK-ALVO
           ACCEPT WRK-ALVO
           IF WRK-ALVO NOT = SPACES
               OPEN I-O FILIAL-CONFIG
               IF WRK-FS-FIL = '00' OR WRK-FS-FIL = '05'
                   SET CADASTRO-ABERTO TO TRUE
               ELSE
                   SET FIM-FILIAIS TO TRUE
               END-IF
               PERFORM 0315-LER-UMA-FILIAL
                   UNTIL FIM-FILIAIS OR FILIAL-ACHADA
           END-IF.

       0315-LER-UMA-FILIAL.
           READ FILIAL-CONFIG
               AT END
                   SET FIM-FILIAIS TO TRUE
           END-READ
           IF NOT FIM-FILIAIS
               IF FILIAL-CODIGO = WRK-ALVO
                   SET FILIAL-ACHADA TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * CNPJ DIGITADO (14 DIGITOS) CONFERIDO PELOS DIGITOS
      * VERIFICADORES; BRANCO VOLTA COM CAMPO-VALIDO LIGADO PARA
      * A ALTERACAO MANTER O VALOR
      *****************************************************
       0320-LER-CNPJ.
           SET CAMPO-VALIDO TO TRUE
           DISPLAY 'CNPJ (14 DIGITOS)..'
           MOVE SPACES TO WRK-CNPJ-TXT
           ACCEPT WRK-CNPJ-TXT
           IF WRK-CNPJ-TXT NOT = SPACES
               IF WRK-CNPJ-TXT IS NOT NUMERIC
                   SET CAMPO-VALIDO TO FALSE
               ELSE
                   MOVE WRK-CNPJ-TXT TO WRK-CNPJ-NUM
                   PERFORM 0325-VALIDAR-CNPJ
               END-IF
               IF NOT CAMPO-VALIDO
                   DISPLAY 'CNPJ INVALIDO - CONFIRA OS DIGITOS'
               END-IF
           END-IF.

       0325-VALIDAR-CNPJ.
           MOVE ZEROS TO WRK-DV-SOMA
           PERFORM 0326-SOMAR-PESO-DV1
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 12
           PERFORM 0328-CALCULAR-DV-MOD11
           MOVE WRK-DV-RESTO TO WRK-DV-1
           MOVE ZEROS TO WRK-DV-SOMA
           PERFORM 0327-SOMAR-PESO-DV2
               VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 13
           PERFORM 0328-CALCULAR-DV-MOD11
           MOVE WRK-DV-RESTO TO WRK-DV-2
           IF WRK-CNPJ-DIG(13) NOT = WRK-DV-1
               OR WRK-CNPJ-DIG(14) NOT = WRK-DV-2
               OR WRK-CNPJ-NUM = ZEROS
               SET CAMPO-VALIDO TO FALSE
           END-IF.

       0326-SOMAR-PESO-DV1.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CNPJ-DIG(WRK-K) * WRK-PESO-CNPJ(WRK-K + 1).

       0327-SOMAR-PESO-DV2.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA
               + WRK-CNPJ-DIG(WRK-K) * WRK-PESO-CNPJ(WRK-K).

       0328-CALCULAR-DV-MOD11.
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOC
               REMAINDER WRK-DV-RESTO
           IF WRK-DV-RESTO < 2
               MOVE ZEROS TO WRK-DV-RESTO
           ELSE
               COMPUTE WRK-DV-RESTO = 11 - WRK-DV-RESTO
           END-IF.

       0330-LER-ENDERECO.
           DISPLAY 'LOGRADOURO..'
           MOVE SPACES TO WRK-LOGRADOURO
           ACCEPT WRK-LOGRADOURO
           DISPLAY 'CIDADE..'
           MOVE SPACES TO WRK-CIDADE
           ACCEPT WRK-CIDADE
           DISPLAY 'CEP (SO NUMEROS)..'
           MOVE SPACES TO WRK-CEP-TXT
           ACCEPT WRK-CEP-TXT
           IF WRK-CEP-TXT NOT = SPACES
               AND WRK-CEP-TXT IS NOT NUMERIC
               DISPLAY 'CEP INVALIDO - IGNORADO'
               MOVE SPACES TO WRK-CEP-TXT
           END-IF.

       0340-LER-UF.
           SET CAMPO-VALIDO TO TRUE
           DISPLAY 'UF..'
           MOVE SPACES TO WRK-UF
           ACCEPT WRK-UF
           IF WRK-UF NOT = SPACES
               AND WRK-UF IS NOT ALPHABETIC
               DISPLAY 'UF INVALIDA'
               SET CAMPO-VALIDO TO FALSE
           END-IF.

      *****************************************************
      * FUSO EM HORAS SOBRE O HORARIO DA MATRIZ, DIGITADO COM O
      * SINAL (+HH OU -HH)
      *****************************************************
       0350-LER-FUSO.
           SET CAMPO-VALIDO TO TRUE
           DISPLAY 'FUSO SOBRE A MATRIZ (+HH OU -HH)..'
           MOVE SPACES TO WRK-FUSO-TXT
           ACCEPT WRK-FUSO-TXT
           IF WRK-FUSO-TXT NOT = SPACES
               IF (WRK-FUSO-SINAL NOT = '+' AND NOT = '-')
                   OR WRK-FUSO-HORAS IS NOT NUMERIC
                   DISPLAY 'FUSO INVALIDO'
                   SET CAMPO-VALIDO TO FALSE
               ELSE
                   IF WRK-FUSO-HORAS > 12
                       DISPLAY 'FUSO INVALIDO'
                       SET CAMPO-VALIDO TO FALSE
                   ELSE
                       MOVE WRK-FUSO-HORAS TO WRK-FUSO
                       IF WRK-FUSO-SINAL = '-'
                           COMPUTE WRK-FUSO = ZEROS - WRK-FUSO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * DATA DIGITADA EM WRK-DATA (ZEROS = HOJE), COM A MESMA
      * CONFERENCIA DE ANO/MES/DIA DO CADASTRO DE PARAMETROS
      *****************************************************
       0360-LER-DATA.
           SET DATA-VALIDA TO TRUE
           MOVE ZEROS TO WRK-DATA
           ACCEPT WRK-DATA
           IF WRK-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA
           END-IF
           MOVE WRK-DATA TO WRK-DATA-DECOMPOSTA
           IF WRK-DT-ANO < 1900 OR WRK-DT-MES < 01
               OR WRK-DT-MES > 12 OR WRK-DT-DIA < 01
               OR WRK-DT-DIA > 31
               DISPLAY 'DATA INVALIDA - RECUSADA'
               SET DATA-VALIDA TO FALSE
           END-IF.

       0390-FECHAR-CADASTRO.
           IF CADASTRO-ABERTO
               CLOSE FILIAL-CONFIG
               SET CADASTRO-ABERTO TO FALSE
           END-IF.

      *****************************************************
      * ALTERACAO DO CADASTRO - CADA CAMPO EM BRANCO MANTEM O
      * VALOR ATUAL; CADA CAMPO ALTERADO GERA UM REGISTRO NO
      * AUDTRL
      *****************************************************
       0400-ALTERAR-CADASTRO.
           PERFORM 0310-LOCALIZAR-FILIAL
           IF WRK-ALVO = SPACES
               GO TO 0400-EXIT
           END-IF
           IF NOT FILIAL-ACHADA
               DISPLAY 'FILIAL NAO CADASTRADA'
               GO TO 0400-EXIT
           END-IF
           PERFORM 0710-MOSTRAR-FILIAL
           DISPLAY 'CAMPO EM BRANCO MANTEM O VALOR ATUAL'
           MOVE ZEROS TO WRK-QT-ALTERADOS
           DISPLAY 'NOME DA FILIAL..'
           MOVE SPACES TO WRK-NOME
           ACCEPT WRK-NOME
           IF WRK-NOME NOT = SPACES AND WRK-NOME NOT = FILIAL-NOME
               MOVE 'NOME' TO AUDTRL-CAMPO
               MOVE FILIAL-NOME TO AUDTRL-VALOR-ANTES
               MOVE WRK-NOME TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-NOME TO FILIAL-NOME
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           PERFORM 0320-LER-CNPJ
           IF WRK-CNPJ-TXT NOT = SPACES AND CAMPO-VALIDO
               AND WRK-CNPJ-NUM NOT = FILIAL-CNPJ
               MOVE 'CNPJ' TO AUDTRL-CAMPO
               MOVE FILIAL-CNPJ TO AUDTRL-VALOR-ANTES
               MOVE WRK-CNPJ-NUM TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CNPJ-NUM TO FILIAL-CNPJ
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           PERFORM 0330-LER-ENDERECO
           IF WRK-LOGRADOURO NOT = SPACES
               AND WRK-LOGRADOURO NOT = FILIAL-LOGRADOURO
               MOVE 'LOGRADOURO' TO AUDTRL-CAMPO
               MOVE FILIAL-LOGRADOURO TO AUDTRL-VALOR-ANTES
               MOVE WRK-LOGRADOURO TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-LOGRADOURO TO FILIAL-LOGRADOURO
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           IF WRK-CIDADE NOT = SPACES
               AND WRK-CIDADE NOT = FILIAL-CIDADE
               MOVE 'CIDADE' TO AUDTRL-CAMPO
               MOVE FILIAL-CIDADE TO AUDTRL-VALOR-ANTES
               MOVE WRK-CIDADE TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CIDADE TO FILIAL-CIDADE
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           IF WRK-CEP-TXT NOT = SPACES
               AND WRK-CEP-TXT NOT = FILIAL-CEP
               MOVE 'CEP' TO AUDTRL-CAMPO
               MOVE FILIAL-CEP TO AUDTRL-VALOR-ANTES
               MOVE WRK-CEP-TXT TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-CEP-TXT TO FILIAL-CEP
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           PERFORM 0340-LER-UF
           IF WRK-UF NOT = SPACES AND CAMPO-VALIDO
               AND WRK-UF NOT = FILIAL-UF
               MOVE 'UF' TO AUDTRL-CAMPO
               MOVE FILIAL-UF TO AUDTRL-VALOR-ANTES
               MOVE WRK-UF TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-UF TO FILIAL-UF
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           PERFORM 0350-LER-FUSO
           IF WRK-FUSO-TXT NOT = SPACES AND CAMPO-VALIDO
               AND WRK-FUSO NOT = FILIAL-FUSO
               MOVE 'FUSO' TO AUDTRL-CAMPO
               MOVE FILIAL-FUSO TO WRK-FUSO-ED
               MOVE WRK-FUSO-ED TO AUDTRL-VALOR-ANTES
               MOVE WRK-FUSO TO WRK-FUSO-ED
               MOVE WRK-FUSO-ED TO AUDTRL-VALOR-DEPOIS
               MOVE WRK-FUSO TO FILIAL-FUSO
               PERFORM 0850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QT-ALTERADOS
           END-IF
           IF WRK-QT-ALTERADOS = ZEROS
               DISPLAY 'NENHUM CAMPO ALTERADO'
               GO TO 0400-EXIT
           END-IF
           REWRITE FILIAL-REC
           DISPLAY 'CADASTRO ALTERADO - CAMPOS: ' WRK-QT-ALTERADOS.
       0400-EXIT.
           EXIT.

      *****************************************************
      * NOVA DATA DE ABERTURA - SO PARA FILIAL NAO FECHADA; A
      * SITUACAO ACOMPANHA A DATA (FUTURA = PREVISTA)
      *****************************************************
       0500-REPROGRAMAR-ABERTURA.
           PERFORM 0310-LOCALIZAR-FILIAL
           IF WRK-ALVO = SPACES
               GO TO 0500-EXIT
           END-IF
           IF NOT FILIAL-ACHADA
               DISPLAY 'FILIAL NAO CADASTRADA'
               GO TO 0500-EXIT
           END-IF
           IF FILIAL-FECHADA
               DISPLAY 'FILIAL FECHADA - DESFAZER O FECHAMENTO ANTES'
               GO TO 0500-EXIT
           END-IF
           PERFORM 0710-MOSTRAR-FILIAL
           DISPLAY 'NOVA DATA DE ABERTURA (AAAAMMDD, 0 = HOJE)..'
           PERFORM 0360-LER-DATA
           IF NOT DATA-VALIDA
               GO TO 0500-EXIT
           END-IF
           MOVE 'DATA-ABERTURA' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING FILIAL-SITUACAO ' ' FILIAL-DATA-ABERTURA
               DELIMITED BY SIZE INTO AUDTRL-VALOR-ANTES
           MOVE WRK-DATA TO FILIAL-DATA-ABERTURA
           IF WRK-DATA > WRK-DATA-HOJE
               MOVE 'P' TO FILIAL-SITUACAO
           ELSE
               MOVE 'A' TO FILIAL-SITUACAO
           END-IF
           STRING FILIAL-SITUACAO ' ' FILIAL-DATA-ABERTURA
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           REWRITE FILIAL-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'ABERTURA REPROGRAMADA PARA ' FILIAL-DATA-ABERTURA.
       0500-EXIT.
           EXIT.

      *****************************************************
      * FECHAMENTO - A DATA E O ULTIMO DIA DE OPERACAO, NAO
      * ANTERIOR A ABERTURA. A FILIAL FICA FECHADA NO CADASTRO,
      * MAS AS CRITICAS SEGUEM AS DATAS: O CAIXA AINDA E ACEITO
      * ATE O DIA DO FECHAMENTO
      *****************************************************
       0600-REGISTRAR-FECHAMENTO.
           PERFORM 0310-LOCALIZAR-FILIAL
           IF WRK-ALVO = SPACES
               GO TO 0600-EXIT
           END-IF
           IF NOT FILIAL-ACHADA
               DISPLAY 'FILIAL NAO CADASTRADA'
               GO TO 0600-EXIT
           END-IF
           IF FILIAL-FECHADA
               DISPLAY 'FILIAL JA FECHADA EM ' FILIAL-DATA-FECHAMENTO
               GO TO 0600-EXIT
           END-IF
           PERFORM 0710-MOSTRAR-FILIAL
           DISPLAY 'ULTIMO DIA DE OPERACAO (AAAAMMDD, 0 = HOJE)..'
           PERFORM 0360-LER-DATA
           IF NOT DATA-VALIDA
               GO TO 0600-EXIT
           END-IF
           IF FILIAL-DATA-ABERTURA IS NUMERIC
               AND WRK-DATA < FILIAL-DATA-ABERTURA
               DISPLAY 'FECHAMENTO ANTERIOR A ABERTURA - RECUSADO'
               GO TO 0600-EXIT
           END-IF
           DISPLAY 'CONFIRMA O FECHAMENTO DA FILIAL ' WRK-ALVO
               ' EM ' WRK-DATA ' (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'FECHAMENTO CANCELADO'
               GO TO 0600-EXIT
           END-IF
           MOVE 'FECHAMENTO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING FILIAL-SITUACAO DELIMITED BY SIZE
               INTO AUDTRL-VALOR-ANTES
           MOVE WRK-DATA TO FILIAL-DATA-FECHAMENTO
           MOVE 'F' TO FILIAL-SITUACAO
           STRING 'F ' FILIAL-DATA-FECHAMENTO
               DELIMITED BY SIZE INTO AUDTRL-VALOR-DEPOIS
           REWRITE FILIAL-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'FILIAL FECHADA - ULTIMO DIA DE OPERACAO '
               FILIAL-DATA-FECHAMENTO.
       0600-EXIT.
           EXIT.

      *****************************************************
      * DESFAZ UM FECHAMENTO LANCADO POR ENGANO - A FILIAL VOLTA
      * A SITUACAO QUE A DATA DE ABERTURA INDICA
      *****************************************************
       0650-DESFAZER-FECHAMENTO.
           PERFORM 0310-LOCALIZAR-FILIAL
           IF WRK-ALVO = SPACES
               GO TO 0650-EXIT
           END-IF
           IF NOT FILIAL-ACHADA
               DISPLAY 'FILIAL NAO CADASTRADA'
               GO TO 0650-EXIT
           END-IF
           IF NOT FILIAL-FECHADA
               DISPLAY 'FILIAL NAO ESTA FECHADA'
               GO TO 0650-EXIT
           END-IF
           PERFORM 0710-MOSTRAR-FILIAL
           DISPLAY 'CONFIRMA DESFAZER O FECHAMENTO (S/N)..'
           MOVE SPACES TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0650-EXIT
           END-IF
           MOVE 'FECHAMENTO' TO AUDTRL-CAMPO
           MOVE SPACES TO AUDTRL-VALOR-ANTES
           MOVE SPACES TO AUDTRL-VALOR-DEPOIS
           STRING 'F ' FILIAL-DATA-FECHAMENTO
               DELIMITED BY SIZE INTO AUDTRL-VALOR-ANTES
           MOVE ZEROS TO FILIAL-DATA-FECHAMENTO
           IF FILIAL-DATA-ABERTURA IS NUMERIC
               AND FILIAL-DATA-ABERTURA > WRK-DATA-HOJE
               MOVE 'P' TO FILIAL-SITUACAO
           ELSE
               MOVE 'A' TO FILIAL-SITUACAO
           END-IF
           MOVE 'DESFEITO' TO AUDTRL-VALOR-DEPOIS
           REWRITE FILIAL-REC
           PERFORM 0850-GRAVAR-AUDITORIA
           DISPLAY 'FECHAMENTO DESFEITO'.
       0650-EXIT.
           EXIT.

      *****************************************************
      * LISTA TODAS AS FILIAIS NA ORDEM DO ARQUIVO
      *****************************************************
       0700-LISTAR-FILIAIS.
           SET FIM-FILIAIS TO FALSE
           MOVE ZEROS TO WRK-QT-FILIAIS
           OPEN INPUT FILIAL-CONFIG
           IF WRK-FS-FIL NOT = '00'
               DISPLAY 'CADASTRO FILIALCF VAZIO OU AUSENTE'
               SET FIM-FILIAIS TO TRUE
           ELSE
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           PERFORM 0705-LISTAR-UMA-FILIAL UNTIL FIM-FILIAIS
           DISPLAY 'FILIAIS CADASTRADAS: ' WRK-QT-FILIAIS.

       0705-LISTAR-UMA-FILIAL.
           READ FILIAL-CONFIG
               AT END
                   SET FIM-FILIAIS TO TRUE
           END-READ
           IF NOT FIM-FILIAIS
               ADD 1 TO WRK-QT-FILIAIS
               PERFORM 0710-MOSTRAR-FILIAL
           END-IF.

       0710-MOSTRAR-FILIAL.
           MOVE FILIAL-FUSO TO WRK-FUSO-ED
           DISPLAY FILIAL-CODIGO ' ' FILIAL-NOME ' CNPJ '
               FILIAL-CNPJ ' UF ' FILIAL-UF ' FUSO ' WRK-FUSO-ED
           EVALUATE TRUE
               WHEN FILIAL-PREVISTA
                   DISPLAY '    PREVISTA - ABRE EM '
                       FILIAL-DATA-ABERTURA
               WHEN FILIAL-FECHADA
                   DISPLAY '    FECHADA - ABERTA DE '
                       FILIAL-DATA-ABERTURA ' A '
                       FILIAL-DATA-FECHAMENTO
               WHEN OTHER
                   DISPLAY '    ABERTA DESDE ' FILIAL-DATA-ABERTURA
           END-EVALUATE
           DISPLAY '    ' FILIAL-LOGRADOURO ' ' FILIAL-CIDADE ' '
               FILIAL-CEP.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB136' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * UM REGISTRO NO AUDTRL POR CAMPO ALTERADO - QUEM FEZ
      * (SUPERVISOR ASSINADO), QUAL FILIAL (CHAVE), O CAMPO E OS
      * VALORES ANTES/DEPOIS MONTADOS PELO CHAMADOR
      *****************************************************
       0850-GRAVAR-AUDITORIA.
           MOVE 'PROGCB136' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-ALVO TO AUDTRL-CHAVE
           WRITE AUDTRL-REC.

       0900-FINALIZAR.
           PERFORM 0390-FECHAR-CADASTRO
           IF SUPERVISOR-AUTORIZADO
               CLOSE AUDIT-LOG
           END-IF
           CLOSE EXCEPTION-LOG.

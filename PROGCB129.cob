       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB129.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : PROGRAMACAO DAS EQUIPES DE INSTALACAO - A
      * PROPOSTA ACEITA NO PROGCOB76 FICAVA NA FILA SEM DATA E O
      * COMERCIAL PROMETIA AO CLIENTE UMA DATA QUE A OBRA NAO
      * CUMPRIA. ESTE PROGRAMA MANTEM O CADASTRO DE EQUIPES POR
      * OFICIO (EQUIPE, O MESMO OFICIO DO LABTAB) E PROGRAMA AS
      * PROPOSTAS ACEITAS AINDA SEM AGENDA: POR SUPERFICIE, AS
      * HORAS ESTIMADAS PELA AREA DA LISTA DE MATERIAIS E PELA
      * PRODUTIVIDADE DO LABTAB VIRAM DIAS DE EQUIPE, RESERVADOS
      * NOS PROXIMOS DIAS UTEIS LIVRES DO CALDIAS (AGDOBRA), NA
      * ORDEM TETO, PAREDE, PISO. EMITE A CONFIRMACAO AO CLIENTE
      * COM O INICIO E O TERMINO PREVISTOS (CONFOBRA) E A AGENDA
      * SEMANAL DAS EQUIPES (AGDRPT). ETAPA QUE NAO COUBE NA
      * PRIMEIRA DATA POSSIVEL PORQUE AS EQUIPES DO OFICIO
      * ESTAVAM LOTADAS E EMPURRADA PARA OS DIAS LIVRES SEGUINTES
      * E A OBRA SAI MARCADA COMO ADIADA
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
           SELECT CADASTRO-EQUIPES ASSIGN TO 'EQUIPE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQUIPE-CODIGO
               FILE STATUS IS WRK-FS-EQP.
           SELECT AGENDA-OBRAS ASSIGN TO 'AGDOBRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGDOBRA-CHAVE
               FILE STATUS IS WRK-FS-AGD.
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
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL CALENDARIO-COMERCIAL ASSIGN TO 'CALDIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALDIAS-DATA
               FILE STATUS IS WRK-FS-CDI.
           SELECT CONFIRMACAO-OBRA ASSIGN TO 'CONFOBRA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-CNF.
           SELECT AGENDA-RPT ASSIGN TO 'AGDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-EQUIPES.
           COPY 'EQUIPE.CPY'.

       FD  AGENDA-OBRAS.
           COPY 'AGDOBRA.CPY'.

       FD  PROPOSTA-REGISTRO.
           COPY 'PRPREG.CPY'.

       FD  MATERIAL-CATALOGO.
           COPY 'MATCAT.CPY'.

       FD  MAO-DE-OBRA.
           COPY 'LABTAB.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  CALENDARIO-COMERCIAL.
           COPY 'CALDIAS.CPY'.

       FD  CONFIRMACAO-OBRA.
       01  CONFOBRA-LINHA          PIC X(80).

       FD  AGENDA-RPT.
       01  AGDRPT-LINHA            PIC X(80).
       01  AGDRPT-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGDRPT-DATA         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGDRPT-EQUIPE       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGDRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGDRPT-OFICIO       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGDRPT-PROPOSTA     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGDRPT-SUPERFICIE   PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGDRPT-OBS          PIC X(06).

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-SEMANA         PIC 9(08).
           05  SORT-EQUIPE         PIC X(04).
           05  SORT-DATA           PIC 9(08).
           05  SORT-PROPOSTA       PIC 9(06).
           05  SORT-TIPO-SUP       PIC X(01).
           05  SORT-ADIADA         PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-FS-EQP        PIC X(02) VALUE '00'.
       77 WRK-FS-AGD        PIC X(02) VALUE '00'.
       77 WRK-FS-PRG        PIC X(02) VALUE '00'.
       77 WRK-FS-MAT        PIC X(02) VALUE '00'.
       77 WRK-FS-LAB        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-CDI        PIC X(02) VALUE '00'.
       77 WRK-FS-CNF        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-MENU      PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-EQP       PIC X(01) VALUE 'N'.
           88 FIM-EQUIPES VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-AGD       PIC X(01) VALUE 'N'.
           88 FIM-AGENDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PRG       PIC X(01) VALUE 'N'.
           88 FIM-REGISTRO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CDI-ABERTO    PIC X(01) VALUE 'N'.
           88 CALENDARIO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PELO-CAL      PIC X(01) VALUE 'N'.
           88 PROX-PELO-CALENDARIO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-EQP-EXISTE    PIC X(01) VALUE 'N'.
           88 EQUIPE-CADASTRADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DADOS-OK      PIC X(01) VALUE 'N'.
           88 EQUIPE-VALIDA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-JA-AGENDADA   PIC X(01) VALUE 'N'.
           88 PROPOSTA-AGENDADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-OBRA-OK       PIC X(01) VALUE 'N'.
           88 OBRA-PROGRAMAVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-OBRA-ADIADA   PIC X(01) VALUE 'N'.
           88 OBRA-ADIADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DIA-LIVRE     PIC X(01) VALUE 'N'.
           88 DIA-LIVRE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CODIGO        PIC X(04) VALUE SPACES.
       77 WRK-NOME          PIC X(20) VALUE SPACES.
       77 WRK-OFICIO        PIC X(20) VALUE SPACES.
       77 WRK-QT-OFICIAIS   PIC 9(02) VALUE ZEROS.
       77 WRK-HORAS-DIA     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA  PIC 9(08) VALUE ZEROS.
       77 WRK-DIA           PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-PROX      PIC 9(08) VALUE ZEROS.
       77 WRK-UM-DIA        PIC S9(05) VALUE +1.
       77 WRK-DIAS-VOLTA    PIC S9(05) VALUE ZEROS.
       77 WRK-DIA-UTIL      PIC X(01) VALUE 'N'.
       77 WRK-PASSOS        PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-PASSOS PIC 9(04) VALUE 400.
       77 WRK-E             PIC 9(03) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-M             PIC 9(02) VALUE ZEROS.
       77 WRK-S             PIC 9(01) VALUE ZEROS.
       77 WRK-ETAPA         PIC 9(01) VALUE ZEROS.
       77 WRK-QT-EQUIPES    PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-EQUIPES   PIC 9(03) VALUE 50.
       77 WRK-QT-AGENDADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-AGENDADAS PIC 9(04) VALUE 500.
       77 WRK-DIAS-ETAPA    PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-CONTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-CAPACIDADE    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-SIM-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-SIM-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-EQP    PIC 9(03) VALUE ZEROS.
       77 WRK-MELHOR-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-DIAS   PIC 9(03) VALUE ZEROS.
       77 WRK-INICIO-ETAPA  PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-OBRA   PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-OBRA      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIAL  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL    PIC 9(08) VALUE ZEROS.
       77 WRK-SEMANAS       PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PERIODO  PIC S9(05) VALUE ZEROS.
       77 WRK-SEMANA-ATUAL  PIC 9(08) VALUE ZEROS.
       77 WRK-EQUIPE-ATUAL  PIC X(04) VALUE SPACES.
       77 WRK-DIAS-EQUIPE   PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-EQUIPE-ED PIC Z9.
       77 WRK-CEP-ED        PIC 9(08).
       77 WRK-QT-LIDAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PROGRAMADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ADIADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-EQUIPE PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-HORAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RESERVAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(05) VALUE ZEROS.
      *****************************************************
      * EQUIPES ATIVAS CARREGADAS DO CADASTRO PARA A
      * PROGRAMACAO E PARA A AGENDA - CAPACIDADE EM HORAS/DIA =
      * OFICIAIS X HORAS POR DIA
      *****************************************************
       01  WRK-TABELA-EQUIPES.
           02  WRK-EQP-ENTRADA OCCURS 50 TIMES.
               03  WRK-EQP-CODIGO     PIC X(04).
               03  WRK-EQP-NOME       PIC X(20).
               03  WRK-EQP-OFICIO     PIC X(20).
               03  WRK-EQP-CAPAC      PIC 9(03)V9.
               03  WRK-EQP-ATIVA      PIC X(01).
      *****************************************************
      * PROPOSTAS QUE JA TEM DIA RESERVADO NO AGDOBRA - NAO SAO
      * PROGRAMADAS DE NOVO
      *****************************************************
       01  WRK-TABELA-AGENDADAS.
           02  WRK-AGD-PROPOSTA   PIC 9(06) OCCURS 500 TIMES.
      *****************************************************
      * SUPERFICIES DA OBRA NA ORDEM DE EXECUCAO (1 TETO, 2
      * PAREDE, 3 PISO): OFICIO E PRODUTIVIDADE DO LABTAB, HORAS
      * ESTIMADAS DA PROPOSTA E A EQUIPE E AS DATAS RESERVADAS
      *****************************************************
       01  WRK-TABELA-SUPERFICIE.
           02  WRK-SUP-ENTRADA OCCURS 3 TIMES.
               03  WRK-SUP-TIPO       PIC X(01).
               03  WRK-SUP-NOME       PIC X(06).
               03  WRK-SUP-OFICIO     PIC X(20).
               03  WRK-SUP-PROD-M2H   PIC 9(02)V99.
               03  WRK-SUP-HORAS      PIC S9(05)V99.
               03  WRK-SUP-EQUIPE     PIC X(04).
               03  WRK-SUP-INICIO     PIC 9(08).
               03  WRK-SUP-FIM        PIC 9(08).
               03  WRK-SUP-ADIADA     PIC X(01).
      *****************************************************
      * DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMINGO) PELA
      * CONGRUENCIA DE ZELLER COMO NO PROGCOB17, PARA ACHAR A
      * SEGUNDA-FEIRA DA SEMANA DE CADA DIA DA AGENDA
      *****************************************************
       01  WRK-CALC-DATA.
           05  WRK-CALC-ANO   PIC 9(04).
           05  WRK-CALC-MES   PIC 9(02).
           05  WRK-CALC-DIA   PIC 9(02).
       77 WRK-DOW             PIC 9(01) VALUE ZEROS.
       77 WRK-Z-M             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-Y             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-J             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-K             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-TEMP          PIC S9(04) VALUE ZEROS.
       77 WRK-Z-H             PIC S9(04) VALUE ZEROS.
       77 WRK-Z-QUOC          PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-ATENDER-MENU UNTIL FIM-ATENDIMENTO
           PERFORM 0900-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADASTRO-EQUIPES
           IF WRK-FS-EQP = '35'
               OPEN OUTPUT CADASTRO-EQUIPES
               CLOSE CADASTRO-EQUIPES
               OPEN I-O CADASTRO-EQUIPES
           END-IF
           OPEN INPUT MATERIAL-CATALOGO
           OPEN INPUT MAO-DE-OBRA
           IF WRK-FS-LAB NOT = '00'
               DISPLAY 'TABELA LABTAB AUSENTE - RODAR O PROGCOB11'
               SET FIM-ATENDIMENTO TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CALENDARIO-COMERCIAL
           IF WRK-FS-CDI = '00'
               SET CALENDARIO-ABERTO TO TRUE
           END-IF
           MOVE 'T' TO WRK-SUP-TIPO(1)
           MOVE 'TETO' TO WRK-SUP-NOME(1)
           MOVE 'A' TO WRK-SUP-TIPO(2)
           MOVE 'PAREDE' TO WRK-SUP-NOME(2)
           MOVE 'P' TO WRK-SUP-TIPO(3)
           MOVE 'PISO' TO WRK-SUP-NOME(3)
           PERFORM 0110-CARREGAR-OFICIO VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 3.

      *****************************************************
      * OFICIO E PRODUTIVIDADE DE CADA SUPERFICIE NO LABTAB -
      * O OFICIO DA EQUIPE TEM QUE SER UM DESTES
      *****************************************************
       0110-CARREGAR-OFICIO.
           MOVE SPACES TO WRK-SUP-OFICIO(WRK-S)
           MOVE ZEROS TO WRK-SUP-PROD-M2H(WRK-S)
           MOVE WRK-SUP-TIPO(WRK-S) TO LABTAB-TIPO-SUP
           READ MAO-DE-OBRA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-LAB = '00'
               MOVE LABTAB-OFICIO TO WRK-SUP-OFICIO(WRK-S)
               MOVE LABTAB-PROD-M2H TO WRK-SUP-PROD-M2H(WRK-S)
           END-IF.

       0200-ATENDER-MENU.
           DISPLAY ' '
           DISPLAY '1 - INCLUIR/ALTERAR EQUIPE'
           DISPLAY '2 - ATIVAR/INATIVAR EQUIPE'
           DISPLAY '3 - LISTAR EQUIPES'
           DISPLAY '4 - PROGRAMAR PROPOSTAS ACEITAS'
           DISPLAY '5 - AGENDA SEMANAL DAS EQUIPES'
           DISPLAY '9 - ENCERRAR'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-MANTER-EQUIPE
               WHEN 2
                   PERFORM 0330-ATIVAR-INATIVAR
               WHEN 3
                   PERFORM 0340-LISTAR-EQUIPES
               WHEN 4
                   PERFORM 0400-PROGRAMAR-OBRAS
               WHEN 5
                   PERFORM 0600-AGENDA-SEMANAL
               WHEN 9
                   SET FIM-ATENDIMENTO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * INCLUSAO OU ALTERACAO DE EQUIPE: O OFICIO TEM QUE SER UM
      * DOS OFICIOS DO LABTAB, COM PELO MENOS UM OFICIAL; HORAS
      * POR DIA ZERO ASSUME 8,0. EQUIPE NOVA ENTRA ATIVA
      *****************************************************
       0300-MANTER-EQUIPE.
           SET EQUIPE-VALIDA TO FALSE
           DISPLAY 'CODIGO DA EQUIPE..'
           ACCEPT WRK-CODIGO
           IF WRK-CODIGO NOT = SPACES
               PERFORM 0310-LER-EQUIPE
               IF EQUIPE-CADASTRADA
                   DISPLAY 'EQUIPE ' EQUIPE-CODIGO ' ' EQUIPE-NOME
                       ' ' EQUIPE-OFICIO ' ' EQUIPE-QT-OFICIAIS
                       ' OFICIAIS - ALTERACAO'
               END-IF
               DISPLAY 'NOME DA EQUIPE..'
               ACCEPT WRK-NOME
               DISPLAY 'OFICIO (' WRK-SUP-OFICIO(1) ' '
                   WRK-SUP-OFICIO(2) ' ' WRK-SUP-OFICIO(3) ')..'
               ACCEPT WRK-OFICIO
               DISPLAY 'QUANTIDADE DE OFICIAIS..'
               ACCEPT WRK-QT-OFICIAIS
               DISPLAY 'HORAS POR DIA (ZERO = 8,0)..'
               ACCEPT WRK-HORAS-DIA
               IF WRK-HORAS-DIA = ZEROS
                   MOVE 8,0 TO WRK-HORAS-DIA
               END-IF
               SET EQUIPE-VALIDA TO TRUE
               PERFORM 0320-VALIDAR-EQUIPE
           END-IF
           IF EQUIPE-VALIDA
               MOVE WRK-CODIGO TO EQUIPE-CODIGO
               MOVE WRK-NOME TO EQUIPE-NOME
               MOVE WRK-OFICIO TO EQUIPE-OFICIO
               MOVE WRK-QT-OFICIAIS TO EQUIPE-QT-OFICIAIS
               MOVE WRK-HORAS-DIA TO EQUIPE-HORAS-DIA
               IF EQUIPE-CADASTRADA
                   REWRITE EQUIPE-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR EQUIPE ' WRK-FS-EQP
                   END-REWRITE
               ELSE
                   SET EQUIPE-ATIVA TO TRUE
                   MOVE WRK-DATA-HOJE TO EQUIPE-DATA-CRIA
                   WRITE EQUIPE-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR EQUIPE ' WRK-FS-EQP
                   END-WRITE
               END-IF
               IF WRK-FS-EQP = '00'
                   DISPLAY 'EQUIPE ' WRK-CODIGO ' GRAVADA'
               END-IF
           END-IF.

       0310-LER-EQUIPE.
           SET EQUIPE-CADASTRADA TO FALSE
           MOVE WRK-CODIGO TO EQUIPE-CODIGO
           READ CADASTRO-EQUIPES
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-EQP = '00'
               SET EQUIPE-CADASTRADA TO TRUE
           END-IF.

       0320-VALIDAR-EQUIPE.
           IF WRK-NOME = SPACES OR WRK-QT-OFICIAIS = ZEROS
               OR WRK-HORAS-DIA > 24
               DISPLAY 'EQUIPE INCOMPLETA OU INVALIDA - RECUSADA'
               SET EQUIPE-VALIDA TO FALSE
           END-IF
           IF EQUIPE-VALIDA
               IF WRK-OFICIO = SPACES
                   OR (WRK-OFICIO NOT = WRK-SUP-OFICIO(1)
                   AND WRK-OFICIO NOT = WRK-SUP-OFICIO(2)
                   AND WRK-OFICIO NOT = WRK-SUP-OFICIO(3))
                   DISPLAY 'OFICIO ' WRK-OFICIO ' FORA DO LABTAB - '
                       'RECUSADA'
                   SET EQUIPE-VALIDA TO FALSE
               END-IF
           END-IF.

      *****************************************************
      * EQUIPE INATIVA NAO RECEBE OBRA NOVA; OS DIAS JA
      * RESERVADOS CONTINUAM NA AGENDA
      *****************************************************
       0330-ATIVAR-INATIVAR.
           DISPLAY 'CODIGO DA EQUIPE..'
           ACCEPT WRK-CODIGO
           PERFORM 0310-LER-EQUIPE
           IF NOT EQUIPE-CADASTRADA
               DISPLAY 'EQUIPE ' WRK-CODIGO ' NAO CADASTRADA'
           ELSE
               IF EQUIPE-ATIVA
                   SET EQUIPE-INATIVA TO TRUE
               ELSE
                   SET EQUIPE-ATIVA TO TRUE
               END-IF
               REWRITE EQUIPE-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR EQUIPE ' WRK-FS-EQP
               END-REWRITE
               DISPLAY 'EQUIPE ' WRK-CODIGO ' SITUACAO '
                   EQUIPE-SITUACAO
           END-IF.

       0340-LISTAR-EQUIPES.
           PERFORM 0500-CARREGAR-EQUIPES
           IF WRK-QT-EQUIPES = ZEROS
               DISPLAY 'NENHUMA EQUIPE CADASTRADA'
           END-IF
           PERFORM 0345-LISTAR-UMA-EQUIPE VARYING WRK-E FROM 1 BY 1
               UNTIL WRK-E > WRK-QT-EQUIPES.

       0345-LISTAR-UMA-EQUIPE.
           DISPLAY WRK-EQP-CODIGO(WRK-E) ' ' WRK-EQP-NOME(WRK-E) ' '
               WRK-EQP-OFICIO(WRK-E) ' ' WRK-EQP-CAPAC(WRK-E)
               ' H/DIA ' WRK-EQP-ATIVA(WRK-E).

      *****************************************************
      * PROGRAMACAO: UMA PASSADA PELO PRPREG NA ORDEM DE
      * EMISSAO - A PROPOSTA ACEITA MAIS ANTIGA ESCOLHE OS DIAS
      * PRIMEIRO. A PRIMEIRA DATA POSSIVEL E O PROXIMO DIA UTIL
      * DEPOIS DE HOJE
      *****************************************************
       0400-PROGRAMAR-OBRAS.
           MOVE ZEROS TO WRK-QT-LIDAS WRK-QT-PROGRAMADAS
               WRK-QT-ADIADAS WRK-QT-SEM-EQUIPE WRK-QT-SEM-HORAS
               WRK-QT-RESERVAS
           PERFORM 0500-CARREGAR-EQUIPES
           OPEN I-O AGENDA-OBRAS
           IF WRK-FS-AGD = '35'
               OPEN OUTPUT AGENDA-OBRAS
               CLOSE AGENDA-OBRAS
               OPEN I-O AGENDA-OBRAS
           END-IF
           PERFORM 0510-CARREGAR-AGENDADAS
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT CONFIRMACAO-OBRA
           MOVE WRK-DATA-HOJE TO WRK-DIA
           PERFORM 0700-AVANCAR-DIA-UTIL
           MOVE WRK-DIA TO WRK-PRIMEIRO-DIA
           SET FIM-REGISTRO TO FALSE
           OPEN INPUT PROPOSTA-REGISTRO
           IF WRK-FS-PRG NOT = '00'
               DISPLAY 'REGISTRO PRPREG AUSENTE'
               SET FIM-REGISTRO TO TRUE
           END-IF
           PERFORM 0410-LER-UMA-PROPOSTA UNTIL FIM-REGISTRO
           CLOSE PROPOSTA-REGISTRO
           CLOSE CONFIRMACAO-OBRA CUSTOMER-MASTER AGENDA-OBRAS
           DISPLAY 'PROPOSTAS ACEITAS LIDAS......' WRK-QT-LIDAS
           DISPLAY 'OBRAS PROGRAMADAS............' WRK-QT-PROGRAMADAS
           DISPLAY 'DIAS DE EQUIPE RESERVADOS....' WRK-QT-RESERVAS
           DISPLAY 'OBRAS ADIADAS (EQUIPE LOTADA)' WRK-QT-ADIADAS
           DISPLAY 'OBRAS SEM EQUIPE DO OFICIO...' WRK-QT-SEM-EQUIPE
           DISPLAY 'OBRAS SEM HORAS ESTIMADAS....' WRK-QT-SEM-HORAS
           IF (WRK-QT-ADIADAS > ZEROS OR WRK-QT-SEM-EQUIPE > ZEROS)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0410-LER-UMA-PROPOSTA.
           READ PROPOSTA-REGISTRO
               AT END
                   SET FIM-REGISTRO TO TRUE
           END-READ
           IF NOT FIM-REGISTRO
               AND PRPREG-ACEITA
               ADD 1 TO WRK-QT-LIDAS
               SET PROPOSTA-AGENDADA TO FALSE
               PERFORM 0415-CONFERIR-AGENDADA VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-AGENDADAS
                   OR PROPOSTA-AGENDADA
               IF NOT PROPOSTA-AGENDADA
                   PERFORM 0420-PROGRAMAR-UMA-OBRA
               END-IF
           END-IF.

       0415-CONFERIR-AGENDADA.
           IF WRK-AGD-PROPOSTA(WRK-I) = PRPREG-NUMERO
               SET PROPOSTA-AGENDADA TO TRUE
           END-IF.

      *****************************************************
      * UMA OBRA: HORAS POR SUPERFICIE, CONFERENCIA DE QUE HA
      * EQUIPE ATIVA PARA CADA OFICIO NECESSARIO (SENAO A OBRA
      * FICA NA FILA PARA A PROXIMA PROGRAMACAO) E AS ETAPAS EM
      * SEQUENCIA, CADA UMA COMECANDO NO DIA UTIL SEGUINTE AO
      * FIM DA ANTERIOR
      *****************************************************
       0420-PROGRAMAR-UMA-OBRA.
           SET OBRA-PROGRAMAVEL TO TRUE
           SET OBRA-ADIADA TO FALSE
           PERFORM 0425-ZERAR-SUPERFICIE VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 3
           PERFORM 0430-HORAS-UM-MATERIAL VARYING WRK-M FROM 1 BY 1
               UNTIL WRK-M > PRPREG-QT-MATERIAIS OR WRK-M > 10
           IF WRK-SUP-HORAS(1) = ZEROS AND WRK-SUP-HORAS(2) = ZEROS
               AND WRK-SUP-HORAS(3) = ZEROS
               DISPLAY 'PROPOSTA ' PRPREG-NUMERO
                   ' SEM HORAS ESTIMADAS - NAO PROGRAMADA'
               ADD 1 TO WRK-QT-SEM-HORAS
               SET OBRA-PROGRAMAVEL TO FALSE
           END-IF
           IF OBRA-PROGRAMAVEL
               PERFORM 0440-CONFERIR-OFICIO VARYING WRK-S FROM 1 BY 1
                   UNTIL WRK-S > 3
               IF NOT OBRA-PROGRAMAVEL
                   ADD 1 TO WRK-QT-SEM-EQUIPE
               END-IF
           END-IF
           IF OBRA-PROGRAMAVEL
               MOVE ZEROS TO WRK-INICIO-OBRA WRK-FIM-OBRA
               MOVE WRK-PRIMEIRO-DIA TO WRK-INICIO-ETAPA
               PERFORM 0450-PROGRAMAR-ETAPA VARYING WRK-ETAPA
                   FROM 1 BY 1 UNTIL WRK-ETAPA > 3
               ADD 1 TO WRK-QT-PROGRAMADAS
               IF WRK-QT-AGENDADAS < WRK-MAX-AGENDADAS
                   ADD 1 TO WRK-QT-AGENDADAS
                   MOVE PRPREG-NUMERO
                       TO WRK-AGD-PROPOSTA(WRK-QT-AGENDADAS)
               END-IF
               IF OBRA-ADIADA
                   ADD 1 TO WRK-QT-ADIADAS
                   DISPLAY 'PROPOSTA ' PRPREG-NUMERO
                       ' REPROGRAMADA - EQUIPE LOTADA - INICIO '
                       WRK-INICIO-OBRA
               END-IF
               PERFORM 0480-EMITIR-CONFIRMACAO
           END-IF.

       0425-ZERAR-SUPERFICIE.
           MOVE ZEROS TO WRK-SUP-HORAS(WRK-S) WRK-SUP-INICIO(WRK-S)
               WRK-SUP-FIM(WRK-S)
           MOVE SPACES TO WRK-SUP-EQUIPE(WRK-S)
           MOVE 'N' TO WRK-SUP-ADIADA(WRK-S).

      *****************************************************
      * HORAS DA SUPERFICIE = AREA DO MATERIAL / PRODUTIVIDADE
      * DO LABTAB, COMO NA ESTIMATIVA DO FECHAMENTO DO PROGCB128
      *****************************************************
       0430-HORAS-UM-MATERIAL.
           MOVE ZEROS TO WRK-S
           MOVE PRPREG-MAT-CODIGO(WRK-M) TO MATCAT-CODIGO
           READ MATERIAL-CATALOGO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-MAT = '00'
               EVALUATE TRUE
                   WHEN MATCAT-TETO
                       MOVE 1 TO WRK-S
                   WHEN MATCAT-PAREDE
                       MOVE 2 TO WRK-S
                   WHEN MATCAT-PISO
                       MOVE 3 TO WRK-S
               END-EVALUATE
           END-IF
           IF WRK-S > ZEROS
               IF WRK-SUP-PROD-M2H(WRK-S) > ZEROS
                   COMPUTE WRK-SUP-HORAS(WRK-S) ROUNDED =
                       WRK-SUP-HORAS(WRK-S)
                       + PRPREG-MAT-AREA(WRK-M)
                           / WRK-SUP-PROD-M2H(WRK-S)
               END-IF
           END-IF.

       0440-CONFERIR-OFICIO.
           IF WRK-SUP-HORAS(WRK-S) > ZEROS
               MOVE ZEROS TO WRK-MELHOR-EQP
               PERFORM 0445-EQUIPE-DO-OFICIO VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > WRK-QT-EQUIPES
               IF WRK-MELHOR-EQP = ZEROS
                   DISPLAY 'PROPOSTA ' PRPREG-NUMERO ' SEM EQUIPE '
                       'ATIVA DE ' WRK-SUP-OFICIO(WRK-S)
                       ' - NAO PROGRAMADA'
                   SET OBRA-PROGRAMAVEL TO FALSE
               END-IF
           END-IF.

       0445-EQUIPE-DO-OFICIO.
           IF WRK-EQP-ATIVA(WRK-E) = 'A'
               AND WRK-EQP-OFICIO(WRK-E) = WRK-SUP-OFICIO(WRK-S)
               AND WRK-EQP-CAPAC(WRK-E) > ZEROS
               MOVE WRK-E TO WRK-MELHOR-EQP
           END-IF.

      *****************************************************
      * UMA ETAPA: ENTRE AS EQUIPES ATIVAS DO OFICIO, FICA A
      * QUE TERMINA PRIMEIRO NOS SEUS DIAS LIVRES A PARTIR DO
      * INICIO DA ETAPA. SE A ETAPA NAO PODE COMECAR NO INICIO
      * POSSIVEL (TODAS AS EQUIPES OCUPADAS NAQUELE DIA), A OBRA
      * E ADIADA PARA OS DIAS LIVRES E FICA MARCADA
      *****************************************************
       0450-PROGRAMAR-ETAPA.
           MOVE WRK-ETAPA TO WRK-S
           IF WRK-SUP-HORAS(WRK-S) > ZEROS
               MOVE ZEROS TO WRK-MELHOR-EQP WRK-MELHOR-INICIO
                   WRK-MELHOR-FIM WRK-MELHOR-DIAS
               PERFORM 0455-SIMULAR-EQUIPE VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > WRK-QT-EQUIPES
               IF WRK-MELHOR-EQP = ZEROS
                   DISPLAY 'PROPOSTA ' PRPREG-NUMERO ' ETAPA '
                       WRK-SUP-NOME(WRK-S) ' SEM DIAS LIVRES NO '
                       'HORIZONTE DA AGENDA'
                   MOVE ZEROS TO WRK-SUP-HORAS(WRK-S)
                   SET OBRA-ADIADA TO TRUE
               ELSE
                   PERFORM 0452-FIXAR-ETAPA
               END-IF
           END-IF.

       0452-FIXAR-ETAPA.
           MOVE WRK-MELHOR-EQP TO WRK-E
           MOVE WRK-EQP-CODIGO(WRK-E) TO WRK-SUP-EQUIPE(WRK-S)
           MOVE WRK-MELHOR-INICIO TO WRK-SUP-INICIO(WRK-S)
           MOVE WRK-MELHOR-FIM TO WRK-SUP-FIM(WRK-S)
           IF WRK-MELHOR-INICIO > WRK-INICIO-ETAPA
               MOVE 'S' TO WRK-SUP-ADIADA(WRK-S)
               SET OBRA-ADIADA TO TRUE
           END-IF
           MOVE WRK-MELHOR-DIAS TO WRK-DIAS-ETAPA
           PERFORM 0470-RESERVAR-DIAS
           IF WRK-INICIO-OBRA = ZEROS
               MOVE WRK-MELHOR-INICIO TO WRK-INICIO-OBRA
           END-IF
           MOVE WRK-MELHOR-FIM TO WRK-FIM-OBRA
           MOVE WRK-MELHOR-FIM TO WRK-DIA
           PERFORM 0700-AVANCAR-DIA-UTIL
           MOVE WRK-DIA TO WRK-INICIO-ETAPA.

      *****************************************************
      * DIAS DA EQUIPE = HORAS DA ETAPA / CAPACIDADE DIARIA,
      * ARREDONDADO PARA CIMA; PERCORRE OS DIAS UTEIS A PARTIR
      * DO INICIO DA ETAPA CONTANDO SO OS DIAS SEM RESERVA
      *****************************************************
       0455-SIMULAR-EQUIPE.
           IF WRK-EQP-ATIVA(WRK-E) = 'A'
               AND WRK-EQP-OFICIO(WRK-E) = WRK-SUP-OFICIO(WRK-S)
               AND WRK-EQP-CAPAC(WRK-E) > ZEROS
               MOVE WRK-EQP-CAPAC(WRK-E) TO WRK-CAPACIDADE
               COMPUTE WRK-DIAS-ETAPA =
                   WRK-SUP-HORAS(WRK-S) / WRK-CAPACIDADE
               IF WRK-DIAS-ETAPA * WRK-CAPACIDADE < WRK-SUP-HORAS(WRK-S)
                   ADD 1 TO WRK-DIAS-ETAPA
               END-IF
               MOVE ZEROS TO WRK-SIM-INICIO WRK-SIM-FIM
                   WRK-DIAS-CONTADOS WRK-PASSOS
               MOVE WRK-INICIO-ETAPA TO WRK-DIA
               PERFORM 0460-CONTAR-DIA-LIVRE
                   UNTIL WRK-DIAS-CONTADOS >= WRK-DIAS-ETAPA
                   OR WRK-PASSOS > WRK-LIMITE-PASSOS
               IF WRK-DIAS-CONTADOS >= WRK-DIAS-ETAPA
                   IF WRK-MELHOR-EQP = ZEROS
                       OR WRK-SIM-FIM < WRK-MELHOR-FIM
                       MOVE WRK-E TO WRK-MELHOR-EQP
                       MOVE WRK-SIM-INICIO TO WRK-MELHOR-INICIO
                       MOVE WRK-SIM-FIM TO WRK-MELHOR-FIM
                       MOVE WRK-DIAS-ETAPA TO WRK-MELHOR-DIAS
                   END-IF
               END-IF
           END-IF.

       0460-CONTAR-DIA-LIVRE.
           PERFORM 0465-VERIFICAR-DIA-LIVRE
           IF DIA-LIVRE
               ADD 1 TO WRK-DIAS-CONTADOS
               IF WRK-SIM-INICIO = ZEROS
                   MOVE WRK-DIA TO WRK-SIM-INICIO
               END-IF
               MOVE WRK-DIA TO WRK-SIM-FIM
           END-IF
           IF WRK-DIAS-CONTADOS < WRK-DIAS-ETAPA
               PERFORM 0700-AVANCAR-DIA-UTIL
           END-IF
           ADD 1 TO WRK-PASSOS.

       0465-VERIFICAR-DIA-LIVRE.
           SET DIA-LIVRE TO FALSE
           MOVE WRK-EQP-CODIGO(WRK-E) TO AGDOBRA-EQUIPE
           MOVE WRK-DIA TO AGDOBRA-DATA
           READ AGENDA-OBRAS
               INVALID KEY
                   SET DIA-LIVRE TO TRUE
           END-READ.

      *****************************************************
      * GRAVA NO AGDOBRA OS DIAS LIVRES DA EQUIPE ESCOLHIDA,
      * REFAZENDO O MESMO CAMINHO DA SIMULACAO
      *****************************************************
       0470-RESERVAR-DIAS.
           MOVE ZEROS TO WRK-DIAS-CONTADOS WRK-PASSOS
           MOVE WRK-INICIO-ETAPA TO WRK-DIA
           PERFORM 0475-RESERVAR-UM-DIA
               UNTIL WRK-DIAS-CONTADOS >= WRK-DIAS-ETAPA
               OR WRK-PASSOS > WRK-LIMITE-PASSOS.

       0475-RESERVAR-UM-DIA.
           PERFORM 0465-VERIFICAR-DIA-LIVRE
           IF DIA-LIVRE
               MOVE WRK-EQP-CODIGO(WRK-E) TO AGDOBRA-EQUIPE
               MOVE WRK-DIA TO AGDOBRA-DATA
               MOVE PRPREG-NUMERO TO AGDOBRA-PROPOSTA
               MOVE WRK-SUP-TIPO(WRK-S) TO AGDOBRA-TIPO-SUP
               MOVE WRK-SUP-ADIADA(WRK-S) TO AGDOBRA-ADIADA
               MOVE WRK-DATA-HOJE TO AGDOBRA-DATA-CRIA
               WRITE AGDOBRA-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO RESERVAR ' AGDOBRA-EQUIPE ' '
                           AGDOBRA-DATA ' ' WRK-FS-AGD
                       MOVE 8 TO RETURN-CODE
               END-WRITE
               ADD 1 TO WRK-DIAS-CONTADOS
               ADD 1 TO WRK-QT-RESERVAS
           END-IF
           IF WRK-DIAS-CONTADOS < WRK-DIAS-ETAPA
               PERFORM 0700-AVANCAR-DIA-UTIL
           END-IF
           ADD 1 TO WRK-PASSOS.

      *****************************************************
      * CONFIRMACAO AO CLIENTE COM O INICIO E O TERMINO
      * PREVISTOS E AS ETAPAS, NO MOLDE DO AVISO DO PROGCB107
      *****************************************************
       0480-EMITIR-CONFIRMACAO.
           MOVE PRPREG-CLIENTE TO CUSTMAS-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CLI NOT = '00'
               MOVE SPACES TO CUSTMAS-NOME CUSTMAS-LOGRADOURO
                   CUSTMAS-CIDADE CUSTMAS-UF
               MOVE ZEROS TO CUSTMAS-CEP
           END-IF
           MOVE SPACES TO CONFOBRA-LINHA
           STRING 'CONFIRMACAO DE AGENDA DE OBRA' '        DATA '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE SPACES TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           STRING 'CLIENTE ' PRPREG-CLIENTE ' - ' CUSTMAS-NOME
               DELIMITED BY SIZE INTO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE CUSTMAS-LOGRADOURO TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE CUSTMAS-CEP TO WRK-CEP-ED
           MOVE SPACES TO CONFOBRA-LINHA
           STRING CUSTMAS-CIDADE ' ' CUSTMAS-UF '  CEP '
               WRK-CEP-ED(1:5) '-' WRK-CEP-ED(6:3)
               DELIMITED BY SIZE INTO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE SPACES TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE 'PREZADO CLIENTE,' TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE SPACES TO CONFOBRA-LINHA
           STRING 'CONFIRMAMOS A AGENDA DA OBRA DA PROPOSTA '
               PRPREG-NUMERO ':'
               DELIMITED BY SIZE INTO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE SPACES TO CONFOBRA-LINHA
           STRING '   INICIO PREVISTO..... ' WRK-INICIO-OBRA
               DELIMITED BY SIZE INTO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE SPACES TO CONFOBRA-LINHA
           STRING '   TERMINO PREVISTO.... ' WRK-FIM-OBRA
               DELIMITED BY SIZE INTO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           PERFORM 0485-LINHA-DA-ETAPA VARYING WRK-S FROM 1 BY 1
               UNTIL WRK-S > 3
           MOVE SPACES TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           IF OBRA-ADIADA
               MOVE 'A AGENDA FOI AJUSTADA A DISPONIBILIDADE DAS NOSSAS'
                   TO CONFOBRA-LINHA
               WRITE CONFOBRA-LINHA
               MOVE 'EQUIPES; AS DATAS ACIMA JA ESTAO RESERVADAS.'
                   TO CONFOBRA-LINHA
               WRITE CONFOBRA-LINHA
           END-IF
           MOVE 'ATENCIOSAMENTE, PROGRAMACAO DE OBRAS'
               TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA
           MOVE ALL '-' TO CONFOBRA-LINHA
           WRITE CONFOBRA-LINHA.

       0485-LINHA-DA-ETAPA.
           IF WRK-SUP-HORAS(WRK-S) > ZEROS
               MOVE SPACES TO CONFOBRA-LINHA
               STRING '   ' WRK-SUP-NOME(WRK-S) ' DE '
                   WRK-SUP-INICIO(WRK-S) ' A ' WRK-SUP-FIM(WRK-S)
                   DELIMITED BY SIZE INTO CONFOBRA-LINHA
               WRITE CONFOBRA-LINHA
           END-IF.

      *****************************************************
      * CARGA DO CADASTRO DE EQUIPES NA TABELA (ATE 50)
      *****************************************************
       0500-CARREGAR-EQUIPES.
           MOVE ZEROS TO WRK-QT-EQUIPES
           SET FIM-EQUIPES TO FALSE
           MOVE LOW-VALUES TO EQUIPE-CODIGO
           START CADASTRO-EQUIPES KEY >= EQUIPE-CODIGO
               INVALID KEY
                   SET FIM-EQUIPES TO TRUE
           END-START
           PERFORM 0505-CARREGAR-UMA-EQUIPE UNTIL FIM-EQUIPES.

       0505-CARREGAR-UMA-EQUIPE.
           READ CADASTRO-EQUIPES NEXT RECORD
               AT END
                   SET FIM-EQUIPES TO TRUE
           END-READ
           IF NOT FIM-EQUIPES
               IF WRK-QT-EQUIPES < WRK-MAX-EQUIPES
                   ADD 1 TO WRK-QT-EQUIPES
                   MOVE EQUIPE-CODIGO TO WRK-EQP-CODIGO(WRK-QT-EQUIPES)
                   MOVE EQUIPE-NOME TO WRK-EQP-NOME(WRK-QT-EQUIPES)
                   MOVE EQUIPE-OFICIO TO WRK-EQP-OFICIO(WRK-QT-EQUIPES)
                   COMPUTE WRK-EQP-CAPAC(WRK-QT-EQUIPES) =
                       EQUIPE-QT-OFICIAIS * EQUIPE-HORAS-DIA
                   MOVE EQUIPE-SITUACAO TO WRK-EQP-ATIVA(WRK-QT-EQUIPES)
               ELSE
                   DISPLAY 'TABELA DE EQUIPES CHEIA - EQUIPE '
                       EQUIPE-CODIGO ' IGNORADA'
               END-IF
           END-IF.

      *****************************************************
      * PROPOSTAS QUE JA TEM DIA NA AGENDA
      *****************************************************
       0510-CARREGAR-AGENDADAS.
           MOVE ZEROS TO WRK-QT-AGENDADAS
           SET FIM-AGENDA TO FALSE
           MOVE LOW-VALUES TO AGDOBRA-CHAVE
           START AGENDA-OBRAS KEY >= AGDOBRA-CHAVE
               INVALID KEY
                   SET FIM-AGENDA TO TRUE
           END-START
           PERFORM 0515-CARREGAR-UMA-RESERVA UNTIL FIM-AGENDA.

       0515-CARREGAR-UMA-RESERVA.
           READ AGENDA-OBRAS NEXT RECORD
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ
           IF NOT FIM-AGENDA
               SET PROPOSTA-AGENDADA TO FALSE
               PERFORM 0520-CONFERIR-RESERVA VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-AGENDADAS
                   OR PROPOSTA-AGENDADA
               IF NOT PROPOSTA-AGENDADA
                   IF WRK-QT-AGENDADAS < WRK-MAX-AGENDADAS
                       ADD 1 TO WRK-QT-AGENDADAS
                       MOVE AGDOBRA-PROPOSTA
                           TO WRK-AGD-PROPOSTA(WRK-QT-AGENDADAS)
                   ELSE
                       DISPLAY 'TABELA DE PROPOSTAS AGENDADAS CHEIA'
                       SET FIM-AGENDA TO TRUE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0520-CONFERIR-RESERVA.
           IF WRK-AGD-PROPOSTA(WRK-I) = AGDOBRA-PROPOSTA
               SET PROPOSTA-AGENDADA TO TRUE
           END-IF.

      *****************************************************
      * AGENDA SEMANAL: AS RESERVAS DO PERIODO CLASSIFICADAS
      * POR SEMANA (SEGUNDA-FEIRA), EQUIPE E DATA
      *****************************************************
       0600-AGENDA-SEMANAL.
           DISPLAY 'DATA INICIAL (AAAAMMDD, ZERO = HOJE)..'
           ACCEPT WRK-DATA-INICIAL
           IF WRK-DATA-INICIAL = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-INICIAL
           END-IF
           DISPLAY 'QUANTIDADE DE SEMANAS (ZERO = 4)..'
           ACCEPT WRK-SEMANAS
           IF WRK-SEMANAS = ZEROS
               MOVE 4 TO WRK-SEMANAS
           END-IF
           MOVE WRK-DATA-INICIAL TO WRK-DIA
           PERFORM 0610-SEGUNDA-DA-SEMANA
           MOVE WRK-DIA TO WRK-DATA-INICIAL
           COMPUTE WRK-DIAS-PERIODO = WRK-SEMANAS * 7
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-INICIAL
               WRK-DIAS-PERIODO WRK-DATA-FINAL
           PERFORM 0500-CARREGAR-EQUIPES
           MOVE ZEROS TO WRK-QT-LINHAS
           OPEN INPUT AGENDA-OBRAS
           OPEN OUTPUT AGENDA-RPT
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-SEMANA SORT-EQUIPE SORT-DATA
               INPUT PROCEDURE IS 8100-SELECIONAR-RESERVAS
               OUTPUT PROCEDURE IS 8200-IMPRIMIR-AGENDA
           CLOSE AGENDA-RPT
           IF WRK-FS-AGD = '00' OR WRK-FS-AGD = '10'
               CLOSE AGENDA-OBRAS
           END-IF
           DISPLAY 'DIAS RESERVADOS NO PERIODO...' WRK-QT-LINHAS.

      *****************************************************
      * SEGUNDA-FEIRA DA SEMANA DE WRK-DIA
      *****************************************************
       0610-SEGUNDA-DA-SEMANA.
           MOVE WRK-DIA TO WRK-CALC-DATA
           PERFORM 0620-CALCULAR-DIA-SEMANA
           IF WRK-DOW > 1
               COMPUTE WRK-DIAS-VOLTA = (WRK-DOW - 1) * -1
               CALL 'PROGCOB17-SOMADIAS' USING WRK-DIA
                   WRK-DIAS-VOLTA WRK-DIA-PROX
               MOVE WRK-DIA-PROX TO WRK-DIA
           END-IF.

       0620-CALCULAR-DIA-SEMANA.
           MOVE WRK-CALC-MES TO WRK-Z-M
           MOVE WRK-CALC-ANO TO WRK-Z-Y
           IF WRK-Z-M < 3
               ADD 12 TO WRK-Z-M
               SUBTRACT 1 FROM WRK-Z-Y
           END-IF
           DIVIDE WRK-Z-Y BY 100 GIVING WRK-Z-J REMAINDER WRK-Z-K
           COMPUTE WRK-Z-TEMP = (13 * (WRK-Z-M + 1)) / 5
           COMPUTE WRK-Z-H = WRK-CALC-DIA + WRK-Z-TEMP + WRK-Z-K
               + (WRK-Z-K / 4) + (WRK-Z-J / 4) + (5 * WRK-Z-J)
           DIVIDE WRK-Z-H BY 7 GIVING WRK-Z-QUOC REMAINDER WRK-Z-H
           ADD 5 TO WRK-Z-H
           DIVIDE WRK-Z-H BY 7 GIVING WRK-Z-QUOC REMAINDER WRK-Z-H
           COMPUTE WRK-DOW = WRK-Z-H + 1.

      *****************************************************
      * PROXIMO DIA UTIL DEPOIS DE WRK-DIA: PELO CALDIAS QUANDO
      * O DIA ESTA NO CALENDARIO, SENAO PELO SERVICO DE DATA DO
      * PROGCOB17 DIA A DIA, COMO NO PROGCOB09
      *****************************************************
       0700-AVANCAR-DIA-UTIL.
           SET PROX-PELO-CALENDARIO TO FALSE
           IF CALENDARIO-ABERTO
               MOVE WRK-DIA TO CALDIAS-DATA
               READ CALENDARIO-COMERCIAL
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CDI = '00'
                   AND CALDIAS-PROX-UTIL > ZEROS
                   MOVE CALDIAS-PROX-UTIL TO WRK-DIA
                   SET PROX-PELO-CALENDARIO TO TRUE
               END-IF
           END-IF
           IF NOT PROX-PELO-CALENDARIO
               MOVE 'N' TO WRK-DIA-UTIL
               PERFORM 0710-SOMAR-UM-DIA UNTIL WRK-DIA-UTIL = 'S'
           END-IF.

       0710-SOMAR-UM-DIA.
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DIA WRK-UM-DIA
               WRK-DIA-PROX
           MOVE WRK-DIA-PROX TO WRK-DIA
           MOVE 'N' TO WRK-DIA-UTIL
           CALL 'PROGCOB17-DIAUTIL' USING WRK-DIA WRK-DIA-UTIL.

       0900-FINALIZAR.
           CLOSE CADASTRO-EQUIPES MATERIAL-CATALOGO MAO-DE-OBRA
           IF CALENDARIO-ABERTO
               CLOSE CALENDARIO-COMERCIAL
           END-IF.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: AS RESERVAS DO
      * AGDOBRA DENTRO DO PERIODO, COM A SEGUNDA-FEIRA DA SEMANA
      *****************************************************
       8100-SELECIONAR-RESERVAS SECTION.
           SET FIM-AGENDA TO FALSE
           IF WRK-FS-AGD NOT = '00'
               DISPLAY 'AGENDA AGDOBRA AUSENTE - RODAR A PROGRAMACAO'
               GO TO 8199-FIM-ENTRADA
           END-IF
           MOVE LOW-VALUES TO AGDOBRA-CHAVE
           START AGENDA-OBRAS KEY >= AGDOBRA-CHAVE
               INVALID KEY
                   SET FIM-AGENDA TO TRUE
           END-START
           PERFORM 8110-SELECIONAR-UMA-RESERVA UNTIL FIM-AGENDA
           GO TO 8199-FIM-ENTRADA.

       8110-SELECIONAR-UMA-RESERVA.
           READ AGENDA-OBRAS NEXT RECORD
               AT END
                   SET FIM-AGENDA TO TRUE
           END-READ
           IF NOT FIM-AGENDA
               AND AGDOBRA-DATA >= WRK-DATA-INICIAL
               AND AGDOBRA-DATA < WRK-DATA-FINAL
               MOVE AGDOBRA-DATA TO WRK-DIA
               PERFORM 0610-SEGUNDA-DA-SEMANA
               MOVE WRK-DIA TO SORT-SEMANA
               MOVE AGDOBRA-EQUIPE TO SORT-EQUIPE
               MOVE AGDOBRA-DATA TO SORT-DATA
               MOVE AGDOBRA-PROPOSTA TO SORT-PROPOSTA
               MOVE AGDOBRA-TIPO-SUP TO SORT-TIPO-SUP
               MOVE AGDOBRA-ADIADA TO SORT-ADIADA
               RELEASE SORT-REC
           END-IF.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: TITULO POR SEMANA, AS RESERVAS DE CADA
      * EQUIPE NA ORDEM DAS DATAS E O TOTAL DE DIAS DA EQUIPE
      * NA SEMANA; OBRA ADIADA POR EQUIPE LOTADA SAI MARCADA
      *****************************************************
       8200-IMPRIMIR-AGENDA SECTION.
           MOVE 'AGENDA SEMANAL DAS EQUIPES DE INSTALACAO'
               TO AGDRPT-LINHA
           WRITE AGDRPT-LINHA
           MOVE SPACES TO AGDRPT-LINHA
           STRING 'EMITIDA EM ' WRK-DATA-HOJE ' - PERIODO DE '
               WRK-DATA-INICIAL ' ATE ANTES DE ' WRK-DATA-FINAL
               DELIMITED BY SIZE INTO AGDRPT-LINHA
           WRITE AGDRPT-LINHA
           MOVE ZEROS TO WRK-SEMANA-ATUAL WRK-DIAS-EQUIPE
           MOVE SPACES TO WRK-EQUIPE-ATUAL
           SET FIM-CLASSIFICADOS TO FALSE
           PERFORM 8210-DEVOLVER-UMA-RESERVA UNTIL FIM-CLASSIFICADOS
           IF WRK-EQUIPE-ATUAL NOT = SPACES
               PERFORM 8230-TOTAL-EQUIPE
           END-IF
           IF WRK-QT-LINHAS = ZEROS
               MOVE SPACES TO AGDRPT-LINHA
               WRITE AGDRPT-LINHA
               MOVE 'NENHUM DIA RESERVADO NO PERIODO' TO AGDRPT-LINHA
               WRITE AGDRPT-LINHA
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-RESERVA.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               IF SORT-SEMANA NOT = WRK-SEMANA-ATUAL
                   OR SORT-EQUIPE NOT = WRK-EQUIPE-ATUAL
                   IF WRK-EQUIPE-ATUAL NOT = SPACES
                       PERFORM 8230-TOTAL-EQUIPE
                   END-IF
                   MOVE SORT-EQUIPE TO WRK-EQUIPE-ATUAL
                   MOVE ZEROS TO WRK-DIAS-EQUIPE
               END-IF
               IF SORT-SEMANA NOT = WRK-SEMANA-ATUAL
                   MOVE SORT-SEMANA TO WRK-SEMANA-ATUAL
                   MOVE SPACES TO AGDRPT-LINHA
                   WRITE AGDRPT-LINHA
                   STRING 'SEMANA DE ' WRK-SEMANA-ATUAL
                       DELIMITED BY SIZE INTO AGDRPT-LINHA
                   WRITE AGDRPT-LINHA
                   MOVE '  DATA      EQP  NOME                 OFICIO'
                       TO AGDRPT-LINHA
                   MOVE 'PROPOS SUPERF OBS' TO AGDRPT-LINHA(60:17)
                   WRITE AGDRPT-LINHA
               END-IF
               PERFORM 8220-IMPRIMIR-RESERVA
           END-IF.

       8220-IMPRIMIR-RESERVA.
           ADD 1 TO WRK-QT-LINHAS
           ADD 1 TO WRK-DIAS-EQUIPE
           MOVE SPACES TO AGDRPT-DETALHE
           MOVE SORT-DATA TO AGDRPT-DATA
           MOVE SORT-EQUIPE TO AGDRPT-EQUIPE
           MOVE SORT-PROPOSTA TO AGDRPT-PROPOSTA
           PERFORM 8225-DADOS-DA-EQUIPE VARYING WRK-E FROM 1 BY 1
               UNTIL WRK-E > WRK-QT-EQUIPES
           EVALUATE SORT-TIPO-SUP
               WHEN 'T'
                   MOVE 'TETO' TO AGDRPT-SUPERFICIE
               WHEN 'A'
                   MOVE 'PAREDE' TO AGDRPT-SUPERFICIE
               WHEN 'P'
                   MOVE 'PISO' TO AGDRPT-SUPERFICIE
           END-EVALUATE
           IF SORT-ADIADA = 'S'
               MOVE 'ADIADA' TO AGDRPT-OBS
           END-IF
           WRITE AGDRPT-DETALHE.

       8225-DADOS-DA-EQUIPE.
           IF WRK-EQP-CODIGO(WRK-E) = SORT-EQUIPE
               MOVE WRK-EQP-NOME(WRK-E) TO AGDRPT-NOME
               MOVE WRK-EQP-OFICIO(WRK-E) TO AGDRPT-OFICIO
           END-IF.

       8230-TOTAL-EQUIPE.
           MOVE WRK-DIAS-EQUIPE TO WRK-DIAS-EQUIPE-ED
           MOVE SPACES TO AGDRPT-LINHA
           STRING '            EQUIPE ' WRK-EQUIPE-ATUAL ': '
               WRK-DIAS-EQUIPE-ED ' DIA(S) RESERVADO(S) NA SEMANA'
               DELIMITED BY SIZE INTO AGDRPT-LINHA
           WRITE AGDRPT-LINHA.

       8299-FIM-SAIDA.
           EXIT.

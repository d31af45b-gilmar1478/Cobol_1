      * SEM MOVIMENTO ANTERIOR) VAI PARA O VENDREJ COM O MOTIVO
      * 'MOV' EM VEZ DE SEGUIR PARA O ARQUIVO LIMPO - O
      * FECHAMENTO ATRIBUIA O ITEM ORFAO A VENDA ACEITA ANTERIOR
      * 2026-10-15 JGM NUMERO DO CUPOM DO CAIXA NO MOVIMENTO:
      * BRANCO (CAIXA QUE NAO NUMERA) SEGUE COMO ZEROS, NUMERO
      * PODRE VAI PARA O VENDREJ COM O MOTIVO 'CUP' - O ARQUIVO
      * LIMPO E O VENDREJ PASSAM A X(49)
      * 2026-10-15 JGM REJEITADO PASSA A SER REGISTRADO TAMBEM NO
      * SUSPENSO (PONTO DE ENTRADA PROGCB133-SUSPENSO), ONDE O
      * ATENDENTE CORRIGE E REENVIA; OS REENVIOS DA FILA REENVIO
      * SAO CRITICADOS DEPOIS DO ARQUIVO DO DIA PELAS MESMAS
      * REGRAS, E O ACEITO ENTRA NO ARQUIVO LIMPO E NO TRAILER
      * 2026-10-15 JGM MOVIMENTO DE FILIAL QUE NAO FUNCIONA NA DATA
      * DA VENDA (A DATA DA RODADA - O ARQUIVO DO CAIXA NAO TRAZ
      * DATA) VAI PARA O VENDREJ COM O MOTIVO 'FIL': FILIAL AINDA
      * NAO ABERTA, JA FECHADA OU FORA DO CADASTRO FILIALCF. SEM
      * CADASTRO FILIALCF A CRITICA NAO CONFERE A FILIAL
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPTIONAL FILIAL-CONFIG ASSIGN TO 'FILIALCF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FIL.
           SELECT OPTIONAL FILA-REENVIO ASSIGN TO 'REENVIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REENVIO-CHAVE-SUSP
               FILE STATUS IS WRK-FS-RSB.

       DATA DIVISION.
       FILE SECTION.
           COPY 'VENDENT.CPY'.

       FD  VENDA-LIMPA.
       01  VENDLMP-REC             PIC X(49).

       FD  VENDA-REJEITADA.
           COPY 'VENDREJ.CPY'.
       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  FILA-REENVIO.
           COPY 'REENVIO.CPY'.

       FD  FILIAL-CONFIG.
           COPY 'FILIAL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENT       PIC X(02) VALUE '00'.
       77 WRK-FS-LMP       PIC X(02) VALUE '00'.
       77 WRK-QT-REJ-SKU   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJ-CPF   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJ-MOV   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJ-CUP   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJ-FIL   PIC 9(06) VALUE ZEROS.

      *****************************************************
      * PERIODO DE FUNCIONAMENTO DE CADA FILIAL, CARREGADO DO
      * CADASTRO FILIALCF (DATA ZERADA = SEM LIMITE) - O
      * MOVIMENTO SO E ACEITO DE FILIAL QUE FUNCIONA NA DATA DA
      * RODADA. SEM CADASTRO, A FILIAL NAO E CONFERIDA
      *****************************************************
       77 WRK-FS-FIL       PIC X(02) VALUE '00'.
       77 WRK-FIM-FIL      PIC X(01) VALUE 'N'.
           88 FIM-FILIAL-CONFIG VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-FLC       PIC 9(03) VALUE ZEROS.
       77 WRK-IX-FLC       PIC 9(03) VALUE ZEROS.
       77 WRK-FILIAL-MOV   PIC X(03) VALUE SPACES.
       77 WRK-FILIAL-OK    PIC X(01) VALUE 'N'.
           88 FILIAL-FUNCIONANDO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       01  WRK-TABELA-FILIAIS.
           05  WRK-FLC-ENTRADA OCCURS 50 TIMES.
               10  WRK-FLC-CODIGO     PIC X(03).
               10  WRK-FLC-ABERTURA   PIC 9(08).
               10  WRK-FLC-FECHAMENTO PIC 9(08).

      *****************************************************
      * DESTINO DO ULTIMO MOVIMENTO CRITICADO - A LINHA DE ITEM
       77 WRK-FIM-PRE       PIC X(01) VALUE 'N'.
           88 FIM-PRE-PASSADA VALUE 'S' WHEN SET TO FALSE IS 'N'.

      *****************************************************
      * REJEITADOS CORRIGIDOS NO SUSPENSO (PROGCB133) E POSTOS NA
      * FILA REENVIO - CRITICADOS DEPOIS DO ARQUIVO DO DIA PELAS
      * MESMAS REGRAS. REJEICAO E REENVIO ACEITO SAO INFORMADOS
      * AO SUSPENSO PELO PONTO DE ENTRADA PROGCB133-SUSPENSO
      *****************************************************
       77 WRK-FS-RSB        PIC X(02) VALUE '00'.
       77 WRK-FIM-RSB       PIC X(01) VALUE 'N'.
           88 FIM-REENVIOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ORIGEM-FILA   PIC X(01) VALUE 'N'.
           88 REGISTRO-DA-FILA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-QT-RSB-LIDOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RSB-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-SUS-FUNCAO    PIC X(01) VALUE SPACES.
       77 WRK-SUS-ORIGEM    PIC X(03) VALUE 'VEN'.
       77 WRK-SUS-IMAGEM    PIC X(509) VALUE SPACES.
       77 WRK-SUS-CHAVE-ANT PIC X(23) VALUE SPACES.
       77 WRK-SUS-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-CRITICAR-REGISTRO UNTIL FIM-ENTRADA
           IF RETURN-CODE < 8
               PERFORM 0400-CRITICAR-REENVIOS
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           PERFORM 0105-BUSCAR-TETO-CENTRAL
           PERFORM 0110-CARREGAR-FILIAIS
           OPEN INPUT VENDA-ENTRADA
           IF WRK-FS-ENT NOT = '00'
               DISPLAY 'ARQUIVO VENDENT AUSENTE OU INVALIDO'
               END-IF
           END-IF.

      *****************************************************
      * CARREGA O PERIODO DE FUNCIONAMENTO DAS FILIAIS DO
      * FILIALCF - DATA NAO NUMERICA (REGISTRO ANTERIOR AO
      * CADASTRO) VALE ZEROS, ISTO E, SEM LIMITE
      *****************************************************
       0110-CARREGAR-FILIAIS.
           MOVE ZEROS TO WRK-QT-FLC
           SET FIM-FILIAL-CONFIG TO FALSE
           OPEN INPUT FILIAL-CONFIG
           IF WRK-FS-FIL NOT = '00'
               SET FIM-FILIAL-CONFIG TO TRUE
           END-IF
           PERFORM 0115-LER-UMA-FILIAL UNTIL FIM-FILIAL-CONFIG
           IF WRK-FS-FIL = '00' OR WRK-FS-FIL = '10'
               CLOSE FILIAL-CONFIG
           END-IF.

       0115-LER-UMA-FILIAL.
           READ FILIAL-CONFIG
               AT END
                   SET FIM-FILIAL-CONFIG TO TRUE
           END-READ
           IF NOT FIM-FILIAL-CONFIG
               IF WRK-QT-FLC < 50
                   ADD 1 TO WRK-QT-FLC
                   MOVE FILIAL-CODIGO TO WRK-FLC-CODIGO(WRK-QT-FLC)
                   MOVE ZEROS TO WRK-FLC-ABERTURA(WRK-QT-FLC)
                   MOVE ZEROS TO WRK-FLC-FECHAMENTO(WRK-QT-FLC)
                   IF FILIAL-DATA-ABERTURA IS NUMERIC
                       MOVE FILIAL-DATA-ABERTURA
                           TO WRK-FLC-ABERTURA(WRK-QT-FLC)
                   END-IF
                   IF FILIAL-DATA-FECHAMENTO IS NUMERIC
                       MOVE FILIAL-DATA-FECHAMENTO
                           TO WRK-FLC-FECHAMENTO(WRK-QT-FLC)
                   END-IF
               ELSE
                   DISPLAY 'FILIALCF COM MAIS DE 50 FILIAIS - '
                       'EXCEDENTE IGNORADO'
                   SET FIM-FILIAL-CONFIG TO TRUE
               END-IF
           END-IF.

       0150-VERIFICAR-TRAILER.
           PERFORM 0155-LER-PRE-PASSADA UNTIL FIM-PRE-PASSADA
           CLOSE VENDA-ENTRADA
                   SET FIM-ENTRADA TO TRUE
           END-READ
           IF NOT FIM-ENTRADA AND NOT VENDENT-E-TRAILER
               PERFORM 0210-DESTINAR-REGISTRO
           END-IF.

      *****************************************************
      * CRITICA E DESTINO DO REGISTRO QUE ESTA NO VENDENT-REC,
      * VINDO DO ARQUIVO DO DIA OU DA FILA DE REENVIO
      *****************************************************
       0210-DESTINAR-REGISTRO.
           IF VENDENT-E-ITEM
               PERFORM 0270-CRITICAR-ITEM
           END-IF
           IF NOT VENDENT-E-ITEM
               ADD 1 TO WRK-QT-LIDOS
               MOVE SPACES TO WRK-MOTIVO
               IF VENDENT-VALOR IS NOT NUMERIC
                   MOVE 'CPF' TO WRK-MOTIVO
                   ADD 1 TO WRK-QT-REJ-CPF
               END-IF
               IF WRK-MOTIVO = SPACES
                   AND VENDENT-CUPOM IS NOT NUMERIC
                   IF VENDENT-CUPOM = SPACES
                       MOVE ZEROS TO VENDENT-CUPOM
                   ELSE
                       MOVE 'CUP' TO WRK-MOTIVO
                       ADD 1 TO WRK-QT-REJ-CUP
                   END-IF
               END-IF
               IF WRK-MOTIVO = SPACES
                   AND WRK-QT-FLC > ZEROS
                   PERFORM 0240-CONFERIR-FILIAL
                   IF NOT FILIAL-FUNCIONANDO
                       MOVE 'FIL' TO WRK-MOTIVO
                       ADD 1 TO WRK-QT-REJ-FIL
                   END-IF
               END-IF
               IF WRK-MOTIVO = SPACES
                   SET MOVIMENTO-ANTERIOR-ACEITO TO TRUE
                   MOVE VENDENT-REC TO VENDLMP-REC
                   IF VENDENT-TENDER = 'GFT'
                       PERFORM 0260-BAIXAR-CARTAO-PRESENTE
                   END-IF
                   IF REGISTRO-DA-FILA
                       PERFORM 0295-BAIXAR-REENVIO
                   END-IF
               ELSE
                   SET MOVIMENTO-ANTERIOR-ACEITO TO FALSE
                   MOVE VENDENT-REC TO VENDREJ-IMAGEM
                   MOVE WRK-MOTIVO TO VENDREJ-MOTIVO
                   WRITE VENDREJ-REC
                   ADD 1 TO WRK-QT-REJEITADOS
                   PERFORM 0290-REGISTRAR-SUSPENSO
               END-IF
           END-IF.

               MOVE VENDENT-REC TO VENDLMP-REC
               WRITE VENDLMP-REC
               ADD 1 TO WRK-QT-ITENS-OK
               IF REGISTRO-DA-FILA
                   PERFORM 0295-BAIXAR-REENVIO
               END-IF
           ELSE
               MOVE VENDENT-REC TO VENDREJ-IMAGEM
               MOVE WRK-MOTIVO TO VENDREJ-MOTIVO
                   ADD 1 TO WRK-QT-REJ-SKU
               END-IF
               ADD 1 TO WRK-QT-REJEITADOS
               PERFORM 0290-REGISTRAR-SUSPENSO
           END-IF.

      *****************************************************
      * REJEITADO TAMBEM VAI PARA O SUSPENSO, ONDE PODE SER
      * CORRIGIDO E REENVIADO - REENVIO REJEITADO DE NOVO LEVA A
      * CHAVE DA LINHA ANTERIOR DO SUSPENSO. O VENDREJ CONTINUA
      * SENDO GRAVADO, ENTAO FALHA NO SUSPENSO SO E AVISADA
      *****************************************************
       0290-REGISTRAR-SUSPENSO.
           MOVE 'R' TO WRK-SUS-FUNCAO
           MOVE VENDENT-REC TO WRK-SUS-IMAGEM
           IF NOT REGISTRO-DA-FILA
               MOVE SPACES TO WRK-SUS-CHAVE-ANT
           END-IF
           CALL 'PROGCB133-SUSPENSO' USING WRK-SUS-FUNCAO
               WRK-SUS-ORIGEM WRK-MOTIVO WRK-SUS-IMAGEM
               WRK-SUS-CHAVE-ANT WRK-SUS-RESULTADO
           IF WRK-SUS-RESULTADO NOT = '0'
               DISPLAY 'SUSPENSO INDISPONIVEL - REJEITADO SO NO '
                   'VENDREJ (' WRK-SUS-RESULTADO ')'
           END-IF.

       0295-BAIXAR-REENVIO.
           MOVE 'A' TO WRK-SUS-FUNCAO
           ADD 1 TO WRK-QT-RSB-ACEITOS
           CALL 'PROGCB133-SUSPENSO' USING WRK-SUS-FUNCAO
               WRK-SUS-ORIGEM WRK-MOTIVO WRK-SUS-IMAGEM
               WRK-SUS-CHAVE-ANT WRK-SUS-RESULTADO.

      *****************************************************
      * DIGITOS VERIFICADORES DO CPF EM WRK-CPF-TXT: DV1 COM
      * PESOS 10..2 SOBRE OS 9 PRIMEIROS DIGITOS, DV2 COM PESOS
               COMPUTE WRK-DV-RESTO = 11 - WRK-DV-RESTO
           END-IF.

      *****************************************************
      * A FILIAL DO MOVIMENTO (BRANCO VALE '001', A MATRIZ)
      * PRECISA ESTAR NO CADASTRO E FUNCIONAR NA DATA DA VENDA:
      * ABERTURA ATE A DATA E FECHAMENTO (ULTIMO DIA DE
      * OPERACAO) NAO ANTERIOR A ELA
      *****************************************************
       0240-CONFERIR-FILIAL.
           SET FILIAL-FUNCIONANDO TO FALSE
           MOVE VENDENT-FILIAL TO WRK-FILIAL-MOV
           IF WRK-FILIAL-MOV = SPACES
               MOVE '001' TO WRK-FILIAL-MOV
           END-IF
           PERFORM 0245-PROCURAR-FILIAL
               VARYING WRK-IX-FLC FROM 1 BY 1
               UNTIL WRK-IX-FLC > WRK-QT-FLC
               OR WRK-FLC-CODIGO(WRK-IX-FLC) = WRK-FILIAL-MOV
           IF WRK-IX-FLC NOT > WRK-QT-FLC
               IF (WRK-FLC-ABERTURA(WRK-IX-FLC) = ZEROS
                   OR WRK-FLC-ABERTURA(WRK-IX-FLC)
                   NOT > WRK-DATA-PARM)
                   AND (WRK-FLC-FECHAMENTO(WRK-IX-FLC) = ZEROS
                   OR WRK-FLC-FECHAMENTO(WRK-IX-FLC)
                   NOT < WRK-DATA-PARM)
                   SET FILIAL-FUNCIONANDO TO TRUE
               END-IF
           END-IF.

       0245-PROCURAR-FILIAL.
           CONTINUE.

      *****************************************************
      * VALIDA O RESGATE EM CARTAO PRESENTE: O CARTAO PRECISA
      * EXISTIR NO LEDGER, ESTAR ATIVO E, NA VENDA, TER SALDO
           MOVE 'REJEITADOS - CPF INVALIDO' TO VEDRPT-DESCRICAO
           MOVE WRK-QT-REJ-CPF TO VEDRPT-QT
           WRITE VEDRPT-LINHA
           MOVE 'REJEITADOS - CUPOM INVALIDO' TO VEDRPT-DESCRICAO
           MOVE WRK-QT-REJ-CUP TO VEDRPT-QT
           WRITE VEDRPT-LINHA
           MOVE 'REJEITADOS - FILIAL FORA DE OPERACAO'
               TO VEDRPT-DESCRICAO
           MOVE WRK-QT-REJ-FIL TO VEDRPT-QT
           WRITE VEDRPT-LINHA
           MOVE 'REENVIOS LIDOS DA FILA' TO VEDRPT-DESCRICAO
           MOVE WRK-QT-RSB-LIDOS TO VEDRPT-QT
           WRITE VEDRPT-LINHA
           MOVE 'REENVIOS ACEITOS' TO VEDRPT-DESCRICAO
           MOVE WRK-QT-RSB-ACEITOS TO VEDRPT-QT
           WRITE VEDRPT-LINHA
           DISPLAY 'CRITICA - LIDOS....' WRK-QT-LIDOS
           DISPLAY 'CRITICA - ACEITOS..' WRK-QT-ACEITOS
           DISPLAY 'CRITICA - REJEITADOS..' WRK-QT-REJEITADOS
           END-IF
           CLOSE VENDA-LIMPA VENDA-REJEITADA CRITICA-RPT
               GIFT-LEDGER GIFT-MOVIMENTOS EXCEPTION-LOG.

      *****************************************************
      * FILA DE REENVIO: OS REGISTROS DE VENDA CORRIGIDOS NO
      * SUSPENSO ENTRAM DEPOIS DO ARQUIVO DO DIA, NA ORDEM DA
      * FILA (O MOVIMENTO ANTES DOS SEUS ITENS), E SAO CRITICADOS
      * COMO QUALQUER REGISTRO DO CAIXA - O ACEITO VAI PARA O
      * ARQUIVO LIMPO E ENTRA NO TRAILER DELE. CADA REGISTRO
      * CRITICADO SAI DA FILA
      *****************************************************
       0400-CRITICAR-REENVIOS.
           SET FIM-REENVIOS TO FALSE
           SET MOVIMENTO-ANTERIOR-ACEITO TO FALSE
           OPEN I-O FILA-REENVIO
           IF WRK-FS-RSB NOT = '00'
               SET FIM-REENVIOS TO TRUE
           ELSE
               MOVE LOW-VALUES TO REENVIO-CHAVE-SUSP
               MOVE 'VEN' TO REENVIO-ORIGEM
               START FILA-REENVIO KEY >= REENVIO-CHAVE-SUSP
                   INVALID KEY
                       SET FIM-REENVIOS TO TRUE
               END-START
           END-IF
           PERFORM 0410-CRITICAR-UM-REENVIO UNTIL FIM-REENVIOS
           IF WRK-FS-RSB = '00' OR WRK-FS-RSB = '10'
               CLOSE FILA-REENVIO
           END-IF
           SET REGISTRO-DA-FILA TO FALSE.

       0410-CRITICAR-UM-REENVIO.
           READ FILA-REENVIO NEXT RECORD
               AT END
                   SET FIM-REENVIOS TO TRUE
           END-READ
           IF NOT FIM-REENVIOS
               AND REENVIO-ORIGEM NOT = 'VEN'
               SET FIM-REENVIOS TO TRUE
           END-IF
           IF NOT FIM-REENVIOS
               ADD 1 TO WRK-QT-RSB-LIDOS
               SET REGISTRO-DA-FILA TO TRUE
               MOVE REENVIO-CHAVE-SUSP TO WRK-SUS-CHAVE-ANT
               MOVE REENVIO-IMAGEM TO VENDENT-REC
               PERFORM 0210-DESTINAR-REGISTRO
               DELETE FILA-REENVIO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB104.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MARGEM MENSAL DO FRETE POR ROTA - SOMA OS
      * PEDIDOS COTADOS DO PERIODO (DIARIO FRETDET) POR FILIAL
      * DE ORIGEM + UF DE DESTINO + TRANSPORTADORA E POE LADO A
      * LADO O FRETE COBRADO, O REPASSE DA TRANSPORTADORA (PELA
      * MESMA REGRA DO ACERTO DO PROGCOB32), A SOBRETAXA DE
      * COMBUSTIVEL, O DESCONTO DE CONTRATO E AS NOTAS DE
      * CREDITO DOS SINISTROS ACATADOS NO PERIODO - O SINISTRO
      * COM CULPA DA TRANSPORTADORA VOLTA COMO ESTORNO DO
      * REPASSE - CHEGANDO A MARGEM LIQUIDA E AO PERCENTUAL; A
      * ROTA ABAIXO DA META DO CADASTRO DE PARAMETROS (PARMMAS,
      * NOME MARGEM-ROTA) SAI MARCADA PARA A MESA COMERCIAL
      * RENEGOCIAR A TARIFA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI
      * DA MARGEM DA ROTA NO PERIODO DO ESTORNO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT OPTIONAL TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS WRK-FS-TRN.
           SELECT OPTIONAL SINISTROS ASSIGN TO 'SINISTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINISTRO-NUMERO
               FILE STATUS IS WRK-FS-SIN.
           SELECT OPTIONAL PARAMETRO-MASTER ASSIGN TO 'PARMMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARMMAS-CHAVE
               FILE STATUS IS WRK-FS-PAR.
           SELECT MARGEM-RPT ASSIGN TO 'MRGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  TRANSPORTADORAS.
           COPY 'TRANSP.CPY'.

       FD  SINISTROS.
           COPY 'SINISTRO.CPY'.

       FD  PARAMETRO-MASTER.
           COPY 'PARMMAS.CPY'.

       FD  MARGEM-RPT.
           COPY 'MRGRPT.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-FILIAL         PIC X(03).
           05  SORT-UF             PIC X(02).
           05  SORT-TRANSP         PIC X(03).
           05  SORT-ROTA           PIC 9(04).

       WORKING-STORAGE SECTION.
      *****************************************************
      * ROTAS DO PERIODO (FILIAL + UF + TRANSPORTADORA), COM O
      * PERCENTUAL DE REPASSE DA TRANSPORTADORA GUARDADO NA
      * CRIACAO DA ROTA
      *****************************************************
       01  WRK-TABELA-ROTAS.
           02  WRK-ROT-ENTRADA OCCURS 1000 TIMES.
               03  WRK-ROT-FILIAL   PIC X(03).
               03  WRK-ROT-UF       PIC X(02).
               03  WRK-ROT-TRANSP   PIC X(03).
               03  WRK-ROT-PCT      PIC 9(02)V99.
               03  WRK-ROT-QT       PIC 9(07).
               03  WRK-ROT-FRETE    PIC 9(10)V99.
               03  WRK-ROT-REPASSE  PIC 9(10)V99.
               03  WRK-ROT-ESTORNO  PIC 9(10)V99.
               03  WRK-ROT-COMBUST  PIC 9(10)V99.
               03  WRK-ROT-DESCONTO PIC 9(10)V99.
               03  WRK-ROT-SINISTRO PIC 9(10)V99.

      *****************************************************
      * SINISTROS ACATADOS NO PERIODO - A ROTA VEM DO FRETDET DO
      * PEDIDO, QUE PODE SER DE UM PERIODO ANTERIOR
      *****************************************************
       01  WRK-TABELA-SINISTROS.
           02  WRK-SIN-ENTRADA OCCURS 500 TIMES.
               03  WRK-SIN-PEDIDO   PIC 9(06).
               03  WRK-SIN-TRANSP   PIC X(03).
               03  WRK-SIN-CULPA    PIC X(01).
               03  WRK-SIN-CREDITO  PIC 9(08)V99.
               03  WRK-SIN-FILIAL   PIC X(03).
               03  WRK-SIN-UF       PIC X(02).
       77 WRK-QT-ROTAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SINISTROS  PIC 9(04) VALUE ZEROS.
       77 WRK-ROTA          PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-TRN        PIC X(02) VALUE '00'.
       77 WRK-FS-SIN        PIC X(02) VALUE '00'.
       77 WRK-FS-PAR        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SIN       PIC X(01) VALUE 'N'.
           88 FIM-SINISTROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-PAR       PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRN-ABERTO    PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PARM     PIC 9(08) VALUE ZEROS.
       77 WRK-META-MARGEM   PIC 9(02)V99 VALUE 15,00.
       77 WRK-CH-FILIAL     PIC X(03) VALUE SPACES.
       77 WRK-CH-UF         PIC X(02) VALUE SPACES.
       77 WRK-CH-TRANSP     PIC X(03) VALUE SPACES.
       77 WRK-REPASSE-PED   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REPASSE-LIQ   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-MARGEM        PIC S9(10)V99 VALUE ZEROS.
       77 WRK-MARGEM-PCT    PIC S9(03)V99 VALUE ZEROS.
       77 WRK-QT-FORA-TAB   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABAIXO     PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-QT        PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-FRETE     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-REPASSE   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-COMBUST   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SINISTRO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM    PIC S9(10)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-LER-FRETDET UNTIL FIM-DETALHE
           PERFORM 0250-LANCAR-SINISTROS
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-SINISTROS
           SORT ARQUIVO-CLASSIFICACAO
               ON ASCENDING KEY SORT-FILIAL SORT-UF SORT-TRANSP
               INPUT PROCEDURE IS 8100-SELECIONAR-ROTAS
               OUTPUT PROCEDURE IS 8200-IMPRIMIR-CLASSIFICADAS
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO DA MARGEM (AAAAMM)..'
           ACCEPT WRK-PERIODO
           PERFORM 0105-BUSCAR-META-CENTRAL
           OPEN INPUT TRANSPORTADORAS
           IF WRK-FS-TRN = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           PERFORM 0110-CARREGAR-SINISTROS
           OPEN INPUT FRETE-DETALHE
           IF WRK-FS-FDT NOT = '00'
               DISPLAY 'DIARIO FRETDET AUSENTE OU INVALIDO'
               SET FIM-DETALHE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MARGEM-RPT
           MOVE WRK-PERIODO TO MRGRPT-CAB-PERIODO
           MOVE WRK-META-MARGEM TO MRGRPT-CAB-META
           WRITE MRGRPT-CABECALHO
           WRITE MRGRPT-TITULOS.

      *****************************************************
      * META DE MARGEM DO CADASTRO CENTRAL DE PARAMETROS
      * (MARGEM-ROTA, VIGENCIA MAIS RECENTE ATE HOJE) - SEM
      * ENTRADA VIGENTE, VALE A META PADRAO DE 15%
      *****************************************************
       0105-BUSCAR-META-CENTRAL.
           ACCEPT WRK-DATA-PARM FROM DATE YYYYMMDD
           SET FIM-PARAMETROS TO FALSE
           OPEN INPUT PARAMETRO-MASTER
           IF WRK-FS-PAR NOT = '00'
               SET FIM-PARAMETROS TO TRUE
           ELSE
               MOVE 'MARGEM-ROTA' TO PARMMAS-NOME
               MOVE ZEROS TO PARMMAS-VIGENCIA
               START PARAMETRO-MASTER KEY >= PARMMAS-CHAVE
                   INVALID KEY
                       SET FIM-PARAMETROS TO TRUE
               END-START
           END-IF
           PERFORM 0106-LER-UMA-VIGENCIA UNTIL FIM-PARAMETROS
           IF WRK-FS-PAR = '00' OR WRK-FS-PAR = '10'
               CLOSE PARAMETRO-MASTER
           END-IF.

       0106-LER-UMA-VIGENCIA.
           READ PARAMETRO-MASTER NEXT RECORD
               AT END
                   SET FIM-PARAMETROS TO TRUE
           END-READ
           IF NOT FIM-PARAMETROS
               IF PARMMAS-NOME NOT = 'MARGEM-ROTA'
                   OR PARMMAS-VIGENCIA > WRK-DATA-PARM
                   SET FIM-PARAMETROS TO TRUE
               ELSE
                   MOVE PARMMAS-VALOR TO WRK-META-MARGEM
               END-IF
           END-IF.

      *****************************************************
      * SINISTROS ACATADOS ('S') COM DECISAO DENTRO DO PERIODO,
      * COMO NO ESTORNO DO ACERTO DO PROGCOB32
      *****************************************************
       0110-CARREGAR-SINISTROS.
           OPEN INPUT SINISTROS
           IF WRK-FS-SIN = '00'
               MOVE ZEROS TO SINISTRO-NUMERO
               START SINISTROS KEY >= SINISTRO-NUMERO
                   INVALID KEY
                       SET FIM-SINISTROS TO TRUE
               END-START
               PERFORM 0115-LER-UM-SINISTRO UNTIL FIM-SINISTROS
               CLOSE SINISTROS
           END-IF.

       0115-LER-UM-SINISTRO.
           READ SINISTROS NEXT RECORD
               AT END
                   SET FIM-SINISTROS TO TRUE
           END-READ
           IF NOT FIM-SINISTROS
               AND SINISTRO-ACATADO
               AND SINISTRO-DATA-DECISAO(1:6) = WRK-PERIODO
               IF WRK-QT-SINISTROS < 500
                   ADD 1 TO WRK-QT-SINISTROS
                   MOVE WRK-QT-SINISTROS TO WRK-I
                   MOVE SINISTRO-NUM-PEDIDO TO WRK-SIN-PEDIDO(WRK-I)
                   MOVE SINISTRO-TRANSP TO WRK-SIN-TRANSP(WRK-I)
                   MOVE SINISTRO-CULPA TO WRK-SIN-CULPA(WRK-I)
                   MOVE SINISTRO-VALOR-CREDITO
                       TO WRK-SIN-CREDITO(WRK-I)
                   MOVE '???' TO WRK-SIN-FILIAL(WRK-I)
                   MOVE '??' TO WRK-SIN-UF(WRK-I)
               ELSE
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF.

      *****************************************************
      * PASSA O DIARIO INTEIRO: O PEDIDO DO PERIODO SOMA NA
      * ROTA, E QUALQUER PEDIDO COM SINISTRO NO PERIODO EMPRESTA
      * A SUA ROTA PARA A NOTA DE CREDITO
      *****************************************************
       0200-LER-FRETDET.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               PERFORM 0205-MARCAR-ROTA-SINISTRO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-SINISTROS
               IF FRETDET-DATA(1:6) = WRK-PERIODO
                   PERFORM 0210-ACUMULAR-PEDIDO
               END-IF
           END-IF.

       0205-MARCAR-ROTA-SINISTRO.
           IF WRK-SIN-PEDIDO(WRK-I) = FRETDET-NUM-PEDIDO
               MOVE FRETDET-FILIAL TO WRK-SIN-FILIAL(WRK-I)
               MOVE FRETDET-UF TO WRK-SIN-UF(WRK-I)
           END-IF.

       0210-ACUMULAR-PEDIDO.
           MOVE FRETDET-FILIAL TO WRK-CH-FILIAL
           MOVE FRETDET-UF TO WRK-CH-UF
           MOVE FRETDET-TRANSP TO WRK-CH-TRANSP
           PERFORM 0260-LOCALIZAR-ROTA
           IF WRK-ROTA > ZEROS
               MOVE ZEROS TO WRK-REPASSE-PED
               IF FRETDET-TRANSP NOT = SPACES
                   COMPUTE WRK-REPASSE-PED ROUNDED =
                       (FRETDET-FRETE - FRETDET-FRETE-GRIS)
                       * WRK-ROT-PCT(WRK-ROTA) / 100
                       + FRETDET-FRETE-GRIS
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-REPASSE-PED
                   END-COMPUTE
               END-IF
               IF FRETDET-ESTORNO
                   PERFORM 0215-ESTORNAR-PEDIDO
               ELSE
                   ADD 1 TO WRK-ROT-QT(WRK-ROTA)
                   ADD FRETDET-FRETE TO WRK-ROT-FRETE(WRK-ROTA)
                   ADD WRK-REPASSE-PED TO WRK-ROT-REPASSE(WRK-ROTA)
                   ADD FRETDET-FRETE-COMBUST
                       TO WRK-ROT-COMBUST(WRK-ROTA)
                   ADD FRETDET-DESC-CONTRATO
                       TO WRK-ROT-DESCONTO(WRK-ROTA)
               END-IF
           END-IF.

      *****************************************************
      * PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI DA ROTA NO
      * PERIODO DO CANCELAMENTO, COM O REPASSE QUE TERIA
      *****************************************************
       0215-ESTORNAR-PEDIDO.
           IF WRK-ROT-QT(WRK-ROTA) > ZEROS
               SUBTRACT 1 FROM WRK-ROT-QT(WRK-ROTA)
           END-IF
           IF WRK-ROT-FRETE(WRK-ROTA) > FRETDET-FRETE
               SUBTRACT FRETDET-FRETE FROM WRK-ROT-FRETE(WRK-ROTA)
           ELSE
               MOVE ZEROS TO WRK-ROT-FRETE(WRK-ROTA)
           END-IF
           IF WRK-ROT-REPASSE(WRK-ROTA) > WRK-REPASSE-PED
               SUBTRACT WRK-REPASSE-PED FROM WRK-ROT-REPASSE(WRK-ROTA)
           ELSE
               MOVE ZEROS TO WRK-ROT-REPASSE(WRK-ROTA)
           END-IF
           IF WRK-ROT-COMBUST(WRK-ROTA) > FRETDET-FRETE-COMBUST
               SUBTRACT FRETDET-FRETE-COMBUST
                   FROM WRK-ROT-COMBUST(WRK-ROTA)
           ELSE
               MOVE ZEROS TO WRK-ROT-COMBUST(WRK-ROTA)
           END-IF
           IF WRK-ROT-DESCONTO(WRK-ROTA) > FRETDET-DESC-CONTRATO
               SUBTRACT FRETDET-DESC-CONTRATO
                   FROM WRK-ROT-DESCONTO(WRK-ROTA)
           ELSE
               MOVE ZEROS TO WRK-ROT-DESCONTO(WRK-ROTA)
           END-IF.

      *****************************************************
      * NOTA DE CREDITO DO SINISTRO NA ROTA DO PEDIDO - COM
      * CULPA DA TRANSPORTADORA O MESMO VALOR VOLTA COMO
      * ESTORNO DO REPASSE; PEDIDO SEM FRETDET CAI NA ROTA
      * '???'/'??' DA TRANSPORTADORA DO SINISTRO
      *****************************************************
       0250-LANCAR-SINISTROS.
           MOVE WRK-SIN-FILIAL(WRK-I) TO WRK-CH-FILIAL
           MOVE WRK-SIN-UF(WRK-I) TO WRK-CH-UF
           MOVE WRK-SIN-TRANSP(WRK-I) TO WRK-CH-TRANSP
           PERFORM 0260-LOCALIZAR-ROTA
           IF WRK-ROTA > ZEROS
               ADD WRK-SIN-CREDITO(WRK-I) TO WRK-ROT-SINISTRO(WRK-ROTA)
               IF WRK-SIN-CULPA(WRK-I) = 'T'
                   ADD WRK-SIN-CREDITO(WRK-I)
                       TO WRK-ROT-ESTORNO(WRK-ROTA)
               END-IF
           END-IF.

      *****************************************************
      * LOCALIZA A ROTA DA CHAVE WRK-CH-..., CRIANDO NA PRIMEIRA
      * VEZ COM O PERCENTUAL DE REPASSE DO CADASTRO TRANSP -
      * TABELA CHEIA DEVOLVE ROTA ZERO E CONTA FORA DA TABELA
      *****************************************************
       0260-LOCALIZAR-ROTA.
           MOVE ZEROS TO WRK-ROTA
           PERFORM 0261-COMPARAR-ROTA
               VARYING WRK-ROTA FROM 1 BY 1
               UNTIL WRK-ROTA > WRK-QT-ROTAS
               OR (WRK-ROT-FILIAL(WRK-ROTA) = WRK-CH-FILIAL
                   AND WRK-ROT-UF(WRK-ROTA) = WRK-CH-UF
                   AND WRK-ROT-TRANSP(WRK-ROTA) = WRK-CH-TRANSP)
           IF WRK-ROTA > WRK-QT-ROTAS
               IF WRK-QT-ROTAS < 1000
                   PERFORM 0265-CRIAR-ROTA
               ELSE
                   MOVE ZEROS TO WRK-ROTA
                   ADD 1 TO WRK-QT-FORA-TAB
               END-IF
           END-IF.

       0261-COMPARAR-ROTA.
           CONTINUE.

       0265-CRIAR-ROTA.
           ADD 1 TO WRK-QT-ROTAS
           MOVE WRK-QT-ROTAS TO WRK-ROTA
           INITIALIZE WRK-ROT-ENTRADA(WRK-ROTA)
           MOVE WRK-CH-FILIAL TO WRK-ROT-FILIAL(WRK-ROTA)
           MOVE WRK-CH-UF TO WRK-ROT-UF(WRK-ROTA)
           MOVE WRK-CH-TRANSP TO WRK-ROT-TRANSP(WRK-ROTA)
           IF CADASTRO-ABERTO AND WRK-CH-TRANSP NOT = SPACES
               MOVE WRK-CH-TRANSP TO TRANSP-CODIGO
               READ TRANSPORTADORAS
                   KEY IS TRANSP-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-TRN = '00'
                   MOVE TRANSP-REPASSE TO WRK-ROT-PCT(WRK-ROTA)
               END-IF
           END-IF.

       0300-FINALIZAR.
           MOVE SPACES TO MRGRPT-DETALHE
           MOVE 'TOT' TO MRGRPT-FILIAL
           MOVE WRK-TOT-QT TO MRGRPT-QT-PEDIDOS
           MOVE WRK-TOT-FRETE TO MRGRPT-FRETE
           MOVE WRK-TOT-REPASSE TO MRGRPT-REPASSE
           MOVE WRK-TOT-COMBUST TO MRGRPT-COMBUST
           MOVE WRK-TOT-DESCONTO TO MRGRPT-DESCONTO
           MOVE WRK-TOT-SINISTRO TO MRGRPT-SINISTRO
           MOVE WRK-TOT-MARGEM TO MRGRPT-MARGEM
           MOVE ZEROS TO WRK-MARGEM-PCT
           IF WRK-TOT-FRETE > ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-TOT-MARGEM * 100 / WRK-TOT-FRETE
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-MARGEM-PCT
               END-COMPUTE
           END-IF
           MOVE WRK-MARGEM-PCT TO MRGRPT-PCT
           WRITE MRGRPT-DETALHE
           DISPLAY 'ROTAS NO PERIODO........' WRK-QT-ROTAS
           DISPLAY 'ROTAS ABAIXO DA META....' WRK-QT-ABAIXO
           IF WRK-QT-FORA-TAB > ZEROS
               DISPLAY 'LANCAMENTOS FORA DA TABELA..' WRK-QT-FORA-TAB
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WRK-FS-FDT = '00' OR WRK-FS-FDT = '10'
               CLOSE FRETE-DETALHE
           END-IF
           IF CADASTRO-ABERTO
               CLOSE TRANSPORTADORAS
           END-IF
           CLOSE MARGEM-RPT.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: UMA CHAVE POR ROTA
      *****************************************************
       8100-SELECIONAR-ROTAS SECTION.
           PERFORM 8110-LIBERAR-UMA-ROTA
               VARYING WRK-ROTA FROM 1 BY 1
               UNTIL WRK-ROTA > WRK-QT-ROTAS
           GO TO 8199-FIM-ENTRADA.

       8110-LIBERAR-UMA-ROTA.
           MOVE WRK-ROT-FILIAL(WRK-ROTA) TO SORT-FILIAL
           MOVE WRK-ROT-UF(WRK-ROTA) TO SORT-UF
           MOVE WRK-ROT-TRANSP(WRK-ROTA) TO SORT-TRANSP
           MOVE WRK-ROTA TO SORT-ROTA
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: UMA LINHA POR ROTA NA ORDEM FILIAL, UF E
      * TRANSPORTADORA, COM A MARGEM E A MARCA DE ROTA ABAIXO
      * DA META
      *****************************************************
       8200-IMPRIMIR-CLASSIFICADAS SECTION.
           PERFORM 8210-DEVOLVER-UMA-ROTA UNTIL FIM-CLASSIFICADOS
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UMA-ROTA.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               MOVE SORT-ROTA TO WRK-ROTA
               PERFORM 8220-IMPRIMIR-ROTA
           END-IF.

       8220-IMPRIMIR-ROTA.
           COMPUTE WRK-REPASSE-LIQ = WRK-ROT-REPASSE(WRK-ROTA)
               - WRK-ROT-ESTORNO(WRK-ROTA)
           COMPUTE WRK-MARGEM = WRK-ROT-FRETE(WRK-ROTA)
               - WRK-REPASSE-LIQ - WRK-ROT-SINISTRO(WRK-ROTA)
           MOVE ZEROS TO WRK-MARGEM-PCT
           IF WRK-ROT-FRETE(WRK-ROTA) > ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-MARGEM * 100 / WRK-ROT-FRETE(WRK-ROTA)
                   ON SIZE ERROR
                       MOVE -999,99 TO WRK-MARGEM-PCT
               END-COMPUTE
           END-IF
           MOVE SPACES TO MRGRPT-DETALHE
           MOVE WRK-ROT-FILIAL(WRK-ROTA) TO MRGRPT-FILIAL
           MOVE WRK-ROT-UF(WRK-ROTA) TO MRGRPT-UF
           MOVE WRK-ROT-TRANSP(WRK-ROTA) TO MRGRPT-TRANSP
           MOVE WRK-ROT-QT(WRK-ROTA) TO MRGRPT-QT-PEDIDOS
           MOVE WRK-ROT-FRETE(WRK-ROTA) TO MRGRPT-FRETE
           MOVE WRK-REPASSE-LIQ TO MRGRPT-REPASSE
           MOVE WRK-ROT-COMBUST(WRK-ROTA) TO MRGRPT-COMBUST
           MOVE WRK-ROT-DESCONTO(WRK-ROTA) TO MRGRPT-DESCONTO
           MOVE WRK-ROT-SINISTRO(WRK-ROTA) TO MRGRPT-SINISTRO
           MOVE WRK-MARGEM TO MRGRPT-MARGEM
           MOVE WRK-MARGEM-PCT TO MRGRPT-PCT
           IF WRK-MARGEM-PCT < WRK-META-MARGEM
               OR (WRK-ROT-FRETE(WRK-ROTA) = ZEROS
                   AND WRK-MARGEM < ZEROS)
               MOVE '*META' TO MRGRPT-OBS
               ADD 1 TO WRK-QT-ABAIXO
           END-IF
           WRITE MRGRPT-DETALHE
           ADD WRK-ROT-QT(WRK-ROTA) TO WRK-TOT-QT
           ADD WRK-ROT-FRETE(WRK-ROTA) TO WRK-TOT-FRETE
           ADD WRK-REPASSE-LIQ TO WRK-TOT-REPASSE
           ADD WRK-ROT-COMBUST(WRK-ROTA) TO WRK-TOT-COMBUST
           ADD WRK-ROT-DESCONTO(WRK-ROTA) TO WRK-TOT-DESCONTO
           ADD WRK-ROT-SINISTRO(WRK-ROTA) TO WRK-TOT-SINISTRO
           ADD WRK-MARGEM TO WRK-TOT-MARGEM.

       8299-FIM-SAIDA.
           EXIT.

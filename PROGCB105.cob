       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB105.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : MANIFESTO DO MOTORISTA POR EMBARQUE - PARA OS
      * ROMANEIOS MONTADOS PELO PROGCOB64 NUMA DATA (TODOS OU UM
      * SO), JUNTA OS PEDIDOS DE CADA EMBARQUE PELO NUMERO
      * CARIMBADO NO ENTREGA, ORDENA AS PARADAS PELO CEP DO
      * CLIENTE (UMA PARADA POR CLIENTE, COM TODOS OS SEUS
      * PEDIDOS) E IMPRIME NOME E ENDERECO DO CUSTMAS, VOLUMES E
      * PESO DE CADA PEDIDO E DA PARADA, A MARCA DE EXPRESSA COM
      * A DATA PROMETIDA E AS LINHAS DE RECEBEDOR, ASSINATURA E
      * HORA - O PAPEL VOLTA ASSINADO COMO COMPROVANTE DE ENTREGA
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM PEDIDO COM ENDERECO DE ENTREGA (FRETDET-
      * COD-ENTREGA) VAI PARA A PARADA DESSE ENDERECO: O CEP DA
      * ROTA E O ENDERECO IMPRESSO SAEM DO ENDENT, E O MESMO
      * CLIENTE COM ENDERECOS DIFERENTES VIRA PARADAS SEPARADAS
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
           SELECT OPTIONAL ENTREGA-STATUS-ARQ ASSIGN TO 'ENTREGA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTREGA-NUM-PEDIDO
               FILE STATUS IS WRK-FS-ENT.
           SELECT OPTIONAL EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMBARQUE-NUMERO
               FILE STATUS IS WRK-FS-EMB.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL ENDERECOS-ENTREGA ASSIGN TO 'ENDENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDENT-CHAVE
               FILE STATUS IS WRK-FS-END.
           SELECT OPTIONAL TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSP-CODIGO
               FILE STATUS IS WRK-FS-TRN.
           SELECT MANIFESTO-MOTORISTA ASSIGN TO 'MANRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ARQUIVO-CLASSIFICACAO ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  ENTREGA-STATUS-ARQ.
           COPY 'ENTREGA.CPY'.

       FD  EMBARQUES.
           COPY 'EMBARQUE.CPY'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  ENDERECOS-ENTREGA.
           COPY 'ENDENT.CPY'.

       FD  TRANSPORTADORAS.
           COPY 'TRANSP.CPY'.

       FD  MANIFESTO-MOTORISTA.
           COPY 'MANRPT.CPY'.

       SD  ARQUIVO-CLASSIFICACAO.
       01  SORT-REC.
           05  SORT-EMBARQUE       PIC 9(06).
           05  SORT-CEP            PIC 9(08).
           05  SORT-CLIENTE        PIC 9(06).
           05  SORT-ENTREGA        PIC X(03).
           05  SORT-PEDIDO         PIC 9(06).
           05  SORT-POSICAO        PIC 9(04).

       WORKING-STORAGE SECTION.
      *****************************************************
      * PEDIDOS EMBARCADOS DA DATA, UM POR PEDIDO (A RECOTACAO
      * DO MESMO PEDIDO NO DIA SOBREPOE A ANTERIOR), COM O CEP
      * DO CLIENTE (OU DO ENDERECO DE ENTREGA DO PEDIDO) JA
      * BUSCADO PARA A ORDEM DAS PARADAS
      *****************************************************
       01  WRK-TABELA-PEDIDOS.
           02  WRK-PED-ENTRADA OCCURS 2000 TIMES.
               03  WRK-PED-EMBARQUE  PIC 9(06).
               03  WRK-PED-CEP       PIC 9(08).
               03  WRK-PED-CLIENTE   PIC 9(06).
               03  WRK-PED-NUMERO    PIC 9(06).
               03  WRK-PED-PESO      PIC 9(05)V99.
               03  WRK-PED-VOLUMES   PIC 9(03).
               03  WRK-PED-NIVEL     PIC X(01).
               03  WRK-PED-PROMETIDA PIC 9(08).
               03  WRK-PED-ENTREGA   PIC X(03).
       01  WRK-CEP-IMPRESSO.
           05  WRK-CEP-5           PIC 9(05).
           05  WRK-CEP-3           PIC 9(03).
       01  WRK-CEP-NUMERICO REDEFINES WRK-CEP-IMPRESSO PIC 9(08).
       77 WRK-QT-PEDIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-ENT        PIC X(02) VALUE '00'.
       77 WRK-FS-EMB        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-TRN        PIC X(02) VALUE '00'.
       77 WRK-FS-END        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FIM-FDT       PIC X(01) VALUE 'N'.
           88 FIM-DETALHE VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-SRT       PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICADOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ENT-ABERTO    PIC X(01) VALUE 'N'.
           88 ENTREGA-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-EMB-ABERTO    PIC X(01) VALUE 'N'.
           88 EMBARQUE-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-CLI-ABERTO    PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-END-ABERTO    PIC X(01) VALUE 'N'.
           88 ENDERECOS-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-TRN-ABERTO    PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PAR-EXPRESSA  PIC X(01) VALUE 'N'.
           88 PARADA-EXPRESSA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-EMBARQUE PIC 9(08) VALUE ZEROS.
       77 WRK-EMB-FILTRO    PIC 9(06) VALUE ZEROS.
       77 WRK-EMB-ATUAL     PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-ATUAL     PIC 9(06) VALUE ZEROS.
       77 WRK-ENT-ATUAL     PIC X(03) VALUE SPACES.
       77 WRK-PAR-SEQ       PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-VOLUMES   PIC 9(04) VALUE ZEROS.
       77 WRK-PAR-PESO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PAR-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-EMB-VOLUMES   PIC 9(05) VALUE ZEROS.
       77 WRK-EMB-PESO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-EMBARQUES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PARADAS    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-CARREGAR-PEDIDO UNTIL FIM-DETALHE
           IF WRK-QT-PEDIDOS > ZEROS
               SORT ARQUIVO-CLASSIFICACAO
                   ON ASCENDING KEY SORT-EMBARQUE SORT-CEP
                       SORT-CLIENTE SORT-ENTREGA SORT-PEDIDO
                   INPUT PROCEDURE IS 8100-SELECIONAR-PEDIDOS
                   OUTPUT PROCEDURE IS 8200-IMPRIMIR-MANIFESTOS
           ELSE
               DISPLAY 'NENHUM PEDIDO EMBARCADO NA DATA'
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

       0100-INICIALIZAR.
           DISPLAY 'DATA DOS EMBARQUES (AAAAMMDD)..'
           ACCEPT WRK-DATA-EMBARQUE
           DISPLAY 'NUMERO DO EMBARQUE (ZEROS = TODOS DA DATA)..'
           ACCEPT WRK-EMB-FILTRO
           OPEN INPUT ENTREGA-STATUS-ARQ
           IF WRK-FS-ENT = '00'
               SET ENTREGA-ABERTO TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE SITUACAO ENTREGA AUSENTE'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT EMBARQUES
           IF WRK-FS-EMB = '00'
               SET EMBARQUE-ABERTO TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-FS-CLI = '00'
               SET CLIENTES-ABERTO TO TRUE
           END-IF
           OPEN INPUT ENDERECOS-ENTREGA
           IF WRK-FS-END = '00'
               SET ENDERECOS-ABERTO TO TRUE
           END-IF
           OPEN INPUT TRANSPORTADORAS
           IF WRK-FS-TRN = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           OPEN INPUT FRETE-DETALHE
           IF WRK-FS-FDT NOT = '00' OR NOT ENTREGA-ABERTO
               DISPLAY 'DIARIO FRETDET AUSENTE OU INVALIDO'
               SET FIM-DETALHE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MANIFESTO-MOTORISTA.

      *****************************************************
      * PEDIDO COTADO NA DATA CUJO REGISTRO DE ENTREGA JA TEM
      * NUMERO DE EMBARQUE (E E O EMBARQUE PEDIDO, SE INFORMADO)
      * ENTRA NA TABELA, COM O CEP DO CLIENTE - OU O DO
      * ENDERECO DE ENTREGA, QUANDO O PEDIDO TEM UM
      *****************************************************
       0200-CARREGAR-PEDIDO.
           READ FRETE-DETALHE
               AT END
                   SET FIM-DETALHE TO TRUE
           END-READ
           IF NOT FIM-DETALHE
               AND FRETDET-DATA = WRK-DATA-EMBARQUE
               MOVE FRETDET-NUM-PEDIDO TO ENTREGA-NUM-PEDIDO
               READ ENTREGA-STATUS-ARQ
                   KEY IS ENTREGA-NUM-PEDIDO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ENT = '00'
                   AND ENTREGA-NUM-EMBARQUE > ZEROS
                   AND (WRK-EMB-FILTRO = ZEROS
                       OR ENTREGA-NUM-EMBARQUE = WRK-EMB-FILTRO)
                   PERFORM 0210-GUARDAR-PEDIDO
               END-IF
           END-IF.

       0210-GUARDAR-PEDIDO.
           PERFORM 0215-COMPARAR-PEDIDO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-PEDIDOS
               OR WRK-PED-NUMERO(WRK-I) = FRETDET-NUM-PEDIDO
           IF WRK-I > WRK-QT-PEDIDOS
               IF WRK-QT-PEDIDOS < 2000
                   ADD 1 TO WRK-QT-PEDIDOS
                   MOVE WRK-QT-PEDIDOS TO WRK-I
               ELSE
                   DISPLAY 'TABELA DE PEDIDOS CHEIA - MANIFESTO '
                       'INCOMPLETO'
                   SET FIM-DETALHE TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE ZEROS TO WRK-I
               END-IF
           END-IF
           IF WRK-I > ZEROS
               MOVE ENTREGA-NUM-EMBARQUE TO WRK-PED-EMBARQUE(WRK-I)
               MOVE FRETDET-CLIENTE TO WRK-PED-CLIENTE(WRK-I)
               MOVE FRETDET-NUM-PEDIDO TO WRK-PED-NUMERO(WRK-I)
               MOVE FRETDET-PESO TO WRK-PED-PESO(WRK-I)
               MOVE FRETDET-QT-VOLUMES TO WRK-PED-VOLUMES(WRK-I)
               IF FRETDET-QT-VOLUMES = ZEROS
                   MOVE 1 TO WRK-PED-VOLUMES(WRK-I)
               END-IF
               MOVE ENTREGA-NIVEL-SERVICO TO WRK-PED-NIVEL(WRK-I)
               MOVE ENTREGA-DATA-PROMETIDA
                   TO WRK-PED-PROMETIDA(WRK-I)
      *        CLIENTE SEM CADASTRO VAI PARA O FIM DA ROTA
               MOVE 99999999 TO WRK-PED-CEP(WRK-I)
               IF CLIENTES-ABERTO
                   MOVE FRETDET-CLIENTE TO CUSTMAS-ID
                   READ CUSTOMER-MASTER
                       KEY IS CUSTMAS-ID
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-CLI = '00'
                       MOVE CUSTMAS-CEP TO WRK-PED-CEP(WRK-I)
                   END-IF
               END-IF
               MOVE FRETDET-COD-ENTREGA TO WRK-PED-ENTREGA(WRK-I)
               IF FRETDET-COD-ENTREGA NOT = SPACES
                   AND ENDERECOS-ABERTO
                   MOVE FRETDET-CLIENTE TO ENDENT-CLIENTE
                   MOVE FRETDET-COD-ENTREGA TO ENDENT-CODIGO
                   READ ENDERECOS-ENTREGA
                       KEY IS ENDENT-CHAVE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-END = '00'
                       MOVE ENDENT-CEP TO WRK-PED-CEP(WRK-I)
                   END-IF
               END-IF
           END-IF.

       0215-COMPARAR-PEDIDO.
           CONTINUE.

       0300-FINALIZAR.
           DISPLAY 'EMBARQUES NO MANIFESTO..' WRK-QT-EMBARQUES
           DISPLAY 'PARADAS.................' WRK-QT-PARADAS
           IF WRK-FS-FDT = '00' OR WRK-FS-FDT = '10'
               CLOSE FRETE-DETALHE
           END-IF
           IF ENTREGA-ABERTO
               CLOSE ENTREGA-STATUS-ARQ
           END-IF
           IF EMBARQUE-ABERTO
               CLOSE EMBARQUES
           END-IF
           IF CLIENTES-ABERTO
               CLOSE CUSTOMER-MASTER
           END-IF
           IF ENDERECOS-ABERTO
               CLOSE ENDERECOS-ENTREGA
           END-IF
           IF CADASTRO-ABERTO
               CLOSE TRANSPORTADORAS
           END-IF
           CLOSE MANIFESTO-MOTORISTA.

      *****************************************************
      * FASE DE ENTRADA DA CLASSIFICACAO: UMA CHAVE POR PEDIDO
      *****************************************************
       8100-SELECIONAR-PEDIDOS SECTION.
           PERFORM 8110-LIBERAR-UM-PEDIDO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-PEDIDOS
           GO TO 8199-FIM-ENTRADA.

       8110-LIBERAR-UM-PEDIDO.
           MOVE WRK-PED-EMBARQUE(WRK-I) TO SORT-EMBARQUE
           MOVE WRK-PED-CEP(WRK-I) TO SORT-CEP
           MOVE WRK-PED-CLIENTE(WRK-I) TO SORT-CLIENTE
           MOVE WRK-PED-ENTREGA(WRK-I) TO SORT-ENTREGA
           MOVE WRK-PED-NUMERO(WRK-I) TO SORT-PEDIDO
           MOVE WRK-I TO SORT-POSICAO
           RELEASE SORT-REC.

       8199-FIM-ENTRADA.
           EXIT.

      *****************************************************
      * FASE DE SAIDA: QUEBRA POR EMBARQUE (CABECALHO E TOTAL)
      * E POR CLIENTE E ENDERECO DE ENTREGA DENTRO DO EMBARQUE
      * (UMA PARADA COM SEUS PEDIDOS, TOTAL E LINHAS DE
      * COMPROVANTE)
      *****************************************************
       8200-IMPRIMIR-MANIFESTOS SECTION.
           PERFORM 8210-DEVOLVER-UM-PEDIDO UNTIL FIM-CLASSIFICADOS
           IF WRK-EMB-ATUAL > ZEROS
               PERFORM 8250-FECHAR-PARADA
               PERFORM 8230-FECHAR-EMBARQUE
           END-IF
           GO TO 8299-FIM-SAIDA.

       8210-DEVOLVER-UM-PEDIDO.
           RETURN ARQUIVO-CLASSIFICACAO
               AT END
                   SET FIM-CLASSIFICADOS TO TRUE
           END-RETURN
           IF NOT FIM-CLASSIFICADOS
               MOVE SORT-POSICAO TO WRK-I
               IF SORT-EMBARQUE NOT = WRK-EMB-ATUAL
                   IF WRK-EMB-ATUAL > ZEROS
                       PERFORM 8250-FECHAR-PARADA
                       PERFORM 8230-FECHAR-EMBARQUE
                   END-IF
                   PERFORM 8220-ABRIR-EMBARQUE
               END-IF
               IF SORT-CLIENTE NOT = WRK-CLI-ATUAL
                   OR SORT-ENTREGA NOT = WRK-ENT-ATUAL
                   IF WRK-CLI-ATUAL > ZEROS
                       PERFORM 8250-FECHAR-PARADA
                   END-IF
                   PERFORM 8240-ABRIR-PARADA
               END-IF
               PERFORM 8260-IMPRIMIR-PEDIDO
           END-IF.

       8220-ABRIR-EMBARQUE.
           MOVE SORT-EMBARQUE TO WRK-EMB-ATUAL
           MOVE ZEROS TO WRK-CLI-ATUAL WRK-PAR-SEQ
               WRK-EMB-VOLUMES WRK-EMB-PESO
           MOVE SPACES TO WRK-ENT-ATUAL
           ADD 1 TO WRK-QT-EMBARQUES
           MOVE SORT-EMBARQUE TO MANRPT-CAB-NUMERO
           MOVE WRK-DATA-EMBARQUE TO MANRPT-CAB-DATA
           MOVE SPACES TO MANRPT-CAB-UF
           MOVE SPACES TO MANRPT-CAB-TRANSP MANRPT-CAB-VEICULO
           MOVE 'FROTA PROPRIA' TO MANRPT-CAB-NOME
           IF EMBARQUE-ABERTO
               MOVE SORT-EMBARQUE TO EMBARQUE-NUMERO
               READ EMBARQUES
                   KEY IS EMBARQUE-NUMERO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-EMB = '00'
                   MOVE EMBARQUE-DATA TO MANRPT-CAB-DATA
                   MOVE EMBARQUE-UF TO MANRPT-CAB-UF
                   MOVE EMBARQUE-TRANSP TO MANRPT-CAB-TRANSP
                   MOVE EMBARQUE-VEICULO TO MANRPT-CAB-VEICULO
               END-IF
           END-IF
           IF MANRPT-CAB-TRANSP NOT = SPACES
               MOVE 'DESCONHECIDA' TO MANRPT-CAB-NOME
               IF CADASTRO-ABERTO
                   MOVE MANRPT-CAB-TRANSP TO TRANSP-CODIGO
                   READ TRANSPORTADORAS
                       KEY IS TRANSP-CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-TRN = '00'
                       MOVE TRANSP-NOME TO MANRPT-CAB-NOME
                   END-IF
               END-IF
           END-IF
           WRITE MANRPT-CAB-EMBARQUE
           WRITE MANRPT-CAB-TRANSPORTADORA
           MOVE ALL '=' TO MANRPT-SEPARADOR
           WRITE MANRPT-SEPARADOR.

       8230-FECHAR-EMBARQUE.
           MOVE WRK-PAR-SEQ TO MANRPT-TEM-PARADAS
           MOVE WRK-EMB-VOLUMES TO MANRPT-TEM-VOLUMES
           MOVE WRK-EMB-PESO TO MANRPT-TEM-PESO
           WRITE MANRPT-TOTAL-EMBARQUE
           MOVE ALL '=' TO MANRPT-SEPARADOR
           WRITE MANRPT-SEPARADOR.

      *****************************************************
      * ABRE A PARADA DO CLIENTE: NOME E BLOCO DE ENDERECO DO
      * CADASTRO - CLIENTE SEM CADASTRO SAI MARCADO PARA O
      * MOTORISTA CONFIRMAR O ENDERECO COM A EXPEDICAO. PARADA
      * DE ENDERECO DE ENTREGA IMPRIME O ENDERECO DO ENDENT,
      * COM O CODIGO
      *****************************************************
       8240-ABRIR-PARADA.
           MOVE SORT-CLIENTE TO WRK-CLI-ATUAL
           MOVE SORT-ENTREGA TO WRK-ENT-ATUAL
           ADD 1 TO WRK-PAR-SEQ
           ADD 1 TO WRK-QT-PARADAS
           MOVE ZEROS TO WRK-PAR-VOLUMES WRK-PAR-PESO
               WRK-PAR-PROMETIDA
           SET PARADA-EXPRESSA TO FALSE
           MOVE WRK-PAR-SEQ TO MANRPT-PAR-SEQ
           MOVE SORT-CLIENTE TO MANRPT-PAR-CLIENTE
           MOVE SORT-CEP TO WRK-CEP-NUMERICO
           MOVE WRK-CEP-5 TO MANRPT-PAR-CEP-5
           MOVE WRK-CEP-3 TO MANRPT-PAR-CEP-3
           MOVE 'CLIENTE SEM CADASTRO' TO MANRPT-PAR-NOME
           MOVE 'CONFIRMAR ENDERECO C/EXPEDICAO'
               TO MANRPT-END-LOGRADOURO
           MOVE SPACES TO MANRPT-END-CIDADE MANRPT-END-UF
               MANRPT-END-ENTREGA
           IF CLIENTES-ABERTO
               MOVE SORT-CLIENTE TO CUSTMAS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUSTMAS-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CLI = '00'
                   MOVE CUSTMAS-NOME TO MANRPT-PAR-NOME
                   MOVE CUSTMAS-LOGRADOURO TO MANRPT-END-LOGRADOURO
                   MOVE CUSTMAS-CIDADE TO MANRPT-END-CIDADE
                   MOVE CUSTMAS-UF TO MANRPT-END-UF
               END-IF
           END-IF
           IF SORT-ENTREGA NOT = SPACES AND ENDERECOS-ABERTO
               MOVE SORT-CLIENTE TO ENDENT-CLIENTE
               MOVE SORT-ENTREGA TO ENDENT-CODIGO
               READ ENDERECOS-ENTREGA
                   KEY IS ENDENT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-END = '00'
                   MOVE ENDENT-LOGRADOURO TO MANRPT-END-LOGRADOURO
                   MOVE ENDENT-CIDADE TO MANRPT-END-CIDADE
                   MOVE ENDENT-UF TO MANRPT-END-UF
                   STRING 'ENTREGA ' SORT-ENTREGA
                       DELIMITED BY SIZE INTO MANRPT-END-ENTREGA
               END-IF
           END-IF
           WRITE MANRPT-PARADA
           WRITE MANRPT-ENDERECO.

      *****************************************************
      * FECHA A PARADA: TOTAL DE VOLUMES E PESO, A MARCA DE
      * EXPRESSA COM A MENOR DATA PROMETIDA DOS SEUS PEDIDOS E
      * AS LINHAS DO COMPROVANTE DE ENTREGA
      *****************************************************
       8250-FECHAR-PARADA.
           MOVE WRK-PAR-VOLUMES TO MANRPT-TPA-VOLUMES
           MOVE WRK-PAR-PESO TO MANRPT-TPA-PESO
           MOVE SPACES TO MANRPT-TPA-OBS
           IF PARADA-EXPRESSA
               STRING 'EXPRESSA - ATE ' WRK-PAR-PROMETIDA
                   DELIMITED BY SIZE INTO MANRPT-TPA-OBS
           END-IF
           WRITE MANRPT-TOTAL-PARADA
           WRITE MANRPT-RECEBEDOR
           WRITE MANRPT-ASSINATURA
           MOVE ALL '-' TO MANRPT-SEPARADOR
           WRITE MANRPT-SEPARADOR
           ADD WRK-PAR-VOLUMES TO WRK-EMB-VOLUMES
           ADD WRK-PAR-PESO TO WRK-EMB-PESO.

       8260-IMPRIMIR-PEDIDO.
           MOVE WRK-PED-NUMERO(WRK-I) TO MANRPT-PED-NUMERO
           MOVE WRK-PED-VOLUMES(WRK-I) TO MANRPT-PED-VOLUMES
           MOVE WRK-PED-PESO(WRK-I) TO MANRPT-PED-PESO
           MOVE WRK-PED-PROMETIDA(WRK-I) TO MANRPT-PED-PROMETIDA
           IF WRK-PED-NIVEL(WRK-I) = 'E'
               MOVE 'EXPRESSA' TO MANRPT-PED-SERVICO
               IF NOT PARADA-EXPRESSA
                   OR WRK-PED-PROMETIDA(WRK-I) < WRK-PAR-PROMETIDA
                   MOVE WRK-PED-PROMETIDA(WRK-I)
                       TO WRK-PAR-PROMETIDA
               END-IF
               SET PARADA-EXPRESSA TO TRUE
           ELSE
               MOVE 'NORMAL' TO MANRPT-PED-SERVICO
           END-IF
           WRITE MANRPT-PEDIDO
           ADD WRK-PED-VOLUMES(WRK-I) TO WRK-PAR-VOLUMES
           ADD WRK-PED-PESO(WRK-I) TO WRK-PAR-PESO.

       8299-FIM-SAIDA.
           EXIT.

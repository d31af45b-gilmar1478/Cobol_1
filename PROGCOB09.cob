      * EM QUE FOI COTADA - A COTACAO DE SP ERA HONRADA EM
      * PEDIDO PARA RR PELO PRECO DE SP; UF DIFERENTE CAI NO
      * EXCLOG E O PEDIDO SEGUE PELO PRECO CALCULADO
      * 2026-10-15 JGM ICMS SOBRE O FRETE COTADO: UF DE ORIGEM
      * (A DA FILIAL DA INSTALACAO NO FILIAL-CONFIG) CONTRA A UF
      * DE DESTINO - DENTRO DA UF VALE A ALIQUOTA INTERNA DA
      * ICMSTAB, ENTRE UF A INTERESTADUAL DA ORIGEM (7% DO
      * SUL/SUDESTE PARA AS DEMAIS REGIOES); O IMPOSTO, INCLUSO
      * NO FRETE, VAI PARA O FRETDET COM A ALIQUOTA E E POSTADO
      * NO ICMSACU DO PERIODO (FILIAL DE ORIGEM E CONSOLIDADO)
      * PARA A APURACAO MENSAL DO PROGCOB13
      * 2026-10-15 JGM GRIS (SEGURO AD VALOREM) COMO COMPONENTE
      * PROPRIO DO FRETE: PERCENTUAL DA GRISTAB (UF DE DESTINO E
      * ZONA DO CEP, COM A LINHA DE ZONA EM BRANCO VALENDO PARA
      * A UF) SOBRE O VALOR DA MERCADORIA, COM COBRANCA MINIMA -
      * SOMADO AO FRETE, GRAVADO NO FRETDET E NA COTACAO FORMAL
      * E IMPRESSO NO DOCUMENTO DA COTACAO
      * 2026-10-15 JGM DESCONTO DO CONTRATO DE FRETE (FRETE
      * ANTES MENOS FRETE DEPOIS DO CONTRATO) GRAVADO NO
      * FRETDET POR PEDIDO, PARA A MARGEM POR ROTA - COTACAO
      * FORMAL HONRADA SAI SEM DESCONTO DE CONTRATO
      * 2026-10-15 JGM QUANTIDADE DE VOLUMES DO PEDIDO NO
      * FRETDET (UM POR ITEM; PEDIDO PRESO RECOTADO = 1), PARA O
      * MANIFESTO DO MOTORISTA
      * 2026-10-15 JGM RECEBEDOR DO REGISTRO DE ENTREGA ABERTO
      * EM BRANCO NA COTACAO
      * 2026-10-15 JGM COTACAO FORMAL GRAVA O VENDEDOR INFORMADO
      * (O DO PEDIDO, SE FICOU EM BRANCO) E, QUANDO HONRADA, A
      * DATA DE USO E O PEDIDO, PARA A ANALISE DE CONVERSAO
      * 2026-10-15 JGM LANCAMENTO DO FRETDET GRAVADO COMO FRETE
      * DO PEDIDO (TIPO EM BRANCO), SEPARADO DO ESTORNO DO
      * CANCELAMENTO
      * 2026-10-15 JGM ENDERECO DE ENTREGA DO PEDIDO (ORDPED-
      * COD-ENTREGA, CADASTRO ENDENT): A ZONA E A UF DA COTACAO
      * SAEM DO CEP E DA UF DESSE ENDERECO, NAO DO CADASTRO DO
      * CLIENTE; CODIGO INEXISTENTE VAI PARA O LOG (E016) E A
      * COTACAO SEGUE PELO CADASTRO. O CODIGO E GRAVADO NO
      * FRETDET PARA A FATURA E O MANIFESTO
      * 2026-10-15 JGM FILIAL DE ORIGEM FECHADA (ULTIMO DIA DE
      * OPERACAO DO CADASTRO FILIALCF ANTERIOR A HOJE) NAO COTA
      * FRETE: A COTACAO E ENCERRADA COM RC 8 E EXCECAO E017
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL ENDERECOS-ENTREGA ASSIGN TO 'ENDENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDENT-CHAVE
               FILE STATUS IS WRK-FS-END.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALDIAS-DATA
               FILE STATUS IS WRK-FS-CDI.
           SELECT OPTIONAL ICMS-TABELA ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICMSTAB-UF
               FILE STATUS IS WRK-FS-ICT.
           SELECT OPTIONAL RISCO-TABELA ASSIGN TO 'GRISTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRISTAB-CHAVE
               FILE STATUS IS WRK-FS-GRS.
           SELECT ICMS-ACUMULADO ASSIGN TO 'ICMSACU'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICMSACU-CHAVE
               FILE STATUS IS WRK-FS-ICA.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  ENDERECOS-ENTREGA.
           COPY 'ENDENT.CPY'.

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  CALENDARIO-COMERCIAL.
           COPY 'CALDIAS.CPY'.

       FD  ICMS-TABELA.
           COPY 'ICMSTAB.CPY'.

       FD  ICMS-ACUMULADO.
           COPY 'ICMSACU.CPY'.

       FD  RISCO-TABELA.
           COPY 'GRISTAB.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * TABELA PADRAO DE MULTIPLICADORES DE FRETE POR UF,
           77 WRK-VIGENCIA-NOVA  PIC 9(08) VALUE ZEROS.
           77 WRK-FS-FIL         PIC X(02) VALUE '00'.
           77 WRK-FILIAL-ORIGEM  PIC X(03) VALUE '001'.
           77 WRK-DATA-FILIAL    PIC 9(08) VALUE ZEROS.
           77 WRK-ORIGEM-FECHADA PIC X(01) VALUE 'N'.
               88 FILIAL-ORIGEM-FECHADA VALUE 'S' WHEN SET TO FALSE
                   IS 'N'.
           77 WRK-TARIFA-FILIAL  PIC X(03) VALUE '001'.
           77 WRK-FILIAL-CARGA   PIC X(03) VALUE '001'.
           77 WRK-FS-CON         PIC X(02) VALUE '00'.
       77 WRK-COT-VALIDADE     PIC 9(08) VALUE ZEROS.
       77 WRK-COT-NUMERO-NOVO  PIC 9(06) VALUE ZEROS.
       77 WRK-COT-FRETE-ED     PIC Z(07)9,99.
       77 WRK-COT-VENDEDOR     PIC X(03) VALUE SPACES.
       77 WRK-COT-HONRADA      PIC X(01) VALUE 'N'.
           88 COTACAO-HONRADA VALUE 'S' WHEN SET TO FALSE IS 'N'.

           88 FIM-CARGA-ZONAS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-Z                PIC 9(03) VALUE ZEROS.
       77 WRK-CEP-CLIENTE      PIC 9(08) VALUE ZEROS.
       77 WRK-FS-END           PIC X(02) VALUE '00'.
       77 WRK-COD-ENTREGA      PIC X(03) VALUE SPACES.
       77 WRK-UF-ENTREGA       PIC X(02) VALUE SPACES.
       77 WRK-ZONA-ATUAL       PIC X(01) VALUE SPACES.
       77 WRK-ZONA-FATOR       PIC 9V99 VALUE ZEROS.

       77 WRK-PESO-TARIFAVEL   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-FATOR-CUBAGEM    PIC 9(03) VALUE 300.

      *****************************************************
      * AREAS DO ICMS SOBRE O FRETE - A UF DE ORIGEM VEM DO
      * FILIAL-CONFIG (SEM UF NO CADASTRO, SP, COMO NO ACUMULO
      * FISCAL DO PROGCOB15)
      *****************************************************
       77 WRK-UF-ORIGEM        PIC X(02) VALUE 'SP'.
       77 WRK-FS-ICT           PIC X(02) VALUE '00'.
       77 WRK-FS-ICA           PIC X(02) VALUE '00'.
       77 WRK-ICT-ABERTO       PIC X(01) VALUE 'N'.
           88 ALIQUOTAS-DISPONIVEIS VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-ALIQ-ICMS-FRETE  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ALIQ-SUL-NORTE   PIC 9(02)V99 VALUE 7,00.
       77 WRK-ICMS-FRETE       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ICA-FILIAL       PIC X(03) VALUE SPACES.
       77 WRK-ICA-UF           PIC X(02) VALUE SPACES.
       77 WRK-ICA-POSTADO      PIC X(01) VALUE 'N'.
           88 ICMS-FRETE-POSTADO VALUE 'S' WHEN SET TO FALSE
               IS 'N'.

      *****************************************************
      * GRIS (SEGURO AD VALOREM) DO PEDIDO - SEM A TABELA
      * GRISTAB O PEDIDO COTA SEM GRIS
      *****************************************************
       77 WRK-FS-GRS           PIC X(02) VALUE '00'.
       77 WRK-GRS-ABERTO       PIC X(01) VALUE 'N'.
           88 RISCO-DISPONIVEL VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FRETE-GRIS       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COT-GRIS-ED      PIC Z(05)9,99.

      *****************************************************
      * DESCONTO DO CONTRATO DE FRETE NO PEDIDO
      *****************************************************
       77 WRK-FRETE-ANTES-CONTR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESC-CONTRATO    PIC 9(06)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
               CLOSE FRETE-ACUMULADO
               OPEN I-O FRETE-ACUMULADO
           END-IF
           OPEN INPUT ICMS-TABELA
           IF WRK-FS-ICT = '00'
               SET ALIQUOTAS-DISPONIVEIS TO TRUE
           ELSE
               IF WRK-FS-ICT = '05'
                   CLOSE ICMS-TABELA
               END-IF
               DISPLAY 'TABELA ICMSTAB AUSENTE - FRETE SEM ICMS'
               MOVE 'E014' TO EXCLOG-CODIGO
               MOVE 'ICMSTAB AUSENTE - FRETE COTADO SEM ICMS'
                   TO EXCLOG-DESCRICAO
               PERFORM 0237-REGISTRAR-EXCECAO-ICMS
           END-IF
           OPEN I-O ICMS-ACUMULADO
           IF WRK-FS-ICA = '35'
               OPEN OUTPUT ICMS-ACUMULADO
               CLOSE ICMS-ACUMULADO
               OPEN I-O ICMS-ACUMULADO
           END-IF
           OPEN INPUT RISCO-TABELA
           IF WRK-FS-GRS = '00'
               SET RISCO-DISPONIVEL TO TRUE
           ELSE
               IF WRK-FS-GRS = '05'
                   CLOSE RISCO-TABELA
               END-IF
               DISPLAY 'TABELA GRISTAB AUSENTE - FRETE SEM GRIS'
           END-IF
           DISPLAY 'OPERADOR'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA'
               GOBACK
           END-IF
           PERFORM 0118-LER-FILIAL-ORIGEM
           IF FILIAL-ORIGEM-FECHADA
               DISPLAY 'FILIAL DE ORIGEM ' WRK-FILIAL-ORIGEM
                   ' FECHADA - COTACAO ENCERRADA'
               MOVE 'PROGCOB09' TO EXCLOG-PROGRAMA
               ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
               ACCEPT EXCLOG-HORA FROM TIME
               MOVE 'E017' TO EXCLOG-CODIGO
               MOVE SPACES TO EXCLOG-DESCRICAO
               STRING 'FILIAL DE ORIGEM FECHADA - ' WRK-FILIAL-ORIGEM
                   DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
               IF EXCLOG-CODIGO(1:1) = 'E'
                   MOVE 'A' TO EXCLOG-SEVERIDADE
               ELSE
                   MOVE 'I' TO EXCLOG-SEVERIDADE
               END-IF
               WRITE EXCLOG-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTRATOS-FRETE
           OPEN I-O CUSTOMER-MASTER
           OPEN INPUT ENDERECOS-ENTREGA
           OPEN INPUT TARIFA-ALTERACAO
           IF WRK-FS-TAR = '00'
               PERFORM 0165-VERIFICAR-TRAILER-TARIFA
               END-COMPUTE
               DISPLAY 'ID DO CLIENTE (ZERO SE SEM CADASTRO)..'
               ACCEPT WRK-CLIENTE-ID
               MOVE SPACES TO WRK-COD-ENTREGA
               IF WRK-CLIENTE-ID > ZEROS
                   PERFORM 0405-VALIDAR-CLIENTE
                   IF CLIENTE-VALIDO
                       DISPLAY 'ENDERECO DE ENTREGA (BRANCO = '
                           'CADASTRO)..'
                       ACCEPT WRK-COD-ENTREGA
                       PERFORM 0407-APLICAR-ENDERECO-ENTREGA
                   END-IF
               ELSE
      *****************************************************
      * SEM CADASTRO NAO FICA NADA DA COTACAO ANTERIOR: O CEP DO
               IF WRK-NIVEL-SERVICO NOT = 'E'
                   MOVE 'N' TO WRK-NIVEL-SERVICO
               END-IF
               IF WRK-COD-ENTREGA NOT = SPACES
                   MOVE WRK-UF-ENTREGA TO WRK-UF
                   DISPLAY 'UF DO ENDERECO DE ENTREGA.. ' WRK-UF
               ELSE
               DISPLAY 'ESTADO A ENTREGAR (BRANCO = UF DO CADASTRO)'
                   ACCEPT WRK-UF
                   IF WRK-UF = SPACES AND CLIENTE-VALIDO
                       MOVE CUSTMAS-UF TO WRK-UF
                       DISPLAY 'UF ASSUMIDA DO CADASTRO.. ' WRK-UF
                   END-IF
               END-IF
           END-IF.


      *****************************************************
      * LE A FILIAL DESTA INSTALACAO NO FILIAL-CONFIG, COMO FAZ
      * O PROGCOB17 - SEM CADASTRO, O EMBARQUE SAI DA MATRIZ.
      * FILIAL CUJO ULTIMO DIA DE OPERACAO JA PASSOU NAO PODE
      * SER ORIGEM DE FRETE
      *****************************************************
       0118-LER-FILIAL-ORIGEM.
           SET FILIAL-ORIGEM-FECHADA TO FALSE
           ACCEPT WRK-DATA-FILIAL FROM DATE YYYYMMDD
           OPEN INPUT FILIAL-CONFIG
           IF WRK-FS-FIL = '00'
               READ FILIAL-CONFIG
                       CONTINUE
                   NOT AT END
                       MOVE FILIAL-CODIGO TO WRK-FILIAL-ORIGEM
                       IF FILIAL-UF NOT = SPACES
                           MOVE FILIAL-UF TO WRK-UF-ORIGEM
                       END-IF
                       IF FILIAL-DATA-FECHAMENTO IS NUMERIC
                           AND FILIAL-DATA-FECHAMENTO > ZEROS
                           AND FILIAL-DATA-FECHAMENTO < WRK-DATA-FILIAL
                           SET FILIAL-ORIGEM-FECHADA TO TRUE
                       END-IF
               END-READ
               CLOSE FILIAL-CONFIG
           END-IF.
                   MOVE ZEROS TO FRETDET-FRETE-OVERSZ
               END-IF
               MOVE WRK-FRETE-COMBUST TO FRETDET-FRETE-COMBUST
               MOVE WRK-FRETE-GRIS TO FRETDET-FRETE-GRIS
               COMPUTE FRETDET-FRETE-BASE = WRK-FRETE
                   - FRETDET-FRETE-PESO - FRETDET-FRETE-OVERSZ
                   - FRETDET-FRETE-COMBUST - FRETDET-FRETE-GRIS
               MOVE WRK-FRETE TO FRETDET-FRETE
               MOVE WRK-TRANSP-ATUAL TO FRETDET-TRANSP
               ACCEPT FRETDET-DATA FROM DATE YYYYMMDD
               MOVE SPACES TO FRETDET-VENDEDOR
               MOVE SPACES TO FRETDET-COD-ENTREGA
               MOVE 1 TO FRETDET-QT-VOLUMES
               MOVE SPACES TO FRETDET-TIPO-LANC
               PERFORM 0419A-MOVER-ICMS-FRETE
               WRITE FRETDET-REC
               PERFORM 0254-ACUMULAR-ICMS-FRETE
               PERFORM 0417-ABRIR-ENTREGA
               MOVE 'R' TO PREL-SITUACAO
               REWRITE PREL-REC
               PERFORM 0213-APLICAR-CONTRATO
               PERFORM 0212-APLICAR-TRANSPORTADORA
               PERFORM 0217-APLICAR-NIVEL-SERVICO
               PERFORM 0215-APLICAR-GRIS
               IF WRK-NUM-COTACAO > ZEROS
                   PERFORM 0264-HONRAR-COTACAO
               END-IF
               PERFORM 0219-CALCULAR-ICMS-FRETE
               PERFORM 0240-REGISTRAR-COTACAO
               PERFORM 0250-ACUMULAR-FRETE
           ELSE
               END-IF
               CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-COTACAO
                   WRK-COT-VALIDADE-DIAS WRK-COT-VALIDADE
               DISPLAY 'VENDEDOR DA COTACAO (BRANCO = NENHUM)..'
               MOVE SPACES TO WRK-COT-VENDEDOR
               ACCEPT WRK-COT-VENDEDOR
               PERFORM 0263-GRAVAR-COTACAO
           END-IF.

           MOVE WRK-PESO TO COTACAO-PESO
           MOVE WRK-AREA TO COTACAO-AREA
           MOVE WRK-FRETE TO COTACAO-FRETE
           MOVE WRK-FRETE-GRIS TO COTACAO-FRETE-GRIS
           MOVE WRK-DATA-COTACAO TO COTACAO-DATA-EMISSAO
           MOVE WRK-COT-VALIDADE TO COTACAO-DATA-VALIDADE
           MOVE 'A' TO COTACAO-SITUACAO
           MOVE WRK-COT-VENDEDOR TO COTACAO-VENDEDOR
           MOVE ZEROS TO COTACAO-DATA-USO
           MOVE ZEROS TO COTACAO-PEDIDO
           WRITE COTACAO-REC
               INVALID KEY
                   REWRITE COTACAO-REC
           STRING 'FRETE COTADO ' WRK-COT-FRETE-ED
               DELIMITED BY SIZE INTO COTRPT-LINHA
           WRITE COTRPT-LINHA
           MOVE WRK-FRETE-GRIS TO WRK-COT-GRIS-ED
           MOVE SPACES TO COTRPT-LINHA
           STRING '  INCLUI GRIS (SEGURO AD VALOREM) ' WRK-COT-GRIS-ED
               DELIMITED BY SIZE INTO COTRPT-LINHA
           WRITE COTRPT-LINHA
           MOVE SPACES TO COTRPT-LINHA
           STRING 'VALIDA ATE ' WRK-COT-VALIDADE ' (AAAAMMDD)'
               DELIMITED BY SIZE INTO COTRPT-LINHA
               AND COTACAO-UF = WRK-UF
               AND WRK-DATA-COTACAO <= COTACAO-DATA-VALIDADE
               MOVE COTACAO-FRETE TO WRK-FRETE
               MOVE COTACAO-FRETE-GRIS TO WRK-FRETE-GRIS
               MOVE ZEROS TO WRK-DESC-CONTRATO
               IF WRK-FRETE-GRIS > WRK-FRETE
                   MOVE ZEROS TO WRK-FRETE-GRIS
               END-IF
               MOVE 'U' TO COTACAO-SITUACAO
               MOVE WRK-DATA-COTACAO TO COTACAO-DATA-USO
               MOVE WRK-NUM-PEDIDO-ATUAL TO COTACAO-PEDIDO
               IF COTACAO-VENDEDOR = SPACES
                   MOVE ORDPED-VENDEDOR TO COTACAO-VENDEDOR
               END-IF
               REWRITE COTACAO-REC
               SET COTACAO-HONRADA TO TRUE
           ELSE
               END-COMPUTE
           END-IF.

      *****************************************************
      * GRIS (SEGURO AD VALOREM): PERCENTUAL DA GRISTAB PARA A
      * UF DE DESTINO E A ZONA DO CEP (SEM LINHA PARA A ZONA,
      * VALE A LINHA DA UF COM ZONA EM BRANCO) SOBRE O VALOR DA
      * MERCADORIA, NUNCA ABAIXO DA COBRANCA MINIMA - ENTRA
      * DEPOIS DOS AJUSTES DE CONTRATO, TRANSPORTADORA E NIVEL
      * DE SERVICO, QUE NAO INCIDEM SOBRE O SEGURO; UF SEM
      * LINHA NA TABELA COTA SEM GRIS
      *****************************************************
       0215-APLICAR-GRIS.
           MOVE ZEROS TO WRK-FRETE-GRIS
           IF RISCO-DISPONIVEL
               MOVE WRK-UF TO GRISTAB-UF
               MOVE WRK-ZONA-ATUAL TO GRISTAB-ZONA
               READ RISCO-TABELA
                   KEY IS GRISTAB-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-GRS NOT = '00'
                   AND WRK-ZONA-ATUAL NOT = SPACES
                   MOVE WRK-UF TO GRISTAB-UF
                   MOVE SPACES TO GRISTAB-ZONA
                   READ RISCO-TABELA
                       KEY IS GRISTAB-CHAVE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WRK-FS-GRS = '00'
                   PERFORM 0215A-CALCULAR-GRIS
               END-IF
           END-IF.

       0215A-CALCULAR-GRIS.
           COMPUTE WRK-FRETE-GRIS ROUNDED =
               WRK-VALOR * GRISTAB-PERCENTUAL / 100
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-FRETE-GRIS
                   PERFORM 0232-REGISTRAR-EXCECAO-FRETE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-COMPUTE
           IF WRK-FRETE-GRIS < GRISTAB-MINIMO
               MOVE GRISTAB-MINIMO TO WRK-FRETE-GRIS
           END-IF
           ADD WRK-FRETE-GRIS TO WRK-FRETE
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-FRETE WRK-FRETE-GRIS
                   PERFORM 0232-REGISTRAR-EXCECAO-FRETE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-ADD.

      *****************************************************
      * SOBRETAXA DE COMBUSTIVEL: O PRECO DE DIESEL EM VIGOR NA
      * DATA DA COTACAO (ULTIMA VIGENCIA QUE NAO PASSA DA DATA)
      *****************************************************
       0213-APLICAR-CONTRATO.
           SET CONTRATO-APLICADO TO FALSE
           MOVE ZEROS TO WRK-DESC-CONTRATO
           MOVE WRK-FRETE TO WRK-FRETE-ANTES-CONTR
           IF WRK-CLIENTE-ID > ZEROS
               MOVE WRK-CLIENTE-ID TO CONTRAT-CLIENTE
               READ CONTRATOS-FRETE
                       WHEN OTHER
                           SET CONTRATO-APLICADO TO FALSE
                   END-EVALUATE
                   IF CONTRATO-APLICADO
                       AND WRK-FRETE < WRK-FRETE-ANTES-CONTR
                       COMPUTE WRK-DESC-CONTRATO =
                           WRK-FRETE-ANTES-CONTR - WRK-FRETE
                           ON SIZE ERROR
                               MOVE ZEROS TO WRK-DESC-CONTRATO
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

           END-IF
           WRITE EXCLOG-REC.

      *****************************************************
      * ICMS SOBRE O FRETE COTADO: MESMA UF DE ORIGEM E DESTINO
      * PAGA A ALIQUOTA INTERNA; ENTRE UF, A INTERESTADUAL DA
      * ORIGEM, QUE CAI PARA 7% QUANDO O EMBARQUE SAI DO
      * SUL/SUDESTE PARA AS DEMAIS REGIOES - O IMPOSTO E INCLUSO
      * NO FRETE (NAO SOMA AO PRECO), SO DESTACADO NA FATURA.
      * UF DE ORIGEM SEM ALIQUOTA NA TABELA VAI PARA O EXCLOG E
      * O PEDIDO SAI SEM ICMS
      *****************************************************
       0219-CALCULAR-ICMS-FRETE.
           MOVE ZEROS TO WRK-ALIQ-ICMS-FRETE WRK-ICMS-FRETE
           IF ALIQUOTAS-DISPONIVEIS
               MOVE WRK-UF-ORIGEM TO ICMSTAB-UF
               READ ICMS-TABELA
                   KEY IS ICMSTAB-UF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-ICT = '00'
                   IF WRK-UF = WRK-UF-ORIGEM
                       MOVE ICMSTAB-ALIQUOTA TO WRK-ALIQ-ICMS-FRETE
                   ELSE
                       MOVE ICMSTAB-ALIQ-INTER TO WRK-ALIQ-ICMS-FRETE
                       IF ICMSTAB-SUL-SUDESTE
                           PERFORM 0219A-VERIFICAR-REGIAO-DESTINO
                       END-IF
                   END-IF
                   COMPUTE WRK-ICMS-FRETE ROUNDED =
                       WRK-FRETE * WRK-ALIQ-ICMS-FRETE / 100
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-ICMS-FRETE
                           MOVE 'E014' TO EXCLOG-CODIGO
                           MOVE 'ICMS DO FRETE ESTOURADO - SEM ICMS'
                               TO EXCLOG-DESCRICAO
                           PERFORM 0237-REGISTRAR-EXCECAO-ICMS
                   END-COMPUTE
               ELSE
                   MOVE 'E014' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'UF ORIGEM ' WRK-UF-ORIGEM
                       ' SEM ALIQUOTA - FRETE SEM ICMS'
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   PERFORM 0237-REGISTRAR-EXCECAO-ICMS
               END-IF
           END-IF.

       0219A-VERIFICAR-REGIAO-DESTINO.
           MOVE WRK-UF TO ICMSTAB-UF
           READ ICMS-TABELA
               KEY IS ICMSTAB-UF
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-ICT = '00'
               AND NOT ICMSTAB-SUL-SUDESTE
               MOVE WRK-ALIQ-SUL-NORTE TO WRK-ALIQ-ICMS-FRETE
           END-IF.

       0237-REGISTRAR-EXCECAO-ICMS.
           MOVE 'PROGCOB09' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           ADD 1 TO WRK-CONT-EXCECOES
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************
      * POSTA A BASE (O FRETE) E O ICMS DO PEDIDO GRAVADO NO
      * FRETDET NO ICMSACU DO PERIODO, NA FILIAL DE ORIGEM E NO
      * CONSOLIDADO DA EMPRESA (FILIAL EM BRANCO), COMO O ICMS
      * SOBRE VENDAS DO PROGCOB15 - PERIODO JA FECHADO PELO
      * PROGCOB29 RECUSA O LANCAMENTO, COMO NO FRETACU
      *****************************************************
       0254-ACUMULAR-ICMS-FRETE.
           IF WRK-ALIQ-ICMS-FRETE > ZEROS
               MOVE WRK-FILIAL-ORIGEM TO WRK-ICA-FILIAL
               MOVE WRK-UF-ORIGEM TO WRK-ICA-UF
               PERFORM 0255-POSTAR-ICMS-FRETE
               IF ICMS-FRETE-POSTADO
                   MOVE SPACES TO WRK-ICA-FILIAL WRK-ICA-UF
                   PERFORM 0255-POSTAR-ICMS-FRETE
               END-IF
           END-IF.

       0255-POSTAR-ICMS-FRETE.
           SET ICMS-FRETE-POSTADO TO FALSE
           ACCEPT WRK-DATA-HOJE-FRETE FROM DATE YYYYMMDD
           MOVE WRK-PERIODO-ATUAL-FRETE TO ICMSACU-PERIODO
           MOVE WRK-ICA-FILIAL TO ICMSACU-FILIAL
           READ ICMS-ACUMULADO
               KEY IS ICMSACU-CHAVE
               INVALID KEY
                   PERFORM 0256-CRIAR-PERIODO-ICMS
           END-READ
           IF WRK-FS-ICA = '00'
               IF ICMSACU-FECHADO
                   DISPLAY 'PERIODO ' ICMSACU-PERIODO ' JA FECHADO'
                       ' - ICMS DO FRETE NAO ACUMULADO'
                   MOVE 'E015' TO EXCLOG-CODIGO
                   MOVE 'ICMS DO FRETE EM PERIODO FECHADO RECUSADO'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0237-REGISTRAR-EXCECAO-ICMS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD WRK-FRETE TO ICMSACU-FRETE-BASE
                   ADD WRK-ICMS-FRETE TO ICMSACU-FRETE-IMPOSTO
                   MOVE WRK-DATA-HOJE-FRETE
                       TO ICMSACU-DATA-ATUALIZACAO
                   REWRITE ICMSACU-REC
                   SET ICMS-FRETE-POSTADO TO TRUE
               END-IF
           END-IF.

       0256-CRIAR-PERIODO-ICMS.
           MOVE WRK-PERIODO-ATUAL-FRETE TO ICMSACU-PERIODO
           MOVE WRK-ICA-FILIAL TO ICMSACU-FILIAL
           MOVE WRK-ICA-UF TO ICMSACU-UF
           MOVE ZEROS TO ICMSACU-BASE ICMSACU-IMPOSTO
           MOVE ZEROS TO ICMSACU-FRETE-BASE ICMSACU-FRETE-IMPOSTO
           MOVE ZEROS TO ICMSACU-DATA-ATUALIZACAO
           MOVE SPACES TO ICMSACU-SIT-FECHADO
           WRITE ICMSACU-REC.

      *****************************************************
      * ACUMULA O FRETE DESTA COTACAO NO PERIODO (AAAAMM) DE
      * HOJE, PARA QUE A CONFERENCIA NOTURNA CONTRA O ACUMULADO
           MOVE ZEROS TO WRK-AREA
           MOVE ZEROS TO WRK-PESO-CUBADO
           MOVE ORDPED-CLIENTE TO WRK-CLIENTE-ID
           MOVE ORDPED-COD-ENTREGA TO WRK-COD-ENTREGA
           MOVE ORDPED-NUM-PEDIDO TO WRK-NUM-PEDIDO-ATUAL
           IF ORDPED-NUM-COTACAO IS NUMERIC
               MOVE ORDPED-NUM-COTACAO TO WRK-NUM-COTACAO
               MOVE 'N' TO WRK-NIVEL-SERVICO
           END-IF
           PERFORM 0405-VALIDAR-CLIENTE
           IF CLIENTE-VALIDO
               PERFORM 0407-APLICAR-ENDERECO-ENTREGA
               IF WRK-COD-ENTREGA NOT = SPACES
                   MOVE WRK-UF-ENTREGA TO WRK-UF
               END-IF
           ELSE
               MOVE SPACES TO WRK-COD-ENTREGA
           END-IF
           PERFORM 0403-VALIDAR-QT-ITENS
           PERFORM VARYING ORDPED-IDX FROM 1 BY 1
               UNTIL ORDPED-IDX > ORDPED-QT-ITENS
               MOVE CUSTMAS-CEP TO WRK-CEP-CLIENTE
           END-IF.

      *****************************************************
      * PEDIDO COM ENDERECO DE ENTREGA: A ZONA (PELO CEP) E A
      * UF SAO AS DO ENDERECO ONDE A CARGA E ENTREGUE. CODIGO
      * QUE NAO EXISTE PARA O CLIENTE VAI PARA O LOG E A
      * COTACAO SEGUE PELO ENDERECO DO CADASTRO. INATIVO AINDA
      * E ACEITO - O PEDIDO PODE TER SIDO DIGITADO ANTES
      *****************************************************
       0407-APLICAR-ENDERECO-ENTREGA.
           MOVE SPACES TO WRK-UF-ENTREGA
           IF WRK-COD-ENTREGA NOT = SPACES
               MOVE WRK-CLIENTE-ID TO ENDENT-CLIENTE
               MOVE WRK-COD-ENTREGA TO ENDENT-CODIGO
               READ ENDERECOS-ENTREGA
                   KEY IS ENDENT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-END = '00'
                   MOVE ENDENT-CEP TO WRK-CEP-CLIENTE
                   MOVE ENDENT-UF TO WRK-UF-ENTREGA
               ELSE
                   MOVE 'PROGCOB09' TO EXCLOG-PROGRAMA
                   ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
                   ACCEPT EXCLOG-HORA FROM TIME
                   MOVE 'E016' TO EXCLOG-CODIGO
                   MOVE SPACES TO EXCLOG-DESCRICAO
                   STRING 'ENTREGA INEXISTENTE CLI '
                       WRK-CLIENTE-ID ' COD ' WRK-COD-ENTREGA
                       DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
                   MOVE 'A' TO EXCLOG-SEVERIDADE
                   WRITE EXCLOG-REC
                   ADD 1 TO WRK-CONT-EXCECOES
                   DISPLAY 'ENDERECO DE ENTREGA ' WRK-COD-ENTREGA
                       ' INEXISTENTE - COTADO PELO CADASTRO'
                   MOVE SPACES TO WRK-COD-ENTREGA
               END-IF
           END-IF.

       0410-GRAVAR-LINHA-ITEM.
           MOVE ORDPED-NUM-PEDIDO TO ORDRPT-NUM-PEDIDO
           MOVE WRK-FILIAL-ORIGEM TO ORDRPT-ORIGEM
      * COMPONENTES SAEM ZERADOS E O PRECO INTEIRO FICA NA BASE,
      * SENAO UMA COTACAO ABAIXO DA SOMA ATUAL ESTOURAVA O
      * CAMPO SEM SINAL E A FATURA IMPRIMIA PARCELAS QUE NAO
      * SOMAM O TOTAL. SO O GRIS GRAVADO NA COTACAO E SEPARADO
      * DA BASE, PARA SEGUIR NO REPASSE DA TRANSPORTADORA
      *****************************************************
           IF COTACAO-HONRADA
               MOVE ZEROS TO FRETDET-FRETE-PESO
               MOVE ZEROS TO FRETDET-FRETE-OVERSZ
               MOVE ZEROS TO FRETDET-FRETE-COMBUST
               MOVE WRK-FRETE-GRIS TO FRETDET-FRETE-GRIS
               COMPUTE FRETDET-FRETE-BASE = WRK-FRETE
                   - FRETDET-FRETE-GRIS
           ELSE
               MOVE WRK-FRETE-PESO TO FRETDET-FRETE-PESO
               IF ITEM-OVERSIZE
                   MOVE ZEROS TO FRETDET-FRETE-OVERSZ
               END-IF
               MOVE WRK-FRETE-COMBUST TO FRETDET-FRETE-COMBUST
               MOVE WRK-FRETE-GRIS TO FRETDET-FRETE-GRIS
               COMPUTE FRETDET-FRETE-BASE = WRK-FRETE
                   - FRETDET-FRETE-PESO - FRETDET-FRETE-OVERSZ
                   - FRETDET-FRETE-COMBUST - FRETDET-FRETE-GRIS
           END-IF
           MOVE WRK-FRETE TO FRETDET-FRETE
           MOVE WRK-TRANSP-ATUAL TO FRETDET-TRANSP
           ACCEPT FRETDET-DATA FROM DATE YYYYMMDD
           MOVE ORDPED-VENDEDOR TO FRETDET-VENDEDOR
           MOVE WRK-COD-ENTREGA TO FRETDET-COD-ENTREGA
           MOVE ORDPED-QT-ITENS TO FRETDET-QT-VOLUMES
           MOVE SPACES TO FRETDET-TIPO-LANC
           PERFORM 0419A-MOVER-ICMS-FRETE
           WRITE FRETDET-REC
           PERFORM 0254-ACUMULAR-ICMS-FRETE
           PERFORM 0417-ABRIR-ENTREGA
           PERFORM 0416-MARCAR-ATIVIDADE-CLIENTE.

      *****************************************************
      * CAMPOS DE ICMS DO PEDIDO NO FRETDET: FILIAL E UF DE
      * ORIGEM, ALIQUOTA APLICADA E IMPOSTO INCLUSO NO FRETE -
      * E O DESCONTO DE CONTRATO DO PEDIDO
      *****************************************************
       0419A-MOVER-ICMS-FRETE.
           MOVE WRK-DESC-CONTRATO TO FRETDET-DESC-CONTRATO
           MOVE WRK-FILIAL-ORIGEM TO FRETDET-FILIAL
           MOVE WRK-UF-ORIGEM TO FRETDET-UF-ORIGEM
           MOVE WRK-ALIQ-ICMS-FRETE TO FRETDET-ALIQ-ICMS
           MOVE WRK-ICMS-FRETE TO FRETDET-ICMS.

      *****************************************************
      * ABRE (OU REABRE, NO CASO DE RECOTACAO) O REGISTRO DE
      * SITUACAO DE ENTREGA DO PEDIDO COTADO, COM STATUS 'R' E A
           PERFORM 0418-CALCULAR-DATA-PROMETIDA
           MOVE WRK-PROM-DATA TO ENTREGA-DATA-PROMETIDA
           MOVE ZEROS TO ENTREGA-NUM-EMBARQUE
           MOVE SPACES TO ENTREGA-RECEBEDOR
           WRITE ENTREGA-REC
               INVALID KEY
                   REWRITE ENTREGA-REC
               CLOSE PENDENTES-NOVO
           END-IF
           CLOSE CUSTOMER-MASTER ENTREGA-STATUS-ARQ CONTRATOS-FRETE
           CLOSE ENDERECOS-ENTREGA
           CLOSE COTACOES-FORMAIS TRANSITO-TABELA
           IF CALENDARIO-ABERTO
               CLOSE CALENDARIO-COMERCIAL
           END-IF
           IF ALIQUOTAS-DISPONIVEIS
               CLOSE ICMS-TABELA
           END-IF
           IF RISCO-DISPONIVEL
               CLOSE RISCO-TABELA
           END-IF
           CLOSE FRETE-TABELA PENDENTES-FILE FRETE-RELATORIO
               FRETE-ACUMULADO ICMS-ACUMULADO EXCEPTION-LOG
               AUDIT-LOG.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO COMPARTILHADO QUANTOS
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE ZEROS TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

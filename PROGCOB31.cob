      * RODADA DE FATURAMENTO - O PERIODO GRAVADO NO EXTRATO E
      * CONFERIDO CONTRA O PERIODO A FATURAR PARA NAO EMITIR
      * SOBRE EXTRACAO VELHA
      * 2026-10-15 JGM ICMS DO FRETE (CALCULADO NA COTACAO PELO
      * PROGCOB09 E TRAZIDO NO FRETIDX) DESTACADO POR PEDIDO E NO
      * TOTAL DA FATURA - O IMPOSTO E INCLUSO NO FRETE, ENTAO O
      * TOTAL E O TITULO NO CONTAS A RECEBER NAO MUDAM
      * 2026-10-15 JGM GRIS (SEGURO AD VALOREM) EM COLUNA PROPRIA
      * NA LINHA DO PEDIDO, COMO OS DEMAIS COMPONENTES DO FRETE
      * 2026-10-15 JGM BOLETO REGISTRADO: CADA TITULO NOVO NO
      * CONTREC VAI PARA A REMESSA DE COBRANCA CNAB 400 (REMCNAB)
      * PEDINDO O REGISTRO NO BANCO, COM O NUMERO SEQUENCIAL DA
      * REMESSA NO CONTROLE BOLCTL E O TITULO MARCADO 'E'
      * (ENVIADO) - CLIENTE SEM CPF/CNPJ NO CADASTRO FICA SEM
      * BOLETO, COM REGISTRO NO EXCLOG; O RETORNO DO BANCO E
      * LIDO PELO PROGCB100
      * 2026-10-15 JGM CADA PEDIDO FATURADO E LIGADO A SUA FATURA
      * NO ARQUIVO FATPED (PEDIDO > FATURA, CLIENTE, PERIODO,
      * EMISSAO E FRETE), PARA A PROVISAO DE FRETE NAO FATURADO
      * DO PROGCB110 CONFERIR O FRETDET CONTRA O QUE VIROU TITULO
      * 2026-10-15 JGM TITULO DA FATURA ABERTO SEM ENCARGOS DE
      * ATRASO (CAMPOS NOVOS DO CONTREC ZERADOS)
      * 2026-10-15 JGM TITULO DA FATURA ABERTO SEM DADOS DE BAIXA
      * COMO PERDA
      * 2026-10-15 JGM LINHA DE ENTREGA APOS CADA PEDIDO DA
      * FATURA: COM CODIGO DE ENTREGA NO FRETIDX IMPRIME O
      * ENDERECO DO ENDENT, SEM ELE O DO CUSTOMER-MASTER
      * 2026-10-15 JGM TITULO DA FATURA EM MOEDA ESTRANGEIRA ABERTO
      * COM A MOEDA, O VALOR NA MOEDA E A TAXA DA EMISSAO, PARA
      * A REAVALIACAO DO PROGCB117 E A BAIXA DO PROGCOB44
      * 2026-10-15 JGM FATURAMENTO GRAVADO NO JOBCTRL, PARA
      * O CHECKLIST DE FECHAMENTO DO MES (PROGCB137)
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
           SELECT FATURA-RELATORIO ASSIGN TO 'FATRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WRK-FS-CAM.
           SELECT REMESSA-COBRANCA ASSIGN TO 'REMCNAB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.
           SELECT OPTIONAL CONTROLE-REMESSA ASSIGN TO 'BOLCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-BCT.
           SELECT FATURA-PEDIDOS ASSIGN TO 'FATPED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATPED-NUM-PEDIDO
               FILE STATUS IS WRK-FS-FPD.
           SELECT OPTIONAL JOB-CONTROL ASSIGN TO 'JOBCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-JOB.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  ENDERECOS-ENTREGA.
           COPY 'ENDENT.CPY'.

       FD  FATURA-RELATORIO.
           COPY 'FATRPT.CPY'.

       FD  CAMBIO-TABELA.
           COPY 'CAMBIO.CPY'.

       FD  REMESSA-COBRANCA.
           COPY 'CNABREM.CPY'.

       FD  CONTROLE-REMESSA.
       01  BOLCTL-REC.
           05  BOLCTL-ULT-REMESSA  PIC 9(06).

       FD  FATURA-PEDIDOS.
           COPY 'FATPED.CPY'.

       FD  JOB-CONTROL.
           COPY 'JOBCTRL.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * PEDIDOS DO PERIODO CARREGADOS DO FRETDET - A FATURA E
               03  WRK-PED-OVERSZ   PIC 9(04)V99.
               03  WRK-PED-COMBUST  PIC 9(06)V99.
               03  WRK-PED-FRETE    PIC 9(08)V99.
               03  WRK-PED-ICMS     PIC 9(06)V99.
               03  WRK-PED-GRIS     PIC 9(06)V99.
               03  WRK-PED-FATURADO PIC X(01).
               03  WRK-PED-ENTREGA  PIC X(03).
       77 WRK-QT-PEDIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-MENOR-CLIENTE PIC 9(06) VALUE ZEROS.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-JOB        PIC X(02) VALUE '00'.
       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-CTL        PIC X(02) VALUE '00'.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-CON        PIC X(02) VALUE '00'.
       77 WRK-FS-CAM        PIC X(02) VALUE '00'.
       77 WRK-FS-FPD        PIC X(02) VALUE '00'.
       77 WRK-FS-END        PIC X(02) VALUE '00'.
       77 WRK-MOEDA-FATURA  PIC X(03) VALUE SPACES.
       77 WRK-TAXA-DIA      PIC 9(04)V9(06) VALUE ZEROS.
       77 WRK-VALOR-MOEDA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NUMERO-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FATURAS    PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-FATURA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-VENCTO  PIC S9(05) VALUE +28.
       77 WRK-DATA-VENCTO   PIC 9(08) VALUE ZEROS.

      *****************************************************
      * REMESSA DE COBRANCA - ABERTA NO PRIMEIRO BOLETO DA
      * RODADA; DATAS DO LAYOUT DO BANCO EM DDMMAA
      *****************************************************
           COPY 'CEDENTE.CPY'.
       77 WRK-FS-REM        PIC X(02) VALUE '00'.
       77 WRK-FS-BCT        PIC X(02) VALUE '00'.
       77 WRK-REM-ABERTA    PIC X(01) VALUE 'N'.
           88 REMESSA-ABERTA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-NSA           PIC 9(06) VALUE ZEROS.
       77 WRK-REM-SEQ       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-BOLETOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-BOLETO PIC 9(04) VALUE ZEROS.
       01  WRK-CNB-DATA.
           05  WRK-CNB-ANO      PIC 9(04).
           05  WRK-CNB-MES      PIC 9(02).
           05  WRK-CNB-DIA      PIC 9(02).
       01  WRK-CNB-DATA-N REDEFINES WRK-CNB-DATA PIC 9(08).
       01  WRK-CNB-DDMMAA.
           05  WRK-CNB-DD       PIC 9(02).
           05  WRK-CNB-MM       PIC 9(02).
           05  WRK-CNB-AA       PIC 9(02).
       01  WRK-CNB-DDMMAA-N REDEFINES WRK-CNB-DDMMAA PIC 9(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ENDERECOS-ENTREGA
           OPEN OUTPUT FATURA-RELATORIO
           OPEN INPUT CONTRATOS-FRETE
           OPEN INPUT CAMBIO-TABELA
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF
           OPEN I-O FATURA-PEDIDOS
           IF WRK-FS-FPD = '35'
               OPEN OUTPUT FATURA-PEDIDOS
               CLOSE FATURA-PEDIDOS
               OPEN I-O FATURA-PEDIDOS
           END-IF
           PERFORM 0110-LER-CONTROLE-FATURA.

      *****************************************************
                           TO WRK-PED-COMBUST(WRK-QT-PEDIDOS)
                       MOVE FRETIDX-FRETE
                           TO WRK-PED-FRETE(WRK-QT-PEDIDOS)
                       MOVE FRETIDX-ICMS
                           TO WRK-PED-ICMS(WRK-QT-PEDIDOS)
                       MOVE FRETIDX-FRETE-GRIS
                           TO WRK-PED-GRIS(WRK-QT-PEDIDOS)
                       MOVE 'N' TO WRK-PED-FATURADO(WRK-QT-PEDIDOS)
                       MOVE FRETIDX-COD-ENTREGA
                           TO WRK-PED-ENTREGA(WRK-QT-PEDIDOS)
                   ELSE
                       PERFORM 0230-REGISTRAR-EXCECAO
                       IF RETURN-CODE < 4

       0246-EMITIR-FATURA-LIBERADA.
           ADD 1 TO WRK-NUMERO-FATURA
           MOVE ZEROS TO WRK-TOT-FATURA WRK-TOT-ICMS
           MOVE WRK-NUMERO-FATURA TO FATRPT-CAB-NUMERO
           MOVE WRK-CLIENTE-ATUAL TO FATRPT-CAB-CLIENTE
           MOVE WRK-CLIENTE-ATUAL TO CUSTMAS-ID
           MOVE ZEROS TO FATRPT-NUM-PEDIDO
           MOVE ZEROS TO FATRPT-FRETE-BASE FATRPT-FRETE-PESO
               FATRPT-FRETE-OVERSZ FATRPT-FRETE-COMBUST
               FATRPT-FRETE-GRIS FATRPT-PESO FATRPT-PESO-CUBADO
           MOVE WRK-TOT-FATURA TO FATRPT-FRETE-TOTAL
           MOVE WRK-TOT-ICMS TO FATRPT-ICMS
           MOVE 'TOTAL DA FATURA' TO FATRPT-OBS
           WRITE FATRPT-DETALHE
           IF WRK-MOEDA-FATURA NOT = SPACES
      * LINHA DE MOEDA DA FATURA DE EXPORTACAO: O TOTAL EM BRL
      * CONVERTIDO PELA TAXA DO DIA, COM A MOEDA E A TAXA
      * APLICADA IMPRESSAS - O TITULO DO CONTAS A RECEBER
      * CONTINUA COM O SALDO EM BRL E GUARDA O VALOR NA MOEDA
      *****************************************************
       0248-GRAVAR-LINHA-MOEDA.
           MOVE WRK-MOEDA-FATURA TO FATRPT-MOE-CODIGO
           MOVE WRK-TOT-FATURA TO CONTREC-SALDO
           MOVE 'A' TO CONTREC-SITUACAO
           MOVE ZEROS TO CONTREC-DATA-ULT-PAGTO
           MOVE SPACES TO CONTREC-SIT-BOLETO
           MOVE SPACES TO CONTREC-TIPO-TITULO
           MOVE ZEROS TO CONTREC-FATURA-ORIGEM CONTREC-NOTA-DEBITO
               CONTREC-VALOR-MULTA CONTREC-VALOR-JUROS
               CONTREC-DATA-ENCARGO CONTREC-DATA-PERDA
               CONTREC-VALOR-PERDA CONTREC-VALOR-RECUPERADO
           MOVE SPACES TO CONTREC-MOTIVO-PERDA
           PERFORM 0262-REGISTRAR-MOEDA-TITULO
           IF WRK-FS-CLI = '00' AND CUSTMAS-CPF-CNPJ > ZEROS
               MOVE 'E' TO CONTREC-SIT-BOLETO
           END-IF
           WRITE CONTREC-REC
               INVALID KEY
                   REWRITE CONTREC-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF BOLETO-ENVIADO
               PERFORM 0265-GRAVAR-BOLETO
           ELSE
               ADD 1 TO WRK-QT-SEM-BOLETO
               PERFORM 0268-REGISTRAR-SEM-BOLETO
           END-IF.

      *****************************************************
      * TITULO EM MOEDA ESTRANGEIRA: MOEDA, VALOR NA MOEDA E A
      * TAXA DO DIA, QUE TAMBEM E A PRIMEIRA TAXA CONTABIL -
      * FATURA EM REAIS FICA COM A MOEDA EM BRANCO
      *****************************************************
       0262-REGISTRAR-MOEDA-TITULO.
           MOVE ZEROS TO CONTREC-DATA-REAVAL CONTREC-VAR-NAO-REALIZ
               CONTREC-VAR-REALIZADA
           IF WRK-MOEDA-FATURA NOT = SPACES
               AND WRK-VALOR-MOEDA > ZEROS
               MOVE WRK-MOEDA-FATURA TO CONTREC-MOEDA
               MOVE WRK-VALOR-MOEDA TO CONTREC-VALOR-MOEDA
                   CONTREC-SALDO-MOEDA
               MOVE WRK-TAXA-DIA TO CONTREC-TAXA-EMISSAO
                   CONTREC-TAXA-CONTABIL
           ELSE
               MOVE SPACES TO CONTREC-MOEDA
               MOVE ZEROS TO CONTREC-VALOR-MOEDA CONTREC-SALDO-MOEDA
                   CONTREC-TAXA-EMISSAO CONTREC-TAXA-CONTABIL
           END-IF.

      *****************************************************
      * DETALHE DA REMESSA PEDINDO O REGISTRO DO BOLETO DA
      * FATURA (OCORRENCIA 01): NOSSO NUMERO = NUMERO DA FATURA,
      * SACADO COM CPF (ATE 11 DIGITOS) OU CNPJ E O ENDERECO DO
      * CADASTRO DO CLIENTE, LIDO NA EMISSAO DA FATURA
      *****************************************************
       0265-GRAVAR-BOLETO.
           IF NOT REMESSA-ABERTA
               PERFORM 0266-ABRIR-REMESSA
           END-IF
           MOVE SPACES TO CNABREM-DETALHE
           MOVE '1' TO CNABREM-D-TIPO
           MOVE 02 TO CNABREM-D-TIPO-INSCR
           MOVE CEDENTE-CNPJ TO CNABREM-D-INSCR
           MOVE CEDENTE-AGENCIA TO CNABREM-D-AGENCIA
           MOVE CEDENTE-CONTA TO CNABREM-D-CONTA
           MOVE CEDENTE-DAC TO CNABREM-D-DAC
           MOVE WRK-NUMERO-FATURA TO CNABREM-D-USO-EMPRESA
           MOVE WRK-NUMERO-FATURA TO CNABREM-D-NOSSO-NUM
           MOVE CEDENTE-CARTEIRA TO CNABREM-D-CARTEIRA
           MOVE 01 TO CNABREM-D-OCORRENCIA
           MOVE WRK-NUMERO-FATURA TO CNABREM-D-SEU-NUMERO
           MOVE WRK-DATA-VENCTO TO WRK-CNB-DATA-N
           PERFORM 0267-CONVERTER-DATA-CNAB
           MOVE WRK-CNB-DDMMAA-N TO CNABREM-D-VENCTO
           MOVE WRK-TOT-FATURA TO CNABREM-D-VALOR
           MOVE CEDENTE-BANCO TO CNABREM-D-BANCO
           MOVE '01' TO CNABREM-D-ESPECIE
           MOVE 'N' TO CNABREM-D-ACEITE
           MOVE WRK-DATA-HOJE TO WRK-CNB-DATA-N
           PERFORM 0267-CONVERTER-DATA-CNAB
           MOVE WRK-CNB-DDMMAA-N TO CNABREM-D-EMISSAO
           MOVE ZEROS TO CNABREM-D-JUROS-DIA
           IF CUSTMAS-CPF-CNPJ > 99999999999
               MOVE 02 TO CNABREM-D-TIPO-SAC
           ELSE
               MOVE 01 TO CNABREM-D-TIPO-SAC
           END-IF
           MOVE CUSTMAS-CPF-CNPJ TO CNABREM-D-INSCR-SAC
           MOVE CUSTMAS-NOME TO CNABREM-D-NOME-SAC
           MOVE CUSTMAS-LOGRADOURO TO CNABREM-D-LOGRADOURO
           MOVE CUSTMAS-CIDADE TO CNABREM-D-CIDADE
           MOVE CUSTMAS-CEP TO CNABREM-D-CEP
           MOVE CUSTMAS-UF TO CNABREM-D-UF
           ADD 1 TO WRK-REM-SEQ
           MOVE WRK-REM-SEQ TO CNABREM-D-SEQ
           WRITE CNABREM-DETALHE
           ADD 1 TO WRK-QT-BOLETOS.

      *****************************************************
      * ABRE A REMESSA DA RODADA COM O PROXIMO NUMERO DO
      * CONTROLE BOLCTL (O BANCO RECUSA REMESSA COM NUMERO
      * REPETIDO) E GRAVA O HEADER
      *****************************************************
       0266-ABRIR-REMESSA.
           OPEN INPUT CONTROLE-REMESSA
           IF WRK-FS-BCT = '00'
               READ CONTROLE-REMESSA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BOLCTL-ULT-REMESSA TO WRK-NSA
               END-READ
               CLOSE CONTROLE-REMESSA
           END-IF
           ADD 1 TO WRK-NSA
           OPEN OUTPUT REMESSA-COBRANCA
           SET REMESSA-ABERTA TO TRUE
           MOVE SPACES TO CNABREM-HEADER
           MOVE '0' TO CNABREM-H-TIPO
           MOVE '1' TO CNABREM-H-OPERACAO
           MOVE 'REMESSA' TO CNABREM-H-LITERAL
           MOVE 01 TO CNABREM-H-SERVICO
           MOVE 'COBRANCA' TO CNABREM-H-LIT-SERV
           MOVE CEDENTE-AGENCIA TO CNABREM-H-AGENCIA
           MOVE CEDENTE-CONTA TO CNABREM-H-CONTA
           MOVE CEDENTE-DAC TO CNABREM-H-DAC
           MOVE CEDENTE-EMPRESA TO CNABREM-H-EMPRESA
           MOVE CEDENTE-BANCO TO CNABREM-H-BANCO
           MOVE CEDENTE-NOME-BANCO TO CNABREM-H-NOME-BANCO
           MOVE WRK-DATA-HOJE TO WRK-CNB-DATA-N
           PERFORM 0267-CONVERTER-DATA-CNAB
           MOVE WRK-CNB-DDMMAA-N TO CNABREM-H-DATA
           MOVE WRK-NSA TO CNABREM-H-NSA
           MOVE 1 TO WRK-REM-SEQ
           MOVE WRK-REM-SEQ TO CNABREM-H-SEQ
           WRITE CNABREM-HEADER.

       0267-CONVERTER-DATA-CNAB.
           MOVE WRK-CNB-DIA TO WRK-CNB-DD
           MOVE WRK-CNB-MES TO WRK-CNB-MM
           MOVE WRK-CNB-ANO(3:2) TO WRK-CNB-AA.

       0268-REGISTRAR-SEM-BOLETO.
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           MOVE 'PROGCOB31' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           MOVE 'E003' TO EXCLOG-CODIGO
           MOVE SPACES TO EXCLOG-DESCRICAO
           STRING 'FATURA ' WRK-NUMERO-FATURA
               ' SEM BOLETO - CLIENTE SEM CPF/CNPJ'
               DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           CLOSE EXCEPTION-LOG
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************
      * FECHA A REMESSA COM O TRAILER E GUARDA O NUMERO USADO
      * NO CONTROLE BOLCTL
      *****************************************************
       0269-FECHAR-REMESSA.
           MOVE SPACES TO CNABREM-TRAILER
           MOVE '9' TO CNABREM-T-TIPO
           ADD 1 TO WRK-REM-SEQ
           MOVE WRK-REM-SEQ TO CNABREM-T-SEQ
           WRITE CNABREM-TRAILER
           CLOSE REMESSA-COBRANCA
           OPEN OUTPUT CONTROLE-REMESSA
           MOVE WRK-NSA TO BOLCTL-ULT-REMESSA
           WRITE BOLCTL-REC
           CLOSE CONTROLE-REMESSA
           DISPLAY 'REMESSA DE COBRANCA ' WRK-NSA ' COM '
               WRK-QT-BOLETOS ' BOLETOS'.

       0250-GRAVAR-LINHA-FATURA.
           MOVE WRK-PED-NUMERO(WRK-I) TO FATRPT-NUM-PEDIDO
           MOVE WRK-PED-PESO-CMP(WRK-I) TO FATRPT-FRETE-PESO
           MOVE WRK-PED-OVERSZ(WRK-I) TO FATRPT-FRETE-OVERSZ
           MOVE WRK-PED-COMBUST(WRK-I) TO FATRPT-FRETE-COMBUST
           MOVE WRK-PED-GRIS(WRK-I) TO FATRPT-FRETE-GRIS
           MOVE WRK-PED-FRETE(WRK-I) TO FATRPT-FRETE-TOTAL
           MOVE WRK-PED-ICMS(WRK-I) TO FATRPT-ICMS
           MOVE SPACES TO FATRPT-OBS
           WRITE FATRPT-DETALHE
           PERFORM 0252-GRAVAR-LINHA-ENTREGA
           ADD WRK-PED-FRETE(WRK-I) TO WRK-TOT-FATURA
           ADD WRK-PED-ICMS(WRK-I) TO WRK-TOT-ICMS
           MOVE 'S' TO WRK-PED-FATURADO(WRK-I)
           PERFORM 0255-GRAVAR-PEDIDO-FATURADO.

      *****************************************************
      * ENDERECO ONDE O PEDIDO FOI ENTREGUE: O DE ENTREGA DO
      * PEDIDO NO ENDENT OU, SEM CODIGO (OU CODIGO QUE NAO
      * EXISTE MAIS), O DO CADASTRO DO CLIENTE, QUE ESTA NO
      * BUFFER DESDE A LEITURA DO CABECALHO DA FATURA
      *****************************************************
       0252-GRAVAR-LINHA-ENTREGA.
           MOVE '99' TO WRK-FS-END
           IF WRK-PED-ENTREGA(WRK-I) NOT = SPACES
               MOVE WRK-CLIENTE-ATUAL TO ENDENT-CLIENTE
               MOVE WRK-PED-ENTREGA(WRK-I) TO ENDENT-CODIGO
               READ ENDERECOS-ENTREGA
                   KEY IS ENDENT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WRK-FS-END = '00'
               MOVE ENDENT-CODIGO TO FATRPT-ENT-CODIGO
               MOVE ENDENT-LOGRADOURO TO FATRPT-ENT-LOGRADOURO
               MOVE ENDENT-CIDADE TO FATRPT-ENT-CIDADE
               MOVE ENDENT-UF TO FATRPT-ENT-UF
               MOVE ENDENT-CEP(1:5) TO FATRPT-ENT-CEP-5
               MOVE ENDENT-CEP(6:3) TO FATRPT-ENT-CEP-3
               WRITE FATRPT-ENTREGA
           ELSE
               IF WRK-FS-CLI = '00'
                   MOVE SPACES TO FATRPT-ENT-CODIGO
                   MOVE CUSTMAS-LOGRADOURO TO FATRPT-ENT-LOGRADOURO
                   MOVE CUSTMAS-CIDADE TO FATRPT-ENT-CIDADE
                   MOVE CUSTMAS-UF TO FATRPT-ENT-UF
                   MOVE CUSTMAS-CEP(1:5) TO FATRPT-ENT-CEP-5
                   MOVE CUSTMAS-CEP(6:3) TO FATRPT-ENT-CEP-3
                   WRITE FATRPT-ENTREGA
               END-IF
           END-IF.

      *****************************************************
      * LIGA O PEDIDO A FATURA QUE O COBROU NO FATPED - PEDIDO
      * JA LIGADO (REEMISSAO) E REGRAVADO COM A FATURA NOVA
      *****************************************************
       0255-GRAVAR-PEDIDO-FATURADO.
           MOVE WRK-PED-NUMERO(WRK-I) TO FATPED-NUM-PEDIDO
           MOVE WRK-NUMERO-FATURA TO FATPED-NUM-FATURA
           MOVE WRK-CLIENTE-ATUAL TO FATPED-CLIENTE
           MOVE WRK-PERIODO TO FATPED-PERIODO
           MOVE WRK-DATA-HOJE TO FATPED-DATA-EMISSAO
           MOVE WRK-PED-FRETE(WRK-I) TO FATPED-FRETE
           WRITE FATPED-REC
               INVALID KEY
                   REWRITE FATPED-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       0270-GRAVAR-CONTROLE-FATURA.
           OPEN OUTPUT CONTROLE-FATURA
           IF WRK-QT-RETIDAS > ZEROS
               DISPLAY 'FATURAS RETIDAS SEM TAXA..' WRK-QT-RETIDAS
           END-IF
           IF REMESSA-ABERTA
               PERFORM 0269-FECHAR-REMESSA
           END-IF
           IF WRK-QT-SEM-BOLETO > ZEROS
               DISPLAY 'FATURAS SEM BOLETO.......' WRK-QT-SEM-BOLETO
           END-IF
           PERFORM 0310-GRAVAR-CONTROLE-TURNO
           CLOSE CUSTOMER-MASTER FATURA-RELATORIO CONTAS-RECEBER
               CONTRATOS-FRETE CAMBIO-TABELA FATURA-PEDIDOS
               ENDERECOS-ENTREGA.

      *****************************************************
      * GRAVA NO LOG DE CONTROLE DE TURNO O FATURAMENTO DO PERIODO,
      * COM AS FATURAS RETIDAS COMO EXCECAO, PARA O CHECKLIST DE
      * FECHAMENTO DO MES (PROGCB137)
      *****************************************************
       0310-GRAVAR-CONTROLE-TURNO.
           OPEN EXTEND JOB-CONTROL
           IF WRK-FS-JOB = '05' OR WRK-FS-JOB = '35'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE 'PROGCOB31' TO JOBCTRL-PROGRAMA
           ACCEPT JOBCTRL-DATA FROM DATE YYYYMMDD
           ACCEPT JOBCTRL-HORA FROM TIME
           MOVE WRK-QT-FATURAS TO JOBCTRL-QT-PROCESSADOS
           MOVE WRK-QT-RETIDAS TO JOBCTRL-QT-EXCECOES
           MOVE RETURN-CODE TO JOBCTRL-RETURN-CODE
           EVALUATE TRUE
               WHEN RETURN-CODE = 0
                   MOVE 'OK' TO JOBCTRL-STATUS
               WHEN RETURN-CODE < 8
                   MOVE 'COM EXCECAO' TO JOBCTRL-STATUS
               WHEN OTHER
                   MOVE 'ERRO' TO JOBCTRL-STATUS
           END-EVALUATE
           MOVE SPACES TO JOBCTRL-TURMA
           MOVE WRK-PERIODO TO JOBCTRL-PERIODO
           WRITE JOBCTRL-REC
           CLOSE JOB-CONTROL.

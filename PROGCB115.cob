       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCB115.
      *************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = JGM
      * OBJETIVO : ATENDIMENTO DO PEDIDO DE TITULAR DA LGPD -
      * DADO O CPF/CNPJ, LISTA NO RELATORIO LGPRPT TODO REGISTRO
      * GUARDADO SOBRE ELE NO CUSTMAS, NO ARQUIVO MORTO CUSTARC,
      * NO DIARIO DE FRETE FRETDET, NO CONTAS A RECEBER CONTREC,
      * NO DIARIO DE VENDAS VENDET, NO LEDGER DE FIDELIDADE
      * LOYALLED E NO LOG DE AUDITORIA AUDTRL (ACESSO). NO
      * PEDIDO DE ELIMINACAO CONFIRMADO (SO SUPERVISOR) APAGA
      * NOME, ENDERECO E DOCUMENTO ONDE A LEI PERMITE: O
      * CADASTRO E A IMAGEM DO ARQUIVO MORTO SAO ANONIMIZADOS, O
      * CPF SAI DAS VENDAS (QUE VIRAM VENDA ANONIMA COM O MESMO
      * VALOR), O LEDGER DE PONTOS E EXCLUIDO E O NOME SAI DAS
      * CORRECOES DE NOME DO LOG DE AUDITORIA; FATURAS E
      * LANCAMENTOS DE FRETE SAO REGISTROS FISCAIS E FICAM COMO
      * ESTAO, LIGADOS SO AO ID JA ANONIMIZADO. O PEDIDO FICA NO
      * LGPDLOG COM O PRAZO LEGAL DE 15 DIAS
      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-10-15 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM ENDERECOS DE ENTREGA DO TITULAR (ENDENT)
      * LISTADOS NO ACESSO E, NA ELIMINACAO, ANONIMIZADOS E
      * INATIVADOS (FICA SO A UF); NO AUDTRL AS ALTERACOES DE
      * ENDERECO DE ENTREGA DO PROGCB116 (CHAVE ID + CODIGO)
      * TAMBEM SAO LISTADAS, E AS COM ENDERECO SAO ANONIMIZADAS
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ID
               FILE STATUS IS WRK-FS-CLI.
           SELECT OPTIONAL CUSTOMER-ARCHIVE ASSIGN TO 'CUSTARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARC.
           SELECT OPTIONAL FRETE-DETALHE ASSIGN TO 'FRETDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-FDT.
           SELECT OPTIONAL CONTAS-RECEBER ASSIGN TO 'CONTREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTREC-NUM-FATURA
               FILE STATUS IS WRK-FS-CRE.
           SELECT OPTIONAL ENDERECOS-ENTREGA ASSIGN TO 'ENDENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDENT-CHAVE
               FILE STATUS IS WRK-FS-END.
           SELECT OPTIONAL SALES-DETAIL ASSIGN TO 'VENDET'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-DET.
           SELECT OPTIONAL LEDGER-FIDELIDADE ASSIGN TO 'LOYALLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOYALLED-CPF
               FILE STATUS IS WRK-FS-LOY.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL PEDIDOS-LGPD ASSIGN TO 'LGPDLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT LGPD-RELATORIO ASSIGN TO 'LGPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAS.CPY'.

       FD  CUSTOMER-ARCHIVE.
           COPY 'CUSTARC.CPY'.

       FD  FRETE-DETALHE.
           COPY 'FRETDET.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'CONTREC.CPY'.

       FD  ENDERECOS-ENTREGA.
           COPY 'ENDENT.CPY'.

       FD  SALES-DETAIL.
           COPY 'VENDET.CPY'.

       FD  LEDGER-FIDELIDADE.
           COPY 'LOYALLED.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  PEDIDOS-LGPD.
           COPY 'LGPDLOG.CPY'.

       FD  LGPD-RELATORIO.
           COPY 'LGPRPT.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * IMAGEM DO CLIENTE NO ARQUIVO MORTO, NO MESMO LAYOUT DO
      * CUSTMAS-REC (X(130)), PARA ACHAR E APAGAR OS DADOS
      * PESSOAIS SEM MEXER NO RESTO DO REGISTRO
      *****************************************************
       01  WRK-IMAGEM-ARQUIVO.
           05  WRK-IMG-REC          PIC X(130).
       01  WRK-IMG-CAMPOS REDEFINES WRK-IMAGEM-ARQUIVO.
           05  WRK-IMG-ID           PIC 9(06).
           05  WRK-IMG-NOME         PIC X(20).
           05  WRK-IMG-DATA-CRIA    PIC 9(08).
           05  WRK-IMG-CPF-CNPJ     PIC 9(14).
           05  WRK-IMG-LOGRADOURO   PIC X(30).
           05  WRK-IMG-CIDADE       PIC X(20).
           05  WRK-IMG-CEP          PIC 9(08).
           05  WRK-IMG-UF           PIC X(02).
           05  FILLER               PIC X(22).

      *****************************************************
      * IDS DE CLIENTE DO TITULAR (ATIVO OU NO ARQUIVO MORTO) -
      * E POR ELES QUE FRETDET, CONTREC, ENDENT E AUDTRL SAO
      * LIGADOS
      *****************************************************
       01  WRK-TABELA-IDS.
           02  WRK-ID-CLIENTE PIC 9(06) OCCURS 20 TIMES.
       77 WRK-QT-IDS        PIC 9(02) VALUE ZEROS.

       77 WRK-FS-CLI        PIC X(02) VALUE '00'.
       77 WRK-FS-ARC        PIC X(02) VALUE '00'.
       77 WRK-FS-FDT        PIC X(02) VALUE '00'.
       77 WRK-FS-CRE        PIC X(02) VALUE '00'.
       77 WRK-FS-DET        PIC X(02) VALUE '00'.
       77 WRK-FS-END        PIC X(02) VALUE '00'.
       77 WRK-FS-LOY        PIC X(02) VALUE '00'.
       77 WRK-FS-AUD        PIC X(02) VALUE '00'.
       77 WRK-FS-LOG        PIC X(02) VALUE '00'.
       77 WRK-FS-RPT        PIC X(02) VALUE '00'.
       77 WRK-FS-EXC        PIC X(02) VALUE '00'.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON PIC X(01) VALUE SPACES.
       77 WRK-PEDIDO-OK     PIC X(01) VALUE 'N'.
           88 PEDIDO-VALIDO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ELIMINAR      PIC X(01) VALUE 'N'.
           88 ELIMINACAO-CONFIRMADA VALUE 'S' WHEN SET TO FALSE
               IS 'N'.
       77 WRK-FIM-LEITURA   PIC X(01) VALUE 'N'.
           88 FIM-LEITURA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ID-OK         PIC X(01) VALUE 'N'.
           88 ID-DO-TITULAR VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DOCUMENTO     PIC 9(14) VALUE ZEROS.
       77 WRK-TIPO-PEDIDO   PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMACAO   PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PEDIDO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PRAZO    PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-LEGAL   PIC S9(05) VALUE +15.
       77 WRK-ID-BUSCA      PIC 9(06) VALUE ZEROS.
       77 WRK-CHAVE-ID      PIC X(10) VALUE SPACES.
       77 WRK-K             PIC 9(02) VALUE ZEROS.
       77 WRK-J             PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z(08)9,99.
       77 WRK-PONTOS-ED     PIC Z(08)9.
       77 WRK-QT-REGISTROS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ANONIMIZADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FISCAIS    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF PEDIDO-VALIDO
               PERFORM 0200-VARRER-CADASTRO
               PERFORM 0210-VARRER-ARQUIVO-MORTO
               PERFORM 0220-VARRER-FRETE
               PERFORM 0230-VARRER-CONTAS-RECEBER
               IF WRK-DOCUMENTO < 100000000000
                   PERFORM 0240-VARRER-VENDAS
                   PERFORM 0250-LER-FIDELIDADE
               END-IF
               PERFORM 0255-VARRER-ENTREGAS
               PERFORM 0260-VARRER-AUDITORIA
               PERFORM 0270-IMPRIMIR-TOTAIS
               PERFORM 0280-REGISTRAR-PEDIDO
           END-IF
           PERFORM 0300-FINALIZAR

           GOBACK.

      *****************************************************
      * SIGN-ON, DOCUMENTO, TIPO E DATA DO PEDIDO - O PRAZO
      * LEGAL CORRE DA DATA EM QUE O PEDIDO CHEGOU; ELIMINACAO
      * SO PARA SUPERVISOR E COM CONFIRMACAO DIGITADA
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
                   ') - PEDIDO NAO ATENDIDO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0105-CAPTURAR-PEDIDO
           END-IF
           IF PEDIDO-VALIDO
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.

       0105-CAPTURAR-PEDIDO.
           DISPLAY 'CPF/CNPJ DO TITULAR (SO NUMEROS)..'
           ACCEPT WRK-DOCUMENTO
           DISPLAY 'TIPO (A=ACESSO E=ELIMINACAO)..'
           ACCEPT WRK-TIPO-PEDIDO
           DISPLAY 'DATA EM QUE O PEDIDO CHEGOU (ZERO = HOJE)..'
           ACCEPT WRK-DATA-PEDIDO
           IF WRK-DATA-PEDIDO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PEDIDO
           END-IF
           EVALUATE TRUE
               WHEN WRK-DOCUMENTO = ZEROS
                   DISPLAY 'DOCUMENTO NAO INFORMADO'
               WHEN WRK-TIPO-PEDIDO NOT = 'A'
                   AND WRK-TIPO-PEDIDO NOT = 'E'
                   DISPLAY 'TIPO DE PEDIDO INVALIDO'
               WHEN WRK-TIPO-PEDIDO = 'E'
                   AND WRK-NIVEL-SIGNON NOT = 'S'
                   DISPLAY 'ELIMINACAO EXIGE SUPERVISOR'
                   MOVE 'E001' TO EXCLOG-CODIGO
                   MOVE 'ELIMINACAO LGPD SEM NIVEL DE SUPERVISOR'
                       TO EXCLOG-DESCRICAO
                   PERFORM 0800-GRAVAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET PEDIDO-VALIDO TO TRUE
           END-EVALUATE
           IF PEDIDO-VALIDO AND WRK-TIPO-PEDIDO = 'E'
               DISPLAY 'A ELIMINACAO NAO TEM VOLTA - DIGITE CONFIRMO'
               ACCEPT WRK-CONFIRMACAO
               IF WRK-CONFIRMACAO = 'CONFIRMO'
                   SET ELIMINACAO-CONFIRMADA TO TRUE
               ELSE
                   DISPLAY 'ELIMINACAO NAO CONFIRMADA - SAI SO O '
                       'RELATORIO DE ACESSO'
                   MOVE 'A' TO WRK-TIPO-PEDIDO
               END-IF
           END-IF
           CALL 'PROGCOB17-SOMADIAS' USING WRK-DATA-PEDIDO
               WRK-PRAZO-LEGAL WRK-DATA-PRAZO.

      *****************************************************
      * NA ELIMINACAO OS ARQUIVOS COM DADO PESSOAL SAO ABERTOS
      * PARA REGRAVACAO; NO ACESSO TUDO E SO LEITURA
      *****************************************************
       0110-ABRIR-ARQUIVOS.
           IF ELIMINACAO-CONFIRMADA
               OPEN I-O CUSTOMER-MASTER CUSTOMER-ARCHIVE
                   SALES-DETAIL LEDGER-FIDELIDADE ENDERECOS-ENTREGA
           ELSE
               OPEN INPUT CUSTOMER-MASTER CUSTOMER-ARCHIVE
                   SALES-DETAIL LEDGER-FIDELIDADE ENDERECOS-ENTREGA
           END-IF
           OPEN INPUT FRETE-DETALHE CONTAS-RECEBER
           OPEN OUTPUT LGPD-RELATORIO
           MOVE WRK-DOCUMENTO TO LGPRPT-CAB-DOCUMENTO
           IF ELIMINACAO-CONFIRMADA
               MOVE 'ELIMINACAO' TO LGPRPT-CAB-TIPO
           ELSE
               MOVE 'ACESSO' TO LGPRPT-CAB-TIPO
           END-IF
           WRITE LGPRPT-CABECALHO
           MOVE WRK-DATA-PEDIDO TO LGPRPT-DAT-PEDIDO
           MOVE WRK-DATA-PRAZO TO LGPRPT-DAT-PRAZO
           MOVE WRK-DATA-HOJE TO LGPRPT-DAT-ATENDIMENTO
           MOVE WRK-OPERADOR TO LGPRPT-DAT-OPERADOR
           WRITE LGPRPT-DATAS
           WRITE LGPRPT-TITULOS.

      *****************************************************
      * CADASTRO: LISTA NOME, DOCUMENTO E ENDERECO; NA
      * ELIMINACAO FICAM SO O ID, A UF, AS DATAS E O LIMITE, E O
      * CLIENTE E INATIVADO
      *****************************************************
       0200-VARRER-CADASTRO.
           SET FIM-LEITURA TO FALSE
           MOVE ZEROS TO CUSTMAS-ID
           START CUSTOMER-MASTER KEY >= CUSTMAS-ID
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0201-LER-UM-CLIENTE UNTIL FIM-LEITURA.

       0201-LER-UM-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND CUSTMAS-CPF-CNPJ = WRK-DOCUMENTO
               MOVE CUSTMAS-ID TO WRK-ID-BUSCA
               PERFORM 0290-GUARDAR-ID
               MOVE 'CUSTMAS' TO LGPRPT-ARQUIVO
               MOVE CUSTMAS-ID TO LGPRPT-CHAVE
               MOVE SPACES TO LGPRPT-CONTEUDO
               STRING 'NOME ' CUSTMAS-NOME ' DOC ' CUSTMAS-CPF-CNPJ
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               PERFORM 0295-ACAO-PESSOAL
               WRITE LGPRPT-DETALHE
               MOVE SPACES TO LGPRPT-CONTEUDO
               STRING CUSTMAS-LOGRADOURO ' ' CUSTMAS-CEP
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               WRITE LGPRPT-DETALHE
               MOVE SPACES TO LGPRPT-CONTEUDO
               MOVE CUSTMAS-LIMITE-CREDITO TO WRK-VALOR-ED
               STRING CUSTMAS-CIDADE ' ' CUSTMAS-UF ' DESDE '
                   CUSTMAS-DATA-CRIA ' LIM ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               WRITE LGPRPT-DETALHE
               IF ELIMINACAO-CONFIRMADA
                   MOVE 'ANONIMIZADO LGPD' TO CUSTMAS-NOME
                   MOVE ZEROS TO CUSTMAS-CPF-CNPJ CUSTMAS-CEP
                   MOVE SPACES TO CUSTMAS-LOGRADOURO CUSTMAS-CIDADE
                   MOVE 'N' TO CUSTMAS-AVISO-ATRASO
                   MOVE 'I' TO CUSTMAS-SITUACAO
                   REWRITE CUSTMAS-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       0210-VARRER-ARQUIVO-MORTO.
           SET FIM-LEITURA TO FALSE
           PERFORM 0211-LER-UMA-IMAGEM UNTIL FIM-LEITURA.

       0211-LER-UMA-IMAGEM.
           READ CUSTOMER-ARCHIVE
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               MOVE CUSTARC-IMAGEM TO WRK-IMG-REC
               IF WRK-IMG-CPF-CNPJ = WRK-DOCUMENTO
                   MOVE WRK-IMG-ID TO WRK-ID-BUSCA
                   PERFORM 0290-GUARDAR-ID
                   MOVE 'CUSTARC' TO LGPRPT-ARQUIVO
                   MOVE WRK-IMG-ID TO LGPRPT-CHAVE
                   MOVE SPACES TO LGPRPT-CONTEUDO
                   STRING 'NOME ' WRK-IMG-NOME ' EXPURGO '
                       CUSTARC-DATA-EXPURGO
                       DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
                   PERFORM 0295-ACAO-PESSOAL
                   WRITE LGPRPT-DETALHE
                   MOVE SPACES TO LGPRPT-CONTEUDO
                   STRING WRK-IMG-LOGRADOURO ' ' WRK-IMG-CIDADE
                       DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
                   WRITE LGPRPT-DETALHE
                   IF ELIMINACAO-CONFIRMADA
                       MOVE 'ANONIMIZADO LGPD' TO WRK-IMG-NOME
                       MOVE ZEROS TO WRK-IMG-CPF-CNPJ WRK-IMG-CEP
                       MOVE SPACES TO WRK-IMG-LOGRADOURO
                           WRK-IMG-CIDADE
                       MOVE WRK-IMG-REC TO CUSTARC-IMAGEM
                       REWRITE CUSTARC-REC
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * FRETE E CONTAS A RECEBER SO GUARDAM O ID DO CLIENTE -
      * SAO REGISTROS FISCAIS E FICAM COMO ESTAO
      *****************************************************
       0220-VARRER-FRETE.
           SET FIM-LEITURA TO FALSE
           PERFORM 0221-LER-UM-FRETE UNTIL FIM-LEITURA.

       0221-LER-UM-FRETE.
           READ FRETE-DETALHE
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               MOVE FRETDET-CLIENTE TO WRK-ID-BUSCA
               PERFORM 0292-PROCURAR-ID
               IF ID-DO-TITULAR
                   MOVE 'FRETDET' TO LGPRPT-ARQUIVO
                   MOVE FRETDET-NUM-PEDIDO TO LGPRPT-CHAVE
                   MOVE FRETDET-FRETE TO WRK-VALOR-ED
                   MOVE SPACES TO LGPRPT-CONTEUDO
                   STRING 'DATA ' FRETDET-DATA ' UF ' FRETDET-UF
                       ' FRETE ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
                   PERFORM 0296-ACAO-FISCAL
                   WRITE LGPRPT-DETALHE
               END-IF
           END-IF.

       0230-VARRER-CONTAS-RECEBER.
           SET FIM-LEITURA TO FALSE
           MOVE ZEROS TO CONTREC-NUM-FATURA
           START CONTAS-RECEBER KEY >= CONTREC-NUM-FATURA
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0231-LER-UMA-FATURA UNTIL FIM-LEITURA.

       0231-LER-UMA-FATURA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               MOVE CONTREC-CLIENTE TO WRK-ID-BUSCA
               PERFORM 0292-PROCURAR-ID
               IF ID-DO-TITULAR
                   MOVE 'CONTREC' TO LGPRPT-ARQUIVO
                   MOVE CONTREC-NUM-FATURA TO LGPRPT-CHAVE
                   MOVE CONTREC-VALOR-ORIG TO WRK-VALOR-ED
                   MOVE SPACES TO LGPRPT-CONTEUDO
                   STRING 'EMISSAO ' CONTREC-DATA-EMISSAO
                       ' SIT ' CONTREC-SITUACAO
                       ' VALOR ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
                   PERFORM 0296-ACAO-FISCAL
                   WRITE LGPRPT-DETALHE
               END-IF
           END-IF.

      *****************************************************
      * VENDA IDENTIFICADA NO CAIXA: NA ELIMINACAO O CPF SAI E A
      * VENDA FICA ANONIMA, COM O MESMO VALOR E CUPOM
      *****************************************************
       0240-VARRER-VENDAS.
           SET FIM-LEITURA TO FALSE
           PERFORM 0241-LER-UMA-VENDA UNTIL FIM-LEITURA.

       0241-LER-UMA-VENDA.
           READ SALES-DETAIL
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND VENDET-CPF-CLIENTE = WRK-DOCUMENTO
               MOVE 'VENDET' TO LGPRPT-ARQUIVO
               MOVE VENDET-SEQ TO LGPRPT-CHAVE
               MOVE VENDET-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO LGPRPT-CONTEUDO
               STRING 'CUPOM ' VENDET-CUPOM ' FILIAL ' VENDET-FILIAL
                   ' DATA ' VENDET-DATA ' VALOR ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               PERFORM 0295-ACAO-PESSOAL
               WRITE LGPRPT-DETALHE
               IF ELIMINACAO-CONFIRMADA
                   MOVE ZEROS TO VENDET-CPF-CLIENTE
                   REWRITE VENDET-REC
               END-IF
           END-IF.

       0250-LER-FIDELIDADE.
           MOVE WRK-DOCUMENTO TO LOYALLED-CPF
           READ LEDGER-FIDELIDADE
               KEY IS LOYALLED-CPF
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-LOY = '00'
               MOVE 'LOYALLED' TO LGPRPT-ARQUIVO
               MOVE LOYALLED-CPF TO LGPRPT-CHAVE
               MOVE LOYALLED-PTS-SALDO TO WRK-PONTOS-ED
               MOVE SPACES TO LGPRPT-CONTEUDO
               STRING 'SALDO DE PONTOS ' WRK-PONTOS-ED
                   ' ULT MOV ' LOYALLED-DATA-ULT-MOV
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               ADD 1 TO WRK-QT-REGISTROS
               IF ELIMINACAO-CONFIRMADA
                   DELETE LEDGER-FIDELIDADE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WRK-QT-ANONIMIZADOS
                   MOVE 'EXCLUIDO' TO LGPRPT-ACAO
               ELSE
                   MOVE 'LISTADO' TO LGPRPT-ACAO
               END-IF
               WRITE LGPRPT-DETALHE
           END-IF.

      *****************************************************
      * ENDERECOS DE ENTREGA DE CADA ID DO TITULAR: NA
      * ELIMINACAO SAEM DESCRICAO, LOGRADOURO, CIDADE E CEP, FICA
      * A UF E O ENDERECO E INATIVADO - OS PEDIDOS JA COTADOS
      * CONTINUAM LIGADOS AO CODIGO
      *****************************************************
       0255-VARRER-ENTREGAS.
           PERFORM 0256-ENTREGAS-DO-ID
               VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-IDS.

       0256-ENTREGAS-DO-ID.
           SET FIM-LEITURA TO FALSE
           MOVE WRK-ID-CLIENTE(WRK-J) TO ENDENT-CLIENTE
           MOVE LOW-VALUES TO ENDENT-CODIGO
           START ENDERECOS-ENTREGA KEY >= ENDENT-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START
           PERFORM 0257-LER-UMA-ENTREGA UNTIL FIM-LEITURA.

       0257-LER-UMA-ENTREGA.
           READ ENDERECOS-ENTREGA NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               AND ENDENT-CLIENTE NOT = WRK-ID-CLIENTE(WRK-J)
               SET FIM-LEITURA TO TRUE
           END-IF
           IF NOT FIM-LEITURA
               MOVE 'ENDENT' TO LGPRPT-ARQUIVO
               MOVE ENDENT-CHAVE TO LGPRPT-CHAVE
               MOVE SPACES TO LGPRPT-CONTEUDO
               STRING ENDENT-DESCRICAO ' ' ENDENT-UF ' CEP '
                   ENDENT-CEP
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               PERFORM 0295-ACAO-PESSOAL
               WRITE LGPRPT-DETALHE
               MOVE SPACES TO LGPRPT-CONTEUDO
               STRING ENDENT-LOGRADOURO ' ' ENDENT-CIDADE
                   DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
               WRITE LGPRPT-DETALHE
               IF ELIMINACAO-CONFIRMADA
                   MOVE 'ANONIMIZADO LGPD' TO ENDENT-DESCRICAO
                   MOVE SPACES TO ENDENT-LOGRADOURO ENDENT-CIDADE
                   MOVE ZEROS TO ENDENT-CEP
                   SET ENDENT-INATIVO TO TRUE
                   REWRITE ENDENT-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *****************************************************
      * LOG DE AUDITORIA: LISTA AS ALTERACOES FEITAS NO CLIENTE
      * E NOS SEUS ENDERECOS DE ENTREGA (CHAVE ID + CODIGO DO
      * PROGCB116); NA ELIMINACAO O NOME SAI DAS CORRECOES DE
      * NOME E O ENDERECO DAS ALTERACOES DE ENDERECO DE ENTREGA
      * (MENOS UF E SITUACAO), O RESTO DA TRILHA FICA
      *****************************************************
       0260-VARRER-AUDITORIA.
           IF ELIMINACAO-CONFIRMADA
               OPEN I-O AUDIT-LOG
           ELSE
               OPEN INPUT AUDIT-LOG
           END-IF
           SET FIM-LEITURA TO FALSE
           PERFORM 0261-LER-UMA-AUDITORIA UNTIL FIM-LEITURA
           CLOSE AUDIT-LOG.

       0261-LER-UMA-AUDITORIA.
           READ AUDIT-LOG
               AT END
                   SET FIM-LEITURA TO TRUE
           END-READ
           IF NOT FIM-LEITURA
               SET ID-DO-TITULAR TO FALSE
               PERFORM 0262-COMPARAR-CHAVE
                   VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-QT-IDS OR ID-DO-TITULAR
               IF ID-DO-TITULAR
                   MOVE 'AUDTRL' TO LGPRPT-ARQUIVO
                   MOVE AUDTRL-CHAVE TO LGPRPT-CHAVE
                   MOVE SPACES TO LGPRPT-CONTEUDO
                   STRING AUDTRL-DATA ' ' AUDTRL-CAMPO ' '
                       AUDTRL-VALOR-DEPOIS
                       DELIMITED BY SIZE INTO LGPRPT-CONTEUDO
                   ADD 1 TO WRK-QT-REGISTROS
                   IF ELIMINACAO-CONFIRMADA
                       AND (AUDTRL-CAMPO = 'NOME'
                       OR (AUDTRL-PROGRAMA = 'PROGCB116'
                       AND AUDTRL-CAMPO NOT = 'ENT UF'
                       AND AUDTRL-CAMPO NOT = 'ENT SITUACAO'))
                       MOVE 'ANONIMIZADO LGPD' TO AUDTRL-VALOR-ANTES
                           AUDTRL-VALOR-DEPOIS
                       REWRITE AUDTRL-REC
                       ADD 1 TO WRK-QT-ANONIMIZADOS
                       MOVE 'ANONIMIZ' TO LGPRPT-ACAO
                   ELSE
                       IF ELIMINACAO-CONFIRMADA
                           MOVE 'MANTIDO' TO LGPRPT-ACAO
                       ELSE
                           MOVE 'LISTADO' TO LGPRPT-ACAO
                       END-IF
                   END-IF
                   WRITE LGPRPT-DETALHE
               END-IF
           END-IF.

       0262-COMPARAR-CHAVE.
           MOVE WRK-ID-CLIENTE(WRK-K) TO WRK-CHAVE-ID
           IF AUDTRL-CHAVE = WRK-CHAVE-ID
               SET ID-DO-TITULAR TO TRUE
           END-IF
           IF AUDTRL-PROGRAMA = 'PROGCB116'
               AND AUDTRL-CHAVE(1:6) = WRK-CHAVE-ID(1:6)
               SET ID-DO-TITULAR TO TRUE
           END-IF.

       0270-IMPRIMIR-TOTAIS.
           MOVE ALL '-' TO LGPRPT-SEPARADOR
           WRITE LGPRPT-SEPARADOR
           MOVE 'REGISTROS ENCONTRADOS' TO LGPRPT-TOT-ROTULO
           MOVE WRK-QT-REGISTROS TO LGPRPT-TOT-QT
           WRITE LGPRPT-TOTAL
           MOVE 'ANONIMIZADOS OU EXCLUIDOS' TO LGPRPT-TOT-ROTULO
           MOVE WRK-QT-ANONIMIZADOS TO LGPRPT-TOT-QT
           WRITE LGPRPT-TOTAL
           MOVE 'MANTIDOS POR OBRIGACAO FISCAL' TO LGPRPT-TOT-ROTULO
           MOVE WRK-QT-FISCAIS TO LGPRPT-TOT-QT
           WRITE LGPRPT-TOTAL
           IF WRK-QT-REGISTROS = ZEROS
               DISPLAY 'NENHUM REGISTRO GUARDADO PARA O DOCUMENTO'
           END-IF.

      *****************************************************
      * GRAVA O PEDIDO NO LGPDLOG COM O PRAZO LEGAL E, NA
      * ELIMINACAO, UMA LINHA DE AUDITORIA POR ID ANONIMIZADO -
      * SEM O DADO PESSOAL NO VALOR ANTERIOR
      *****************************************************
       0280-REGISTRAR-PEDIDO.
           ACCEPT WRK-HORA-AGORA FROM TIME
           OPEN EXTEND PEDIDOS-LGPD
           IF WRK-FS-LOG = '05' OR WRK-FS-LOG = '35'
               OPEN OUTPUT PEDIDOS-LGPD
           END-IF
           MOVE WRK-DOCUMENTO TO LGPDLOG-DOCUMENTO
           MOVE WRK-TIPO-PEDIDO TO LGPDLOG-TIPO
           MOVE WRK-DATA-PEDIDO TO LGPDLOG-DATA-PEDIDO
           MOVE WRK-DATA-PRAZO TO LGPDLOG-DATA-PRAZO
           MOVE WRK-DATA-HOJE TO LGPDLOG-DATA-ATENDIMENTO
           MOVE WRK-HORA-AGORA TO LGPDLOG-HORA
           MOVE WRK-OPERADOR TO LGPDLOG-OPERADOR
           MOVE WRK-QT-REGISTROS TO LGPDLOG-QT-REGISTROS
           MOVE WRK-QT-ANONIMIZADOS TO LGPDLOG-QT-ANONIMIZADOS
           IF WRK-DATA-HOJE > WRK-DATA-PRAZO
               MOVE 'N' TO LGPDLOG-NO-PRAZO
               DISPLAY 'PEDIDO ATENDIDO FORA DO PRAZO LEGAL DE '
                   WRK-DATA-PRAZO
               MOVE 'I001' TO EXCLOG-CODIGO
               MOVE 'PEDIDO LGPD ATENDIDO FORA DO PRAZO LEGAL'
                   TO EXCLOG-DESCRICAO
               PERFORM 0800-GRAVAR-EXCECAO
           ELSE
               MOVE 'S' TO LGPDLOG-NO-PRAZO
           END-IF
           WRITE LGPDLOG-REC
           CLOSE PEDIDOS-LGPD
           IF ELIMINACAO-CONFIRMADA AND WRK-QT-IDS > ZEROS
               OPEN EXTEND AUDIT-LOG
               IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               PERFORM 0285-AUDITAR-ELIMINACAO
                   VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-QT-IDS
               CLOSE AUDIT-LOG
           END-IF.

       0285-AUDITAR-ELIMINACAO.
           MOVE 'PROGCB115' TO AUDTRL-PROGRAMA
           MOVE WRK-DATA-HOJE TO AUDTRL-DATA
           MOVE WRK-HORA-AGORA TO AUDTRL-HORA
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-ID-CLIENTE(WRK-K) TO AUDTRL-CHAVE
           MOVE 'ELIMINACAO LGPD' TO AUDTRL-CAMPO
           MOVE 'DADOS PESSOAIS' TO AUDTRL-VALOR-ANTES
           MOVE 'ANONIMIZADOS' TO AUDTRL-VALOR-DEPOIS
           WRITE AUDTRL-REC.

       0290-GUARDAR-ID.
           PERFORM 0292-PROCURAR-ID
           IF NOT ID-DO-TITULAR AND WRK-QT-IDS < 20
               ADD 1 TO WRK-QT-IDS
               MOVE WRK-ID-BUSCA TO WRK-ID-CLIENTE(WRK-QT-IDS)
           END-IF.

       0292-PROCURAR-ID.
           SET ID-DO-TITULAR TO FALSE
           PERFORM 0293-COMPARAR-ID
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-QT-IDS OR ID-DO-TITULAR.

       0293-COMPARAR-ID.
           IF WRK-ID-CLIENTE(WRK-K) = WRK-ID-BUSCA
               SET ID-DO-TITULAR TO TRUE
           END-IF.

       0295-ACAO-PESSOAL.
           ADD 1 TO WRK-QT-REGISTROS
           IF ELIMINACAO-CONFIRMADA
               ADD 1 TO WRK-QT-ANONIMIZADOS
               MOVE 'ANONIMIZ' TO LGPRPT-ACAO
           ELSE
               MOVE 'LISTADO' TO LGPRPT-ACAO
           END-IF.

       0296-ACAO-FISCAL.
           ADD 1 TO WRK-QT-REGISTROS
           IF ELIMINACAO-CONFIRMADA
               ADD 1 TO WRK-QT-FISCAIS
               MOVE 'FISCAL' TO LGPRPT-ACAO
           ELSE
               MOVE 'LISTADO' TO LGPRPT-ACAO
           END-IF.

       0800-GRAVAR-EXCECAO.
           MOVE 'PROGCB115' TO EXCLOG-PROGRAMA
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
           IF PEDIDO-VALIDO
               DISPLAY 'IDS DO TITULAR..........' WRK-QT-IDS
               DISPLAY 'REGISTROS ENCONTRADOS...' WRK-QT-REGISTROS
               DISPLAY 'ANONIMIZADOS/EXCLUIDOS..' WRK-QT-ANONIMIZADOS
               DISPLAY 'MANTIDOS (FISCAIS)......' WRK-QT-FISCAIS
               DISPLAY 'PRAZO LEGAL.............' WRK-DATA-PRAZO
               CLOSE CUSTOMER-MASTER CUSTOMER-ARCHIVE FRETE-DETALHE
                   CONTAS-RECEBER SALES-DETAIL LEDGER-FIDELIDADE
                   ENDERECOS-ENTREGA LGPD-RELATORIO
           END-IF
           CLOSE EXCEPTION-LOG.

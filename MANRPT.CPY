      *****************************************************
      * MANRPT.CPY
      * MANIFESTO DO MOTORISTA IMPRESSO PELO PROGCB105 - UM
      * BLOCO POR EMBARQUE (ROMANEIO) COM AS PARADAS NA ORDEM DE
      * ENTREGA PELO CEP DO CLIENTE: NOME E ENDERECO DO CLIENTE,
      * PEDIDOS COM VOLUMES, PESO, NIVEL DE SERVICO E DATA
      * PROMETIDA, TOTAL DA PARADA E AS LINHAS DE RECEBEDOR,
      * ASSINATURA E HORA QUE VOLTAM COMO COMPROVANTE DE ENTREGA
      * 2026-10-15 JGM CODIGO DO ENDERECO DE ENTREGA NA LINHA DE
      * ENDERECO DA PARADA (BRANCO = ENDERECO DO CADASTRO)
      *****************************************************
       01  MANRPT-CAB-EMBARQUE.
           05  FILLER              PIC X(34)
               VALUE 'MANIFESTO DO MOTORISTA - EMBARQUE '.
           05  MANRPT-CAB-NUMERO   PIC 9(06).
           05  FILLER              PIC X(07) VALUE '  DATA '.
           05  MANRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(05) VALUE '  UF '.
           05  MANRPT-CAB-UF       PIC X(02).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  MANRPT-CAB-TRANSPORTADORA.
           05  FILLER              PIC X(15)
               VALUE 'TRANSPORTADORA '.
           05  MANRPT-CAB-TRANSP   PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MANRPT-CAB-NOME     PIC X(20).
           05  FILLER              PIC X(10) VALUE '  VEICULO '.
           05  MANRPT-CAB-VEICULO  PIC X(03).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  MANRPT-PARADA.
           05  FILLER              PIC X(07) VALUE 'PARADA '.
           05  MANRPT-PAR-SEQ      PIC ZZ9.
           05  FILLER              PIC X(03) VALUE ' - '.
           05  MANRPT-PAR-CLIENTE  PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MANRPT-PAR-NOME     PIC X(20).
           05  FILLER              PIC X(06) VALUE '  CEP '.
           05  MANRPT-PAR-CEP-5    PIC 9(05).
           05  FILLER              PIC X(01) VALUE '-'.
           05  MANRPT-PAR-CEP-3    PIC 9(03).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  MANRPT-ENDERECO.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  MANRPT-END-LOGRADOURO PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MANRPT-END-CIDADE   PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MANRPT-END-UF       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MANRPT-END-ENTREGA  PIC X(11).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  MANRPT-PEDIDO.
           05  FILLER              PIC X(10) VALUE '   PEDIDO '.
           05  MANRPT-PED-NUMERO   PIC 9(06).
           05  FILLER              PIC X(10) VALUE '  VOLUMES '.
           05  MANRPT-PED-VOLUMES  PIC ZZ9.
           05  FILLER              PIC X(08) VALUE '  PESO '.
           05  MANRPT-PED-PESO     PIC Z(05)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MANRPT-PED-SERVICO  PIC X(08).
           05  FILLER              PIC X(05) VALUE ' ATE '.
           05  MANRPT-PED-PROMETIDA PIC 9(08).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  MANRPT-TOTAL-PARADA.
           05  FILLER              PIC X(19)
               VALUE '   TOTAL DA PARADA '.
           05  FILLER              PIC X(08) VALUE 'VOLUMES '.
           05  MANRPT-TPA-VOLUMES  PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE '  PESO '.
           05  MANRPT-TPA-PESO     PIC Z(06)9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MANRPT-TPA-OBS      PIC X(29).

       01  MANRPT-RECEBEDOR.
           05  FILLER              PIC X(32)
               VALUE '   RECEBIDO POR (NOME LEGIVEL): '.
           05  FILLER              PIC X(40) VALUE ALL '_'.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  MANRPT-ASSINATURA.
           05  FILLER              PIC X(15) VALUE '   ASSINATURA: '.
           05  FILLER              PIC X(35) VALUE ALL '_'.
           05  FILLER              PIC X(08) VALUE '  HORA: '.
           05  FILLER              PIC X(05) VALUE '__:__'.
           05  FILLER              PIC X(08) VALUE '  DATA: '.
           05  FILLER              PIC X(09) VALUE '__/__/__ '.

       01  MANRPT-TOTAL-EMBARQUE.
           05  FILLER              PIC X(18)
               VALUE 'TOTAL DO EMBARQUE '.
           05  MANRPT-TEM-PARADAS  PIC ZZ9.
           05  FILLER              PIC X(10) VALUE ' PARADAS  '.
           05  FILLER              PIC X(08) VALUE 'VOLUMES '.
           05  MANRPT-TEM-VOLUMES  PIC ZZZZ9.
           05  FILLER              PIC X(08) VALUE '  PESO '.
           05  MANRPT-TEM-PESO     PIC Z(06)9,99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  MANRPT-SEPARADOR        PIC X(80).

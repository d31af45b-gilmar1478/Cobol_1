      *****************************************************
      * REVRPT.CPY
      * RELATORIO DA REVISAO TRIMESTRAL DE LIMITE DE CREDITO DO
      * PROGCB113 - POR CLIENTE ATIVO COM FATURAS NA JANELA, O
      * PRAZO MEDIO DE PAGAMENTO, O PIOR ATRASO, AS CARTAS DE
      * COBRANCA, O PICO DE EXPOSICAO, O LIMITE ATUAL E O
      * SUGERIDO COM A RECOMENDACAO; NO FIM, AS ALTERACOES
      * DECIDIDAS PELO GERENTE DE CREDITO
      *****************************************************
       01  REVRPT-CABECALHO.
           05  FILLER              PIC X(42)
               VALUE 'REVISAO DE LIMITE DE CREDITO DE CLIENTES -'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(09) VALUE ' JANELA A'.
           05  FILLER              PIC X(07) VALUE 'PARTIR '.
           05  REVRPT-CAB-INICIO   PIC 9(08).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  REVRPT-PARAMETROS.
           05  FILLER              PIC X(12) VALUE 'ATRASO BOM '.
           05  REVRPT-PAR-BOM      PIC ZZ9.
           05  FILLER              PIC X(08) VALUE '  RUIM '.
           05  REVRPT-PAR-RUIM     PIC ZZ9.
           05  FILLER              PIC X(10) VALUE '  CARTAS '.
           05  REVRPT-PAR-CARTAS   PIC ZZ9.
           05  FILLER              PIC X(07) VALUE '  USO '.
           05  REVRPT-PAR-USO      PIC ZZ9.
           05  FILLER              PIC X(07) VALUE '%  AUM '.
           05  REVRPT-PAR-AUMENTO  PIC ZZ9.
           05  FILLER              PIC X(09) VALUE '%  CORTE '.
           05  REVRPT-PAR-CORTE    PIC ZZ9.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  REVRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'CODCLI NOME CLIENTE   PMP ATRS CRT  PICO'.
           05  FILLER              PIC X(40)
               VALUE ' EXPOS  LIM. ATUAL    SUGERIDO RECOMEND '.

       01  REVRPT-DETALHE.
           05  REVRPT-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-NOME         PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-MEDIA-DIAS   PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-PIOR-ATRASO  PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-CARTAS       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-PICO         PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-LIMITE       PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-SUGERIDO     PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-RECOMENDACAO PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  REVRPT-TOTAL.
           05  REVRPT-TOT-ROTULO   PIC X(30).
           05  REVRPT-TOT-QT       PIC ZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  REVRPT-TIT-DECISAO.
           05  FILLER              PIC X(40)
               VALUE 'ALTERACOES DECIDIDAS PELO GERENTE DE CRE'.
           05  FILLER              PIC X(40)
               VALUE 'DITO                                    '.

       01  REVRPT-DECISAO.
           05  REVRPT-DEC-CLIENTE  PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-DEC-NOME     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-DEC-ANTES    PIC Z(08)9,99.
           05  FILLER              PIC X(04) VALUE ' -> '.
           05  REVRPT-DEC-DEPOIS   PIC Z(08)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REVRPT-DEC-SITUACAO PIC X(10).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  REVRPT-SEPARADOR        PIC X(80).

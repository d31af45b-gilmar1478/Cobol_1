      *****************************************************
      * CVRRPT.CPY
      * ANALISE MENSAL DE CONVERSAO DAS COTACOES FORMAIS DO
      * PROGCB108 - COTACOES EMITIDAS NO MES, CONVERTIDAS EM
      * PEDIDO, VENCIDAS SEM USO E AINDA ABERTAS, COM A TAXA DE
      * CONVERSAO E OS DIAS MEDIOS ATE CONVERTER, POR UF DE
      * DESTINO, POR VENDEDOR E POR FAIXA DE FRETE COTADO; E A
      * LISTA DE COTACOES ATIVAS PERTO DE VENCER SEM USO PARA A
      * MESA COMERCIAL LIGAR AO CLIENTE
      *****************************************************
       01  CVRRPT-CABECALHO.
           05  FILLER              PIC X(38)
               VALUE 'CONVERSAO DE COTACOES DE FRETE - MES '.
           05  CVRRPT-CAB-PERIODO  PIC 9(06).
           05  FILLER              PIC X(10) VALUE '  EMISSAO '.
           05  CVRRPT-CAB-DATA     PIC 9(08).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  CVRRPT-SECAO.
           05  CVRRPT-SEC-TITULO   PIC X(40).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  CVRRPT-TITULOS.
           05  FILLER              PIC X(40)
               VALUE 'GRUPO                    EMIT.  CONV.  V'.
           05  FILLER              PIC X(40)
               VALUE 'ENC.  ABER.   TAXA %  DIAS M            '.

       01  CVRRPT-GRUPO.
           05  CVRRPT-GRP-ROTULO   PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-GRP-EMITIDAS PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CVRRPT-GRP-CONVERTIDAS PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CVRRPT-GRP-VENCIDAS PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CVRRPT-GRP-ABERTAS  PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CVRRPT-GRP-TAXA     PIC ZZ9,99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CVRRPT-GRP-DIAS     PIC ZZ9,9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  CVRRPT-TIT-SEGUIMENTO.
           05  FILLER              PIC X(40)
               VALUE 'NUMERO CODCLI NOME DO CLIENTE      UF  F'.
           05  FILLER              PIC X(40)
               VALUE 'RETE COT. VALIDADE DD VEN               '.

       01  CVRRPT-SEGUIMENTO.
           05  CVRRPT-SEG-NUMERO   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-CLIENTE  PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-NOME     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-UF       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-FRETE    PIC Z(07)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-VALIDADE PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-DIAS     PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CVRRPT-SEG-VENDEDOR PIC X(03).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  CVRRPT-SEPARADOR        PIC X(80).

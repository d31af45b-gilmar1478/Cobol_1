      *****************************************************
      * ENDENT.CPY
      * CADASTRO DE ENDERECOS DE ENTREGA DO CLIENTE - VARIOS
      * POR CUSTMAS-ID (DEPOSITOS, LOJAS, OBRAS), CADA UM COM O
      * SEU CODIGO, MANTIDO PELO PROGCB116 COM AUDITORIA. O
      * PEDIDO DIGITADO NO PROGCOB65 ESCOLHE O ENDERECO (CODIGO
      * EM BRANCO = ENDERECO DO CADASTRO), O PROGCOB09 COTA A
      * UF E A ZONA PELO CEP DELE, E A FATURA (PROGCOB31) E O
      * MANIFESTO DO MOTORISTA (PROGCB105) IMPRIMEM O ENDERECO
      * ONDE A CARGA E REALMENTE ENTREGUE. ENDERECO INATIVADO
      * NAO E MAIS OFERECIDO NO PEDIDO, MAS CONTINUA LIDO PARA
      * OS PEDIDOS JA COTADOS
      *****************************************************
       01  ENDENT-REC.
           05  ENDENT-CHAVE.
               10  ENDENT-CLIENTE      PIC 9(06).
               10  ENDENT-CODIGO       PIC X(03).
           05  ENDENT-DESCRICAO    PIC X(20).
           05  ENDENT-ENDERECO.
               10  ENDENT-LOGRADOURO   PIC X(30).
               10  ENDENT-CIDADE       PIC X(20).
               10  ENDENT-CEP          PIC 9(08).
               10  ENDENT-UF           PIC X(02).
           05  ENDENT-SITUACAO     PIC X(01).
               88  ENDENT-ATIVO        VALUE 'A'.
               88  ENDENT-INATIVO      VALUE 'I'.
           05  ENDENT-DATA-CRIA    PIC 9(08).

      * NA DIGITACAO CONTRA O CADASTRO VENDEDOR E CARREGADO PELA
      * COTACAO ATE O FRETDET PARA A APURACAO MENSAL DE COMISSAO
      * DO PROGCOB88
      * 2026-10-15 JGM CODIGO DO ENDERECO DE ENTREGA DO CLIENTE
      * (ENDENT) ESCOLHIDO NA DIGITACAO DO PROGCOB65 - BRANCO =
      * ENDERECO DO CADASTRO; COM CODIGO, A UF DO PEDIDO E A DO
      * ENDERECO E O PROGCOB09 COTA A ZONA PELO CEP DELE
      *****************************************************
       01  ORDPED-REC.
           05  ORDPED-NUM-PEDIDO   PIC 9(06).
           05  ORDPED-NUM-COTACAO  PIC 9(06).
           05  ORDPED-NIVEL-SERVICO PIC X(01).
           05  ORDPED-VENDEDOR     PIC X(03).
           05  ORDPED-COD-ENTREGA  PIC X(03).

       01  ORDPED-TRL.
           05  ORDPED-TRL-NUM      PIC 9(06).

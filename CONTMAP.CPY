      * RECEITA DE VENDAS, DEV = DEVOLUCOES, CLI = CLIENTES DE
      * FRETE, RFR = RECEITA DE FRETE, SOB = SOBRA DE CAIXA,
      * QBR = QUEBRA (FALTA) DE CAIXA
      * 2026-10-15 JGM ORIGENS DA APURACAO MENSAL DE ICMS
      * (PROGCOB13): ICM = ICMS SOBRE VENDAS, ICP = ICMS A
      * RECOLHER - SEMEADAS PELO PROPRIO PROGCOB13 QUANDO FALTAM
      * 2026-10-15 JGM ORIGEM ICF = ICMS SOBRE FRETES (SERVICO DE
      * TRANSPORTE COTADO PELO PROGCOB09), TAMBEM SEMEADA PELO
      * PROGCOB13
      * 2026-10-15 JGM ORIGENS DO ESTOQUE DE MATERIAIS (PROGCB130):
      * EMT = ESTOQUE, FMT = FORNECEDORES DE MATERIAL, COB =
      * CUSTO DAS OBRAS, AJE = AJUSTES DE ESTOQUE - SEMEADAS PELO
      * PROPRIO PROGCB130
      *****************************************************
       01  CONTMAP-REC.
           05  CONTMAP-ORIGEM      PIC X(03).

      * 2026-09-02 JGM CPF OPCIONAL DO CLIENTE IDENTIFICADO NO
      * CAIXA (ZEROS = VENDA ANONIMA), CARREGADO DO VENDENT PARA
      * O ACUMULO DE PONTOS DO PROGRAMA DE FIDELIDADE
      * 2026-10-15 JGM NUMERO DO CUPOM DO CAIXA (VENDENT-CUPOM),
      * AO LADO DA SEQUENCIA PROPRIA DO FECHAMENTO - E O NUMERO
      * QUE O FISCAL CONFERE POR CAIXA (PROGCOB03)
      *****************************************************
       01  VENDET-REC.
           05  VENDET-SEQ          PIC 9(06).
               10  VENDET-DATA     PIC 9(08).
               10  VENDET-HORA     PIC 9(08).
           05  VENDET-CPF-CLIENTE  PIC 9(11).
           05  VENDET-CUPOM        PIC 9(06).

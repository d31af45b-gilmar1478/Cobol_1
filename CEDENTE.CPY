      *****************************************************
      * CEDENTE.CPY
      * DADOS DA EMPRESA COMO CEDENTE NA COBRANCA BANCARIA
      * (BOLETO REGISTRADO, LAYOUT CNAB 400) - BANCO, AGENCIA,
      * CONTA E CARTEIRA DO CONTRATO DE COBRANCA, USADOS NA
      * REMESSA GRAVADA PELO PROGCOB31 E CONFERIDOS NO RETORNO
      * LIDO PELO PROGCB100; MUDANCA DE CONTRATO COM O BANCO E
      * FEITA AQUI, COM RECOMPILACAO DOS DOIS PROGRAMAS
      *****************************************************
       01  CEDENTE-DADOS.
           05  CEDENTE-BANCO       PIC 9(03) VALUE 341.
           05  CEDENTE-NOME-BANCO  PIC X(15) VALUE 'BANCO ITAU SA'.
           05  CEDENTE-AGENCIA     PIC 9(04) VALUE 0350.
           05  CEDENTE-CONTA       PIC 9(08) VALUE 00047210.
           05  CEDENTE-DAC         PIC 9(01) VALUE 6.
           05  CEDENTE-CARTEIRA    PIC 9(03) VALUE 109.
           05  CEDENTE-CNPJ        PIC 9(14) VALUE 12345678000190.
           05  CEDENTE-EMPRESA     PIC X(30)
               VALUE 'TRANSPORTES E COMERCIO PROGCOB'.

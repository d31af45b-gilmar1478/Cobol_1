      * REAL): PAGAMENTO EM MOEDA ESTRANGEIRA E CONVERTIDO PELA
      * BAIXA DO PROGCOB44 COM A TAXA DA DATA DO PAGAMENTO DA
      * TABELA CAMBIO - O CONTAS A RECEBER LIQUIDA SEMPRE EM BRL
      * 2026-10-15 JGM ALEM DA DIGITACAO, O LOTE RECEBE AS
      * LIQUIDACOES DE BOLETO DO RETORNO CNAB DO BANCO, GRAVADAS
      * PELO PROGCB100 COM A DATA DO CREDITO E MOEDA 'BRL'
      *****************************************************
       01  PAGENT-REC.
           05  PAGENT-CLIENTE      PIC 9(06).

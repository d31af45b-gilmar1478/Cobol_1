      *****************************************************
      * COMPAG.CPY
      * COMISSOES A PAGAR DA MESA DE FRETE - UM REGISTRO POR
      * VENDEDOR E PERIODO DE APURACAO, GRAVADO (OU REGRAVADO,
      * NA REAPURACAO) PELO PROGCOB88 COM A BASE LIQUIDA E A
      * COMISSAO DO PERIODO. A COMISSAO SAI NA FOLHA, E A DATA
      * PREVISTA DE PAGAMENTO E O 5O DIA UTIL DO MES SEGUINTE
      * AO PERIODO (SERVICO PROGCOB17-DIAUTILN) - E POR ELA QUE
      * O FLUXO DE CAIXA DO PROGCB135 PROJETA A SAIDA
      *****************************************************
       01  COMPAG-REC.
           05  COMPAG-CHAVE.
               10  COMPAG-VENDEDOR      PIC X(03).
               10  COMPAG-PERIODO       PIC 9(06).
           05  COMPAG-BASE          PIC 9(11)V99.
           05  COMPAG-VALOR         PIC 9(09)V99.
           05  COMPAG-DATA-PREVISTA PIC 9(08).
           05  COMPAG-DATA-APURACAO PIC 9(08).

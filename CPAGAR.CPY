      *****************************************************
      * CPAGAR.CPY
      * CONTAS A PAGAR DAS TRANSPORTADORAS - UM TITULO POR
      * TRANSPORTADORA E PERIODO DE ACERTO, GRAVADO PELO ACERTO
      * DO PROGCOB32 COM O REPASSE DO PERIODO, O ESTORNO DOS
      * SINISTROS ACATADOS COM CULPA DA TRANSPORTADORA E O
      * LIQUIDO A PAGAR - O VENCIMENTO E O 10O DIA UTIL DO MES
      * SEGUINTE AO PERIODO (SERVICO PROGCOB17-DIAUTILN); OS
      * PAGAMENTOS SAO BAIXADOS PELO PROGCB101, QUE MOVE A
      * SITUACAO DE 'A' (ABERTO) PARA 'P' (PARCIAL) OU 'Q'
      * (QUITADO), E O PROGCB102 LISTA O QUE ESTA EM ABERTO
      *****************************************************
       01  CPAGAR-REC.
           05  CPAGAR-CHAVE.
               10  CPAGAR-TRANSP       PIC X(03).
               10  CPAGAR-PERIODO      PIC 9(06).
           05  CPAGAR-DATA-LANCTO   PIC 9(08).
           05  CPAGAR-DATA-VENCTO   PIC 9(08).
           05  CPAGAR-VALOR-REPASSE PIC 9(10)V99.
           05  CPAGAR-VALOR-ESTORNO PIC 9(08)V99.
           05  CPAGAR-VALOR-LIQUIDO PIC 9(10)V99.
           05  CPAGAR-VALOR-PAGO    PIC 9(10)V99.
           05  CPAGAR-SALDO         PIC 9(10)V99.
           05  CPAGAR-SITUACAO      PIC X(01).
               88  CPAGAR-ABERTO        VALUE 'A'.
               88  CPAGAR-PARCIAL       VALUE 'P'.
               88  CPAGAR-QUITADO       VALUE 'Q'.
           05  CPAGAR-DATA-ULT-PAGTO PIC 9(08).

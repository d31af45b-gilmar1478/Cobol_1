      *****************************************************
      * VENDHLD.CPY
      * LINHAS DE ITEM RETIDAS PELO PROGCOB15 JUNTO COM O
      * MOVIMENTO DESVIADO AO VENDEXC (SUSPEITA DE DUPLA
      * LEITURA) - UMA LINHA POR ITEM, COM A FILIAL, O SKU, A
      * QUANTIDADE E O TIPO DO MOVIMENTO, NA CHAVE DA OCORRENCIA
      * DO VENDEXC (DATA, HORA, FILIAL, CAIXA E CUPOM) MAIS A
      * ORDEM DO ITEM NO CUPOM. QUANDO O SUPERVISOR REPOE A
      * VENDA (PROGCOB25) AS LINHAS DA OCORRENCIA SAO BAIXADAS
      * NO ESTOQUE DA LOJA (ESTLOJA) E FICAM MARCADAS COMO
      * APLICADAS; NO DESCARTE FICAM PENDENTES, SEM EFEITO
      *****************************************************
       01  VENDHLD-REC.
           05  VENDHLD-CHAVE.
               10  VENDHLD-CHAVE-EXC.
                   15  VENDHLD-EXC-DATA    PIC 9(08).
                   15  VENDHLD-EXC-HORA    PIC 9(08).
                   15  VENDHLD-EXC-FILIAL  PIC X(03).
                   15  VENDHLD-EXC-CAIXA   PIC X(04).
                   15  VENDHLD-EXC-CUPOM   PIC 9(06).
               10  VENDHLD-LINHA       PIC 9(03).
           05  VENDHLD-FILIAL      PIC X(03).
           05  VENDHLD-SKU         PIC 9(08).
           05  VENDHLD-QUANTIDADE  PIC 9(03).
           05  VENDHLD-VALOR       PIC 9(05)V99.
           05  VENDHLD-TIPO        PIC X(01).
               88  VENDHLD-E-DEVOLUCAO VALUE 'D'.
           05  VENDHLD-SITUACAO    PIC X(01).
               88  VENDHLD-PENDENTE    VALUE ' '.
               88  VENDHLD-APLICADA    VALUE 'A'.

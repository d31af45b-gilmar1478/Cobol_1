      *****************************************************
      * LGPDLOG.CPY
      * REGISTRO DOS PEDIDOS DE TITULAR DA LGPD ATENDIDOS PELO
      * PROGCB115 - UM REGISTRO POR PEDIDO, COM O DOCUMENTO DO
      * TITULAR, O TIPO (ACESSO OU ELIMINACAO), A DATA EM QUE O
      * PEDIDO CHEGOU, O PRAZO LEGAL DE RESPOSTA (15 DIAS), A
      * DATA DO ATENDIMENTO, QUEM ATENDEU E QUANTOS REGISTROS
      * FORAM LISTADOS E ANONIMIZADOS - E A PROVA DE QUE O
      * PEDIDO FOI CUMPRIDO E EM QUE PRAZO
      *****************************************************
       01  LGPDLOG-REC.
           05  LGPDLOG-DOCUMENTO    PIC 9(14).
           05  LGPDLOG-TIPO         PIC X(01).
               88  LGPD-ACESSO          VALUE 'A'.
               88  LGPD-ELIMINACAO      VALUE 'E'.
           05  LGPDLOG-DATA-PEDIDO  PIC 9(08).
           05  LGPDLOG-DATA-PRAZO   PIC 9(08).
           05  LGPDLOG-DATA-ATENDIMENTO PIC 9(08).
           05  LGPDLOG-HORA         PIC 9(08).
           05  LGPDLOG-OPERADOR     PIC X(08).
           05  LGPDLOG-QT-REGISTROS PIC 9(06).
           05  LGPDLOG-QT-ANONIMIZADOS PIC 9(06).
           05  LGPDLOG-NO-PRAZO     PIC X(01).
               88  LGPD-ATENDIDO-NO-PRAZO VALUE 'S'.

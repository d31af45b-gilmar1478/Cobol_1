      * PROGCOB35 RECUSA O PEDIDO QUE, SOMADO AO SALDO EM
      * ABERTO DO CONTAS A RECEBER (CONTREC), ESTOURA O LIMITE;
      * LIMITE ZERO = SEM LIMITE CADASTRADO, NADA E BLOQUEADO
      * 2026-10-15 JGM ADESAO DO CLIENTE AO AVISO DE ATRASO
      * ('S' = QUER SER AVISADO), MANTIDA PELO PROGCOB20 COM
      * AUDITORIA - O ACOMPANHAMENTO DE ENTREGAS EM RISCO DO
      * PROGCB107 SO GERA CARTA DE AVISO PARA QUEM ADERIU
      * 2026-10-15 JGM BLOQUEIO DE CREDITO ('S' = BLOQUEADO),
      * LIGADO PELA BAIXA DE FATURA COMO PERDA DO PROGCB112 E
      * LIBERADO PELO PROGCOB20 COM AUDITORIA - A CRITICA DE
      * PEDIDOS DO PROGCOB35 RECUSA PEDIDO DE CLIENTE BLOQUEADO
      *****************************************************
       01  CUSTMAS-REC.
           05  CUSTMAS-ID          PIC 9(06).
               88  CLIENTE-FUNDIDO     VALUE 'M'.
           05  CUSTMAS-DATA-ULT-ATIV PIC 9(08).
           05  CUSTMAS-LIMITE-CREDITO PIC 9(09)V99.
           05  CUSTMAS-AVISO-ATRASO PIC X(01).
               88  CLIENTE-QUER-AVISO  VALUE 'S'.
           05  CUSTMAS-BLOQUEIO-CREDITO PIC X(01).
               88  CLIENTE-CREDITO-BLOQUEADO VALUE 'S'.

      *****************************************************
      * TRKREJ.CPY
      * EVENTO DE RASTREAMENTO RECUSADO NA IMPORTACAO DO
      * PROGCB106 - A IMAGEM FIEL DA LINHA DO TRKENT MAIS O
      * CODIGO DO MOTIVO, PARA A EXPEDICAO COBRAR A
      * TRANSPORTADORA OU ACERTAR NA MESA DO PROGCOB33
      *
      * MOTIVOS: EVT = EVENTO DESCONHECIDO, DAT = DATA/HORA
      * INVALIDA, PED = PEDIDO SEM REGISTRO DE ENTREGA, TRN =
      * PEDIDO EMBARCADO COM OUTRA TRANSPORTADORA, REG = EVENTO
      * QUE VOLTARIA A SITUACAO PARA TRAS, PRG = EVENTO QUE
      * PULA ETAPA DA PROGRESSAO
      *****************************************************
       01  TRKREJ-REC.
           05  TRKREJ-IMAGEM       PIC X(51).
           05  TRKREJ-MOTIVO       PIC X(03).

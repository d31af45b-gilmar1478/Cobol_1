      *****************************************************
      * SUSPENS.CPY
      * ARQUIVO DE SUSPENSO DOS REGISTROS REJEITADOS PELAS
      * CRITICAS NOTURNAS - VENDAS DO CAIXA (PROGCOB30), PEDIDOS
      * DO ORDENT (PROGCOB35) E ROSTER DE MATRICULA (PROGCOB12).
      * CADA REJEICAO GRAVA UMA LINHA AQUI, PELO PONTO DE ENTRADA
      * PROGCB133-SUSPENSO, ALEM DA LINHA DO VENDREJ/ORDREJ/
      * ROSREJ QUE VOLTA AO SISTEMA DE ORIGEM. A TELA DO PROGCB133
      * LISTA, CORRIGE E REENVIA PELA FILA REENVIO
      *
      * CHAVE: ORIGEM ('VEN', 'ORD', 'ROS') + DATA E HORA DA
      * RODADA DA CRITICA + SEQUENCIA DENTRO DA RODADA - NA ORDEM
      * DA CHAVE AS LINHAS DE ITEM DE VENDA FICAM LOGO DEPOIS DO
      * MOVIMENTO A QUE PERTENCEM
      *
      * SITUACAO: 'P' PENDENTE, 'R' CORRIGIDO E NA FILA DE
      * REENVIO, 'A' ACEITO NA CRITICA DA NOITE SEGUINTE, 'N'
      * REJEITADO DE NOVO NO REENVIO (A NOVA REJEICAO E OUTRA
      * LINHA, COM A MARCA DE REENVIO E A CHAVE DESTA), 'D'
      * DESCARTADO PELO SUPERVISOR
      *
      * DATA-ORIGEM E A DATA DA PRIMEIRA REJEICAO, HERDADA PELAS
      * REJEICOES DE REENVIO - E ELA QUE CONTA O ENVELHECIMENTO
      * NO RELATORIO DE FIM DE TURNO (PROGCOB19)
      *
      * A IMAGEM TEM O TAMANHO DO MAIOR REGISTRO DE ENTRADA
      * (ORDPED-REC, X(509)); VENDENT-REC E ROSENT-REC OCUPAM O
      * INICIO DELA
      *****************************************************
       01  SUSPENS-REC.
           05  SUSPENS-CHAVE.
               10  SUSPENS-ORIGEM      PIC X(03).
                   88  SUSPENS-DE-VENDA    VALUE 'VEN'.
                   88  SUSPENS-DE-PEDIDO   VALUE 'ORD'.
                   88  SUSPENS-DE-ROSTER   VALUE 'ROS'.
               10  SUSPENS-DATA-REJ    PIC 9(08).
               10  SUSPENS-HORA-REJ    PIC 9(08).
               10  SUSPENS-SEQ         PIC 9(04).
           05  SUSPENS-MOTIVO          PIC X(03).
           05  SUSPENS-SITUACAO        PIC X(01).
               88  SUSPENS-PENDENTE        VALUE 'P'.
               88  SUSPENS-NA-FILA         VALUE 'R'.
               88  SUSPENS-ACEITO          VALUE 'A'.
               88  SUSPENS-REJEITADO-NOVO  VALUE 'N'.
               88  SUSPENS-DESCARTADO      VALUE 'D'.
           05  SUSPENS-REENVIO         PIC X(01).
               88  SUSPENS-E-REENVIO       VALUE 'S'.
           05  SUSPENS-CHAVE-ANTERIOR  PIC X(23).
           05  SUSPENS-DATA-ORIGEM     PIC 9(08).
           05  SUSPENS-OPERADOR        PIC X(08).
           05  SUSPENS-DATA-TRATAM     PIC 9(08).
           05  SUSPENS-IMAGEM          PIC X(509).

      *****************************************************
      * REENVIO.CPY
      * FILA DE REENVIO DOS REGISTROS CORRIGIDOS NO SUSPENSO
      * (PROGCB133) - CADA CRITICA NOTURNA (PROGCOB30 VENDAS,
      * PROGCOB35 PEDIDOS, PROGCOB12 ROSTER) LE, DEPOIS DO SEU
      * ARQUIVO DE ENTRADA, AS LINHAS DA SUA ORIGEM, PASSA CADA
      * UMA PELA MESMA CRITICA DO ARQUIVO DO DIA E APAGA A LINHA
      * DA FILA. A MARCA DE REENVIO ('R') IDENTIFICA O REGISTRO
      * COMO REENVIADO: ACEITO, A CRITICA BAIXA A LINHA DO
      * SUSPENSO; REJEITADO DE NOVO, A NOVA LINHA DO SUSPENSO
      * SAI MARCADA E LIGADA A ANTERIOR
      *
      * A CHAVE E A DO SUSPENSO DE ONDE O REGISTRO SAIU, QUE
      * COMECA PELA ORIGEM E GUARDA A ORDEM DO ARQUIVO ORIGINAL
      * 2026-10-15 JGM PEDIDO DE REENTREGA DE ENTREGA DEVOLVIDA
      * GERADO PELA MESA DE DEVOLUCOES DO PROGCB138 ENTRA NA FILA
      * COM A MARCA 'D' E CHAVE PROPRIA ('ORD' + DATA + HORA +
      * SEQUENCIA 9NNN), SEM LINHA DE SUSPENSO DE ORIGEM
      *****************************************************
       01  REENVIO-REC.
           05  REENVIO-CHAVE-SUSP.
               10  REENVIO-ORIGEM      PIC X(03).
               10  FILLER              PIC X(20).
           05  REENVIO-MARCA           PIC X(01).
               88  REENVIO-E-REENVIO       VALUE 'R'.
               88  REENVIO-E-REENTREGA     VALUE 'D'.
           05  REENVIO-DATA-ORIGEM     PIC 9(08).
           05  REENVIO-OPERADOR        PIC X(08).
           05  REENVIO-DATA-FILA       PIC 9(08).
           05  REENVIO-IMAGEM          PIC X(509).

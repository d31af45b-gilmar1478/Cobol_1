      * (PROGCOB63) E SOMADO POR TRANSPORTADORA E ABATIDO DO
      * REPASSE, COM A COLUNA DE ESTORNO NA LINHA DO ACERTO - A
      * DEVOLUCAO DEIXA DE PAGAR REPASSE CHEIO
      * 2026-10-15 JGM GRIS (SEGURO AD VALOREM) DOS PEDIDOS E
      * SOMADO POR TRANSPORTADORA E REPASSADO INTEGRAL - QUEM
      * CARREGA A MERCADORIA ARCA COM O SEGURO - E O PERCENTUAL
      * DE REPASSE DO CADASTRO PASSA A INCIDIR SO SOBRE O FRETE
      * SEM O GRIS; COLUNA DO GRIS NA LINHA DO ACERTO
      * 2026-10-15 JGM O ACERTO PASSA A LANCAR O TITULO DO
      * PERIODO NO CONTAS A PAGAR DAS TRANSPORTADORAS (CPAGAR),
      * COM O REPASSE, O ESTORNO DE SINISTROS E O LIQUIDO, E
      * VENCIMENTO NO 10O DIA UTIL DO MES SEGUINTE - ACERTO
      * REFEITO ATUALIZA O TITULO AINDA SEM PAGAMENTO; TITULO JA
      * COM PAGAMENTO FICA COMO ESTA, COM AVISO E RC 4
      * 2026-10-15 JGM PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI
      * DO ACERTO DA TRANSPORTADORA NO PERIODO DO ESTORNO
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINISTRO-NUMERO
               FILE STATUS IS WRK-FS-SIN.
           SELECT CONTAS-PAGAR ASSIGN TO 'CPAGAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAGAR-CHAVE
               FILE STATUS IS WRK-FS-CPG.

       DATA DIVISION.
       FILE SECTION.
       FD  SINISTROS.
           COPY 'SINISTRO.CPY'.

       FD  CONTAS-PAGAR.
           COPY 'CPAGAR.CPY'.

       WORKING-STORAGE SECTION.
      *****************************************************
      * ACUMULADO POR TRANSPORTADORA DO PERIODO - A POSICAO DE
               03  WRK-ACE-QT       PIC 9(06).
               03  WRK-ACE-FRETE    PIC 9(10)V99.
               03  WRK-ACE-ESTORNO  PIC 9(08)V99.
               03  WRK-ACE-GRIS     PIC 9(08)V99.
       77 WRK-I             PIC 9(02) VALUE ZEROS.
       77 WRK-ACHADA        PIC 9(02) VALUE ZEROS.
       77 WRK-PERIODO       PIC 9(06) VALUE ZEROS.
           88 SINISTROS-ABERTOS VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-PERIODO-SIN   PIC 9(06) VALUE ZEROS.

      *****************************************************
      * TITULO NO CONTAS A PAGAR - VENCIMENTO NO N-ESIMO DIA
      * UTIL DO MES SEGUINTE AO PERIODO DO ACERTO
      *****************************************************
       77 WRK-FS-CPG        PIC X(02) VALUE '00'.
       77 WRK-REPASSE-BRUTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TRN-ACHADA    PIC X(01) VALUE 'N'.
           88 TRANSPORTADORA-ACHADA VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VENCTO   PIC 9(08) VALUE ZEROS.
       77 WRK-N-DIA-UTIL    PIC 9(02) VALUE 10.
       77 WRK-UTEIS-RESTANTES PIC 9(02) VALUE ZEROS.
       77 WRK-QT-TITULOS    PIC 9(04) VALUE ZEROS.
       01  WRK-PERIODO-VENCTO.
           05  WRK-PV-ANO       PIC 9(04).
           05  WRK-PV-MES       PIC 9(02).
       01  WRK-PERIODO-VENCTO-N REDEFINES WRK-PERIODO-VENCTO
                                PIC 9(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR
           IF WRK-FS-TRN = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT ACERTO-RPT
           OPEN I-O CONTAS-PAGAR
           IF WRK-FS-CPG = '35'
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 0105-CALCULAR-VENCIMENTO.

      *****************************************************
      * VENCIMENTO DOS TITULOS DO ACERTO: 10O DIA UTIL DO MES
      * SEGUINTE AO PERIODO, PELO SERVICO DE DIA UTIL DO
      * PROGCOB17 - SE O SERVICO NAO RESPONDER, DIA 10 DO MES
      *****************************************************
       0105-CALCULAR-VENCIMENTO.
           MOVE WRK-PERIODO TO WRK-PERIODO-VENCTO-N
           IF WRK-PV-MES = 12
               ADD 1 TO WRK-PV-ANO
               MOVE 01 TO WRK-PV-MES
           ELSE
               ADD 1 TO WRK-PV-MES
           END-IF
           CALL 'PROGCOB17-DIAUTILN' USING WRK-PERIODO-VENCTO-N
               WRK-N-DIA-UTIL WRK-DATA-VENCTO WRK-UTEIS-RESTANTES
           IF WRK-DATA-VENCTO = ZEROS
               COMPUTE WRK-DATA-VENCTO =
                   WRK-PERIODO-VENCTO-N * 100 + 10
           END-IF
           DISPLAY 'VENCIMENTO DO ACERTO.......' WRK-DATA-VENCTO.

       0200-ACUMULAR-PERIODO.
           READ FRETE-DETALHE
           END-IF
           IF WRK-ACHADA > ZEROS
               MOVE WRK-ACHADA TO WRK-I
               IF FRETDET-ESTORNO
                   PERFORM 0207-ESTORNAR-PEDIDO
               ELSE
                   ADD 1 TO WRK-ACE-QT(WRK-I)
                   ADD FRETDET-FRETE TO WRK-ACE-FRETE(WRK-I)
                   ADD FRETDET-FRETE-GRIS TO WRK-ACE-GRIS(WRK-I)
               END-IF
           END-IF.

      *****************************************************
      * PEDIDO CANCELADO (ESTORNO NO FRETDET) SAI DO ACERTO DA
      * TRANSPORTADORA NO PERIODO DO CANCELAMENTO
      *****************************************************
       0207-ESTORNAR-PEDIDO.
           IF WRK-ACE-QT(WRK-I) > ZEROS
               SUBTRACT 1 FROM WRK-ACE-QT(WRK-I)
           END-IF
           IF WRK-ACE-FRETE(WRK-I) > FRETDET-FRETE
               SUBTRACT FRETDET-FRETE FROM WRK-ACE-FRETE(WRK-I)
           ELSE
               MOVE ZEROS TO WRK-ACE-FRETE(WRK-I)
           END-IF
           IF WRK-ACE-GRIS(WRK-I) > FRETDET-FRETE-GRIS
               SUBTRACT FRETDET-FRETE-GRIS FROM WRK-ACE-GRIS(WRK-I)
           ELSE
               MOVE ZEROS TO WRK-ACE-GRIS(WRK-I)
           END-IF.

      *****************************************************
               IF WRK-ACE-USADA(WRK-I) = 'S'
                   MOVE WRK-ACE-CODIGO(WRK-I) TO TRSRPT-CODIGO
                   MOVE ZEROS TO WRK-REPASSE
                   SET TRANSPORTADORA-ACHADA TO FALSE
                   IF WRK-ACE-CODIGO(WRK-I) = SPACES
                       MOVE 'FROTA PROPRIA' TO TRSRPT-NOME
                   ELSE
                   END-IF
                   MOVE WRK-ACE-QT(WRK-I) TO TRSRPT-QT-PEDIDOS
                   MOVE WRK-ACE-FRETE(WRK-I) TO TRSRPT-FRETE-COBRADO
                   MOVE WRK-REPASSE TO WRK-REPASSE-BRUTO
                   IF WRK-ACE-ESTORNO(WRK-I) >= WRK-REPASSE
                       MOVE ZEROS TO WRK-REPASSE
                   ELSE
                   END-IF
                   MOVE WRK-REPASSE TO TRSRPT-REPASSE
                   MOVE WRK-ACE-ESTORNO(WRK-I) TO TRSRPT-ESTORNO
                   MOVE WRK-ACE-GRIS(WRK-I) TO TRSRPT-GRIS
                   WRITE TRSRPT-LINHA
                   IF TRANSPORTADORA-ACHADA
                       PERFORM 0240-LANCAR-CONTA-PAGAR
                   END-IF
               END-IF
           END-PERFORM.

                       CONTINUE
               END-READ
               IF WRK-FS-TRN = '00'
                   SET TRANSPORTADORA-ACHADA TO TRUE
                   MOVE TRANSP-NOME TO TRSRPT-NOME
                   COMPUTE WRK-REPASSE ROUNDED =
                       (WRK-ACE-FRETE(WRK-I) - WRK-ACE-GRIS(WRK-I))
                       * TRANSP-REPASSE / 100
                       + WRK-ACE-GRIS(WRK-I)
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-REPASSE
                   END-COMPUTE
               END-IF
           END-IF.

      *****************************************************
      * LANCA (OU REFAZ) O TITULO DA TRANSPORTADORA NO PERIODO
      * - TITULO QUE JA RECEBEU PAGAMENTO NAO E MAIS ALTERADO
      * PELO ACERTO; LIQUIDO ZERO (ESTORNO COBRIU O REPASSE)
      * NASCE QUITADO
      *****************************************************
       0240-LANCAR-CONTA-PAGAR.
           MOVE WRK-ACE-CODIGO(WRK-I) TO CPAGAR-TRANSP
           MOVE WRK-PERIODO TO CPAGAR-PERIODO
           READ CONTAS-PAGAR
               KEY IS CPAGAR-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WRK-FS-CPG = '00' AND CPAGAR-VALOR-PAGO > ZEROS
               DISPLAY 'TITULO ' CPAGAR-TRANSP '/' CPAGAR-PERIODO
                   ' JA COM PAGAMENTO - MANTIDO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 0245-GRAVAR-CONTA-PAGAR
           END-IF.

       0245-GRAVAR-CONTA-PAGAR.
           MOVE WRK-ACE-CODIGO(WRK-I) TO CPAGAR-TRANSP
           MOVE WRK-PERIODO TO CPAGAR-PERIODO
           MOVE WRK-DATA-HOJE TO CPAGAR-DATA-LANCTO
           MOVE WRK-DATA-VENCTO TO CPAGAR-DATA-VENCTO
           MOVE WRK-REPASSE-BRUTO TO CPAGAR-VALOR-REPASSE
           MOVE WRK-ACE-ESTORNO(WRK-I) TO CPAGAR-VALOR-ESTORNO
           MOVE WRK-REPASSE TO CPAGAR-VALOR-LIQUIDO
           MOVE ZEROS TO CPAGAR-VALOR-PAGO
           MOVE WRK-REPASSE TO CPAGAR-SALDO
           IF WRK-REPASSE > ZEROS
               MOVE 'A' TO CPAGAR-SITUACAO
           ELSE
               MOVE 'Q' TO CPAGAR-SITUACAO
           END-IF
           MOVE ZEROS TO CPAGAR-DATA-ULT-PAGTO
           IF WRK-FS-CPG = '00'
               REWRITE CPAGAR-REC
           ELSE
               WRITE CPAGAR-REC
           END-IF
           ADD 1 TO WRK-QT-TITULOS.

       0300-FINALIZAR.
           DISPLAY 'TITULOS NO CONTAS A PAGAR..' WRK-QT-TITULOS
           IF DETALHE-ABERTO
               CLOSE FRETE-DETALHE
           END-IF
           IF SINISTROS-ABERTOS
               CLOSE SINISTROS
           END-IF
           CLOSE ACERTO-RPT CONTAS-PAGAR.

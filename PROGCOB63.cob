      * 2026-09-02 JGM SIGN-ON COM SENHA PELA ROTINA
      * COMPARTILHADA PROGCOB79-SIGNON - OPERADOR RECUSADO NAO
      * ABRE A MESA DE SINISTROS
      * 2026-10-15 JGM NOTA DE CREDITO SOBRE FATURA EM MOEDA
      * ESTRANGEIRA ABATE TAMBEM O SALDO NA MOEDA, PELA TAXA
      * CONTABIL DO TITULO, PARA A REAVALIACAO DO PROGCB117
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-FATURA       PIC 9(06) VALUE ZEROS.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
       77 WRK-SOBRA        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CREDITO-MOEDA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-SIN-TRANSP   PIC X(03) VALUE SPACES.
       77 WRK-FIM-FDT      PIC X(01) VALUE 'N'.
                       SUBTRACT CONTREC-SALDO FROM WRK-SOBRA
                       ADD CONTREC-SALDO TO CONTREC-VALOR-PAGO
                       MOVE ZEROS TO CONTREC-SALDO
                           CONTREC-SALDO-MOEDA
                       MOVE 'Q' TO CONTREC-SITUACAO
                   ELSE
                       PERFORM 0246-ABATER-SALDO-MOEDA
                       SUBTRACT WRK-SOBRA FROM CONTREC-SALDO
                       ADD WRK-SOBRA TO CONTREC-VALOR-PAGO
                       MOVE 'P' TO CONTREC-SITUACAO
               REWRITE CREDCLI-REC
           END-IF.

      *****************************************************
      * FATURA EM MOEDA ESTRANGEIRA: O CREDITO PARCIAL SAI DO
      * SALDO NA MOEDA PELA TAXA CONTABIL DO TITULO, SEM GERAR
      * VARIACAO CAMBIAL
      *****************************************************
       0246-ABATER-SALDO-MOEDA.
           IF CONTREC-MOEDA NOT = SPACES
               AND CONTREC-TAXA-CONTABIL > ZEROS
               COMPUTE WRK-CREDITO-MOEDA ROUNDED =
                   WRK-SOBRA / CONTREC-TAXA-CONTABIL
               IF WRK-CREDITO-MOEDA < CONTREC-SALDO-MOEDA
                   SUBTRACT WRK-CREDITO-MOEDA
                       FROM CONTREC-SALDO-MOEDA
               ELSE
                   MOVE ZEROS TO CONTREC-SALDO-MOEDA
               END-IF
           END-IF.

       0250-NEGAR.
           PERFORM 0205-LOCALIZAR-SINISTRO
           IF SINISTRO-ENCONTRADO

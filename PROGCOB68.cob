      * BATIMENTO DE DEPOSITOS DO PROGCOB57) - O DIFDIAS CONTAVA
      * DIAS CORRIDOS E COBRAVA JUROS ALEM DO QUE O PARAMETRO
      * TUIPARM DEFINE
      * 2026-10-15 JGM TITULO RENEGOCIADO EM ACORDO (SITUACAO
      * 'R') E RECUSADO - O PAGAMENTO ENTRA PELA BAIXA DE PARCELA
      * DO PROGCB124
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               WHEN MENSAL-PAGA
                   DISPLAY 'MENSALIDADE JA QUITADA EM '
                       MENSAL-DATA-PAGTO
               WHEN MENSAL-RENEGOCIADA
                   DISPLAY 'MENSALIDADE RENEGOCIADA EM ACORDO - '
                       'BAIXAR A PARCELA PELO PROGCB124'
               WHEN OTHER
                   PERFORM 0220-CALCULAR-ENCARGOS
                   PERFORM 0230-APLICAR-PAGAMENTO

      * FATURADO PELO PROGCOB31 COM O VALOR CONVERTIDO PELA
      * TAXA DO DIA DA TABELA CAMBIO - SEM TAXA DO DIA A FATURA
      * E RETIDA, NUNCA IMPRESSA ERRADA
      * 2026-10-15 JGM CLIENTE ISENTO DE MULTA E JUROS POR
      * ATRASO ('S') ENQUANTO O CONTRATO ESTIVER VIGENTE - A
      * ROTINA DE ENCARGOS (PROGCB111) PULA AS FATURAS DELE
      *****************************************************
       01  CONTRAT-REC.
           05  CONTRAT-CLIENTE     PIC 9(06).
           05  CONTRAT-VIG-INI     PIC 9(08).
           05  CONTRAT-VIG-FIM     PIC 9(08).
           05  CONTRAT-MOEDA       PIC X(03).
           05  CONTRAT-ISENTO-ENCARGOS PIC X(01).
               88  CONTRAT-SEM-ENCARGOS VALUE 'S'.

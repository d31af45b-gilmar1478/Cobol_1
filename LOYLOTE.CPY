      *****************************************************
      * LOYLOTE.CPY
      * LOTES DE PONTOS DE FIDELIDADE POR CLIENTE E MES EM QUE
      * FORAM GANHOS - RECONSTRUIDO A CADA EXPIRACAO MENSAL DO
      * PROGCOB04 A PARTIR DO DIARIO LOYMOV: O ACUMULO ABRE OU
      * ENGORDA O LOTE DO MES, O RESGATE E A EXPIRACAO CONSOMEM
      * OS LOTES MAIS ANTIGOS PRIMEIRO. O SALDO DOS LOTES DE UM
      * CPF FECHA COM O LOYALLED-PTS-SALDO
      *****************************************************
       01  LOYLOTE-REC.
           05  LOYLOTE-CHAVE.
               10  LOYLOTE-CPF         PIC 9(11).
               10  LOYLOTE-MES-ORIGEM  PIC 9(06).
           05  LOYLOTE-PTS-GANHOS      PIC 9(09).
           05  LOYLOTE-PTS-RESGATADOS  PIC 9(09).
           05  LOYLOTE-PTS-EXPIRADOS   PIC 9(09).
           05  LOYLOTE-PTS-SALDO       PIC 9(09).
           05  LOYLOTE-MES-EXPIRA      PIC 9(06).

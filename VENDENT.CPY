      * PROGCOB30 COM A MESMA ROTINA DE DIGITO VERIFICADOR DO
      * PROGCOB02 - E O QUE LIGA A VENDA DE BALCAO AO PROGRAMA
      * DE PONTOS (LOYALLED)
      * 2026-10-15 JGM NUMERO DO CUPOM DADO PELO PROPRIO CAIXA
      * (ZEROS = CAIXA QUE NAO NUMERA), LEVADO PELA CRITICA DO
      * PROGCOB30 E PELO FECHAMENTO ATE O VENDET PARA A
      * CONFERENCIA DE SALTOS E REPETICOES DO PROGCOB03
      *****************************************************
       01  VENDENT-REC.
           05  VENDENT-FILIAL      PIC X(03).
           05  VENDENT-VALOR       PIC 9(07)V99.
           05  VENDENT-CARTAO-PRES PIC 9(12).
           05  VENDENT-CPF-CLIENTE PIC 9(11).
           05  VENDENT-CUPOM       PIC 9(06).

       01  VENDENT-TRL.
           05  VENDENT-TRL-ID      PIC X(01).

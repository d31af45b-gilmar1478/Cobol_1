      * - A TRAVA DE PERIODO FECHADO (SIT-FECHADO = 'F') E
      * GRAVADA PELO PROGCOB29 JUNTO COM A DO VENDACU, PARA O
      * ACUMULO FISCAL FECHAR JUNTO COM O PERIODO CONTABIL
      * 2026-10-15 JGM BASE E IMPOSTO DO ICMS SOBRE O FRETE
      * FATURADO, POSTADOS PELA COTACAO DO PROGCOB09 NA FILIAL
      * DE ORIGEM DO EMBARQUE (E NO CONSOLIDADO), AO LADO DO ICMS
      * SOBRE VENDAS - A APURACAO DO PROGCOB13 SOMA OS DOIS
      *****************************************************
       01  ICMSACU-REC.
           05  ICMSACU-CHAVE.
           05  ICMSACU-DATA-ATUALIZACAO PIC 9(08).
           05  ICMSACU-SIT-FECHADO      PIC X(01).
               88  ICMSACU-FECHADO          VALUE 'F'.
           05  ICMSACU-FRETE-BASE       PIC S9(09)V99.
           05  ICMSACU-FRETE-IMPOSTO    PIC S9(09)V99.

      * CADA FILIAL, PELA UF DO CADASTRO FILIAL-CONFIG; SEMEADA
      * COM AS ALIQUOTAS PADRAO DAS 27 UF NA PRIMEIRA EXECUCAO,
      * COMO O FRETE-TABELA DO PROGCOB09
      * 2026-10-15 JGM ALIQUOTA INTERESTADUAL DA UF DE ORIGEM E
      * REGIAO DA UF ('S' = SUL/SUDESTE SEM O ES), PARA O ICMS
      * SOBRE O FRETE DA COTACAO DO PROGCOB09: DENTRO DA UF VALE
      * A ALIQUOTA INTERNA, ENTRE UF VALE A INTERESTADUAL DA
      * ORIGEM, E DO SUL/SUDESTE PARA AS DEMAIS REGIOES 7%
      *****************************************************
       01  ICMSTAB-REC.
           05  ICMSTAB-UF          PIC X(02).
           05  ICMSTAB-ALIQUOTA    PIC 9(02)V99.
           05  ICMSTAB-ALIQ-INTER  PIC 9(02)V99.
           05  ICMSTAB-REGIAO      PIC X(01).
               88  ICMSTAB-SUL-SUDESTE  VALUE 'S'.

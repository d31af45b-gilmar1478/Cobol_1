      * SEGUIDOS) - A VALIDACAO E FEITA PELA ROTINA COMPARTILHADA
      * DE SIGN-ON PROGCOB79-SIGNON; SENHA EM BRANCO (REGISTRO
      * LEGADO) E DEFINIDA NO PRIMEIRO SIGN-ON
      * 2026-10-15 JGM O NIVEL TAMBEM DECIDE O MENU DO PROGCOB01
      * (FUNCTAB): 'S' VE TUDO, 'I' VE AS FUNCOES DE NIVEL 'I'
      * E 'O', QUALQUER OUTRO NIVEL SO AS DE NIVEL 'O'
      * 2026-10-15 JGM TROCA OBRIGATORIA DE SENHA (SENHA PROVISORIA
      * DADA PELO PROGCB132 NA INCLUSAO OU NA REDEFINICAO - O
      * PROGCOB79 DEVOLVE '4' ATE A TROCA), SITUACAO ATIVO/
      * DESATIVADO (DESATIVADO NAO ASSINA, RESULTADO '5') E DATA
      * DO ULTIMO SIGN-ON ACEITO (CONTA DORMENTE NO RELATORIO DO
      * PROGCB132). REGISTRO ANTERIOR SEM ESTES CAMPOS: BRANCOS
      * VALEM COMO SEM TROCA PENDENTE E ATIVO
      *****************************************************
       01  OPRACC-REC.
           05  OPRACC-OPERADOR     PIC X(08).
           05  OPRACC-TENTATIVAS   PIC 9(02).
           05  OPRACC-BLOQUEADO    PIC X(01).
               88  OPRACC-ESTA-BLOQUEADO VALUE 'S'.
           05  OPRACC-TROCA-OBRIG  PIC X(01).
               88  OPRACC-DEVE-TROCAR    VALUE 'S'.
           05  OPRACC-SITUACAO     PIC X(01).
               88  OPRACC-DESATIVADO     VALUE 'D'.
           05  OPRACC-ULT-SIGNON   PIC 9(08).

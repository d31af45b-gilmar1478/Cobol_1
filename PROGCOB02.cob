      * COMPARTILHADA PROGCOB79-SIGNON (EXPIRACAO, BLOQUEIO POR
      * TENTATIVAS E RECUSA NO EXCLOG), NO LUGAR DA CONFERENCIA
      * DIRETA DO NIVEL NA TABELA
      * 2026-10-15 JGM CLIENTE NOVO NASCE SEM ADESAO AO AVISO DE
      * ATRASO ('N') - A ADESAO E MANTIDA PELO PROGCOB20
      * 2026-10-15 JGM CLIENTE NOVO NASCE SEM BLOQUEIO DE
      * CREDITO ('N')
      * 2026-10-15 JGM CARGA INICIAL DA TABELA DE ACESSO PREENCHE
      * OS CAMPOS NOVOS DO OPRACC (SEM TROCA PENDENTE, ATIVO,
      * SEM SIGN-ON)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE ZEROS TO OPRACC-DATA-SENHA
               MOVE ZEROS TO OPRACC-TENTATIVAS
               MOVE 'N' TO OPRACC-BLOQUEADO
               MOVE 'N' TO OPRACC-TROCA-OBRIG
               MOVE 'A' TO OPRACC-SITUACAO
               MOVE ZEROS TO OPRACC-ULT-SIGNON
               WRITE OPRACC-REC
           END-PERFORM.

           MOVE WRK-UF TO CUSTMAS-UF
           MOVE CUSTMAS-DATA-CRIA TO CUSTMAS-DATA-ULT-ATIV
           MOVE ZEROS TO CUSTMAS-LIMITE-CREDITO
           MOVE 'N' TO CUSTMAS-AVISO-ATRASO
           MOVE 'N' TO CUSTMAS-BLOQUEIO-CREDITO
           WRITE CUSTMAS-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CLIENTE ' WRK-FS

      * 2026-09-02 JGM SIGN-ON COM SENHA PELA ROTINA
      * COMPARTILHADA PROGCOB79-SIGNON - OPERADOR RECUSADO NAO
      * ABRE A MANUTENCAO
      * 2026-10-15 JGM ADESAO DO CLIENTE AO AVISO DE ATRASO DE
      * ENTREGA (OPCAO 5, S/N), COM A MESMA DISCIPLINA DE
      * AUDITORIA - E O QUE LIBERA A CARTA DE AVISO DO PROGCB107
      * 2026-10-15 JGM BLOQUEIO DE CREDITO DO CLIENTE (OPCAO 6,
      * S/N, SO SUPERVISOR) - E POR AQUI QUE SE LIBERA O CLIENTE
      * BLOQUEADO PELA BAIXA COMO PERDA DO PROGCB112
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-NOME-ANTES   PIC X(20) VALUE SPACES.
       77 WRK-NOME-NOVO    PIC X(20) VALUE SPACES.
       77 WRK-SIT-ANTES    PIC X(01) VALUE SPACES.
       77 WRK-AVISO-NOVO   PIC X(01) VALUE SPACES.
       77 WRK-BLOQUEIO-NOVO PIC X(01) VALUE SPACES.
       77 WRK-FS           PIC X(02) VALUE '00'.
       77 WRK-FS-AUD       PIC X(02) VALUE '00'.
       77 WRK-FS-EXC       PIC X(02) VALUE '00'.
               DISPLAY 'ULT ATIVIDADE' CUSTMAS-DATA-ULT-ATIV
               DISPLAY 'SITUACAO.....' CUSTMAS-SITUACAO
               DISPLAY 'LIM. CREDITO.' CUSTMAS-LIMITE-CREDITO
               DISPLAY 'AVISO ATRASO.' CUSTMAS-AVISO-ATRASO
               DISPLAY 'BLOQ CREDITO.' CUSTMAS-BLOQUEIO-CREDITO
           ELSE
               SET CLIENTE-ENCONTRADO TO FALSE
               DISPLAY 'CLIENTE NAO ENCONTRADO NO CUSTOMER-MASTER'

       0220-PERGUNTAR-ACAO.
           DISPLAY '1-CORRIGIR NOME  2-DESATIVAR  3-REATIVAR'
           DISPLAY '4-LIMITE DE CREDITO  5-AVISO DE ATRASO'
           DISPLAY '6-BLOQUEIO DE CREDITO  0-NADA'
           ACCEPT WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0240-MUDAR-SITUACAO
               WHEN 4
                   PERFORM 0245-ALTERAR-LIMITE
               WHEN 5
                   PERFORM 0247-ALTERAR-AVISO-ATRASO
               WHEN 6
                   PERFORM 0248-ALTERAR-BLOQUEIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WRK-LIMITE-TXT-DEPOIS TO AUDTRL-VALOR-DEPOIS
           PERFORM 0250-REGRAVAR-CLIENTE.

      *****************************************************
      * ADESAO DO CLIENTE AO AVISO DE ATRASO DE ENTREGA: SO 'S'
      * OU 'N' SAO ACEITOS, E A MUDANCA VAI PARA A AUDITORIA
      *****************************************************
       0247-ALTERAR-AVISO-ATRASO.
           MOVE CUSTMAS-AVISO-ATRASO TO WRK-SIT-ANTES
           DISPLAY 'QUER AVISO DE ATRASO DE ENTREGA (S/N)..'
           ACCEPT WRK-AVISO-NOVO
           IF WRK-AVISO-NOVO NOT = 'S' AND NOT = 'N'
               DISPLAY 'RESPOSTA INVALIDA - ADESAO NAO ALTERADA'
           ELSE
               MOVE WRK-AVISO-NOVO TO CUSTMAS-AVISO-ATRASO
               MOVE 'AVISO ATRASO' TO AUDTRL-CAMPO
               MOVE WRK-SIT-ANTES TO AUDTRL-VALOR-ANTES
               MOVE WRK-AVISO-NOVO TO AUDTRL-VALOR-DEPOIS
               PERFORM 0250-REGRAVAR-CLIENTE
           END-IF.

      *****************************************************
      * BLOQUEIO DE CREDITO DO CLIENTE (S/N) - LIGADO PELA
      * BAIXA COMO PERDA DO PROGCB112; SO O SUPERVISOR ('S')
      * MEXE NELE, E A MUDANCA VAI PARA A AUDITORIA
      *****************************************************
       0248-ALTERAR-BLOQUEIO.
           IF WRK-NIVEL-SIGNON NOT = 'S'
               DISPLAY 'BLOQUEIO DE CREDITO EXIGE SUPERVISOR'
           ELSE
               MOVE CUSTMAS-BLOQUEIO-CREDITO TO WRK-SIT-ANTES
               DISPLAY 'CREDITO BLOQUEADO (S/N)..'
               ACCEPT WRK-BLOQUEIO-NOVO
               IF WRK-BLOQUEIO-NOVO NOT = 'S' AND NOT = 'N'
                   DISPLAY 'RESPOSTA INVALIDA - BLOQUEIO NAO ALTERADO'
               ELSE
                   MOVE WRK-BLOQUEIO-NOVO TO CUSTMAS-BLOQUEIO-CREDITO
                   MOVE 'BLOQUEIO CRED' TO AUDTRL-CAMPO
                   MOVE WRK-SIT-ANTES TO AUDTRL-VALOR-ANTES
                   MOVE WRK-BLOQUEIO-NOVO TO AUDTRL-VALOR-DEPOIS
                   PERFORM 0250-REGRAVAR-CLIENTE
               END-IF
           END-IF.

      *****************************************************
      * REGRAVA O REGISTRO DO CLIENTE - O LOG DE AUDITORIA SO E
      * GRAVADO QUANDO O REWRITE REALMENTE GRAVOU A ALTERACAO,

      *   PROGCOB79-SIGNON      OPERADOR/SENHA -> NIVEL/RESULTADO
      *   PROGCOB79-TROCARSENHA OPERADOR/ANTIGA/NOVA -> RESULTADO
      * RESULTADO: '0' OK, '1' OPERADOR DESCONHECIDO, '2' SENHA
      * ERRADA, '3' BLOQUEADO, '4' SENHA EXPIRADA (TROCAR),
      * '5' OPERADOR DESATIVADO
      * SENHA EM BRANCO NO REGISTRO (OPERADOR LEGADO) E DEFINIDA
      * NO PRIMEIRO SIGN-ON COM A SENHA APRESENTADA
      * RODADO COMO PROGRAMA PRINCIPAL, ATENDE A TROCA DE SENHA
      * PROPRIOS (0020/0030) - O ALCANCE DO 0010-ATENDER-TROCA
      * TERMINAVA DENTRO DO ENTRY E O MODO INTERATIVO CAIA AO
      * REFERIR A LINKAGE SEM ENDERECO APOS A PRIMEIRA TROCA
      * 2026-10-15 JGM OPERADOR DESATIVADO PELO PROGCB132 E RECUSADO
      * COM O RESULTADO NOVO '5'; SENHA PROVISORIA (TROCA
      * OBRIGATORIA) DEVOLVE '4' ATE A TROCA, QUE EXIGE SENHA
      * NOVA DIFERENTE DA ATUAL; SIGN-ON ACEITO GRAVA A DATA
      * DO ULTIMO SIGN-ON (CONTAS DORMENTES)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE '3' TO WRK-RESULTADO
                   MOVE 'OPERADOR BLOQUEADO' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN OPRACC-DESATIVADO
                   MOVE '5' TO WRK-RESULTADO
                   MOVE 'OPERADOR DESATIVADO' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN OPRACC-SENHA = SPACES
                   PERFORM 0110-DEFINIR-PRIMEIRA-SENHA
               WHEN OPRACC-SENHA NOT = WRK-SENHA
               MOVE WRK-DATA-HOJE TO OPRACC-DATA-SENHA
               MOVE ZEROS TO OPRACC-TENTATIVAS
               MOVE 'N' TO OPRACC-BLOQUEADO
               MOVE WRK-DATA-HOJE TO OPRACC-ULT-SIGNON
               REWRITE OPRACC-REC
               MOVE OPRACC-NIVEL TO WRK-NIVEL
               MOVE '0' TO WRK-RESULTADO
           REWRITE OPRACC-REC
           PERFORM 0200-REGISTRAR-RECUSA.

      *****************************************************
      * SENHA CERTA: A PROVISORIA (TROCA OBRIGATORIA) VALE SO
      * PARA A TROCA, COMO A EXPIRADA
      *****************************************************
       0130-CONFERIR-VALIDADE.
           CALL 'PROGCOB17-SOMADIAS' USING OPRACC-DATA-SENHA
               WRK-DIAS-VALIDADE WRK-DATA-EXPIRA
           EVALUATE TRUE
               WHEN OPRACC-DEVE-TROCAR
                   MOVE '4' TO WRK-RESULTADO
                   MOVE 'SENHA PROVISORIA' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN WRK-DATA-EXPIRA > ZEROS
                   AND WRK-DATA-HOJE > WRK-DATA-EXPIRA
                   MOVE '4' TO WRK-RESULTADO
                   MOVE 'SENHA EXPIRADA' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN OTHER
                   MOVE ZEROS TO OPRACC-TENTATIVAS
                   MOVE WRK-DATA-HOJE TO OPRACC-ULT-SIGNON
                   REWRITE OPRACC-REC
                   MOVE OPRACC-NIVEL TO WRK-NIVEL
                   MOVE '0' TO WRK-RESULTADO
           END-EVALUATE.

      *****************************************************
      * TROCA DE SENHA: EXIGE A SENHA ATUAL CERTA (OU EXPIRADA,
                   MOVE '3' TO WRK-RESULTADO
                   MOVE 'OPERADOR BLOQUEADO' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN OPRACC-DESATIVADO
                   MOVE '5' TO WRK-RESULTADO
                   MOVE 'OPERADOR DESATIVADO' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN OPRACC-SENHA NOT = SPACES
                   AND OPRACC-SENHA NOT = WRK-SENHA-ANTIGA
                   PERFORM 0120-CONTAR-TENTATIVA
                   MOVE '2' TO WRK-RESULTADO
                   MOVE 'SENHA NOVA EM BRANCO' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN WRK-SENHA-NOVA = OPRACC-SENHA
                   MOVE '2' TO WRK-RESULTADO
                   MOVE 'SENHA NOVA IGUAL A ATUAL' TO WRK-MOTIVO
                   PERFORM 0200-REGISTRAR-RECUSA
               WHEN OTHER
                   MOVE WRK-SENHA-NOVA TO OPRACC-SENHA
                   MOVE WRK-DATA-HOJE TO OPRACC-DATA-SENHA
                   MOVE ZEROS TO OPRACC-TENTATIVAS
                   MOVE 'N' TO OPRACC-BLOQUEADO
                   MOVE 'N' TO OPRACC-TROCA-OBRIG
                   REWRITE OPRACC-REC
                   MOVE '0' TO WRK-RESULTADO
           END-EVALUATE

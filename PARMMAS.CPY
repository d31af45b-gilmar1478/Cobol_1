      * DO ARQUIVINHO AVULSO EDITADO NA VESPERA SEM RASTRO
      * NOMES EM USO: NOTA-CORTE (QUADRO DE HONRA, PROGCOB37) E
      * TETO-VENDA (TETO DE PLAUSIBILIDADE DO CAIXA, PROGCOB30)
      * E MARGEM-ROTA (META DE MARGEM % POR ROTA, PROGCB104)
      * E MULTA-FRETE / JUROS-FRETE (MULTA % E JUROS % POR DIA
      * UTIL SOBRE FATURA DE FRETE VENCIDA, PROGCB111)
      * E LIM-ATR-BOM / LIM-ATR-RUIM / LIM-CARTAS / LIM-USO-PCT /
      * LIM-AUMENTO / LIM-CORTE (REGRAS DA REVISAO DE LIMITE DE
      * CREDITO, PROGCB113)
      * E BOLSA-MEDIA / BOLSA-FREQ / BOLSA-TOL-MD / BOLSA-TOL-FR
      * (MINIMOS E FAIXA DE ADVERTENCIA DA REVISAO DE BOLSAS,
      * PROGCB125)
      * E OPER-DORMENTE (DIAS SEM SIGN-ON PARA A CONTA SAIR COMO
      * DORMENTE NO RELATORIO DE CONTAS DO PROGCB132)
      * E SUSP-ALERTA (DIAS DE SUSPENSO A PARTIR DOS QUAIS O
      * REJEITADO PENDENTE SAI ENVELHECIDO NO PROGCOB19)
      * E PONTO-VALOR (VALOR EM REAIS DE UM PONTO DE FIDELIDADE NO
      * PASSIVO DO RESUMO GERENCIAL, PROGCB134)
      * E DIAS-DEVOLUC (DIAS PARA DECIDIR A ENTREGA DEVOLVIDA NA
      * MESA DE DEVOLUCOES DO PROGCB138 ANTES DA ESCALADA NO
      * EXCLOG PELO PROGCB107)
      *****************************************************
       01  PARMMAS-REC.
           05  PARMMAS-CHAVE.

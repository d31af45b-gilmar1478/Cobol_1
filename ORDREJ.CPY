      * A ALTURA DOS ITENS DO ORDPED-REC
      * 2026-09-02 JGM IMAGEM AMPLIADA PARA X(506), ACOMPANHANDO
      * O CODIGO DO VENDEDOR DO ORDPED-REC
      * 2026-10-15 JGM MOTIVO BLQ = CLIENTE COM BLOQUEIO DE
      * CREDITO NO CUSTMAS (FATURA BAIXADA COMO PERDA)
      * 2026-10-15 JGM IMAGEM AMPLIADA PARA X(509), ACOMPANHANDO
      * O CODIGO DO ENDERECO DE ENTREGA DO ORDPED-REC
      * 2026-10-15 JGM O REJEITADO E REGISTRADO TAMBEM NO SUSPENSO
      * (SUSPENS.CPY), ONDE E CORRIGIDO E REENVIADO PELO PROGCB133
      *****************************************************
       01  ORDREJ-REC.
           05  ORDREJ-IMAGEM       PIC X(509).
           05  ORDREJ-MOTIVO       PIC X(03).

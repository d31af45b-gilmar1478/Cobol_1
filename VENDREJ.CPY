      * 2026-09-02 JGM IMAGEM AMPLIADA PARA X(43), ACOMPANHANDO
      * O CPF DO CLIENTE NO VENDENT-REC - MOTIVO NOVO 'CPF' =
      * CPF INFORMADO COM DIGITO VERIFICADOR INVALIDO
      * 2026-10-15 JGM IMAGEM AMPLIADA PARA X(49), ACOMPANHANDO
      * O NUMERO DO CUPOM DO CAIXA NO VENDENT-REC - MOTIVO NOVO
      * 'CUP' = NUMERO DE CUPOM NAO NUMERICO
      * 2026-10-15 JGM O REJEITADO E REGISTRADO TAMBEM NO SUSPENSO
      * (SUSPENS.CPY), ONDE E CORRIGIDO E REENVIADO PELO PROGCB133
      * 2026-10-15 JGM MOTIVO NOVO 'FIL' = FILIAL FORA DO CADASTRO
      * FILIALCF OU QUE NAO FUNCIONA NA DATA DA VENDA
      *****************************************************
       01  VENDREJ-REC.
           05  VENDREJ-IMAGEM      PIC X(49).
           05  VENDREJ-MOTIVO      PIC X(03).

      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM IMAGEM DO VENDARC AMPLIADA PARA X(56),
      * ACOMPANHANDO O NUMERO DO CUPOM DO CAIXA NO VENDET-REC
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-ARQUIVO.
       01  VENDARC-IMAGEM          PIC X(56).

       FD  VENDACU-ARQUIVO.
       01  VACARC-REC.

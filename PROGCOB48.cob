      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM IMAGEM GUARDADA AMPLIADA PARA X(129) COM
      * O CUSTMAS-REC (ADESAO AO AVISO DE ATRASO)
      * 2026-10-15 JGM IMAGEM GUARDADA AMPLIADA PARA X(130) COM
      * O CUSTMAS-REC (BLOQUEIO DE CREDITO)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * IMAGEM DO CLIENTE LOCALIZADO NO ARQUIVO MORTO, GUARDADA
      * AQUI PARA A CONFERENCIA DE EXISTENCIA NO CUSTOMER-MASTER
      * NAO SOBRESCREVER O REGISTRO A RESTAURAR - MESMO LAYOUT
      * DO CUSTMAS-REC (X(130))
      *****************************************************
       01  WRK-IMAGEM-GUARDADA.
           05  WRK-IMG-REC          PIC X(130).
       01  WRK-IMG-CAMPOS REDEFINES WRK-IMAGEM-GUARDADA.
           05  WRK-IMG-ID           PIC 9(06).
           05  WRK-IMG-NOME         PIC X(20).
           05  WRK-IMG-DATA-CRIA    PIC 9(08).
           05  WRK-IMG-CPF-CNPJ     PIC 9(14).
           05  FILLER               PIC X(82).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

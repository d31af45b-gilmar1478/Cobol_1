      * CLIENTE QUE VOLTE POSSA SER RESTAURADO SEM PERDA
      * 2026-09-02 JGM IMAGEM AMPLIADA PARA X(128), ACOMPANHANDO
      * O LIMITE DE CREDITO ACRESCENTADO AO CUSTMAS-REC
      * 2026-10-15 JGM IMAGEM AMPLIADA PARA X(129), ACOMPANHANDO
      * A ADESAO AO AVISO DE ATRASO ACRESCENTADA AO CUSTMAS-REC
      * 2026-10-15 JGM IMAGEM AMPLIADA PARA X(130), ACOMPANHANDO
      * O BLOQUEIO DE CREDITO ACRESCENTADO AO CUSTMAS-REC
      *****************************************************
       01  CUSTARC-REC.
           05  CUSTARC-IMAGEM       PIC X(130).
           05  CUSTARC-DATA-EXPURGO PIC 9(08).

      *> * DATA =  XX - XX - XXX
      * ALTERACOES:
      * 2026-09-02 JGM CRIACAO DO PROGRAMA
      * 2026-10-15 JGM IMAGENS DO JOBCTRL AMPLIADAS PARA X(62),
      * ACOMPANHANDO O PERIODO DE REFERENCIA NO JOBCTRL-REC
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'JOBCTRL.CPY'.

       FD  TURNO-MORTO.
       01  JOBARC-IMAGEM           PIC X(62).

       FD  TURNO-NOVO.
       01  JOBCTRLN-IMAGEM         PIC X(62).

       FD  AUDITORIA-LOG.
           COPY 'AUDTRL.CPY'.

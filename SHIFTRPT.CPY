      * 2026-08-22 JGM MEDIA RECENTE DE VOLUME DO HISTORICO DE
      * TURNOS E A MARCA DE TENDENCIA ('DESVIO' QUANDO O VOLUME
      * DA NOITE SAIU DA BANDA CONFIGURADA NO JOBREG)
      * 2026-10-15 JGM SECAO DO SUSPENSO DE REJEITADOS (PROGCB133):
      * POR ARQUIVO DE ORIGEM, OS PENDENTES POR FAIXA DE IDADE, A
      * IDADE DO MAIS ANTIGO E OS CORRIGIDOS AINDA NA FILA DE
      * REENVIO, COM A MARCA 'ENVELHEC' ACIMA DO LIMITE DO PARMMAS;
      * SHIFTRPT-TEXTO LEVA O CABECALHO DA SECAO
      *****************************************************
       01  SHIFTRPT-LINHA.
           05  SHIFTRPT-PROGRAMA      PIC X(09).
           05  SHIFTRPT-MEDIA         PIC Z(05)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SHIFTRPT-TENDENCIA     PIC X(08).

       01  SHIFTRPT-SUSPENSO.
           05  SHIFTRPT-SUS-ORIGEM    PIC X(09).
           05  FILLER                 PIC X(02).
           05  SHIFTRPT-SUS-DESCRICAO PIC X(16).
           05  FILLER                 PIC X(02).
           05  SHIFTRPT-SUS-PENDENTES PIC Z(05)9.
           05  FILLER                 PIC X(02).
           05  SHIFTRPT-SUS-FAIXA1    PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  SHIFTRPT-SUS-FAIXA2    PIC Z(04)9.
           05  FILLER                 PIC X(01).
           05  SHIFTRPT-SUS-FAIXA3    PIC Z(04)9.
           05  FILLER                 PIC X(02).
           05  SHIFTRPT-SUS-MAIS-ANT  PIC Z(04)9.
           05  FILLER                 PIC X(02).
           05  SHIFTRPT-SUS-NA-FILA   PIC Z(04)9.
           05  FILLER                 PIC X(02).
           05  SHIFTRPT-SUS-MARCA     PIC X(08).
           05  FILLER                 PIC X(02).

       01  SHIFTRPT-TEXTO             PIC X(80).

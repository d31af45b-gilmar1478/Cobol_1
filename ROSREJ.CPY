      *
      * MOTIVOS: MAT = MATRICULA AUSENTE DO CADASTRO MATRIC,
      * INA = MATRICULA TRANSFERIDA OU TRANCADA
      * 2026-10-15 JGM MOTIVO PRF = OPERADOR NAO ATRIBUIDO A
      * TURMA (DISCIPLINA 'GERAL' NO PROFASS) NO TERMO
      * 2026-10-15 JGM O REJEITADO E REGISTRADO TAMBEM NO SUSPENSO
      * (SUSPENS.CPY), ONDE E CORRIGIDO E REENVIADO PELO PROGCB133
      *****************************************************
       01  ROSREJ-REC.
           05  ROSREJ-IMAGEM       PIC X(36).

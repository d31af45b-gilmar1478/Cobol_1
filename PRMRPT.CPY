      *****************************************************
      * PRMRPT.CPY
      * RELATORIO DA PROMOCAO DE FIM DE ANO, IMPRESSO PELO
      * PROGCB123 EM QUATRO PARTES: A PROPOSTA DE ALOCACAO POR
      * TURMA DO ANO SEGUINTE (ALOCADOS E ESPERA), OS ALUNOS
      * QUE NAO PUDERAM SER ALOCADOS, OS ALUNOS COM MENSALIDADE
      * VENCIDA EM ABERTO NO MENSAL E AS MATRICULAS TRANSFERIDAS
      * OU TRANCADAS - TUDO PARA REVISAO ANTES DO ANO NOVO
      *****************************************************
       01  PRMRPT-CABECALHO.
           05  FILLER              PIC X(40)
               VALUE 'PROMOCAO DE FIM DE ANO - TERMO FINAL    '.
           05  PRMRPT-CAB-TERMO    PIC 9(06).
           05  FILLER              PIC X(86) VALUE SPACES.

       01  PRMRPT-SECAO.
           05  PRMRPT-SEC-ROTULO   PIC X(80).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  PRMRPT-TITULOS.
           05  FILLER              PIC X(44)
               VALUE 'MATRIC NOME DO ALUNO        TURM SR RESULTAD'.
           05  FILLER              PIC X(44)
               VALUE 'O      PROP SR SITUACAO   ORDM     DEBITO MO'.
           05  FILLER              PIC X(44)
               VALUE 'TIVO / OBSERVACAO                           '.

       01  PRMRPT-DETALHE.
           05  PRMRPT-MATRICULA    PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-NOME         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-TURMA-ATUAL  PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-SERIE-ATUAL  PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-RESULTADO    PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-TURMA-PROP   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-SERIE-PROP   PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-SITUACAO     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-ORDEM        PIC Z(03)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-DEBITO       PIC Z(06)9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRMRPT-MOTIVO       PIC X(30).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  PRMRPT-TOTAL.
           05  PRMRPT-TOT-ROTULO   PIC X(40).
           05  PRMRPT-TOT-QT       PIC Z(04)9.
           05  FILLER              PIC X(87) VALUE SPACES.

       01  PRMRPT-SEPARADOR        PIC X(132).

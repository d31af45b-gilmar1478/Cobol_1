      * 2026-09-02 JGM UF DA FILIAL, PARA O ACUMULO FISCAL DE
      * ICMS DO FECHAMENTO (PROGCOB15) SABER A ALIQUOTA QUE VALE
      * EM CADA LOCAL DE VENDA - BRANCO VALE A UF DA MATRIZ
      * 2026-10-15 JGM CADASTRO DA FILIAL (NOME, CNPJ, ENDERECO),
      * DATAS DE ABERTURA E FECHAMENTO E SITUACAO, MANTIDOS PELO
      * PROGCB136 (COM AUDITORIA) EM VEZ DA CARGA A MAO. A
      * FILIAL FUNCIONA NA DATA D QUANDO A ABERTURA E ATE D
      * (ZEROS = DESDE SEMPRE) E O FECHAMENTO E ZEROS OU NAO E
      * ANTERIOR A D (O FECHAMENTO E O ULTIMO DIA DE OPERACAO).
      * REGISTRO ANTERIOR AO CADASTRO (SITUACAO EM BRANCO, DATAS
      * NAO NUMERICAS) VALE FILIAL ABERTA DESDE SEMPRE
      *****************************************************
       01  FILIAL-REC.
           05  FILIAL-CODIGO       PIC X(03).
           05  FILIAL-FUSO         PIC S9(02).
           05  FILIAL-UF           PIC X(02).
           05  FILIAL-NOME         PIC X(30).
           05  FILIAL-CNPJ         PIC 9(14).
           05  FILIAL-ENDERECO.
               10  FILIAL-LOGRADOURO   PIC X(30).
               10  FILIAL-CIDADE       PIC X(20).
               10  FILIAL-CEP          PIC 9(08).
           05  FILIAL-DATA-ABERTURA PIC 9(08).
           05  FILIAL-DATA-FECHAMENTO PIC 9(08).
           05  FILIAL-SITUACAO     PIC X(01).
               88  FILIAL-PREVISTA     VALUE 'P'.
               88  FILIAL-ABERTA       VALUE 'A' ' '.
               88  FILIAL-FECHADA      VALUE 'F'.

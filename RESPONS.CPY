      *****************************************************
      * RESPONS.CPY
      * CADASTRO DE RESPONSAVEIS DO ALUNO - VARIOS POR MATRICULA
      * (PAI, MAE, TUTOR), CADA UM COM A SUA SEQUENCIA, MANTIDO
      * PELO PROGCB126 COM AUDITORIA. SO UM RESPONSAVEL ATIVO DA
      * MATRICULA TEM O INDICADOR DE RESPONSAVEL FINANCEIRO: E A
      * ELE QUE A FATURA DE MENSALIDADE DO PROGCOB67 E O
      * RELATORIO DE INADIMPLENCIA DO PROGCOB69 SE DIRIGEM; AS
      * CARTAS DO PROGCOB38 VAO PARA TODOS OS ATIVOS. RESPONSAVEL
      * INATIVADO NAO E APAGADO, SO DEIXA DE SER ENDERECADO
      *****************************************************
       01  RESPONS-REC.
           05  RESPONS-CHAVE.
               10  RESPONS-MATRICULA   PIC 9(06).
               10  RESPONS-SEQ         PIC 9(02).
           05  RESPONS-NOME        PIC X(30).
           05  RESPONS-CPF         PIC 9(11).
           05  RESPONS-PARENTESCO  PIC X(10).
           05  RESPONS-ENDERECO.
               10  RESPONS-LOGRADOURO  PIC X(30).
               10  RESPONS-CIDADE      PIC X(20).
               10  RESPONS-CEP         PIC 9(08).
               10  RESPONS-UF          PIC X(02).
           05  RESPONS-TELEFONE    PIC X(15).
           05  RESPONS-FINANCEIRO  PIC X(01).
               88  RESPONS-E-FINANCEIRO VALUE 'S'.
           05  RESPONS-SITUACAO    PIC X(01).
               88  RESPONS-ATIVO       VALUE 'A'.
               88  RESPONS-INATIVO     VALUE 'I'.
           05  RESPONS-DATA-CRIA   PIC 9(08).

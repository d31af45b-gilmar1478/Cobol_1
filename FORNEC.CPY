      *****************************************************
      * FORNEC.CPY
      * CADASTRO DE FORNECEDORES DE MATERIAL, CHAVEADO PELO
      * CODIGO - RAZAO SOCIAL, CNPJ, TELEFONE DO COMPRADOR E A
      * SITUACAO ('A' ATIVO, 'I' INATIVO); FORNECEDOR INATIVO
      * NAO RECEBE PEDIDO NOVO DO PROGCOB93
      *****************************************************
       01  FORNEC-REC.
           05  FORNEC-CODIGO       PIC X(05).
           05  FORNEC-NOME         PIC X(30).
           05  FORNEC-CNPJ         PIC 9(14).
           05  FORNEC-TELEFONE     PIC X(15).
           05  FORNEC-SITUACAO     PIC X(01).
               88  FORNEC-ATIVO        VALUE 'A'.
               88  FORNEC-INATIVO      VALUE 'I'.

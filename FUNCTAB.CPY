      *****************************************************
      * FUNCTAB.CPY
      * TABELA DE FUNCOES DO MENU PRINCIPAL (PROGCOB01) - UMA
      * LINHA POR FUNCAO, COM O NUMERO DA OPCAO NO MENU, O
      * PROGRAM-ID CHAMADO, O NIVEL MINIMO DE OPRACC-NIVEL QUE
      * PODE RODA-LA E A DESCRICAO EXIBIDA AO OPERADOR
      *
      * O PRIMEIRO DIGITO DA OPCAO E A AREA DO MENU (1 VENDAS,
      * 2 FRETE, 3 FATURAMENTO/RECEBER, 4 PAGAR/TESOURARIA,
      * 5 ACADEMICO, 6 ESTOQUE/COMPRAS/OBRAS, 7 CLIENTES E
      * CADASTROS, 8 OPERACAO, 9 UTILITARIOS) - NA ORDEM DA
      * CHAVE AS FUNCOES JA SAEM AGRUPADAS POR AREA
      *
      * NIVEL MINIMO: 'O' = QUALQUER OPERADOR ASSINADO, 'I' =
      * ATENDENTE DE CADASTRO OU SUPERVISOR, 'S' = SO SUPERVISOR
      *****************************************************
       01  FUNCTAB-REC.
           05  FUNCTAB-OPCAO           PIC 9(03).
           05  FUNCTAB-OPCAO-R REDEFINES FUNCTAB-OPCAO.
               10  FUNCTAB-AREA        PIC 9(01).
               10  FUNCTAB-ITEM        PIC 9(02).
           05  FUNCTAB-PROGRAMA        PIC X(09).
           05  FUNCTAB-NIVEL-MIN       PIC X(01).
               88  FUNCTAB-QUALQUER-OPERADOR VALUE 'O'.
               88  FUNCTAB-SO-ATENDENTE      VALUE 'I'.
               88  FUNCTAB-SO-SUPERVISOR     VALUE 'S'.
           05  FUNCTAB-DESCRICAO       PIC X(30).

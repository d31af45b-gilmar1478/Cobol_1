      *****************************************************
      * CNABREM.CPY
      * ARQUIVO DE REMESSA DE COBRANCA PARA O BANCO NO LAYOUT
      * CNAB 400, GRAVADO PELO PROGCOB31 A CADA RODADA DE
      * FATURAMENTO - UM HEADER ('0') COM O NUMERO SEQUENCIAL
      * DA REMESSA (CONTROLE BOLCTL), UM DETALHE ('1') POR
      * FATURA NOVA PEDINDO O REGISTRO DO BOLETO (OCORRENCIA 01)
      * E O TRAILER ('9'); O NOSSO NUMERO E O NUMERO DA FATURA,
      * QUE O BANCO DEVOLVE NO RETORNO. DATAS EM DDMMAA E
      * VALORES SEM VIRGULA, COMO PEDE O LAYOUT DO BANCO
      *****************************************************
       01  CNABREM-HEADER.
           05  CNABREM-H-TIPO      PIC X(01).
           05  CNABREM-H-OPERACAO  PIC X(01).
           05  CNABREM-H-LITERAL   PIC X(07).
           05  CNABREM-H-SERVICO   PIC 9(02).
           05  CNABREM-H-LIT-SERV  PIC X(15).
           05  CNABREM-H-AGENCIA   PIC 9(04).
           05  CNABREM-H-CONTA     PIC 9(08).
           05  CNABREM-H-DAC       PIC 9(01).
           05  FILLER              PIC X(08).
           05  CNABREM-H-EMPRESA   PIC X(30).
           05  CNABREM-H-BANCO     PIC 9(03).
           05  CNABREM-H-NOME-BANCO PIC X(15).
           05  CNABREM-H-DATA      PIC 9(06).
           05  CNABREM-H-NSA       PIC 9(06).
           05  FILLER              PIC X(287).
           05  CNABREM-H-SEQ       PIC 9(06).

       01  CNABREM-DETALHE.
           05  CNABREM-D-TIPO      PIC X(01).
           05  CNABREM-D-TIPO-INSCR PIC 9(02).
           05  CNABREM-D-INSCR     PIC 9(14).
           05  CNABREM-D-AGENCIA   PIC 9(04).
           05  CNABREM-D-CONTA     PIC 9(08).
           05  CNABREM-D-DAC       PIC 9(01).
           05  CNABREM-D-USO-EMPRESA PIC X(25).
           05  CNABREM-D-NOSSO-NUM PIC 9(11).
           05  CNABREM-D-CARTEIRA  PIC 9(03).
           05  CNABREM-D-OCORRENCIA PIC 9(02).
           05  CNABREM-D-SEU-NUMERO PIC X(10).
           05  CNABREM-D-VENCTO    PIC 9(06).
           05  CNABREM-D-VALOR     PIC 9(11)V99.
           05  CNABREM-D-BANCO     PIC 9(03).
           05  CNABREM-D-ESPECIE   PIC X(02).
           05  CNABREM-D-ACEITE    PIC X(01).
           05  CNABREM-D-EMISSAO   PIC 9(06).
           05  CNABREM-D-JUROS-DIA PIC 9(11)V99.
           05  CNABREM-D-TIPO-SAC  PIC 9(02).
           05  CNABREM-D-INSCR-SAC PIC 9(14).
           05  CNABREM-D-NOME-SAC  PIC X(30).
           05  CNABREM-D-LOGRADOURO PIC X(40).
           05  CNABREM-D-CIDADE    PIC X(20).
           05  CNABREM-D-CEP       PIC 9(08).
           05  CNABREM-D-UF        PIC X(02).
           05  FILLER              PIC X(153).
           05  CNABREM-D-SEQ       PIC 9(06).

       01  CNABREM-TRAILER.
           05  CNABREM-T-TIPO      PIC X(01).
           05  FILLER              PIC X(393).
           05  CNABREM-T-SEQ       PIC 9(06).

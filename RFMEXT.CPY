      *****************************************************
      * RFMEXT.CPY
      * EXTRATO DE MARKETING DA SEGMENTACAO RFM DE CLIENTES DE
      * LOJA, GRAVADO PELO PROGCOB10 TODO MES - REGISTRO
      * SEQUENCIAL, TAMANHO FIXO DE 80 POSICOES, TODOS OS CAMPOS
      * EM DISPLAY, NOS MOLDES DO EXTRATO VENDEXP
      *
      * POSICAO   TAMANHO  CAMPO                DESCRICAO
      * 01-01     01       RFMEXT-TIPO-REC      'H' CABECALHO,
      *                                         'D' CLIENTE,
      *                                         'T' TRAILER
      * CLIENTE ('D'):
      * 02-12     11       RFMEXT-CPF           CPF DO CLIENTE
      * 13-15     03       RFMEXT-FILIAL        FILIAL DA ULTIMA
      *                                         COMPRA
      * 16-23     08       RFMEXT-DATA-ULT      ULTIMA COMPRA
      * 24-28     05       RFMEXT-RECENCIA      DIAS DESDE ELA
      * 29-33     05       RFMEXT-FREQUENCIA    COMPRAS NA JANELA
      * 34-44     11       RFMEXT-VALOR         VALOR LIQUIDO, 2
      *                                         DECIMAIS IMPLICITOS
      * 45-53     09       RFMEXT-PONTOS        SALDO DE PONTOS
      * 54-56     03       RFMEXT-NOTAS         NOTAS R, F E M
      *                                         (1 A 5 CADA)
      * 57-58     02       RFMEXT-SEGMENTO      CODIGO DO SEGMENTO
      * 59-80     22       FILLER               RESERVADO
      *
      * CABECALHO/TRAILER (LAYOUT RFMEXT-CONTROLE): DATA DE
      * REFERENCIA E, NO 'T', A CONTAGEM DE CLIENTES, O TOTAL
      * DE VALOR (2 DECIMAIS IMPLICITOS) E O TOTAL DE PONTOS
      *
      * SEGMENTOS: CP CAMPEAO, FI FIEL, NV NOVO, RG REGULAR,
      * RS EM RISCO, AD ADORMECIDO, PD PERDIDO
      *****************************************************
       01  RFMEXT-REC.
           05  RFMEXT-TIPO-REC     PIC X(01).
           05  RFMEXT-CPF          PIC 9(11).
           05  RFMEXT-FILIAL       PIC X(03).
           05  RFMEXT-DATA-ULT     PIC 9(08).
           05  RFMEXT-RECENCIA     PIC 9(05).
           05  RFMEXT-FREQUENCIA   PIC 9(05).
           05  RFMEXT-VALOR        PIC 9(11).
           05  RFMEXT-PONTOS       PIC 9(09).
           05  RFMEXT-NOTAS.
               10  RFMEXT-NOTA-R   PIC 9(01).
               10  RFMEXT-NOTA-F   PIC 9(01).
               10  RFMEXT-NOTA-M   PIC 9(01).
           05  RFMEXT-SEGMENTO     PIC X(02).
           05  FILLER              PIC X(22).

       01  RFMEXT-CONTROLE.
           05  RFMEXT-CTL-TIPO     PIC X(01).
           05  RFMEXT-CTL-DATA     PIC 9(08).
           05  RFMEXT-CTL-QT       PIC 9(07).
           05  RFMEXT-CTL-VALOR    PIC 9(15).
           05  RFMEXT-CTL-PONTOS   PIC 9(13).
           05  FILLER              PIC X(36).

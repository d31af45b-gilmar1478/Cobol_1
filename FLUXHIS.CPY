      *****************************************************
      * FLUXHIS.CPY
      * HISTORICO DAS PREVISOES DE FLUXO DE CAIXA DE 13
      * SEMANAS DO PROGCB135 - UM REGISTRO POR DATA-BASE DA
      * PREVISAO (A REEMISSAO NO MESMO DIA REGRAVA), COM O SALDO
      * DE ABERTURA INFORMADO PELA TESOURARIA E, POR SEMANA, AS
      * ENTRADAS PREVISTAS (FATURAS DO CONTREC, MENSALIDADES E
      * PARCELAS DE ACORDO, GUIAS DE DEPOSITO) E AS SAIDAS
      * PREVISTAS (REPASSE AS TRANSPORTADORAS DO CPAGAR E
      * COMISSOES DO COMPAG). A SEMANA 1 DA PREVISAO DE UMA
      * SEMANA ATRAS E CONFRONTADA COM O REALMENTE RECEBIDO
      *****************************************************
       01  FLUXHIS-REC.
           05  FLUXHIS-DATA-BASE    PIC 9(08).
           05  FLUXHIS-SALDO-INICIAL PIC S9(11)V99.
           05  FLUXHIS-SEMANA OCCURS 13 TIMES.
               10  FLUXHIS-ENT-RECEBER  PIC 9(11)V99.
               10  FLUXHIS-ENT-MENSAL   PIC 9(11)V99.
               10  FLUXHIS-ENT-DEPOSITO PIC 9(11)V99.
               10  FLUXHIS-SAI-REPASSE  PIC 9(11)V99.
               10  FLUXHIS-SAI-COMISSAO PIC 9(11)V99.
           05  FLUXHIS-DATA-EMISSAO PIC 9(08).
           05  FLUXHIS-HORA-EMISSAO PIC 9(08).

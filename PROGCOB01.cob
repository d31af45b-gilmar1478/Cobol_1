      * AUTHOR = JGM
      * OBJETIVO : MENU DE ACESSO AOS PROGRAMAS DA FAMILIA PROGCOB0X,
      * PARA QUE O OPERADOR ESCOLHA A FUNCAO PELO NOME EM VEZ DE
      * PRECISAR SABER O PROGRAM-ID DE CADA UM. O MENU E MONTADO
      * DA TABELA DE FUNCOES FUNCTAB (OPCAO, PROGRAMA, NIVEL
      * MINIMO, DESCRICAO) DEPOIS DO SIGN-ON PELO PROGCOB79, E SO
      * MOSTRA, AGRUPADAS POR AREA, AS FUNCOES QUE O NIVEL DO
      * OPERADOR (OPRACC-NIVEL) PODE RODAR. CADA CHAMADA E CADA
      * TENTATIVA RECUSADA FICAM NO LOG DE AUDITORIA (AUDTRL), E
      * A RECUSA TAMBEM NO LOG DE EXCECOES (EXCLOG)
      * ALTERACOES:
      * 2026-08-09 JGM PROGRAMA CRIADO
      * 2026-08-09 JGM NOVA OPCAO DE MANUTENCAO DE NOTAS DO
      * CUSTOMER-MASTER (PROGCOB20)
      * 2026-08-22 JGM NOVA OPCAO DE MANUTENCAO DO CALENDARIO DE
      * FERIADOS (PROGCOB40)
      * 2026-10-15 JGM MENU MONTADO DA TABELA DE FUNCOES FUNCTAB
      * EM VEZ DA LISTA FIXA DE DEZ OPCOES: SIGN-ON OBRIGATORIO
      * PELO PROGCOB79, AREAS (VENDAS, FRETE, RECEBER, PAGAR,
      * ACADEMICO, ESTOQUE, CADASTROS, OPERACAO, UTILITARIOS) E
      * SO AS FUNCOES LIBERADAS PARA O NIVEL DO OPERADOR.
      * AS OPCOES PASSAM A TER 3 DIGITOS (AREA + ITEM)
      * 2026-10-15 JGM CHAMADA REGISTRADA NO AUDTRL; OPCAO DE
      * NIVEL ACIMA DO OPERADOR E RECUSADA E REGISTRADA NO
      * AUDTRL E NO EXCLOG (E001)
      * 2026-10-15 JGM FUNCOES DA TABELA PADRAO AINDA AUSENTES DO
      * FUNCTAB SAO ACRESCENTADAS A CADA INICIO, SEM ALTERAR O
      * NIVEL DAS JA CADASTRADAS
      * 2026-10-15 JGM NOVA FUNCAO 815 - ADMINISTRACAO DE
      * OPERADORES (PROGCB132, SO SUPERVISOR)
      * 2026-10-15 JGM NOVA FUNCAO 816 - SUSPENSO DE REJEITADOS
      * (PROGCB133), PARA ATENDENTE DE CADASTRO OU SUPERVISOR
      * 2026-10-15 JGM NOVA FUNCAO 413 - RESUMO GERENCIAL MENSAL
      * (PROGCB134, SO SUPERVISOR)
      * 2026-10-15 JGM NOVA FUNCAO 414 - FLUXO DE CAIXA DE 13
      * SEMANAS (PROGCB135, SO SUPERVISOR)
      * 2026-10-15 JGM NOVA FUNCAO 817 - CADASTRO DE FILIAIS
      * (PROGCB136, SO SUPERVISOR)
      * 2026-10-15 JGM NOVA FUNCAO 415 - CHECKLIST DE FECHAMENTO
      * DO MES (PROGCB137; ASSINATURA SO SUPERVISOR)
      * 2026-10-15 JGM NOVA FUNCAO 220 - MESA DE DEVOLUCOES
      * (PROGCB138; REENTREGA SEM CUSTO SO SUPERVISOR)
      * 2026-10-15 JGM NOVA FUNCAO 525 - DECLARACAO ANUAL DE
      * MENSALIDADES PAGAS PARA O IMPOSTO DE RENDA (PROGCB139)
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TABELA-FUNCOES ASSIGN TO 'FUNCTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNCTAB-OPCAO
               FILE STATUS IS WRK-FS-FUN.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO 'AUDTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-AUD.
           SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO 'EXCLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-FUNCOES.
           COPY 'FUNCTAB.CPY'.

       FD  AUDIT-LOG.
           COPY 'AUDTRL.CPY'.

       FD  EXCEPTION-LOG.
           COPY 'EXCLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO     PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-MENU  PIC X(01) VALUE 'N'.
           88 SAIR-DO-MENU      VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FS-FUN         PIC X(02) VALUE '00'.
       77 WRK-FS-AUD         PIC X(02) VALUE '00'.
       77 WRK-FS-EXC         PIC X(02) VALUE '00'.
       77 WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77 WRK-SENHA          PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SIGNON   PIC X(01) VALUE SPACES.
       77 WRK-RESULT-SIGNON  PIC X(01) VALUE SPACES.
       77 WRK-ASSINADO       PIC X(01) VALUE 'N'.
           88 OPERADOR-ASSINADO VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-FUNCTAB    PIC X(01) VALUE 'N'.
           88 FIM-FUNCTAB       VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-FIM-AREA       PIC X(01) VALUE 'N'.
           88 VOLTAR-AREAS      VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-ACHOU-FUNCAO   PIC X(01) VALUE 'N'.
           88 FUNCAO-ACHADA     VALUE 'S' WHEN SET TO FALSE IS 'N'.
       77 WRK-OPCAO-FUNCAO   PIC 9(03) VALUE ZEROS.
       77 WRK-AREA-ATUAL     PIC 9(01) VALUE ZEROS.
       77 WRK-I              PIC 9(03) VALUE ZEROS.
       77 WRK-K              PIC 9(03) VALUE ZEROS.
       77 WRK-NIVEL-AVAL     PIC X(01) VALUE SPACES.
       77 WRK-GRAU-AVAL      PIC 9(01) VALUE ZEROS.
       77 WRK-GRAU-OPERADOR  PIC 9(01) VALUE ZEROS.
       77 WRK-MAX-FUNCOES    PIC 9(03) VALUE 200.

      *****************************************************
      * TABELA PADRAO DE FUNCOES (OPCAO + PROGRAMA + NIVEL
      * MINIMO, DESCRICAO), USADA APENAS PARA SEMEAR O FUNCTAB -
      * UMA FUNCAO NOVA ENTRA AQUI E APARECE NO MENU NO PROXIMO
      * INICIO; O NIVEL DE UMA FUNCAO JA CADASTRADA E MANTIDO
      * NO PROPRIO FUNCTAB E NAO E SOBREPOSTO
      *****************************************************
       01  WRK-FUNCOES-PADRAO-EXTENSO.
           02  FILLER PIC X(13) VALUE '101PROGCOB15O'.
           02  FILLER PIC X(30) VALUE 'LANCAMENTO DE VENDAS'.
           02  FILLER PIC X(13) VALUE '102PROGCOB30O'.
           02  FILLER PIC X(30) VALUE 'CRITICA DAS VENDAS DOS CAIXAS'.
           02  FILLER PIC X(13) VALUE '103PROGCOB59O'.
           02  FILLER PIC X(30) VALUE 'RELAMPAGO DE VENDAS DO DIA'.
           02  FILLER PIC X(13) VALUE '104PROGCOB03O'.
           02  FILLER PIC X(30) VALUE 'NUMERACAO DE CUPONS POR CAIXA'.
           02  FILLER PIC X(13) VALUE '105PROGCOB24S'.
           02  FILLER PIC X(30) VALUE 'BATIMENTO DE GAVETA'.
           02  FILLER PIC X(13) VALUE '106PROGCOB25S'.
           02  FILLER PIC X(30) VALUE 'VENDAS SUSPEITAS DUPLA LEITURA'.
           02  FILLER PIC X(13) VALUE '107PROGCOB54O'.
           02  FILLER PIC X(30) VALUE 'DESEMPENHO POR CAIXA'.
           02  FILLER PIC X(13) VALUE '108PROGCOB50O'.
           02  FILLER PIC X(30) VALUE 'PERFIL HORARIO DE VENDAS'.
           02  FILLER PIC X(13) VALUE '109PROGCOB27O'.
           02  FILLER PIC X(30) VALUE 'TENDENCIA MENSAL DE VENDAS'.
           02  FILLER PIC X(13) VALUE '110PROGCOB55S'.
           02  FILLER PIC X(30) VALUE 'METAS DE VENDA'.
           02  FILLER PIC X(13) VALUE '111PROGCOB96S'.
           02  FILLER PIC X(30) VALUE 'PRECOS PROMOCIONAIS'.
           02  FILLER PIC X(13) VALUE '112PROGCOB97O'.
           02  FILLER PIC X(30) VALUE 'REMARCACAO DAS PROMOCOES'.
           02  FILLER PIC X(13) VALUE '113PROGCOB98O'.
           02  FILLER PIC X(30) VALUE 'GIRO DE VENDAS POR SKU'.
           02  FILLER PIC X(13) VALUE '114PROGCOB99S'.
           02  FILLER PIC X(30) VALUE 'AUDITORIA DE DEVOLUCOES'.
           02  FILLER PIC X(13) VALUE '115PROGCOB90O'.
           02  FILLER PIC X(30) VALUE 'RECEBIMENTO NA LOJA'.
           02  FILLER PIC X(13) VALUE '116PROGCOB91O'.
           02  FILLER PIC X(30) VALUE 'POSICAO DO ESTOQUE DA LOJA'.
           02  FILLER PIC X(13) VALUE '117PROGCOB52O'.
           02  FILLER PIC X(30) VALUE 'CARTOES PRESENTE'.
           02  FILLER PIC X(13) VALUE '118PROGCOB53O'.
           02  FILLER PIC X(30) VALUE 'PASSIVO DE CARTOES PRESENTE'.
           02  FILLER PIC X(13) VALUE '119PROGCOB60O'.
           02  FILLER PIC X(30) VALUE 'RESGATE DE PONTOS FIDELIDADE'.
           02  FILLER PIC X(13) VALUE '120PROGCOB04S'.
           02  FILLER PIC X(30) VALUE 'EXPIRACAO DE PONTOS FIDELIDADE'.
           02  FILLER PIC X(13) VALUE '121PROGCOB10O'.
           02  FILLER PIC X(30) VALUE 'SEGMENTACAO RFM DE CLIENTES'.
           02  FILLER PIC X(13) VALUE '122PROGCOB26S'.
           02  FILLER PIC X(30) VALUE 'CORTE MENSAL DO DIARIO VENDAS'.
           02  FILLER PIC X(13) VALUE '201PROGCOB09O'.
           02  FILLER PIC X(30) VALUE 'COTACAO DE FRETE'.
           02  FILLER PIC X(13) VALUE '202PROGCOB65O'.
           02  FILLER PIC X(30) VALUE 'DIGITACAO DE PEDIDOS'.
           02  FILLER PIC X(13) VALUE '203PROGCOB35O'.
           02  FILLER PIC X(30) VALUE 'CRITICA DO LOTE DE PEDIDOS'.
           02  FILLER PIC X(13) VALUE '204PROGCOB33O'.
           02  FILLER PIC X(30) VALUE 'ACOMPANHAMENTO DE ENTREGA'.
           02  FILLER PIC X(13) VALUE '205PROGCOB64O'.
           02  FILLER PIC X(30) VALUE 'CONSOLIDACAO DE EMBARQUES'.
           02  FILLER PIC X(13) VALUE '206PROGCB105O'.
           02  FILLER PIC X(30) VALUE 'MANIFESTO DO MOTORISTA'.
           02  FILLER PIC X(13) VALUE '207PROGCB106O'.
           02  FILLER PIC X(30) VALUE 'IMPORTACAO DO RASTREAMENTO'.
           02  FILLER PIC X(13) VALUE '208PROGCB107O'.
           02  FILLER PIC X(30) VALUE 'ENTREGAS EM RISCO'.
           02  FILLER PIC X(13) VALUE '209PROGCB109S'.
           02  FILLER PIC X(30) VALUE 'CANCELAMENTO DE PEDIDO COTADO'.
           02  FILLER PIC X(13) VALUE '210PROGCOB63O'.
           02  FILLER PIC X(30) VALUE 'SINISTROS DE ENTREGA'.
           02  FILLER PIC X(13) VALUE '211PROGCOB62O'.
           02  FILLER PIC X(30) VALUE 'PONTUALIDADE TRANSPORTADORA'.
           02  FILLER PIC X(13) VALUE '212PROGCB108O'.
           02  FILLER PIC X(30) VALUE 'CONVERSAO DAS COTACOES'.
           02  FILLER PIC X(13) VALUE '213PROGCB104O'.
           02  FILLER PIC X(30) VALUE 'MARGEM DO FRETE POR ROTA'.
           02  FILLER PIC X(13) VALUE '214PROGCOB34S'.
           02  FILLER PIC X(30) VALUE 'SIMULACAO DE CARGA DE TARIFA'.
           02  FILLER PIC X(13) VALUE '215PROGCOB66O'.
           02  FILLER PIC X(30) VALUE 'EXTRACAO DO DIARIO DE FRETE'.
           02  FILLER PIC X(13) VALUE '216PROGCOB88S'.
           02  FILLER PIC X(30) VALUE 'COMISSAO DA MESA DE FRETE'.
           02  FILLER PIC X(13) VALUE '217PROGCOB14S'.
           02  FILLER PIC X(30) VALUE 'TABELA DE RISCO (GRISTAB)'.
           02  FILLER PIC X(13) VALUE '218PROGCOB61S'.
           02  FILLER PIC X(30) VALUE 'TABELA DE DIESEL (FUELTAB)'.
           02  FILLER PIC X(13) VALUE '219PROGCOB89S'.
           02  FILLER PIC X(30) VALUE 'ZONAS DE ENTREGA (ZONATAB)'.
           02  FILLER PIC X(13) VALUE '220PROGCB138O'.
           02  FILLER PIC X(30) VALUE 'MESA DE DEVOLUCOES'.
           02  FILLER PIC X(13) VALUE '301PROGCOB31S'.
           02  FILLER PIC X(30) VALUE 'FATURAMENTO DE FRETE'.
           02  FILLER PIC X(13) VALUE '302PROGCOB44O'.
           02  FILLER PIC X(30) VALUE 'BAIXA DE RECEBIMENTOS'.
           02  FILLER PIC X(13) VALUE '303PROGCOB45O'.
           02  FILLER PIC X(30) VALUE 'AGING DO CONTAS A RECEBER'.
           02  FILLER PIC X(13) VALUE '304PROGCOB46O'.
           02  FILLER PIC X(30) VALUE 'CARTAS DE COBRANCA'.
           02  FILLER PIC X(13) VALUE '305PROGCB100O'.
           02  FILLER PIC X(30) VALUE 'RETORNO DE COBRANCA CNAB'.
           02  FILLER PIC X(13) VALUE '306PROGCB111S'.
           02  FILLER PIC X(30) VALUE 'MULTA E JUROS POR ATRASO'.
           02  FILLER PIC X(13) VALUE '307PROGCB112S'.
           02  FILLER PIC X(30) VALUE 'BAIXA DE INCOBRAVEIS'.
           02  FILLER PIC X(13) VALUE '308PROGCB113S'.
           02  FILLER PIC X(30) VALUE 'REVISAO DE LIMITE DE CREDITO'.
           02  FILLER PIC X(13) VALUE '309PROGCB117S'.
           02  FILLER PIC X(30) VALUE 'REAVALIACAO CAMBIAL'.
           02  FILLER PIC X(13) VALUE '310PROGCB110S'.
           02  FILLER PIC X(30) VALUE 'PROVISAO DE FRETE A FATURAR'.
           02  FILLER PIC X(13) VALUE '311PROGCOB47O'.
           02  FILLER PIC X(30) VALUE 'RANKING ABC DE CLIENTES'.
           02  FILLER PIC X(13) VALUE '312PROGCOB22O'.
           02  FILLER PIC X(30) VALUE 'EXTRATO MENSAL DO CLIENTE'.
           02  FILLER PIC X(13) VALUE '401PROGCOB32S'.
           02  FILLER PIC X(30) VALUE 'ACERTO COM TRANSPORTADORAS'.
           02  FILLER PIC X(13) VALUE '402PROGCB101O'.
           02  FILLER PIC X(30) VALUE 'BAIXA DE PAGAMENTOS'.
           02  FILLER PIC X(13) VALUE '403PROGCB102O'.
           02  FILLER PIC X(30) VALUE 'CONTAS A PAGAR EM ABERTO'.
           02  FILLER PIC X(13) VALUE '404PROGCB103O'.
           02  FILLER PIC X(30) VALUE 'AUDITORIA DE CT-E'.
           02  FILLER PIC X(13) VALUE '405PROGCOB56O'.
           02  FILLER PIC X(30) VALUE 'PREPARACAO DE DEPOSITO'.
           02  FILLER PIC X(13) VALUE '406PROGCOB57O'.
           02  FILLER PIC X(30) VALUE 'DEPOSITOS X EXTRATO BANCARIO'.
           02  FILLER PIC X(13) VALUE '407PROGCOB75O'.
           02  FILLER PIC X(30) VALUE 'IMPORTACAO DE TAXAS DE CAMBIO'.
           02  FILLER PIC X(13) VALUE '408PROGCOB51O'.
           02  FILLER PIC X(30) VALUE 'EXTRATO DE LANCAMENTOS'.
           02  FILLER PIC X(13) VALUE '409PROGCOB13S'.
           02  FILLER PIC X(30) VALUE 'APURACAO DE ICMS POR UF'.
           02  FILLER PIC X(13) VALUE '410PROGCOB16O'.
           02  FILLER PIC X(30) VALUE 'CONFERENCIA VENDAS X FRETE'.
           02  FILLER PIC X(13) VALUE '411PROGCOB29S'.
           02  FILLER PIC X(30) VALUE 'FECHAMENTO CONTABIL'.
           02  FILLER PIC X(13) VALUE '412PROGCOB28S'.
           02  FILLER PIC X(30) VALUE 'VIRADA DE ANO DOS ACUMULADOS'.
           02  FILLER PIC X(13) VALUE '413PROGCB134S'.
           02  FILLER PIC X(30) VALUE 'RESUMO GERENCIAL MENSAL'.
           02  FILLER PIC X(13) VALUE '414PROGCB135S'.
           02  FILLER PIC X(30) VALUE 'FLUXO DE CAIXA 13 SEMANAS'.
           02  FILLER PIC X(13) VALUE '415PROGCB137O'.
           02  FILLER PIC X(30) VALUE 'CHECKLIST DE FECHAMENTO DO MES'.
           02  FILLER PIC X(13) VALUE '501PROGCOB08O'.
           02  FILLER PIC X(30) VALUE 'LANCAMENTO DE NOTAS E MEDIA'.
           02  FILLER PIC X(13) VALUE '502PROGCOB12O'.
           02  FILLER PIC X(30) VALUE 'CARGA DO ROSTER DE ALUNOS'.
           02  FILLER PIC X(13) VALUE '503PROGCOB18O'.
           02  FILLER PIC X(30) VALUE 'MANUTENCAO DE NOTAS'.
           02  FILLER PIC X(13) VALUE '504PROGCOB36O'.
           02  FILLER PIC X(30) VALUE 'HISTORICO ESCOLAR'.
           02  FILLER PIC X(13) VALUE '505PROGCOB37O'.
           02  FILLER PIC X(30) VALUE 'RANKING E QUADRO DE HONRA'.
           02  FILLER PIC X(13) VALUE '506PROGCOB38O'.
           02  FILLER PIC X(30) VALUE 'CARTAS AOS RESPONSAVEIS'.
           02  FILLER PIC X(13) VALUE '507PROGCOB70O'.
           02  FILLER PIC X(30) VALUE 'ALOCACAO DE ALUNOS EM TURMAS'.
           02  FILLER PIC X(13) VALUE '508PROGCOB72O'.
           02  FILLER PIC X(30) VALUE 'ALERTA DE FREQUENCIA'.
           02  FILLER PIC X(13) VALUE '509PROGCOB73O'.
           02  FILLER PIC X(30) VALUE 'CERTIFICADO DE CONCLUSAO'.
           02  FILLER PIC X(13) VALUE '510PROGCB122O'.
           02  FILLER PIC X(30) VALUE 'RESULTADO DA RECUPERACAO'.
           02  FILLER PIC X(13) VALUE '511PROGCB119O'.
           02  FILLER PIC X(30) VALUE 'CARGA DOCENTE DO TERMO'.
           02  FILLER PIC X(13) VALUE '512PROGCB121O'.
           02  FILLER PIC X(30) VALUE 'IMPRESSAO DA GRADE HORARIA'.
           02  FILLER PIC X(13) VALUE '513PROGCB126I'.
           02  FILLER PIC X(30) VALUE 'RESPONSAVEIS DO ALUNO'.
           02  FILLER PIC X(13) VALUE '514PROGCOB67S'.
           02  FILLER PIC X(30) VALUE 'GERACAO DE MENSALIDADES'.
           02  FILLER PIC X(13) VALUE '515PROGCOB68O'.
           02  FILLER PIC X(30) VALUE 'BAIXA DE MENSALIDADES'.
           02  FILLER PIC X(13) VALUE '516PROGCOB69O'.
           02  FILLER PIC X(30) VALUE 'INADIMPLENCIA MENSALIDADES'.
           02  FILLER PIC X(13) VALUE '517PROGCB124S'.
           02  FILLER PIC X(30) VALUE 'RENEGOCIACAO DE MENSALIDADES'.
           02  FILLER PIC X(13) VALUE '518PROGCB118S'.
           02  FILLER PIC X(30) VALUE 'CADASTRO DE PROFESSORES'.
           02  FILLER PIC X(13) VALUE '519PROGCB120S'.
           02  FILLER PIC X(30) VALUE 'SALAS E GRADE HORARIA'.
           02  FILLER PIC X(13) VALUE '520PROGCB127S'.
           02  FILLER PIC X(30) VALUE 'CALENDARIO LETIVO'.
           02  FILLER PIC X(13) VALUE '521PROGCOB71S'.
           02  FILLER PIC X(30) VALUE 'FECHAMENTO DE TERMO'.
           02  FILLER PIC X(13) VALUE '522PROGCB123S'.
           02  FILLER PIC X(30) VALUE 'PROMOCAO DE FIM DE ANO'.
           02  FILLER PIC X(13) VALUE '523PROGCB125S'.
           02  FILLER PIC X(30) VALUE 'REVISAO DE BOLSAS'.
           02  FILLER PIC X(13) VALUE '524PROGCOB74S'.
           02  FILLER PIC X(30) VALUE 'EXPORTACAO AO ORGAO DE ENSINO'.
           02  FILLER PIC X(13) VALUE '525PROGCB139O'.
           02  FILLER PIC X(30) VALUE 'DECLARACAO ANUAL MENSALIDADES'.
           02  FILLER PIC X(13) VALUE '601PROGCOB77O'.
           02  FILLER PIC X(30) VALUE 'ESTOQUE DE MATERIAIS'.
           02  FILLER PIC X(13) VALUE '602PROGCB131O'.
           02  FILLER PIC X(30) VALUE 'CONTAGEM CICLICA'.
           02  FILLER PIC X(13) VALUE '603PROGCOB94O'.
           02  FILLER PIC X(30) VALUE 'RECEBIMENTO CONTRA PEDIDO'.
           02  FILLER PIC X(13) VALUE '604PROGCOB95O'.
           02  FILLER PIC X(30) VALUE 'PEDIDOS DE COMPRA EM ABERTO'.
           02  FILLER PIC X(13) VALUE '605PROGCOB92S'.
           02  FILLER PIC X(30) VALUE 'CADASTRO DE FORNECEDORES'.
           02  FILLER PIC X(13) VALUE '606PROGCOB93S'.
           02  FILLER PIC X(30) VALUE 'EMISSAO DE PEDIDOS DE COMPRA'.
           02  FILLER PIC X(13) VALUE '607PROGCB130S'.
           02  FILLER PIC X(30) VALUE 'VALORIZACAO DO ESTOQUE'.
           02  FILLER PIC X(13) VALUE '608PROGCOB11O'.
           02  FILLER PIC X(30) VALUE 'ORCAMENTO DE SALA'.
           02  FILLER PIC X(13) VALUE '609PROGCOB76O'.
           02  FILLER PIC X(30) VALUE 'PROPOSTAS DE ORCAMENTO'.
           02  FILLER PIC X(13) VALUE '610PROGCB128O'.
           02  FILLER PIC X(30) VALUE 'CUSTO REAL X ORCADO DAS OBRAS'.
           02  FILLER PIC X(13) VALUE '611PROGCB129O'.
           02  FILLER PIC X(30) VALUE 'PROGRAMACAO DAS EQUIPES'.
           02  FILLER PIC X(13) VALUE '701PROGCOB02I'.
           02  FILLER PIC X(30) VALUE 'CAPTURA DE NOME DE CLIENTE'.
           02  FILLER PIC X(13) VALUE '702PROGCOB20I'.
           02  FILLER PIC X(30) VALUE 'MANUTENCAO DE CLIENTES'.
           02  FILLER PIC X(13) VALUE '703PROGCB116I'.
           02  FILLER PIC X(30) VALUE 'ENDERECOS DE ENTREGA'.
           02  FILLER PIC X(13) VALUE '704PROGCOB48I'.
           02  FILLER PIC X(30) VALUE 'REATIVACAO DE CLIENTE'.
           02  FILLER PIC X(13) VALUE '705PROGCB114O'.
           02  FILLER PIC X(30) VALUE 'CONSULTA DO CLIENTE (360)'.
           02  FILLER PIC X(13) VALUE '706PROGCOB81O'.
           02  FILLER PIC X(30) VALUE 'CONSULTA AOS ARQUIVOS MORTOS'.
           02  FILLER PIC X(13) VALUE '707PROGCOB21S'.
           02  FILLER PIC X(30) VALUE 'CLIENTES DUPLICADOS'.
           02  FILLER PIC X(13) VALUE '708PROGCOB23S'.
           02  FILLER PIC X(30) VALUE 'EXPURGO DE CLIENTES'.
           02  FILLER PIC X(13) VALUE '709PROGCOB49S'.
           02  FILLER PIC X(30) VALUE 'CARGA DE CLIENTES ADQUIRIDOS'.
           02  FILLER PIC X(13) VALUE '710PROGCB115S'.
           02  FILLER PIC X(30) VALUE 'PEDIDO DE TITULAR LGPD'.
           02  FILLER PIC X(13) VALUE '711PROGCOB58S'.
           02  FILLER PIC X(30) VALUE 'CADASTRO DE PRODUTOS'.
           02  FILLER PIC X(13) VALUE '801PROGCOB79O'.
           02  FILLER PIC X(30) VALUE 'TROCA DE SENHA'.
           02  FILLER PIC X(13) VALUE '802PROGCOB19O'.
           02  FILLER PIC X(30) VALUE 'CONTROLE DE FIM DE TURNO'.
           02  FILLER PIC X(13) VALUE '803PROGCOB42O'.
           02  FILLER PIC X(30) VALUE 'RESUMO DO LOG DE EXCECOES'.
           02  FILLER PIC X(13) VALUE '804PROGCOB78O'.
           02  FILLER PIC X(30) VALUE 'LINHA DO TEMPO DA NOITE'.
           02  FILLER PIC X(13) VALUE '805PROGCOB85O'.
           02  FILLER PIC X(30) VALUE 'EMPACOTAMENTO DE RELATORIOS'.
           02  FILLER PIC X(13) VALUE '806PROGCOB43S'.
           02  FILLER PIC X(30) VALUE 'MONITOR DE ALERTAS'.
           02  FILLER PIC X(13) VALUE '807PROGCOB80S'.
           02  FILLER PIC X(30) VALUE 'ATIVIDADE POR OPERADOR'.
           02  FILLER PIC X(13) VALUE '808PROGCOB82S'.
           02  FILLER PIC X(30) VALUE 'TOTAIS DE CONTROLE'.
           02  FILLER PIC X(13) VALUE '809PROGCOB83S'.
           02  FILLER PIC X(30) VALUE 'INTEGRIDADE ENTRE ARQUIVOS'.
           02  FILLER PIC X(13) VALUE '810PROGCOB84S'.
           02  FILLER PIC X(30) VALUE 'CORTE DE RETENCAO DOS LOGS'.
           02  FILLER PIC X(13) VALUE '811PROGCOB86S'.
           02  FILLER PIC X(30) VALUE 'CADASTRO DE PARAMETROS'.
           02  FILLER PIC X(13) VALUE '812PROGCOB87S'.
           02  FILLER PIC X(30) VALUE 'CALENDARIO COMERCIAL'.
           02  FILLER PIC X(13) VALUE '813PROGCOB40S'.
           02  FILLER PIC X(30) VALUE 'CALENDARIO DE FERIADOS'.
           02  FILLER PIC X(13) VALUE '814PROGCOB39S'.
           02  FILLER PIC X(30) VALUE 'REVISAO DO LEDGER DE CALCULO'.
           02  FILLER PIC X(13) VALUE '815PROGCB132S'.
           02  FILLER PIC X(30) VALUE 'ADMINISTRACAO DE OPERADORES'.
           02  FILLER PIC X(13) VALUE '816PROGCB133I'.
           02  FILLER PIC X(30) VALUE 'SUSPENSO DE REJEITADOS'.
           02  FILLER PIC X(13) VALUE '817PROGCB136S'.
           02  FILLER PIC X(30) VALUE 'CADASTRO DE FILIAIS'.
           02  FILLER PIC X(13) VALUE '901PROGCOB05O'.
           02  FILLER PIC X(30) VALUE 'CALCULOS ARITMETICOS'.
           02  FILLER PIC X(13) VALUE '902PROGCOB17O'.
           02  FILLER PIC X(30) VALUE 'DATA COMERCIAL E CALENDARIO'.
       01  WRK-FUNCOES-PADRAO REDEFINES WRK-FUNCOES-PADRAO-EXTENSO.
           02  WRK-PAD-ENTRADA OCCURS 135 TIMES INDEXED BY WRK-PAD-IDX.
               03  WRK-PAD-OPCAO      PIC 9(03).
               03  WRK-PAD-PROGRAMA   PIC X(09).
               03  WRK-PAD-NIVEL      PIC X(01).
               03  WRK-PAD-DESCRICAO  PIC X(30).

      *****************************************************
      * NOMES DAS AREAS DO MENU, PELO PRIMEIRO DIGITO DA OPCAO
      *****************************************************
       01  WRK-AREAS-EXTENSO.
           02  FILLER PIC X(30) VALUE 'VENDAS E LOJA'.
           02  FILLER PIC X(30) VALUE 'FRETE E EXPEDICAO'.
           02  FILLER PIC X(30) VALUE 'FATURAMENTO E CONTAS A RECEBER'.
           02  FILLER PIC X(30) VALUE 'CONTAS A PAGAR E TESOURARIA'.
           02  FILLER PIC X(30) VALUE 'ACADEMICO'.
           02  FILLER PIC X(30) VALUE 'ESTOQUE, COMPRAS E OBRAS'.
           02  FILLER PIC X(30) VALUE 'CLIENTES E CADASTROS'.
           02  FILLER PIC X(30) VALUE 'OPERACAO E CONTROLE'.
           02  FILLER PIC X(30) VALUE 'UTILITARIOS'.
       01  WRK-AREAS REDEFINES WRK-AREAS-EXTENSO.
           02  WRK-AREA-NOME OCCURS 9 TIMES PIC X(30).

      *****************************************************
      * FUNCOES CARREGADAS DO FUNCTAB, NA ORDEM DA OPCAO, E A
      * QUANTIDADE LIBERADA PARA O OPERADOR EM CADA AREA
      *****************************************************
       01  WRK-FUNCOES.
           02  WRK-QT-FUNCOES     PIC 9(03) VALUE ZEROS.
           02  WRK-FUN-ENTRADA OCCURS 200 TIMES.
               03  WRK-FUN-OPCAO      PIC 9(03).
               03  WRK-FUN-PROGRAMA   PIC X(09).
               03  WRK-FUN-NIVEL      PIC X(01).
               03  WRK-FUN-DESCRICAO  PIC X(30).
       01  WRK-LIBERADAS.
           02  WRK-QT-LIBERADAS OCCURS 9 TIMES PIC 9(03).

       01  WRK-LINHA-MENU.
           02  FILLER             PIC X(01) VALUE SPACES.
           02  WRK-LM-OPCAO       PIC ZZ9.
           02  FILLER             PIC X(03) VALUE ' - '.
           02  WRK-LM-DESCRICAO   PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-VALIDAR-SIGNON
           IF OPERADOR-ASSINADO
               PERFORM 0060-CARREGAR-FUNCOES
               PERFORM 0100-PROCESSAR-MENU UNTIL SAIR-DO-MENU
           END-IF
           GOBACK.

      *****************************************************
      * SIGN-ON PELA ROTINA COMPARTILHADA ANTES DE QUALQUER
      * MENU - A RECUSA JA FICA NO EXCLOG PELO PROPRIO PROGCOB79
      * (E090); O NIVEL DEVOLVIDO DECIDE O QUE O MENU MOSTRA
      *****************************************************
       0050-VALIDAR-SIGNON.
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA
           CALL 'PROGCOB79-SIGNON' USING WRK-OPERADOR WRK-SENHA
               WRK-NIVEL-SIGNON WRK-RESULT-SIGNON
           IF WRK-RESULT-SIGNON NOT = '0'
               DISPLAY 'SIGN-ON RECUSADO (' WRK-RESULT-SIGNON
                   ') - MENU ENCERRADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               SET OPERADOR-ASSINADO TO TRUE
               MOVE WRK-NIVEL-SIGNON TO WRK-NIVEL-AVAL
               PERFORM 0250-GRAU-DO-NIVEL
               MOVE WRK-GRAU-AVAL TO WRK-GRAU-OPERADOR
           END-IF.

      *****************************************************
      * ABRE (OU CRIA) O FUNCTAB, ACRESCENTA AS FUNCOES DA
      * TABELA PADRAO QUE AINDA NAO ESTAO NELE E CARREGA TUDO NA
      * MEMORIA, CONTANDO POR AREA AS FUNCOES LIBERADAS PARA O
      * NIVEL DO OPERADOR
      *****************************************************
       0060-CARREGAR-FUNCOES.
           OPEN I-O TABELA-FUNCOES
           IF WRK-FS-FUN = '35'
               OPEN OUTPUT TABELA-FUNCOES
               CLOSE TABELA-FUNCOES
               OPEN I-O TABELA-FUNCOES
           END-IF
           PERFORM 0065-SEMEAR-FUNCAO
               VARYING WRK-PAD-IDX FROM 1 BY 1
               UNTIL WRK-PAD-IDX > 135
           MOVE ZEROS TO WRK-QT-FUNCOES
           MOVE ZEROS TO WRK-LIBERADAS
           MOVE ZEROS TO FUNCTAB-OPCAO
           SET FIM-FUNCTAB TO FALSE
           START TABELA-FUNCOES KEY >= FUNCTAB-OPCAO
               INVALID KEY
                   SET FIM-FUNCTAB TO TRUE
           END-START
           PERFORM 0070-CARREGAR-FUNCAO UNTIL FIM-FUNCTAB
           CLOSE TABELA-FUNCOES.

       0065-SEMEAR-FUNCAO.
           MOVE WRK-PAD-OPCAO(WRK-PAD-IDX) TO FUNCTAB-OPCAO
           MOVE WRK-PAD-PROGRAMA(WRK-PAD-IDX) TO FUNCTAB-PROGRAMA
           MOVE WRK-PAD-NIVEL(WRK-PAD-IDX) TO FUNCTAB-NIVEL-MIN
           MOVE WRK-PAD-DESCRICAO(WRK-PAD-IDX) TO FUNCTAB-DESCRICAO
           WRITE FUNCTAB-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       0070-CARREGAR-FUNCAO.
           READ TABELA-FUNCOES NEXT
               AT END
                   SET FIM-FUNCTAB TO TRUE
           END-READ
           IF NOT FIM-FUNCTAB
               AND FUNCTAB-AREA > ZEROS
               AND WRK-QT-FUNCOES < WRK-MAX-FUNCOES
               ADD 1 TO WRK-QT-FUNCOES
               MOVE WRK-QT-FUNCOES TO WRK-K
               MOVE FUNCTAB-OPCAO TO WRK-FUN-OPCAO(WRK-K)
               MOVE FUNCTAB-PROGRAMA TO WRK-FUN-PROGRAMA(WRK-K)
               MOVE FUNCTAB-NIVEL-MIN TO WRK-FUN-NIVEL(WRK-K)
               MOVE FUNCTAB-DESCRICAO TO WRK-FUN-DESCRICAO(WRK-K)
               MOVE FUNCTAB-NIVEL-MIN TO WRK-NIVEL-AVAL
               PERFORM 0250-GRAU-DO-NIVEL
               IF WRK-GRAU-AVAL NOT > WRK-GRAU-OPERADOR
                   ADD 1 TO WRK-QT-LIBERADAS(FUNCTAB-AREA)
               END-IF
           END-IF.

       0100-PROCESSAR-MENU.
           PERFORM 0110-EXIBIR-MENU
           PERFORM 0120-LER-OPCAO
           PERFORM 0130-EXECUTAR-OPCAO.

      *****************************************************
      * PRIMEIRO NIVEL DO MENU - SO AS AREAS EM QUE O OPERADOR
      * TEM AO MENOS UMA FUNCAO LIBERADA
      *****************************************************
       0110-EXIBIR-MENU.
           DISPLAY ' '
           DISPLAY '============================================'
           DISPLAY ' MENU PROGCOB0X - OPERADOR ' WRK-OPERADOR
           DISPLAY '============================================'
           PERFORM 0115-EXIBIR-AREA
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 9
           DISPLAY ' 0 - SAIR'
           DISPLAY '============================================'.

       0115-EXIBIR-AREA.
           IF WRK-QT-LIBERADAS(WRK-I) > ZEROS
               DISPLAY ' ' WRK-I(3:1) ' - ' WRK-AREA-NOME(WRK-I)
           END-IF.

       0120-LER-OPCAO.
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO.

       0130-EXECUTAR-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO = 0
                   SET SAIR-DO-MENU TO TRUE
               WHEN WRK-OPCAO > 9
                   DISPLAY 'OPCAO INVALIDA'
               WHEN WRK-QT-LIBERADAS(WRK-OPCAO) = ZEROS
                   DISPLAY 'OPCAO INVALIDA'
               WHEN OTHER
                   MOVE WRK-OPCAO TO WRK-AREA-ATUAL
                   SET VOLTAR-AREAS TO FALSE
                   PERFORM 0200-PROCESSAR-AREA UNTIL VOLTAR-AREAS
           END-EVALUATE.

      *****************************************************
      * SEGUNDO NIVEL - AS FUNCOES LIBERADAS DA AREA ESCOLHIDA,
      * PELO NUMERO DE 3 DIGITOS DA OPCAO NO FUNCTAB
      *****************************************************
       0200-PROCESSAR-AREA.
           DISPLAY ' '
           DISPLAY '============================================'
           DISPLAY ' ' WRK-AREA-NOME(WRK-AREA-ATUAL)
           DISPLAY '============================================'
           PERFORM 0210-EXIBIR-FUNCAO
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-FUNCOES
           DISPLAY '   0 - VOLTAR'
           DISPLAY '============================================'
           DISPLAY 'OPCAO..'
           ACCEPT WRK-OPCAO-FUNCAO
           IF WRK-OPCAO-FUNCAO = ZEROS
               SET VOLTAR-AREAS TO TRUE
           ELSE
               PERFORM 0220-EXECUTAR-FUNCAO
           END-IF.

       0210-EXIBIR-FUNCAO.
           IF WRK-FUN-OPCAO(WRK-I)(1:1) = WRK-AREA-ATUAL
               MOVE WRK-FUN-NIVEL(WRK-I) TO WRK-NIVEL-AVAL
               PERFORM 0250-GRAU-DO-NIVEL
               IF WRK-GRAU-AVAL NOT > WRK-GRAU-OPERADOR
                   MOVE WRK-FUN-OPCAO(WRK-I) TO WRK-LM-OPCAO
                   MOVE WRK-FUN-DESCRICAO(WRK-I) TO WRK-LM-DESCRICAO
                   DISPLAY WRK-LINHA-MENU
               END-IF
           END-IF.

      *****************************************************
      * LOCALIZA A OPCAO DIGITADA EM QUALQUER AREA. OPCAO
      * INEXISTENTE E SO INVALIDA; OPCAO EXISTENTE ACIMA DO NIVEL
      * DO OPERADOR (FORA DO MENU DELE) E RECUSADA E REGISTRADA.
      * O PROGRAMA CHAMADO E CANCELADO NA VOLTA, PARA QUE UMA
      * NOVA ESCOLHA REINICIALIZE A WORKING-STORAGE DELE
      *****************************************************
       0220-EXECUTAR-FUNCAO.
           SET FUNCAO-ACHADA TO FALSE
           PERFORM 0225-PROCURAR-FUNCAO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QT-FUNCOES OR FUNCAO-ACHADA
           IF NOT FUNCAO-ACHADA
               DISPLAY 'OPCAO INVALIDA'
           ELSE
               MOVE WRK-FUN-NIVEL(WRK-K) TO WRK-NIVEL-AVAL
               PERFORM 0250-GRAU-DO-NIVEL
               IF WRK-GRAU-AVAL > WRK-GRAU-OPERADOR
                   DISPLAY 'FUNCAO NAO LIBERADA PARA O NIVEL DO '
                       'OPERADOR'
                   PERFORM 0240-REGISTRAR-RECUSA
               ELSE
                   MOVE 'EXECUCAO' TO AUDTRL-CAMPO
                   PERFORM 0230-GRAVAR-AUDITORIA
                   CALL WRK-FUN-PROGRAMA(WRK-K)
                   CANCEL WRK-FUN-PROGRAMA(WRK-K)
               END-IF
           END-IF.

       0225-PROCURAR-FUNCAO.
           IF WRK-FUN-OPCAO(WRK-I) = WRK-OPCAO-FUNCAO
               SET FUNCAO-ACHADA TO TRUE
               MOVE WRK-I TO WRK-K
           END-IF.

      *****************************************************
      * UM REGISTRO NO AUDTRL POR CHAMADA OU RECUSA - CHAVE =
      * PROGRAMA ESCOLHIDO, ANTES = NIVEL DO OPERADOR, DEPOIS =
      * NIVEL MINIMO DA FUNCAO. O LOG E ABERTO E FECHADO A CADA
      * GRAVACAO, JA QUE OS PROGRAMAS CHAMADOS TAMBEM GRAVAM NELE
      *****************************************************
       0230-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG
           IF WRK-FS-AUD = '05' OR WRK-FS-AUD = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE 'PROGCOB01' TO AUDTRL-PROGRAMA
           ACCEPT AUDTRL-DATA FROM DATE YYYYMMDD
           ACCEPT AUDTRL-HORA FROM TIME
           MOVE WRK-OPERADOR TO AUDTRL-OPERADOR
           MOVE WRK-FUN-PROGRAMA(WRK-K) TO AUDTRL-CHAVE
           MOVE WRK-NIVEL-SIGNON TO AUDTRL-VALOR-ANTES
           MOVE WRK-FUN-NIVEL(WRK-K) TO AUDTRL-VALOR-DEPOIS
           WRITE AUDTRL-REC
           CLOSE AUDIT-LOG.

       0240-REGISTRAR-RECUSA.
           MOVE 'RECUSADO' TO AUDTRL-CAMPO
           PERFORM 0230-GRAVAR-AUDITORIA
           MOVE 'E001' TO EXCLOG-CODIGO
           MOVE SPACES TO EXCLOG-DESCRICAO
           STRING 'FUNCAO ' WRK-FUN-PROGRAMA(WRK-K)
               ' NEGADA A ' WRK-OPERADOR
               DELIMITED BY SIZE INTO EXCLOG-DESCRICAO
           PERFORM 0800-GRAVAR-EXCECAO.

      *****************************************************
      * GRAU DO NIVEL DE ACESSO PARA COMPARACAO: 'S' SUPERVISOR
      * = 3, 'I' ATENDENTE DE CADASTRO = 2, QUALQUER OUTRO
      * (INCLUSIVE O 'O' DO FUNCTAB) = 1
      *****************************************************
       0250-GRAU-DO-NIVEL.
           EVALUATE WRK-NIVEL-AVAL
               WHEN 'S'
                   MOVE 3 TO WRK-GRAU-AVAL
               WHEN 'I'
                   MOVE 2 TO WRK-GRAU-AVAL
               WHEN OTHER
                   MOVE 1 TO WRK-GRAU-AVAL
           END-EVALUATE.

       0800-GRAVAR-EXCECAO.
           OPEN EXTEND EXCEPTION-LOG
           IF WRK-FS-EXC = '05' OR WRK-FS-EXC = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF
           MOVE 'PROGCOB01' TO EXCLOG-PROGRAMA
           ACCEPT EXCLOG-DATA FROM DATE YYYYMMDD
           ACCEPT EXCLOG-HORA FROM TIME
           IF EXCLOG-CODIGO(1:1) = 'E'
               MOVE 'A' TO EXCLOG-SEVERIDADE
           ELSE
               MOVE 'I' TO EXCLOG-SEVERIDADE
           END-IF
           WRITE EXCLOG-REC
           CLOSE EXCEPTION-LOG.

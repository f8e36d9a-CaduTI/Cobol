      *        CONTABILIDADE O LEVA PARA A CONTA DE RECEITA DE
      *        RECUPERACAO, NAO PARA CLIENTES.
               88  PL-TIPO-RECUPERACAO    VALUE 'RC'.
      *        RECEBIMENTO DO ESPOLIO (INVENTARIANTE) OU DO
      *        ADMINISTRADOR JUDICIAL EM CONTA COM OBITO, FALENCIA OU
      *        RECUPERACAO JUDICIAL: ABATE O SALDO COMO PAGAMENTO,
      *        MAS SAI EM LINHA PROPRIA NO REPASSE E NO ROLLFORWARD.
               88  PL-TIPO-ESPOLIO        VALUE 'EP'.
      *        PAGAMENTO A MAIOR RETIDO COMO SALDO CREDOR DO CLIENTE
      *        (ARQUIVO CREDCLI): DINHEIRO QUE ENTROU, MAS NAO ABATE
      *        SALDO NEM E DO CREDOR. FICA FORA DO TOTAL COBRADO, DO
      *        REPASSE E DO ROLLFORWARD; A CONTABILIDADE O LEVA AO
      *        PASSIVO DE CREDITOS DE CLIENTES.
               88  PL-TIPO-CREDITO        VALUE 'CR'.
      *        REEMBOLSO DO SALDO CREDOR PAGO AO CLIENTE (ARQUIVO DE
      *        PAGAMENTO REEMBPAG), COM PL-VALOR NEGATIVO: DINHEIRO QUE
      *        SAIU CONTRA O MESMO PASSIVO.
               88  PL-TIPO-REEMBOLSO      VALUE 'RE'.
               88  PL-TIPO-SALDO-CREDOR   VALUES 'CR' 'RE'.
           05  PL-VALOR                   PIC S9(5)V99.
           05  PL-DATA-MOVIMENTO          PIC 9(08).
           05  PL-HORA-MOVIMENTO          PIC 9(08).
      *    ANTERIORES AO CAMPO.
           05  PL-DATA-EFETIVA            PIC 9(08).
      *    FORMA DE PAGAMENTO DO LANCAMENTO: DINHEIRO, CHEQUE, CARTAO
      *    OU PIX NO BALCAO; BOLETO NO CANAL BANCO; REPASSE DO
      *    CARTORIO (OPERADOR 'CARTORIO') NO TITULO PAGO EM
      *    PROTESTO. O FECHAMENTO DE CAIXA (FECHACX) CONFERE A
      *    GAVETA SO CONTRA DINHEIRO.
      *    LANCAMENTOS ANTERIORES AO CAMPO (ESPACOS) SAO TRATADOS
      *    COMO DINHEIRO.
           05  PL-FORMA                   PIC X(02).
               88  PL-FORMA-CARTAO        VALUE 'CA'.
               88  PL-FORMA-PIX           VALUE 'PX'.
               88  PL-FORMA-BOLETO        VALUE 'BO'.
               88  PL-FORMA-CARTORIO      VALUE 'CT'.
      *        CREDITO NAO IDENTIFICADO (ARQUIVO SUSPENSO) APLICADO
      *        A CONTA PELO SUPERVISOR: O DINHEIRO JA ESTAVA NO BANCO.
               88  PL-FORMA-SUSPENSO      VALUE 'SU'.
      *        SALDO CREDOR DO CLIENTE (ARQUIVO CREDCLI) COMPENSADO
      *        EM DIVIDA DO MESMO CPF/CNPJ: O DINHEIRO JA TINHA
      *        ENTRADO COMO 'CR'.
               88  PL-FORMA-SALDO-CREDOR  VALUE 'SC'.
      *    CODIGO DO CREDOR (CM-CREDOR DA CONTA NO MOMENTO DO
      *    LANCAMENTO), PARA OS RELATORIOS POR CREDOR E O REPASSE
      *    SEMANAL NAO PRECISAREM RELER O CADASTRO. ZEROS NOS
      *    PRECISAREM RECONSTRUIR O ATRASO DEPOIS. ZEROS QUANDO A
      *    DIVIDA NAO ESTAVA VENCIDA E NOS LANCAMENTOS ANTIGOS.
           05  PL-DIAS-ATRASO             PIC 9(05).
      *    CODIGO DA CAMPANHA DE DESCONTO (FEIRAO, ARQUIVO CAMPANHA)
      *    SOB A QUAL O DESCONTO FOI CONCEDIDO: PREENCHIDO SO NO
      *    LANCAMENTO 'DS' DA QUITACAO EM CAMPANHA, A VISTA NO
      *    BALCAO OU NO FECHAMENTO DE ACORDO DE CAMPANHA, PARA O
      *    RELATORIO DE RESULTADO DA CAMPANHA (CAMPREL). ESPACOS NOS
      *    DEMAIS LANCAMENTOS.
           05  PL-CAMPANHA                PIC X(06).
      *    DATA CONTABIL DO LANCAMENTO DE BALCAO (SETCOMMAND, ACORDOS,
      *    CONTESTA): A DATA DO MOVIMENTO OU, COM O DIA JA FECHADO
      *    PELO SUPERVISOR (ARQUIVO DIAFECH), O PROXIMO DIA UTIL
      *    (ROTINA DATACONT). O RELATORIO DIARIO, O FECHAMENTO DE
      *    CAIXA, A RECONCILIACAO E A EXPORTACAO CONTABIL PROCESSAM
      *    POR ESTA DATA, E O DIA FECHADO NAO MUDA MAIS. ZEROS NOS
      *    LANCAMENTOS DOS BATCHES E NOS ANTERIORES AO CAMPO: VALE A
      *    DATA DO MOVIMENTO.
           05  PL-DATA-CONTABIL           PIC 9(08).

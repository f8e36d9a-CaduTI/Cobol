      *                naturalmente para a multa noturna da quebra em
      *                diante, sem cobranca retroativa do periodo
      *                congelado.
      *   15/10/2026 - Conta com obito, falencia ou recuperacao
      *                judicial registrados (CM-EVENTO-VIDA, cadastro
      *                EVENTCAD) fica fora da aplicacao de multa. Nova
      *                opcao 8 do atendimento: recebimento do espolio
      *                ou do administrador judicial, lancado no PAYLOG
      *                com tipo proprio 'EP' (recibo ESPOLIO/MASSA) e
      *                somado ao recebido do evento no arquivo EVENTOS.
      *   15/10/2026 - O atendimento de conta em aberto avisa a
      *                campanha de desconto (feirao) em vigor para a
      *                conta (rotina CAMPSEL) e registra a oferta no
      *                CAMPOFER; na quitacao com desconto, campanha com
      *                teto igual ou maior que o da tabela por faixa
      *                passa a valer e o lancamento DS sai marcado com
      *                o codigo da campanha (PL-CAMPANHA).
      *   15/10/2026 - Venda no cartao (forma CA) pede o codigo de
      *                autorizacao e entra na custodia de cartoes
      *                (CARTVEN) pendente de liquidacao pela
      *                adquirente. Novo modo CHARGEBACK: os chargebacks
      *                casados pelo CONCCART (CARTCBK) estornam o
      *                pagamento pelo caminho do estorno de balcao,
      *                reabrindo a divida, e marcam a conta (CM-
      *                CHARGEBACK), que deixa de aceitar cartao.
      *   15/10/2026 - Novo modo SUSPENSO, chamado pela tela de
      *                creditos nao identificados (SUSPCAD) com o
      *                credito e a conta escolhida: o credito e lancado
      *                pelo caminho normal do pagamento, com recibo, na
      *                forma 'SU' e com a data efetiva do credito no
      *                banco, e o item do arquivo SUSPENSO fica
      *                aplicado. Credito maior que o saldo nao e
      *                aplicado. O estorno pelo balcao de um lancamento
      *                na forma 'SU' e recusado (ajuste de back
      *                office).
      *   15/10/2026 - Novo modo SALDOCRD, chamado pela tela de saldos
      *                credores (SALDCAD): o saldo credor do cliente
      *                (CREDCLI) e compensado em divida do mesmo
      *                CPF/CNPJ pelo caminho normal do pagamento, com
      *                recibo, na forma 'SC'. O relatorio diario leva
      *                pagamento a maior retido ('CR') e reembolso
      *                ('RE') em linhas e totais proprios, fora do
      *                total cobrado. Estorno de lancamento 'SC' pelo
      *                balcao e recusado.
      *   15/10/2026 - Estorno pelo balcao, devolucao das multas do
      *                pagamento retroativo e recuperacao de conta
      *                baixada passam a ir para a fila de aprovacao
      *                (APROVAC) com solicitante, motivo e efeito. Novo
      *                modo APROVACA, chamado pela tela APROVCAD com o
      *                supervisor que aprova, efetiva o item em nome de
      *                quem pediu. A devolucao de multa aprovada abate
      *                do principal o que nao achar mais na multa.
      *   15/10/2026 - O teto de multa (MULTAPRM) e o limite de alcada
      *                (ALCADA) em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalecem
      *                sobre os arquivos de controle.
      *   15/10/2026 - Balcao nao recebe de conta devolvida ao credor;
      *                consolidacao preserva a situacao DEVOLVIDO.
      *   15/10/2026 - Novo modo VARREDURA: a multa noturna roda como
      *                modulo da varredura unica da carteira
      *                (VARRECAR), sobre a conta montada no bloco
      *                VARRCTA; o que a multa altera volta ao bloco
      *                para uma unica regravacao.
      *   15/10/2026 - Credor com a regra do codigo do consumidor
      *                (CREDMAST) tem multa moratoria unica sobre o
      *                principal e juros de mora simples pro rata dia,
      *                com teto proprio opcional, gravados no FEELOG
      *                como 'MM' e 'JM'; os demais credores seguem na
      *                multa da tabela de taxas.
      *   15/10/2026 - Opcao 9 do atendimento: quitacao pelo valor da
      *                cotacao de quitacao valida (COTAQUIT), com baixa
      *                da cotacao e cancelamento do boleto dela;
      *                lancamento de desconto so quando ha valor
      *                perdoado.
      *   15/10/2026 - Estorno que reabre a divida ou a conta cancela a
      *                carta de quitacao ja emitida para ela no
      *                registro CARTAQT.
      *   15/10/2026 - Conta duplicada ja unificada nao recebe no
      *                balcao; o atendente e orientado a receber na
      *                conta sobrevivente.
      *   15/10/2026 - Estorno de lancamento da liquidacao PIX do PSP
      *                (operador de canal 'PIX') e recusado no balcao,
      *                como o do canal banco.
      *   15/10/2026 - No atendimento interativo, os alertas ativos da
      *                conta (ALERTVER) aparecem antes de qualquer
      *                outro dado do devedor.
      *   15/10/2026 - Lancamento de balcao depois do fechamento do dia
      *                (FECHADIA) vai para o proximo dia util: data
      *                contabil no PAYLOG (rotina DATACONT), aviso na
      *                tela e linha no recibo; o relatorio do dia soma
      *                pela data contabil.
      *   15/10/2026 - Toda mudanca de pago/nao pago da conta e da
      *                divida (quitacao, recuperacao, consolidacao,
      *                devolucao de multa e estorno) vai para o
      *                historico de situacoes SITUHIST (rotina
      *                SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetCommand.
               ACCESS MODE DYNAMIC
               RECORD KEY RT-CHAVE
               FILE STATUS WS-FS-RATETAB.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT ALCADA-FILE ASSIGN TO "ALCADA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ALCADA.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-WRITEOFF.
           SELECT EVENTOS-FILE ASSIGN TO "EVENTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EV-CONTA
               FILE STATUS WS-FS-EVENTOS.
           SELECT COTACAO-FILE ASSIGN TO "COTACOES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QT-CHAVE
               FILE STATUS WS-FS-COTACAO.
           SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CHAVE
               FILE STATUS WS-FS-BOLETO.
           SELECT CARTAQT-FILE ASSIGN TO "CARTAQT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KQ-NUMERO
               ALTERNATE RECORD KEY KQ-CONTA WITH DUPLICATES
               FILE STATUS WS-FS-CARTAQT.
           SELECT CARTVEN-FILE ASSIGN TO "CARTVEN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VC-CHAVE
               FILE STATUS WS-FS-CARTVEN.
           SELECT CARTCBK-FILE ASSIGN TO "CARTCBK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CARTCBK.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SU-CHAVE
               FILE STATUS WS-FS-SUSPENSO.
           SELECT CREDCLI-FILE ASSIGN TO "CREDCLI"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SD-CHAVE
               FILE STATUS WS-FS-CREDCLI.
           SELECT APROVAC-FILE ASSIGN TO "APROVAC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AP-CHAVE
               FILE STATUS WS-FS-APROVAC.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY ACORDO.
       FD  CHEQUE-FILE.
           COPY CHEQUE.
       FD  CARTVEN-FILE.
           COPY CARTVEN.
      *    CHARGEBACKS CASADOS PELO CONCCART: IMAGEM DO REGISTRO DE
      *    CUSTODIA DA VENDA (LAYOUT CARTVEN).
       FD  CARTCBK-FILE.
       01 CARTCBK-RECORD           PIC X(76).
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  CREDCLI-FILE.
           COPY CREDCLI.
       FD  APROVAC-FILE.
           COPY APROVAC.
       FD  DISPUTA-FILE.
           COPY DISPUTA.
       FD  WRITEOFF-FILE.
           COPY MULTAPRM.
       FD  RATETAB-FILE.
           COPY RATETAB.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  FEELOG-FILE.
           COPY MSTLOCK.
       FD  SIMUL-RPT-FILE.
       01 SIMUL-LINE               PIC X(80).
       FD  EVENTOS-FILE.
           COPY EVENTVID.
       FD  COTACAO-FILE.
           COPY COTACAO.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  CARTAQT-FILE.
           COPY CARTAQT.
       WORKING-STORAGE SECTION.
       77 WS-VALOR             PIC S9(5)V99 VALUES ZEROS.
       77 WS-DECISION          PIC 9(01) VALUES ZEROS.
          05 WS-REC-HORA       PIC 9(08) VALUES ZEROS.
          05 WS-REC-OPERADOR   PIC X(08) VALUES SPACES.
          05 WS-REC-TITULO     PIC X(20) VALUES SPACES.
          05 WS-REC-DATA-CONTABIL PIC 9(08) VALUES ZEROS.
       77 WS-RECIBO-BUSCA      PIC 9(08) VALUES ZEROS.
       77 WS-FS-ACORDO         PIC X(02) VALUES '00'.
       88 WS-FS-ACORDO-OK      VALUE '00'.
       88 WS-FORMA-CHEQUE      VALUE 'CH'.
       88 WS-FORMA-CARTAO      VALUE 'CA'.
       88 WS-FORMA-PIX         VALUE 'PX'.
       88 WS-FORMA-SUSPENSO    VALUE 'SU'.
       88 WS-FORMA-SALDO-CREDOR VALUE 'SC'.
       77 WS-CHQ-NUMERO        PIC 9(08) VALUES ZEROS.
       77 WS-CARTAO-AUTORIZ    PIC X(06) VALUES SPACES.
       77 WS-FS-CARTVEN        PIC X(02) VALUES '00'.
       88 WS-FS-CARTVEN-OK     VALUE '00'.
       77 WS-FS-CARTCBK        PIC X(02) VALUES '00'.
       88 WS-FS-CARTCBK-OK     VALUE '00'.
       77 WS-CBK-EOF           PIC X(01) VALUES 'N'.
       88 WS-FIM-CBK           VALUE 'S'.
       77 WS-QTDE-CBK-LIDOS    PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-CBK-ESTORNO  PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-CBK-PENDENTE PIC 9(05) VALUES ZEROS.
       77 WS-RECIBO-ESTORNO    PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-HORAS        PIC 9(02) VALUES ZEROS.
       77 WS-IDX-HORA          PIC 9(02) VALUES ZEROS.
       01 WS-HORAS-RECIBO.
           05 WS-HR-HORA        PIC 9(08) OCCURS 99.
      *    OPERADOR DE CANAL DOS ESTORNOS POR CHARGEBACK DE CARTAO.
       77 WS-OPERADOR-ADQUIR   PIC X(08) VALUES 'ADQUIREN'.
       77 WS-FS-SUSPENSO       PIC X(02) VALUES '00'.
       88 WS-FS-SUSPENSO-OK    VALUE '00'.
       77 WS-SUSPENSO-ABRIU    PIC X(01) VALUES 'N'.
       88 WS-SUSPENSO-ABERTO   VALUE 'S'.
       77 WS-SUSP-ACHADO       PIC X(01) VALUES 'N'.
       88 WS-TEM-CREDITO-SUSP  VALUE 'S'.
       77 WS-SUSP-CONTA-ACHADA PIC X(01) VALUES 'N'.
       88 WS-TEM-CONTA-SUSP    VALUE 'S'.
       77 WS-FS-CREDCLI        PIC X(02) VALUES '00'.
       88 WS-FS-CREDCLI-OK     VALUE '00'.
       77 WS-CREDCLI-ABRIU     PIC X(01) VALUES 'N'.
       88 WS-CREDCLI-ABERTO    VALUE 'S'.
       77 WS-CRED-ACHADO       PIC X(01) VALUES 'N'.
       88 WS-TEM-SALDO-CREDOR  VALUE 'S'.
       77 WS-VALOR-COMPENSAR   PIC 9(05)V99 VALUES ZEROS.
       77 WS-TOTAL-CRED-RETIDO PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-REEMBOLSOS  PIC S9(9)V99 VALUES ZEROS.
      *    FILA DE APROVACAO (APROVAC): ESTORNO, DEVOLUCAO DE MULTA E
      *    RECUPERACAO SO SAO EFETIVADOS DEPOIS DE APROVADOS POR UM
      *    SUPERVISOR DIFERENTE DE QUEM PEDIU (MODO APROVACA).
       77 WS-FS-APROVAC        PIC X(02) VALUES '00'.
       88 WS-FS-APROVAC-OK     VALUE '00'.
       77 WS-APROVAC-ABRIU     PIC X(01) VALUES 'N'.
       88 WS-APROVAC-ABERTO    VALUE 'S'.
       77 WS-APROV-ACHADO      PIC X(01) VALUES 'N'.
       88 WS-TEM-APROVACAO     VALUE 'S'.
       77 WS-APROV-MARCADO     PIC X(01) VALUES 'N'.
       88 WS-ITEM-MARCADO      VALUE 'S'.
       77 WS-PEDIDO-PENDENTE   PIC X(01) VALUES 'N'.
       88 WS-JA-HA-PEDIDO      VALUE 'S'.
       77 WS-ESTORNO-ELEGIVEL  PIC X(01) VALUES 'N'.
       88 WS-ESTORNO-PASSA-TRIAGEM VALUE 'S'.
       77 WS-MOTIVO-PEDIDO     PIC X(40) VALUES SPACES.
       77 WS-APROVADOR         PIC X(08) VALUES SPACES.
       77 WS-CHAVE-PEDIDO      PIC X(24) VALUES SPACES.
       77 WS-CHQ-COMPENSA      PIC 9(08) VALUES ZEROS.
       77 WS-FORMA-ESTORNO     PIC X(02) VALUES SPACES.
       77 WS-ESTORNO-FEITO     PIC X(01) VALUES 'N'.
       88 WS-ESTORNO-EFETUADO  VALUE 'S'.
       77 WS-DATA-EFETIVA      PIC 9(08) VALUES ZEROS.
      *    DATA CONTABIL DO LANCAMENTO DE BALCAO (ROTINA DATACONT): A
      *    DE HOJE OU, COM O DIA JA FECHADO, O PROXIMO DIA UTIL.
       77 WS-DATA-CONTABIL     PIC 9(08) VALUES ZEROS.
       77 WS-DIA-FECHADO       PIC X(01) VALUES 'N'.
           88 WS-DIA-JA-FECHADO VALUE 'S'.
       77 WS-DATA-CONTABIL-LANC PIC 9(08) VALUES ZEROS.
       77 WS-DATA-EFET-TXT     PIC X(08) VALUES SPACES.
       77 WS-DATA-EFET-OK      PIC X(01) VALUES 'N'.
       77 WS-MULTA-DEVOLVIDA   PIC S9(7)V99 VALUES ZEROS.
       88 WS-DISPUTA-ABERTA    VALUE 'S'.
       77 WS-FS-WRITEOFF       PIC X(02) VALUES '00'.
       88 WS-FS-WO-OK          VALUE '00'.
       77 WS-FS-EVENTOS        PIC X(02) VALUES '00'.
       88 WS-FS-EVENTOS-OK     VALUE '00'.
       77 WS-RECEBTO-ESPOLIO   PIC X(01) VALUES 'N'.
       88 WS-EH-RECEBTO-ESPOLIO VALUE 'S'.
       77 WS-FS-MULTAPRM       PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA   PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA    PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA   PIC X(01) VALUES 'N'.
       77 WS-PCT-TETO          PIC 9(03) VALUES 100.
       77 WS-TETO-MULTA        PIC S9(7)V99 VALUES ZEROS.
       77 WS-NO-TETO           PIC X(01) VALUES 'N'.
       77 WS-DESCONTO-MAX      PIC S9(7)V99 VALUES ZEROS.
       77 WS-VALOR-PERDOADO    PIC S9(7)V99 VALUES ZEROS.
       77 WS-TOTAL-DESCONTOS   PIC S9(9)V99 VALUES ZEROS.
      *    CAMPANHA DE DESCONTO (FEIRAO) EM VIGOR PARA A CONTA
      *    ATENDIDA (ROTINA CAMPSEL) E A QUE FOI DE FATO USADA COMO
      *    TETO NA QUITACAO, PARA MARCAR O LANCAMENTO DS.
           COPY CAMPANHA REPLACING ==CAMPANHA-RECORD== BY
                                   ==WS-CAMPANHA-OFERTA==
                         LEADING ==FE== BY ==WS-CAMP==.
       77 WS-ACHOU-CAMPANHA    PIC X(01) VALUES 'N'.
       88 WS-TEM-CAMPANHA      VALUE 'S'.
       77 WS-CAMPANHA-APLICADA PIC X(06) VALUES SPACES.
       77 WS-CANAL-BALCAO      PIC X(01) VALUES 'B'.
      *    COTACAO DE QUITACAO (COTAQUIT) ABERTA E DENTRO DA VALIDADE
      *    PARA A CONTA ATENDIDA; A DE MAIOR SEQUENCIA PREVALECE.
       77 WS-FS-COTACAO        PIC X(02) VALUES '00'.
       88 WS-FS-COTACAO-OK     VALUE '00'.
       77 WS-FS-BOLETO         PIC X(02) VALUES '00'.
       88 WS-FS-BOLETO-OK      VALUE '00'.
       77 WS-COTACAO-EOF       PIC X(01) VALUES 'N'.
       88 WS-FIM-COTACAO       VALUE 'S'.
       77 WS-COTACAO-VALIDA    PIC X(01) VALUES 'N'.
       88 WS-HA-COTACAO-VALIDA VALUE 'S'.
       77 WS-COTACAO-SEQ       PIC 9(03) VALUES ZEROS.
       77 WS-COTACAO-VALOR     PIC 9(07)V99 VALUES ZEROS.
       77 WS-COTACAO-VALIDADE  PIC 9(08) VALUES ZEROS.
       77 WS-COTACAO-CAMPANHA  PIC X(06) VALUES SPACES.
       77 WS-RESPOSTA-COTACAO  PIC X(01) VALUES SPACES.
      *    CARTAS DE QUITACAO (CARTQUIT) QUE O ESTORNO CANCELA.
       77 WS-FS-CARTAQT        PIC X(02) VALUES '00'.
       88 WS-FS-CARTAQT-OK     VALUES '00' '02'.
       77 WS-CARTAQT-EOF       PIC X(01) VALUES 'N'.
       88 WS-FIM-CARTAQT       VALUE 'S'.
       77 WS-OFERTA-NOVA       PIC X(01) VALUES 'N'.
       77 WS-PAGO-MULTA         PIC S9(5)V99 VALUES ZEROS.
       77 WS-PAGO-PRINCIPAL     PIC S9(5)V99 VALUES ZEROS.
       77 WS-EST-MULTA          PIC S9(5)V99 VALUES ZEROS.
      *    (MESMO LITERAL DO BANCORET); O ESTORNO DE BALCAO NAO OS
      *    ACEITA.
       77 WS-OPERADOR-BANCO     PIC X(08) VALUES 'BANCO'.
      *    A LIQUIDACAO PIX DO PSP (BANCORET NO MODO PIX) TAMBEM NAO
      *    PASSA PELO CAIXA DO BALCAO.
       77 WS-OPERADOR-PIX       PIC X(08) VALUES 'PIX'.
       77 WS-CONSOL-PRINCIPAL   PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONSOL-MULTA       PIC S9(7)V99 VALUES ZEROS.
       77 WS-FS-SIMUL          PIC X(02) VALUES '00'.
       77 WS-SIM-QTDE           PIC 9(07) VALUES ZEROS.
       77 WS-SIM-TOTAL          PIC S9(11)V99 VALUES ZEROS.
       77 WS-NOME-PROGRAMA     PIC X(12) VALUES 'SETCOMMAND'.
      *    SITUACAO ANTES DA MUDANCA, PARA O HISTORICO SITUHIST
       77 WS-SITU-ANTERIOR     PIC X(10) VALUES SPACES.
       77 WS-CONTEXTO-ERRO      PIC X(20) VALUES SPACES.
       77 WS-FS-MSTLOCK        PIC X(02) VALUES '00'.
       77 WS-FS-RUNHIST        PIC X(02) VALUES '00'.
       77 WS-FAIXA-CONTA       PIC 9(03) VALUES ZEROS.
       77 WS-TAXA-VIGENTE      PIC 9V9999 VALUES ZEROS.
       77 WS-VIGENCIA-ACHADA   PIC 9(08) VALUES ZEROS.
       77 WS-FS-CREDMAST       PIC X(02) VALUES '00'.
       88 WS-FS-CREDMAST-OK    VALUE '00'.
       77 WS-QTDE-REGRAS       PIC 9(03) VALUES ZEROS.
       77 WS-IDX-REGRA         PIC 9(03) VALUES ZEROS.
       77 WS-CREDOR-CALCULO    PIC 9(03) VALUES ZEROS.
       77 WS-REGRA-CREDOR      PIC X(01) VALUES 'T'.
       88 WS-REGRA-CDC         VALUE 'C'.
       77 WS-CDC-PCT-MULTA     PIC 9(02)V99 VALUES ZEROS.
       77 WS-CDC-PCT-JUROS     PIC 9(02)V99 VALUES ZEROS.
       77 WS-CDC-PCT-TETO      PIC 9(03)V99 VALUES ZEROS.
       77 WS-CDC-PRINCIPAL     PIC S9(7)V99 VALUES ZEROS.
       77 WS-CDC-ENCARGOS      PIC S9(7)V99 VALUES ZEROS.
       77 WS-CDC-VENCIMENTO    PIC 9(08) VALUES ZEROS.
       77 WS-CDC-ULTIMO        PIC 9(08) VALUES ZEROS.
       77 WS-CDC-DESDE         PIC 9(08) VALUES ZEROS.
       77 WS-CDC-DIAS          PIC S9(05) VALUES ZEROS.
       77 WS-CDC-MULTA         PIC S9(7)V99 VALUES ZEROS.
       77 WS-CDC-JUROS         PIC S9(7)V99 VALUES ZEROS.
       77 WS-CDC-SALDO-APOS    PIC S9(7)V99 VALUES ZEROS.
       77 WS-MODULO-VARREDURA  PIC X(01) VALUES 'N'.
       88 WS-EM-VARREDURA      VALUE 'S'.
       77 WS-JUROS-NOITE       PIC X(01) VALUES 'N'.
       88 WS-JUROS-ATIVOS      VALUE 'S'.
       77 WS-IDX-VARR          PIC 9(04) VALUES ZEROS.
       77 WS-IDX-VARR-AUX      PIC 9(04) VALUES ZEROS.
       01 WS-TAXAS-TAB.
           05 WS-TAXA-ENTRY OCCURS 200.
               10 WS-TX-VIGENCIA   PIC 9(08).
               10 WS-TX-FAIXA      PIC 9(03).
               10 WS-TX-TAXA       PIC 9V9999.
       01 WS-REGRAS-TAB.
           05 WS-REGRA-ENTRY OCCURS 999.
               10 WS-RG-CREDOR     PIC 9(03).
               10 WS-RG-PCT-MULTA  PIC 9(02)V99.
               10 WS-RG-PCT-JUROS  PIC 9(02)V99.
               10 WS-RG-PCT-TETO   PIC 9(03)V99.
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.
       COPY ERRTAB.
       COPY SITUREGP.
       LINKAGE SECTION.
       01 LK-MODO-EXECUCAO     PIC X(20).
       01 LK-OPERADOR-ID       PIC X(08).
      *    MODO SUSPENSO (TELA SUSPCAD): CREDITO NAO IDENTIFICADO A
      *    APLICAR, CONTA ESCOLHIDA PELO SUPERVISOR E O RESULTADO
      *    DEVOLVIDO ('S' APLICADO, 'F' NAO APLICADO).
       01 LK-SUSPENSO.
           05 LK-SU-CHAVE      PIC X(13).
           05 LK-SU-CONTA      PIC 9(08).
           05 LK-SU-RESULTADO  PIC X(01).
      *    MODO SALDOCRD (TELA SALDCAD): SALDO CREDOR DO CLIENTE A
      *    COMPENSAR, CONTA DO MESMO CPF/CNPJ ESCOLHIDA PELO OPERADOR
      *    E O RESULTADO DEVOLVIDO ('S' COMPENSADO, 'F' NAO).
       01 LK-SALDO-CREDOR.
           05 LK-SD-CHAVE      PIC X(11).
           05 LK-SD-CONTA      PIC 9(08).
           05 LK-SD-RESULTADO  PIC X(01).
      *    MODO APROVACA (TELA APROVCAD): ITEM DA FILA DE APROVACAO A
      *    EFETIVAR, COM O SUPERVISOR QUE APROVA EM LK-OPERADOR-ID, E
      *    O RESULTADO DEVOLVIDO ('S' EFETIVADO, 'F' NAO).
       01 LK-APROVACAO.
           05 LK-AP-CHAVE      PIC X(24).
           05 LK-AP-RESULTADO  PIC X(01).
      *    MODO VARREDURA (VARRECAR, BATCH NOTURNO): CONTA MONTADA DA
      *    VARREDURA UNICA DA CARTEIRA, QUE RECEBE A MULTA DA NOITE.
           COPY VARRCTA.

       PROCEDURE DIVISION USING OPTIONAL LK-MODO-EXECUCAO
                                OPTIONAL LK-OPERADOR-ID
                                OPTIONAL LK-SUSPENSO
                                OPTIONAL LK-SALDO-CREDOR
                                OPTIONAL LK-APROVACAO
                                OPTIONAL VARRCTA-CONTA.
       MAIN-PROCEDURE.

           IF LK-MODO-EXECUCAO IS OMITTED
               MOVE LK-MODO-EXECUCAO TO WS-MODO-EXECUCAO
           END-IF

           IF WS-MODO-EXECUCAO (1:9) = 'VARREDURA' AND
              VARRCTA-CONTA IS NOT OMITTED
               PERFORM MODULO-VARREDURA
               GOBACK
           END-IF

           CALL 'DATAPROC' USING WS-DATA-HOJE

           IF WS-MODO-EXECUCAO (1:6) = 'REPORT'
           ELSE
           IF WS-MODO-EXECUCAO (1:5) = 'BATCH'
               PERFORM BATCH-JUROS-DEVEDORES
           ELSE
           IF WS-MODO-EXECUCAO (1:10) = 'CHARGEBACK'
               PERFORM PROCESSA-CHARGEBACKS
           ELSE
           IF WS-MODO-EXECUCAO (1:8) = 'SUSPENSO'
               IF LK-SUSPENSO IS OMITTED OR
                  LK-OPERADOR-ID IS OMITTED
                   DISPLAY 'MODO SUSPENSO SEM O CREDITO A APLICAR. '
                           'NADA FEITO.'
               ELSE
                   PERFORM APLICA-CREDITO-SUSPENSO
               END-IF
           ELSE
           IF WS-MODO-EXECUCAO (1:8) = 'SALDOCRD'
               IF LK-SALDO-CREDOR IS OMITTED OR
                  LK-OPERADOR-ID IS OMITTED
                   DISPLAY 'MODO SALDOCRD SEM O SALDO CREDOR A '
                           'COMPENSAR. NADA FEITO.'
               ELSE
                   PERFORM COMPENSA-SALDO-CREDOR
               END-IF
           ELSE
           IF WS-MODO-EXECUCAO (1:8) = 'APROVACA'
               IF LK-APROVACAO IS OMITTED OR
                  LK-OPERADOR-ID IS OMITTED
                   DISPLAY 'MODO APROVACA SEM O ITEM A EFETIVAR. '
                           'NADA FEITO.'
               ELSE
                   PERFORM EXECUTA-APROVACAO
               END-IF
           ELSE
               IF LK-OPERADOR-ID IS OMITTED
                   DISPLAY 'INFORME O CODIGO DO OPERADOR:'
                                   EC-MENSAGEM ': ' WS-CONTA-INPUT
                   END-READ
                   IF WS-FS-OK
                       PERFORM EXIBE-ALERTAS-CONTA
                       PERFORM TRATA-DEVEDOR
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           CLOSE CUSTMAST-FILE
           CLOSE PAYLOG-FILE
       GERA-RELATORIO-DIARIO.
           MOVE ZEROS TO WS-TOTAL-COBRADO WS-QTDE-LANCAMENTOS
                         WS-TOTAL-DESCONTOS WS-QTDE-CRED
                         WS-TOTAL-CRED-RETIDO WS-TOTAL-REEMBOLSOS
           INITIALIZE WS-TOTAIS-CREDOR
           MOVE '00' TO WS-FS-PAYLOG
           OPEN INPUT PAYLOG-FILE
               IF NOT WS-FS-PAYLOG-OK
                   SET WS-FS-EOF TO TRUE
               END-IF
               IF NOT WS-FS-EOF
                   PERFORM DETERMINA-DATA-CONTABIL
               END-IF
               IF NOT WS-FS-EOF AND WS-DATA-CONTABIL-LANC = WS-DATA-HOJE
                   IF PL-TIPO-DESCONTO
      *                DESCONTO NAO E DINHEIRO COBRADO; SAI EM LINHA
      *                PROPRIA E NO TOTAL DE DESCONTOS DO RODAPE.
                              '  OPERADOR: ' PL-OPERADOR
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   ELSE
                   IF PL-TIPO-SALDO-CREDOR
      *                PAGAMENTO A MAIOR RETIDO E REEMBOLSO PAGO SAO
      *                DINHEIRO DO CLIENTE, NAO COBRANCA: LINHA PROPRIA
      *                E TOTAIS PROPRIOS NO RODAPE.
                       IF PL-TIPO-CREDITO
                           ADD PL-VALOR TO WS-TOTAL-CRED-RETIDO
                       ELSE
                           ADD PL-VALOR TO WS-TOTAL-REEMBOLSOS
                       END-IF
                       MOVE SPACES TO RPT-LINE
                       STRING 'CONTA: ' PL-CONTA
                              '  SALDO CREDOR (' PL-TIPO '): ' PL-VALOR
                              '  OPERADOR: ' PL-OPERADOR
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   ELSE
                       ADD 1 TO WS-QTDE-LANCAMENTOS
                       ADD PL-VALOR TO WS-TOTAL-COBRADO
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PAGAMENTOS A MAIOR RETIDOS (SALDO CREDOR): '
                  WS-TOTAL-CRED-RETIDO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REEMBOLSOS PAGOS A CLIENTES: '
                  WS-TOTAL-REEMBOLSOS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COBRADO POR CREDOR (000 = CARTEIRA PROPRIA):'
           ACCEPT WS-HORA-INICIO-BATCH FROM TIME
           MOVE ZEROS TO WS-QTDE-PROCESSADAS WS-QTDE-TETO
           PERFORM LE-TETO-MULTA
           PERFORM CARREGA-REGRAS-CREDOR
           PERFORM ABRE-ACORDOS-BATCH
           IF WS-EH-SIMULACAO
               MOVE ZEROS TO WS-SIM-QTDE WS-SIM-TOTAL
                   SET WS-FS-EOF TO TRUE
               END-IF
               IF NOT WS-FS-EOF
                   PERFORM JUROS-CONTA-CORRENTE
                   ADD 1 TO WS-QTDE-PROCESSADAS
                   IF NOT WS-EH-SIMULACAO
                       MOVE CM-CONTA TO WS-ULTIMA-CONTA-PROC
               PERFORM GRAVA-HISTORICO-BATCH
           END-IF.

       JUROS-CONTA-CORRENTE.
           IF CM-NAO-PAGO AND CM-DATA-VENCIMENTO < WS-DATA-HOJE
               PERFORM VERIFICA-ACORDO-ATIVO
               IF WS-ACORDO-ATIVO
                   DISPLAY 'CONTA ' CM-CONTA ' COM ACORDO '
                           'ATIVO. MULTA SUSPENSA.'
               ELSE
                   IF CM-COM-EVENTO-VIDA
                       DISPLAY 'CONTA ' CM-CONTA ' COM OBITO/'
                               'FALENCIA/RJ. MULTA SUSPENSA.'
                   ELSE
                       PERFORM APLICA-JUROS-CONTA
                   END-IF
               END-IF
           END-IF.

      *    MODULO DA VARREDURA UNICA DO BATCH NOTURNO (VARRECAR): A
      *    CONTA VEM MONTADA NO BLOCO VARRCTA E O QUE A MULTA ALTERA
      *    VOLTA PARA O BLOCO, QUE O VARRECAR REGRAVA. BLOQUEIO DO
      *    MESTRE, CHECKPOINT E RUNHIST FICAM COM O VARRECAR; NO
      *    REINICIO AS CONTAS JA PROCESSADAS NAO RECEBEM MULTA DE NOVO.
      *    EM DIA NAO UTIL A VARREDURA SEGUE SEM A MULTA DA NOITE.
       MODULO-VARREDURA.
           MOVE 'S' TO WS-MODULO-VARREDURA
           MOVE VA-DATA-HOJE TO WS-DATA-HOJE
           EVALUATE TRUE
               WHEN VA-ABRE
                   MOVE 'N' TO WS-SIMULACAO WS-JUROS-NOITE
                   CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                         WS-DIA-UTIL OMITTED
                                         WS-DATA-HOJE
                   IF NOT WS-EH-DIA-UTIL
                       DISPLAY 'HOJE NAO E DIA UTIL DE PROCESSAMENTO ('
                               WS-NOME-DIA '). MULTA NAO APLICADA.'
                   ELSE
                       MOVE 'S' TO WS-JUROS-NOITE
                       MOVE ZEROS TO WS-QTDE-PROCESSADAS WS-QTDE-TETO
                       PERFORM LE-TETO-MULTA
                       PERFORM CARREGA-TABELA-TAXAS
                       PERFORM CARREGA-REGRAS-CREDOR
                       OPEN EXTEND FEELOG-FILE
                       IF NOT WS-FS-FEELOG-OK
                           CLOSE FEELOG-FILE
                           OPEN OUTPUT FEELOG-FILE
                       END-IF
                   END-IF
               WHEN VA-PROCESSA
                   IF WS-JUROS-ATIVOS AND NOT VA-CONTA-JA-PROCESSADA
                       MOVE VA-CADASTRO TO CUSTMAST-RECORD
                       PERFORM JUROS-CONTA-CORRENTE
                       ADD 1 TO WS-QTDE-PROCESSADAS
                   END-IF
               WHEN VA-FECHA
                   IF WS-JUROS-ATIVOS
                       CLOSE FEELOG-FILE
                       IF WS-QTDE-TETO > 0
                           DISPLAY 'DIVIDAS COM A MULTA NO TETO DA '
                                   'POLITICA (PULADAS): ' WS-QTDE-TETO
                       END-IF
                       DISPLAY 'MULTA: CONTAS PROCESSADAS: '
                               WS-QTDE-PROCESSADAS
                   END-IF
           END-EVALUATE
           MOVE ZEROS TO VA-RETORNO
           MOVE 'N' TO WS-MODULO-VARREDURA.

      *    NA VARREDURA UNICA A CONTA ALTERADA VOLTA PARA O BLOCO E E
      *    REGRAVADA UMA VEZ PELO VARRECAR.
       REGRAVA-CADASTRO-JUROS.
           IF WS-EM-VARREDURA
               MOVE CUSTMAST-RECORD TO VA-CADASTRO
               MOVE 'S' TO VA-CADASTRO-ALTERADO
           ELSE
               REWRITE CUSTMAST-RECORD
           END-IF.

       ABRE-RELATORIO-SIMULACAO.
           OPEN OUTPUT SIMUL-RPT-FILE
           MOVE SPACES TO SIMUL-LINE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-EM-VARREDURA
               PERFORM DISPUTA-DIVIDA-MONTADA
           END-IF.

       DISPUTA-DIVIDA-MONTADA.
           PERFORM VARYING WS-IDX-VARR-AUX FROM 1 BY 1
                   UNTIL WS-IDX-VARR-AUX > VA-QTDE-DISPUTAS
                      OR WS-DISPUTA-ABERTA
               MOVE VA-DISPUTA-REG (WS-IDX-VARR-AUX) TO DISPUTA-RECORD
               IF DI-ABERTA AND
                  (DI-SEQ-DIVIDA = WS-DISP-SEQ OR DI-SEQ-DIVIDA = 0)
                   MOVE 'S' TO WS-TEM-DISPUTA
               END-IF
           END-PERFORM.

      *    ACORDO ATIVO = ALGUMA PARCELA ABERTA OU ATRASADA DA CONTA.
      *    PARCELA PAGA NAO CONTA E QUEBRADA TAMBEM NAO: COM O ACORDO
      *    QUEBRADO A CONTA VOLTA PARA A MULTA NOTURNA NORMALMENTE.
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EM-VARREDURA
               PERFORM ACORDO-ATIVO-MONTADO
           END-IF.

       ACORDO-ATIVO-MONTADO.
           PERFORM VARYING WS-IDX-VARR-AUX FROM 1 BY 1
                   UNTIL WS-IDX-VARR-AUX > VA-QTDE-PARCELAS
                      OR WS-ACORDO-ATIVO
               MOVE VA-PARCELA-REG (WS-IDX-VARR-AUX) TO ACORDO-RECORD
               IF AC-ABERTA OR AC-ATRASADA
                   MOVE 'S' TO WS-TEM-ACORDO-ATIVO
               END-IF
           END-PERFORM.

      *    ACENDE ('S') OU APAGA ('N') O BLOQUEIO DE JANELA DE BATCH
       APLICA-JUROS-CONTA.
           PERFORM VERIFICA-DIVIDAS-DETALHE
           IF WS-CONTA-DETALHADA
               IF WS-EM-VARREDURA
                   PERFORM APLICA-JUROS-MONTADA
               ELSE
                   PERFORM APLICA-JUROS-DETALHE
               END-IF
               IF NOT WS-EH-SIMULACAO
                   PERFORM CONSOLIDA-CONTA-DIVIDAS
                   PERFORM REGRAVA-CADASTRO-JUROS
               END-IF
           ELSE
               MOVE ZEROS TO WS-DISP-SEQ
                   DISPLAY 'CONTA ' CM-CONTA ' EM CONTESTACAO. '
                           'MULTA SUSPENSA.'
               ELSE
               MOVE CM-CREDOR TO WS-CREDOR-CALCULO
               PERFORM BUSCA-REGRA-CREDOR
               IF WS-REGRA-CDC
                   PERFORM ENCARGOS-CDC-CONTA
               ELSE
               MOVE CM-DATA-VENCIMENTO TO WS-VENC-CALCULO
               PERFORM SELECIONA-TAXA-VIGENTE
               PERFORM NORMALIZA-SPLIT-CONTA
                   DISPLAY 'CONTA ' CM-CONTA ' EM ATRASO. MULTA '
                           'APLICADA: ' WS-VALOR-MULTA
                           ' (TAXA ' WS-TAXA-VIGENTE ')'
                   PERFORM REGRAVA-CADASTRO-JUROS
                   MOVE ZEROS TO FL-SEQ-DIVIDA
                   MOVE CM-SALDO-DEVEDOR TO FL-SALDO-APOS
                   PERFORM GRAVA-FEELOG
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    O TETO DE MULTA DA POLITICA VEM DO ARQUIVO DE CONTROLE
                   MOVE MP-PCT-TETO TO WS-PCT-TETO
               END-IF
           END-IF
           CLOSE MULTAPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'MULTTETO' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-PCT-TETO
           END-IF.

       VERIFICA-DIVIDAS-DETALHE.
           MOVE 'N' TO WS-TEM-DETALHE
           IF WS-EM-VARREDURA
               IF VA-QTDE-DIVIDAS > 0
                   MOVE 'S' TO WS-TEM-DETALHE
               END-IF
           ELSE
               MOVE CM-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FS-DEBT-OK
                   READ DEBTMAST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-DEBT-OK AND DB-CONTA = CM-CONTA
                       MOVE 'S' TO WS-TEM-DETALHE
                   END-IF
               END-IF
           END-IF.

       APLICA-JUROS-DETALHE.
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       PERFORM APLICA-JUROS-UMA-DIVIDA
                   END-IF
               END-IF
           END-PERFORM.

      *    MULTA DE UMA DIVIDA DO DEBTMAST, LIDA DO ARQUIVO OU DA
      *    CONTA MONTADA NA VARREDURA UNICA.
       APLICA-JUROS-UMA-DIVIDA.
           MOVE DB-SEQ TO WS-DISP-SEQ
           PERFORM VERIFICA-DISPUTA-DIVIDA
           IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0 AND
              DB-DATA-VENCIMENTO < WS-DATA-HOJE AND
              WS-DISPUTA-ABERTA
               DISPLAY 'CONTA ' CM-CONTA ' DIVIDA '
                       DB-SEQ ' EM CONTESTACAO. MULTA '
                       'SUSPENSA.'
           END-IF
           IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0 AND
              DB-DATA-VENCIMENTO < WS-DATA-HOJE AND
              NOT WS-DISPUTA-ABERTA
               MOVE DB-CREDOR TO WS-CREDOR-CALCULO
               PERFORM BUSCA-REGRA-CREDOR
               IF WS-REGRA-CDC
                   PERFORM ENCARGOS-CDC-DIVIDA
               ELSE
               MOVE DB-DATA-VENCIMENTO TO WS-VENC-CALCULO
               PERFORM SELECIONA-TAXA-VIGENTE
               PERFORM NORMALIZA-SPLIT-DIVIDA
               MOVE DB-SALDO-DEVEDOR TO WS-SALDO-BASE-MULTA
               COMPUTE WS-VALOR-MULTA ROUNDED =
                       DB-SALDO-DEVEDOR * WS-TAXA-VIGENTE
               MOVE 'N' TO WS-NO-TETO
               COMPUTE WS-TETO-MULTA ROUNDED =
                   DB-SALDO-PRINCIPAL * WS-PCT-TETO / 100
               IF DB-SALDO-MULTA >= WS-TETO-MULTA
                   MOVE 'S' TO WS-NO-TETO
               ELSE
                   IF DB-SALDO-MULTA + WS-VALOR-MULTA >
                      WS-TETO-MULTA
                       COMPUTE WS-VALOR-MULTA =
                           WS-TETO-MULTA -
                           DB-SALDO-MULTA
                   END-IF
               END-IF
               IF WS-ATINGIU-TETO
                   ADD 1 TO WS-QTDE-TETO
                   DISPLAY 'CONTA ' CM-CONTA ' DIVIDA '
                           DB-SEQ ' COM A MULTA NO '
                           'TETO. MULTA SUSPENSA.'
               ELSE
               IF WS-EH-SIMULACAO
                   MOVE SPACES TO SIMUL-LINE
                   STRING 'CONTA: ' CM-CONTA
                          ' DIVIDA ' DB-SEQ
                          '  MULTA PROJETADA: '
                          WS-VALOR-MULTA
                          DELIMITED BY SIZE
                          INTO SIMUL-LINE
                   PERFORM REGISTRA-SIMULACAO
               ELSE
                   PERFORM NORMALIZA-SPLIT-DIVIDA
                   ADD WS-VALOR-MULTA TO DB-SALDO-DEVEDOR
                   ADD WS-VALOR-MULTA TO DB-SALDO-MULTA
                   DISPLAY 'CONTA ' CM-CONTA ' DIVIDA '
                           DB-SEQ ' MULTA APLICADA: '
                           WS-VALOR-MULTA ' (TAXA '
                           WS-TAXA-VIGENTE ')'
                   IF WS-EM-VARREDURA
                       MOVE DEBTMAST-RECORD
                         TO VA-DIVIDA-REG (WS-IDX-VARR)
                       MOVE 'S' TO VA-DIVIDA-ALTERADA (WS-IDX-VARR)
                   ELSE
                       REWRITE DEBTMAST-RECORD
                   END-IF
                   MOVE DB-SEQ TO FL-SEQ-DIVIDA
                   MOVE DB-SALDO-DEVEDOR TO FL-SALDO-APOS
                   PERFORM GRAVA-FEELOG
               END-IF
               END-IF
               END-IF
           END-IF.

       APLICA-JUROS-MONTADA.
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-DIVIDAS
               MOVE VA-DIVIDA-REG (WS-IDX-VARR) TO DEBTMAST-RECORD
               PERFORM APLICA-JUROS-UMA-DIVIDA
           END-PERFORM.

      *    UMA LINHA DE LOG POR MULTA APLICADA; O CHAMADOR JA DEIXOU
           MOVE WS-TAXA-VIGENTE TO FL-TAXA
           MOVE WS-SALDO-BASE-MULTA TO FL-SALDO-BASE
           MOVE WS-VALOR-MULTA TO FL-VALOR-MULTA
           MOVE ZEROS TO FL-DIAS-JUROS
           WRITE FEELOG-RECORD
           IF WS-EM-VARREDURA
               ADD WS-VALOR-MULTA TO VA-MULTA-NOITE
           END-IF.

      *    AS REGRAS DE ENCARGO DOS CREDORES COM O CODIGO DO
      *    CONSUMIDOR SAO CARREGADAS UMA VEZ NO INICIO DO BATCH;
      *    CREDOR FORA DA TABELA (OU SEM O CREDMAST NO AMBIENTE)
      *    SEGUE NA MULTA DA TABELA DE TAXAS, COMO SEMPRE.
       CARREGA-REGRAS-CREDOR.
           MOVE ZEROS TO WS-QTDE-REGRAS
           OPEN INPUT CREDMAST-FILE
           IF WS-FS-CREDMAST-OK
               MOVE 'N' TO WS-BUSCA-EOF
               MOVE ZEROS TO CR-CODIGO
               START CREDMAST-FILE KEY IS >= CR-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-BUSCA-EOF
               END-START
               IF NOT WS-FS-CREDMAST-OK
                   MOVE 'S' TO WS-BUSCA-EOF
               END-IF
               PERFORM UNTIL WS-FIM-BUSCA
                   READ CREDMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-BUSCA-EOF
                   END-READ
                   IF NOT WS-FS-CREDMAST-OK
                       MOVE 'S' TO WS-BUSCA-EOF
                   END-IF
                   IF NOT WS-FIM-BUSCA AND CR-ENCARGO-CDC AND
                      WS-QTDE-REGRAS < 999
                       ADD 1 TO WS-QTDE-REGRAS
                       MOVE CR-CODIGO TO WS-RG-CREDOR (WS-QTDE-REGRAS)
                       MOVE CR-PCT-MULTA-MORA TO
                            WS-RG-PCT-MULTA (WS-QTDE-REGRAS)
                       MOVE CR-PCT-JUROS-MES TO
                            WS-RG-PCT-JUROS (WS-QTDE-REGRAS)
                       MOVE CR-PCT-TETO-ENCARGO TO
                            WS-RG-PCT-TETO (WS-QTDE-REGRAS)
                   END-IF
               END-PERFORM
               CLOSE CREDMAST-FILE
           END-IF.

      *    REGRA DO CREDOR EM WS-CREDOR-CALCULO (DA CONTA OU DA
      *    DIVIDA DETALHADA); SEM REGRA PROPRIA, METODO DA TABELA.
       BUSCA-REGRA-CREDOR.
           MOVE 'T' TO WS-REGRA-CREDOR
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTDE-REGRAS OR WS-REGRA-CDC
               IF WS-RG-CREDOR (WS-IDX-REGRA) = WS-CREDOR-CALCULO
                   MOVE 'C' TO WS-REGRA-CREDOR
                   MOVE WS-RG-PCT-MULTA (WS-IDX-REGRA) TO
                        WS-CDC-PCT-MULTA
                   MOVE WS-RG-PCT-JUROS (WS-IDX-REGRA) TO
                        WS-CDC-PCT-JUROS
                   MOVE WS-RG-PCT-TETO (WS-IDX-REGRA) TO
                        WS-CDC-PCT-TETO
               END-IF
           END-PERFORM.

      *    REGRA DO CODIGO DO CONSUMIDOR: NO PRIMEIRO CALCULO APOS O
      *    VENCIMENTO ENTRA A MULTA MORATORIA UNICA SOBRE O PRINCIPAL
      *    E OS JUROS CORREM DO VENCIMENTO; DEPOIS, SO OS JUROS DE
      *    MORA SIMPLES DOS DIAS DESDE O ULTIMO LANCAMENTO (MES DE 30
      *    DIAS), TAMBEM SO SOBRE O PRINCIPAL. DIVIDA QUE JA TINHA
      *    ENCARGOS DO METODO DA TABELA NAO LEVA MULTA NEM JUROS
      *    RETROATIVOS: A REGRA CONTA DE HOJE EM DIANTE. OS DIAS EM
      *    QUE A MULTA FICOU SUSPENSA (ACORDO, CONTESTACAO, OBITO/
      *    FALENCIA) ENTRAM NO PROXIMO LANCAMENTO - A MORA CORREU, SO
      *    O LANCAMENTO FICOU PARADO. O TETO DO CREDOR (OU, SEM ELE,
      *    O DA POLITICA) LIMITA O TOTAL DOS ENCARGOS EM ABERTO; O
      *    QUE PASSAR SAI PRIMEIRO DOS JUROS.
       CALCULA-ENCARGOS-CDC.
           MOVE ZEROS TO WS-CDC-MULTA WS-CDC-JUROS WS-CDC-DIAS
           MOVE 'N' TO WS-NO-TETO
           IF WS-CDC-ULTIMO IS NOT NUMERIC
               MOVE ZEROS TO WS-CDC-ULTIMO
           END-IF
           IF WS-CDC-ULTIMO < WS-CDC-VENCIMENTO
               IF WS-CDC-ENCARGOS > 0
                   MOVE WS-DATA-HOJE TO WS-CDC-DESDE
               ELSE
                   COMPUTE WS-CDC-MULTA ROUNDED =
                       WS-CDC-PRINCIPAL * WS-CDC-PCT-MULTA / 100
                   MOVE WS-CDC-VENCIMENTO TO WS-CDC-DESDE
               END-IF
           ELSE
               MOVE WS-CDC-ULTIMO TO WS-CDC-DESDE
           END-IF
           CALL 'DATEDIF' USING WS-CDC-DESDE WS-DATA-HOJE
                                WS-CDC-DIAS WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S' OR WS-CDC-DIAS < 0
               MOVE ZEROS TO WS-CDC-DIAS
           END-IF
           COMPUTE WS-CDC-JUROS ROUNDED =
               WS-CDC-PRINCIPAL * WS-CDC-PCT-JUROS * WS-CDC-DIAS
               / 3000
           IF WS-CDC-PCT-TETO > 0
               COMPUTE WS-TETO-MULTA ROUNDED =
                   WS-CDC-PRINCIPAL * WS-CDC-PCT-TETO / 100
           ELSE
               COMPUTE WS-TETO-MULTA ROUNDED =
                   WS-CDC-PRINCIPAL * WS-PCT-TETO / 100
           END-IF
           IF WS-CDC-ENCARGOS >= WS-TETO-MULTA
               MOVE 'S' TO WS-NO-TETO
               MOVE ZEROS TO WS-CDC-MULTA WS-CDC-JUROS
           ELSE
               IF WS-CDC-ENCARGOS + WS-CDC-MULTA + WS-CDC-JUROS >
                  WS-TETO-MULTA
                   COMPUTE WS-CDC-JUROS = WS-TETO-MULTA -
                       WS-CDC-ENCARGOS - WS-CDC-MULTA
                   IF WS-CDC-JUROS < 0
                       ADD WS-CDC-JUROS TO WS-CDC-MULTA
                       MOVE ZEROS TO WS-CDC-JUROS
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-VALOR-MULTA = WS-CDC-MULTA + WS-CDC-JUROS.

      *    CONTA DE DIVIDA UNICA DE CREDOR COM A REGRA DO CODIGO DO
      *    CONSUMIDOR. A DATA DOS JUROS ANDA MESMO NO TETO: O QUE
      *    O TETO CORTOU NAO VOLTA A SER COBRADO DEPOIS.
       ENCARGOS-CDC-CONTA.
           PERFORM NORMALIZA-SPLIT-CONTA
           MOVE CM-SALDO-PRINCIPAL TO WS-CDC-PRINCIPAL
           MOVE CM-SALDO-MULTA TO WS-CDC-ENCARGOS
           MOVE CM-DATA-VENCIMENTO TO WS-CDC-VENCIMENTO
           MOVE CM-ULTIMO-PROCESSO TO WS-CDC-ULTIMO
           PERFORM CALCULA-ENCARGOS-CDC
           IF WS-ATINGIU-TETO
               ADD 1 TO WS-QTDE-TETO
               DISPLAY 'CONTA ' CM-CONTA ' COM OS ENCARGOS NO TETO '
                       'DO CREDOR. JUROS SUSPENSOS.'
           END-IF
           IF WS-EH-SIMULACAO
               IF WS-VALOR-MULTA > 0
                   MOVE SPACES TO SIMUL-LINE
                   STRING 'CONTA: ' CM-CONTA
                          '  MULTA MORA: ' WS-CDC-MULTA
                          '  JUROS MORA: ' WS-CDC-JUROS
                          ' (' WS-CDC-DIAS ' DIAS)'
                          DELIMITED BY SIZE INTO SIMUL-LINE
                   PERFORM REGISTRA-SIMULACAO
               END-IF
           ELSE
               ADD WS-VALOR-MULTA TO CM-SALDO-DEVEDOR
               ADD WS-VALOR-MULTA TO CM-SALDO-MULTA
               MOVE WS-DATA-HOJE TO CM-ULTIMO-PROCESSO
               PERFORM REGRAVA-CADASTRO-JUROS
               IF WS-VALOR-MULTA > 0
                   DISPLAY 'CONTA ' CM-CONTA ' EM ATRASO. MULTA '
                           'MORA: ' WS-CDC-MULTA ' JUROS MORA: '
                           WS-CDC-JUROS ' (' WS-CDC-DIAS ' DIAS)'
                   MOVE ZEROS TO FL-SEQ-DIVIDA
                   MOVE CM-SALDO-DEVEDOR TO WS-CDC-SALDO-APOS
                   PERFORM GRAVA-FEELOG-CDC
               END-IF
           END-IF.

      *    DIVIDA DETALHADA DE CREDOR COM A REGRA DO CODIGO DO
      *    CONSUMIDOR, LIDA DO ARQUIVO OU DA CONTA MONTADA.
       ENCARGOS-CDC-DIVIDA.
           PERFORM NORMALIZA-SPLIT-DIVIDA
           MOVE DB-SALDO-PRINCIPAL TO WS-CDC-PRINCIPAL
           MOVE DB-SALDO-MULTA TO WS-CDC-ENCARGOS
           MOVE DB-DATA-VENCIMENTO TO WS-CDC-VENCIMENTO
           MOVE DB-ULTIMO-PROCESSO TO WS-CDC-ULTIMO
           PERFORM CALCULA-ENCARGOS-CDC
           IF WS-ATINGIU-TETO
               ADD 1 TO WS-QTDE-TETO
               DISPLAY 'CONTA ' CM-CONTA ' DIVIDA ' DB-SEQ
                       ' COM OS ENCARGOS NO TETO DO CREDOR. JUROS '
                       'SUSPENSOS.'
           END-IF
           IF WS-EH-SIMULACAO
               IF WS-VALOR-MULTA > 0
                   MOVE SPACES TO SIMUL-LINE
                   STRING 'CONTA: ' CM-CONTA
                          ' DIVIDA ' DB-SEQ
                          '  MULTA MORA: ' WS-CDC-MULTA
                          '  JUROS MORA: ' WS-CDC-JUROS
                          DELIMITED BY SIZE INTO SIMUL-LINE
                   PERFORM REGISTRA-SIMULACAO
               END-IF
           ELSE
               ADD WS-VALOR-MULTA TO DB-SALDO-DEVEDOR
               ADD WS-VALOR-MULTA TO DB-SALDO-MULTA
               MOVE WS-DATA-HOJE TO DB-ULTIMO-PROCESSO
               IF WS-EM-VARREDURA
                   MOVE DEBTMAST-RECORD
                     TO VA-DIVIDA-REG (WS-IDX-VARR)
                   MOVE 'S' TO VA-DIVIDA-ALTERADA (WS-IDX-VARR)
               ELSE
                   REWRITE DEBTMAST-RECORD
               END-IF
               IF WS-VALOR-MULTA > 0
                   DISPLAY 'CONTA ' CM-CONTA ' DIVIDA ' DB-SEQ
                           ' MULTA MORA: ' WS-CDC-MULTA
                           ' JUROS MORA: ' WS-CDC-JUROS
                           ' (' WS-CDC-DIAS ' DIAS)'
                   MOVE DB-SEQ TO FL-SEQ-DIVIDA
                   MOVE DB-SALDO-DEVEDOR TO WS-CDC-SALDO-APOS
                   PERFORM GRAVA-FEELOG-CDC
               END-IF
           END-IF.

      *    MULTA MORATORIA E JUROS DE MORA VAO PARA O FEELOG EM
      *    LINHAS SEPARADAS, CADA UMA COM A BASE DO CALCULO (O
      *    PRINCIPAL), O PERCENTUAL E, NOS JUROS, OS DIAS COBERTOS.
      *    O CHAMADOR JA DEIXOU FL-SEQ-DIVIDA E O SALDO FINAL PRONTOS.
       GRAVA-FEELOG-CDC.
           MOVE CM-CONTA TO FL-CONTA
           MOVE WS-DATA-HOJE TO FL-DATA-MOVIMENTO
           MOVE WS-CDC-PRINCIPAL TO FL-SALDO-BASE
           IF WS-CDC-MULTA > 0
               SET FL-TIPO-MULTA-MORA TO TRUE
               ACCEPT FL-HORA-MOVIMENTO FROM TIME
               COMPUTE FL-TAXA = WS-CDC-PCT-MULTA / 100
               MOVE WS-CDC-MULTA TO FL-VALOR-MULTA
               COMPUTE FL-SALDO-APOS = WS-CDC-SALDO-APOS -
                   WS-CDC-JUROS
               MOVE ZEROS TO FL-DIAS-JUROS
               WRITE FEELOG-RECORD
           END-IF
           IF WS-CDC-JUROS > 0
               SET FL-TIPO-JUROS-MORA TO TRUE
               ACCEPT FL-HORA-MOVIMENTO FROM TIME
               COMPUTE FL-TAXA = WS-CDC-PCT-JUROS / 100
               MOVE WS-CDC-JUROS TO FL-VALOR-MULTA
               MOVE WS-CDC-SALDO-APOS TO FL-SALDO-APOS
               MOVE WS-CDC-DIAS TO FL-DIAS-JUROS
               WRITE FEELOG-RECORD
           END-IF
           IF WS-EM-VARREDURA
               ADD WS-VALOR-MULTA TO VA-MULTA-NOITE
           END-IF.

       LE-CHECKPOINT.
           MOVE ZEROS TO WS-ULTIMA-CONTA-PROC
           WRITE CKPOINT-RECORD
           CLOSE CKPOINT-FILE.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ANTES DE
      *    QUALQUER OUTRO DADO DO DEVEDOR NO ATENDIMENTO.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE CM-CONTA TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

       TRATA-DEVEDOR.
           MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA
           PERFORM NORMALIZA-SPLIT-CONTA
           IF CM-ESTA-NEGATIVADO
               DISPLAY 'NEGATIVADO DESDE: ' CM-DATA-NEGATIVACAO
           END-IF
           IF CM-TEVE-CHARGEBACK
               DISPLAY 'ATENCAO: CHARGEBACK DE CARTAO EM '
                       CM-DATA-CHARGEBACK '. NAO ACEITAR CARTAO.'
           END-IF
      *    CONTA DEVOLVIDA AO CREDOR NAO E MAIS COBRADA AQUI: O
      *    CLIENTE E ORIENTADO A PROCURAR O CREDOR.
           EVALUATE TRUE
               WHEN CM-DEVOLVIDO
                   DISPLAY 'CONTA DEVOLVIDA AO CREDOR EM '
                           CM-DATA-DEVOLUCAO
                           '. NAO RECEBER - ORIENTAR O CLIENTE A '
                           'PROCURAR O CREDOR.'
               WHEN CM-UNIFICADA
                   DISPLAY 'CONTA UNIFICADA NA CONTA '
                           CM-CONTA-DESTINO ' EM '
                           CM-DATA-UNIFICACAO
                           '. RECEBER NA CONTA SOBREVIVENTE.'
               WHEN CM-BAIXADO
                   PERFORM ATENDE-CONTA-BAIXADA
               WHEN OTHER
                   PERFORM ATENDE-CONTA-ATIVA
           END-EVALUATE.

      *    CONTA JA BAIXADA PARA PREJUIZO: O BALCAO NAO RECUSA MAIS O
      *    DINHEIRO DE QUEM APARECE QUERENDO PAGAR - O RECEBIMENTO
      *    ENTRA COMO RECUPERACAO, PRIMEIRO NA FILA DE APROVACAO; SO
      *    A APROVACAO DE OUTRO SUPERVISOR LANCA E EMITE O RECIBO.
       ATENDE-CONTA-BAIXADA.
           DISPLAY 'CONTA BAIXADA PARA PREJUIZO.'
           DISPLAY 'DIGITE 1 PARA PAGAMENTO DE RECUPERACAO E 3 PRA '
               PERFORM ACEITA-FORMA-PAGTO
               PERFORM VERIFICA-ALCADA-PAGTO
               IF WS-PAGAMENTO-LIBERADO
                   PERFORM REGISTRA-RECUPERACAO-PENDENTE
               ELSE
                   DISPLAY 'RECEBIMENTO ACIMA DA ALCADA SEM '
                           'AUTORIZACAO. NADA LANCADO.'
           IF CM-SALDO-DEVEDOR <= 0
               MOVE ZEROS TO CM-SALDO-DEVEDOR
               MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
               MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
               SET CM-PAGO TO TRUE
               PERFORM REGISTRA-SITUACAO-CONTA
               DISPLAY 'RECUPERACAO TOTAL. CONTA ENCERRADA COMO '
                       'PAGA.'
           ELSE
           IF WS-FORMA-CHEQUE
               PERFORM GRAVA-CHEQUE-CUSTODIA
           END-IF
           IF WS-FORMA-CARTAO
               PERFORM GRAVA-CARTAO-CUSTODIA
           END-IF
           MOVE WS-RECIBO-ATUAL TO WS-REC-NUMERO
           MOVE WS-VALOR        TO WS-REC-VALOR
           MOVE CM-SALDO-DEVEDOR TO WS-REC-SALDO
           MOVE WS-ATRASO-PAGTO TO PL-DIAS-ATRASO
      *    A AREA DO REGISTRO PODE CARREGAR RESIDUO DO ULTIMO READ;
      *    A MARCA DE REPASSE NASCE SEMPRE LIMPA.
           MOVE SPACES TO PL-REPASSADO PL-CAMPANHA
           PERFORM OBTEM-DATA-CONTABIL
           MOVE WS-DATA-CONTABIL TO PL-DATA-CONTABIL
           MOVE PL-DATA-MOVIMENTO TO WS-REC-DATA
           MOVE PL-HORA-MOVIMENTO TO WS-REC-HORA
           MOVE PL-DATA-CONTABIL TO WS-REC-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

      *    O VALOR RECUPERADO ENTRA NO ARQUIVO DE BAIXAS COM SINAL
           CLOSE WRITEOFF-FILE.

       ATENDE-CONTA-ATIVA.
           IF CM-NAO-PAGO
               PERFORM OFERECE-CAMPANHA-CONTA
               PERFORM BUSCA-COTACAO-VALIDA
               IF WS-HA-COTACAO-VALIDA
                   DISPLAY '*** COTACAO DE QUITACAO ' WS-COTACAO-SEQ
                           ' NO VALOR DE ' WS-COTACAO-VALOR
                           ' VALIDA ATE ' WS-COTACAO-VALIDADE
                           ' (OPCAO 9) ***'
               END-IF
           END-IF
           DISPLAY 'DIGITE 1 PARA PAGAMENTO, 2 PARA ESTORNO, 4 PARA '
                   '2A VIA DE RECIBO, 5 PARA QUITACAO COM DESCONTO, '
                   '6 PARA CHEQUE DEVOLVIDO, 7 PARA PAGAMENTO '
                   'DISTRIBUIDO ENTRE AS DIVIDAS, 8 PARA RECEBIMENTO '
                   'DO ESPOLIO/ADMINISTRADOR JUDICIAL, 9 PARA '
                   'QUITACAO PELA COTACAO E 3 PRA SAIR:'
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
           WHEN 1
                   PERFORM ACEITA-FORMA-PAGTO
                   PERFORM VERIFICA-ALCADA-PAGTO
                   IF WS-PAGAMENTO-LIBERADO
      *                A DEVOLUCAO DAS MULTAS DO PERIODO SO E PEDIDA
      *                JUNTO COM O LANCAMENTO (PAGAMENTO RECUSADO OU
      *                ABANDONADO NAO DEIXA PEDIDO PARA TRAS) E VAI
      *                PARA A FILA DE APROVACAO.
                       PERFORM EFETIVA-PAGAMENTO
                       IF WS-MULTA-DEVOLVIDA > 0
                           PERFORM REGISTRA-DEVOLUCAO-PENDENTE
                       END-IF
                   ELSE
                       DISPLAY 'PAGAMENTO ACIMA DA ALCADA SEM '
                               'AUTORIZACAO. NADA LANCADO.'
               PERFORM TRATA-CHEQUE-DEVOLVIDO
           WHEN 7
               PERFORM PAGAMENTO-DISTRIBUIDO
           WHEN 8
               PERFORM RECEBE-PAGTO-ESPOLIO
           WHEN 9
               PERFORM QUITA-POR-COTACAO
           WHEN 3
               DISPLAY'VOCE SAIU DO SISTEMA, AGRADEMOS A PREFERENCIA.'
               DISPLAY 'SITUACAO DA DIVIDA: ' CM-ESTADO-PAGTO
               IF CM-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO CM-SALDO-DEVEDOR
                   MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
                   MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET CM-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-CONTA
                   DISPLAY 'DIVIDA QUITADA. SALDO RESTANTE: '
                           CM-SALDO-DEVEDOR
               ELSE
           IF WS-FORMA-CHEQUE
               PERFORM GRAVA-CHEQUE-CUSTODIA
           END-IF
           IF WS-FORMA-CARTAO
               PERFORM GRAVA-CARTAO-CUSTODIA
           END-IF
           IF WS-PAGA-PARCELA
               PERFORM BAIXA-PARCELA-ACORDO
           END-IF
           MOVE CM-SALDO-DEVEDOR TO WS-REC-SALDO
           MOVE WS-OPERADOR-ID  TO WS-REC-OPERADOR
           MOVE 'RECIBO DE PAGAMENTO' TO WS-REC-TITULO
           IF WS-EH-RECEBTO-ESPOLIO
               MOVE 'RECIBO ESPOLIO/MASSA' TO WS-REC-TITULO
           END-IF
           PERFORM EMITE-RECIBO.

      *    CONTA COM OBITO, FALENCIA OU RECUPERACAO JUDICIAL: O
      *    DINHEIRO DO INVENTARIANTE OU DO ADMINISTRADOR JUDICIAL
      *    (RATEIO DA HABILITACAO) ABATE O SALDO COMO UM PAGAMENTO,
      *    MAS E LANCADO COM TIPO PROPRIO NO PAYLOG (PL-TIPO 'EP')
      *    PARA O REPASSE E O ROLLFORWARD O MOSTRAREM EM SEPARADO, E
      *    SOMA NO RECEBIDO DO EVENTO (ARQUIVO EVENTOS).
       RECEBE-PAGTO-ESPOLIO.
           IF NOT CM-COM-EVENTO-VIDA
               DISPLAY 'CONTA SEM OBITO/FALENCIA/RJ REGISTRADO. '
                       'USE A OPCAO 1 (PAGAMENTO).'
           ELSE
               PERFORM ESCOLHE-DIVIDA-PAGTO
               IF WS-DIVIDA-OK
                   MOVE 'N' TO WS-PAGANDO-PARCELA
                   MOVE ZEROS TO WS-MULTA-DEVOLVIDA
                   PERFORM ACEITA-VALOR-PAGTO
                   PERFORM ACEITA-FORMA-PAGTO
                   PERFORM VERIFICA-ALCADA-PAGTO
                   IF WS-PAGAMENTO-LIBERADO
                       MOVE 'S' TO WS-RECEBTO-ESPOLIO
                       PERFORM EFETIVA-PAGAMENTO
                       PERFORM ACUMULA-RECEBIDO-EVENTO
                       MOVE 'N' TO WS-RECEBTO-ESPOLIO
                   ELSE
                       DISPLAY 'RECEBIMENTO ACIMA DA ALCADA SEM '
                               'AUTORIZACAO. NADA LANCADO.'
                   END-IF
               END-IF
           END-IF.

       ACUMULA-RECEBIDO-EVENTO.
           OPEN I-O EVENTOS-FILE
           IF WS-FS-EVENTOS-OK
               MOVE CM-CONTA TO EV-CONTA
               READ EVENTOS-FILE
                   INVALID KEY
                       DISPLAY 'EVENTO DA CONTA ' CM-CONTA
                               ' NAO ENCONTRADO NO EVENTOS. '
                               'RECEBIDO NAO ACUMULADO.'
                   NOT INVALID KEY
                       ADD WS-VALOR TO EV-VALOR-RECEBIDO
                       MOVE WS-DATA-HOJE TO EV-DATA-ULT-RECEBIMENTO
                       REWRITE EVENTVID-RECORD
               END-READ
               CLOSE EVENTOS-FILE
           ELSE
               DISPLAY 'ARQUIVO EVENTOS INDISPONIVEL. RECEBIDO DO '
                       'EVENTO NAO ACUMULADO.'
           END-IF.

      *    QUITACAO NEGOCIADA: O VALOR ACEITO PODE FICAR ABAIXO DO
      *    SALDO ATE O LIMITE DE DESCONTO DA FAIXA DE ATRASO DA
      *    CONTA. A DIVIDA E QUITADA E A DIFERENCA PERDOADA GANHA UM
           END-IF.

       CALCULA-DESCONTO-MAXIMO.
           PERFORM CALCULA-ATRASO-CONTA
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 10 TO WS-PCT-DESCONTO-MAX
               WHEN OTHER
                   MOVE 50 TO WS-PCT-DESCONTO-MAX
           END-EVALUATE
      *    CAMPANHA DE DESCONTO EM VIGOR COM TETO IGUAL OU MAIOR QUE O
      *    DA TABELA POR FAIXA PASSA A VALER, E A QUITACAO FICA
      *    MARCADA COM O CODIGO DELA.
           MOVE SPACES TO WS-CAMPANHA-APLICADA
           CALL 'CAMPSEL' USING CM-CREDOR WS-DIAS-ATRASO WS-DATA-HOJE
                                WS-CAMPANHA-OFERTA WS-ACHOU-CAMPANHA
           IF WS-TEM-CAMPANHA AND
              WS-CAMP-PCT-DESCONTO >= WS-PCT-DESCONTO-MAX
               MOVE WS-CAMP-PCT-DESCONTO TO WS-PCT-DESCONTO-MAX
               MOVE WS-CAMP-CODIGO TO WS-CAMPANHA-APLICADA
               DISPLAY 'CAMPANHA ' WS-CAMP-CODIGO ' (' WS-CAMP-DESCRICAO
                       ') EM VIGOR ATE ' WS-CAMP-DATA-FIM
           END-IF
           COMPUTE WS-DESCONTO-MAX ROUNDED =
               CM-SALDO-DEVEDOR * WS-PCT-DESCONTO-MAX / 100.

       CALCULA-ATRASO-CONTA.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF CM-DATA-VENCIMENTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS NOT = 'S'
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
           END-IF.

      *    AVISO AO ATENDENTE DA CAMPANHA DE DESCONTO EM VIGOR PARA A
      *    CONTA, COM AS REGRAS DELA; A OFERTA FICA REGISTRADA NO
      *    CAMPOFER (CANAL BALCAO) PARA O RELATORIO DE RESULTADO.
       OFERECE-CAMPANHA-CONTA.
           PERFORM CALCULA-ATRASO-CONTA
           CALL 'CAMPSEL' USING CM-CREDOR WS-DIAS-ATRASO WS-DATA-HOJE
                                WS-CAMPANHA-OFERTA WS-ACHOU-CAMPANHA
           IF WS-TEM-CAMPANHA
               DISPLAY '*** CAMPANHA ' WS-CAMP-CODIGO ' - '
                       WS-CAMP-DESCRICAO ' ***'
               DISPLAY 'DESCONTO DE ATE ' WS-CAMP-PCT-DESCONTO
                       ' POR CENTO PARA QUITACAO ATE '
                       WS-CAMP-DATA-FIM ' (OPCAO 5), OU ACORDO EM '
                       'ATE ' WS-CAMP-MAX-PARCELAS ' PARCELAS COM '
                       'ENTRADA DE ' WS-CAMP-PCT-ENTRADA ' POR CENTO.'
               CALL 'CAMPREG' USING WS-CAMP-CODIGO CM-CONTA
                                    WS-DATA-HOJE WS-CANAL-BALCAO
                                    WS-OFERTA-NOVA
           END-IF.

      *    O DESCONTO E LANCADO ANTES DO PAGAMENTO, COM O SALDO APOS
      *    IGUAL AO VALOR NEGOCIADO: O EXTRATO E A AUDITORIA DE SALDO
      *    ENXERGAM A SEQUENCIA REAL (PERDAO REDUZ O SALDO, DEPOIS O
           MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
           MOVE ZEROS TO WS-PAGO-MULTA
           MOVE WS-VALOR TO WS-PAGO-PRINCIPAL
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           SET CM-PAGO TO TRUE
           PERFORM REGISTRA-SITUACAO-CONTA
           REWRITE CUSTMAST-RECORD
           PERFORM OBTEM-PROXIMO-RECIBO
           IF WS-VALOR-PERDOADO > 0
               PERFORM GRAVA-DESCONTO-PAYLOG
           END-IF
           PERFORM GRAVA-PAYLOG
           IF WS-FORMA-CHEQUE
               PERFORM GRAVA-CHEQUE-CUSTODIA
           END-IF
           IF WS-FORMA-CARTAO
               PERFORM GRAVA-CARTAO-CUSTODIA
           END-IF
           DISPLAY 'DIVIDA QUITADA COM DESCONTO. VALOR PAGO: '
                   WS-VALOR ' PERDOADO: ' WS-VALOR-PERDOADO
           MOVE WS-RECIBO-ATUAL TO WS-REC-NUMERO
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE WS-SUPERVISOR-AUT TO PL-SUPERVISOR
           MOVE SPACES TO PL-REPASSADO
           MOVE WS-CAMPANHA-APLICADA TO PL-CAMPANHA
           PERFORM OBTEM-DATA-CONTABIL
           MOVE WS-DATA-CONTABIL TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

      *    QUITACAO PELA COTACAO EMITIDA NO COTAQUIT: DENTRO DA
      *    VALIDADE, O VALOR COTADO QUITA A CONTA SEM NOVA ANALISE DE
      *    DESCONTO (O DESCONTO JA FOI CONCEDIDO NA PROPOSTA). PAGANDO
      *    ANTES DA DATA COTADA, O SALDO DO DIA PODE FICAR ABAIXO DO
      *    VALOR COTADO: COBRA-SE O SALDO, SEM DESCONTO A LANCAR.
       QUITA-POR-COTACAO.
           IF CM-NAO-PAGO
               PERFORM BUSCA-COTACAO-VALIDA
           END-IF
           EVALUATE TRUE
               WHEN NOT CM-NAO-PAGO
                   DISPLAY 'A DIVIDA NAO ESTA EM ABERTO. NADA A QUITAR.'
               WHEN NOT WS-HA-COTACAO-VALIDA
                   DISPLAY 'CONTA SEM COTACAO DE QUITACAO VALIDA. '
                           'EMITA UMA NOVA COTACAO (MENU 38).'
               WHEN OTHER
                   IF WS-COTACAO-VALOR < CM-SALDO-DEVEDOR
                       MOVE WS-COTACAO-VALOR TO WS-VALOR
                       COMPUTE WS-VALOR-PERDOADO =
                           CM-SALDO-DEVEDOR - WS-VALOR
                   ELSE
                       MOVE CM-SALDO-DEVEDOR TO WS-VALOR
                       MOVE ZEROS TO WS-VALOR-PERDOADO
                   END-IF
                   MOVE WS-COTACAO-CAMPANHA TO WS-CAMPANHA-APLICADA
                   DISPLAY 'SALDO DEVEDOR ATUAL: ' CM-SALDO-DEVEDOR
                   DISPLAY 'COTACAO ' WS-COTACAO-SEQ
                           ' - VALOR PARA QUITACAO: ' WS-VALOR
                           ' DESCONTO: ' WS-VALOR-PERDOADO
                   DISPLAY 'CONFIRMA A QUITACAO (S/N)?'
                   ACCEPT WS-RESPOSTA-COTACAO
                   IF WS-RESPOSTA-COTACAO = 'S'
                       PERFORM ACEITA-FORMA-PAGTO
                       PERFORM VERIFICA-ALCADA-PAGTO
                       IF WS-PAGAMENTO-LIBERADO
                           PERFORM EFETIVA-QUITACAO-DESCONTO
                           PERFORM BAIXA-COTACAO-BALCAO
                       ELSE
                           DISPLAY 'QUITACAO ACIMA DA ALCADA SEM '
                                   'AUTORIZACAO. NADA LANCADO.'
                       END-IF
                   ELSE
                       DISPLAY 'QUITACAO PELA COTACAO NAO EFETUADA.'
                   END-IF
           END-EVALUATE.

      *    COTACAO ABERTA DA CONTA COM VALIDADE ATE HOJE OU ADIANTE.
      *    SEM O ARQUIVO DE COTACOES, A CONTA NAO TEM COTACAO.
       BUSCA-COTACAO-VALIDA.
           MOVE 'N' TO WS-COTACAO-VALIDA WS-COTACAO-EOF
           OPEN INPUT COTACAO-FILE
           IF NOT WS-FS-COTACAO-OK
               MOVE 'S' TO WS-COTACAO-EOF
           ELSE
               MOVE CM-CONTA TO QT-CONTA
               MOVE ZEROS TO QT-SEQ
               START COTACAO-FILE KEY IS >= QT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-COTACAO-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-COTACAO
               READ COTACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COTACAO-EOF
               END-READ
               IF NOT WS-FS-COTACAO-OK
                   MOVE 'S' TO WS-COTACAO-EOF
               END-IF
               IF NOT WS-FIM-COTACAO
                   IF QT-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-COTACAO-EOF
                   ELSE
                       IF QT-ABERTA AND
                          QT-DATA-VALIDADE >= WS-DATA-HOJE
                           MOVE 'S' TO WS-COTACAO-VALIDA
                           MOVE QT-SEQ TO WS-COTACAO-SEQ
                           MOVE QT-VALOR-COTADO TO WS-COTACAO-VALOR
                           MOVE QT-DATA-VALIDADE TO
                                WS-COTACAO-VALIDADE
                           MOVE QT-CAMPANHA TO WS-COTACAO-CAMPANHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-COTACAO NOT = '35'
               CLOSE COTACAO-FILE
           END-IF.

      *    A COTACAO FICA QUITADA NO BALCAO E O BOLETO DELA, QUE NAO
      *    SERA MAIS PAGO, E CANCELADO NO CADASTRO.
       BAIXA-COTACAO-BALCAO.
           OPEN I-O COTACAO-FILE
           IF WS-FS-COTACAO-OK
               MOVE CM-CONTA TO QT-CONTA
               MOVE WS-COTACAO-SEQ TO QT-SEQ
               READ COTACAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET QT-QUITADA TO TRUE
                       MOVE WS-DATA-HOJE TO QT-DATA-QUITACAO
                       SET QT-QUITADA-BALCAO TO TRUE
                       REWRITE COTACAO-RECORD
               END-READ
               CLOSE COTACAO-FILE
           END-IF
           OPEN I-O BOLETO-FILE
           IF WS-FS-BOLETO-OK
               MOVE CM-CONTA TO BO-CONTA
               SET BO-ORIGEM-COTACAO TO TRUE
               MOVE WS-COTACAO-SEQ TO BO-SEQ
               READ BOLETO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BO-REMETIDO
                           SET BO-CANCELADO TO TRUE
                           REWRITE BOLETO-RECORD
                           DISPLAY 'BOLETO DA COTACAO CANCELADO: '
                                   'PEDIR A BAIXA DO TITULO '
                                   BO-NOSSO-NUMERO ' NO BANCO.'
                       END-IF
               END-READ
               CLOSE BOLETO-FILE
           END-IF.

      *    A QUITACAO NEGOCIADA ENCERRA TODAS AS DIVIDAS DETALHADAS
      *    AINDA ABERTAS DA CONTA; SEM DETALHE, NAO HA O QUE FAZER
      *    AQUI.
                           MOVE ZEROS TO DB-SALDO-DEVEDOR
                           MOVE ZEROS TO DB-SALDO-PRINCIPAL
                                         DB-SALDO-MULTA
                           MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                           SET DB-PAGO TO TRUE
                           PERFORM REGISTRA-SITUACAO-DIVIDA
                           REWRITE DEBTMAST-RECORD
                       END-IF
                   END-IF
                   MOVE AL-LIMITE-VALOR TO WS-LIMITE-ALCADA
               END-IF
           END-IF
           CLOSE ALCADA-FILE
           MOVE 'ALCADAVL' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-LIMITE-ALCADA
           END-IF.

      *    O LIMITE E O SALDO DA DIVIDA ESCOLHIDA (OU DA CONTA, NO
      *    MODELO DE DIVIDA UNICA), DEFINIDO EM ESCOLHE-DIVIDA-PAGTO.
               IF DB-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO DB-SALDO-DEVEDOR
                   MOVE ZEROS TO DB-SALDO-PRINCIPAL DB-SALDO-MULTA
                   MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET DB-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-DIVIDA
                   DISPLAY 'DIVIDA ' DB-SEQ ' QUITADA.'
               ELSE
                   DISPLAY 'DIVIDA ' DB-SEQ ' - SALDO RESTANTE: '
           MOVE ZEROS TO WS-SALDO-CONSOL WS-CONSOL-PRINCIPAL
                         WS-CONSOL-MULTA
           MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
           IF WS-EM-VARREDURA
               PERFORM VARYING WS-IDX-VARR-AUX FROM 1 BY 1
                       UNTIL WS-IDX-VARR-AUX > VA-QTDE-DIVIDAS
                   MOVE VA-DIVIDA-REG (WS-IDX-VARR-AUX)
                     TO DEBTMAST-RECORD
                   PERFORM SOMA-DIVIDA-CONSOLIDADA
               END-PERFORM
           ELSE
               PERFORM SOMA-DIVIDAS-DEBTMAST
           END-IF
           MOVE WS-SALDO-CONSOL TO CM-SALDO-DEVEDOR
           MOVE WS-CONSOL-PRINCIPAL TO CM-SALDO-PRINCIPAL
           MOVE WS-CONSOL-MULTA TO CM-SALDO-MULTA
      *    CONTA DEVOLVIDA AO CREDOR FICA DEVOLVIDA.
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           EVALUATE TRUE
               WHEN CM-DEVOLVIDO
                   CONTINUE
               WHEN WS-HA-DIVIDA-ABERTA
                   SET CM-NAO-PAGO TO TRUE
                   MOVE WS-VENC-MAIS-ANTIGO TO CM-DATA-VENCIMENTO
               WHEN OTHER
                   SET CM-PAGO TO TRUE
           END-EVALUATE
           PERFORM REGISTRA-SITUACAO-CONTA.

       SOMA-DIVIDAS-DEBTMAST.
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       PERFORM SOMA-DIVIDA-CONSOLIDADA
                   END-IF
               END-IF
           END-PERFORM.

       SOMA-DIVIDA-CONSOLIDADA.
           IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
               MOVE 'S' TO WS-TEM-ABERTA
               ADD DB-SALDO-DEVEDOR TO WS-SALDO-CONSOL
               ADD DB-SALDO-PRINCIPAL TO WS-CONSOL-PRINCIPAL
               ADD DB-SALDO-MULTA TO WS-CONSOL-MULTA
               IF DB-DATA-VENCIMENTO < WS-VENC-MAIS-ANTIGO
                   MOVE DB-DATA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
               END-IF
           END-IF.

      *    DIAS DE ATRASO DA DIVIDA NO MOMENTO DO RECEBIMENTO, PARA
       GRAVA-PAYLOG.
           MOVE CM-CONTA           TO PL-CONTA
           SET PL-TIPO-PAGAMENTO   TO TRUE
           IF WS-EH-RECEBTO-ESPOLIO
               SET PL-TIPO-ESPOLIO TO TRUE
           END-IF
           MOVE WS-VALOR           TO PL-VALOR
           MOVE WS-OPERADOR-ID     TO PL-OPERADOR
           MOVE CM-SALDO-DEVEDOR   TO PL-SALDO-APOS
           MOVE WS-FORMA-PAGTO TO PL-FORMA
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE WS-ATRASO-PAGTO TO PL-DIAS-ATRASO
           MOVE SPACES TO PL-REPASSADO PL-CAMPANHA
      *    O RECIBO REAPROVEITA A DATA/HORA DO LANCAMENTO; A COPIA E
      *    FEITA ANTES DO WRITE PORQUE O CONTEUDO DA AREA DO REGISTRO
      *    NAO E GARANTIDO DEPOIS DA GRAVACAO.
           PERFORM OBTEM-DATA-CONTABIL
           MOVE WS-DATA-CONTABIL TO PL-DATA-CONTABIL
           MOVE PL-DATA-MOVIMENTO TO WS-REC-DATA
           MOVE PL-HORA-MOVIMENTO TO WS-REC-HORA
           MOVE PL-DATA-CONTABIL TO WS-REC-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

      *    DEPOIS DO FECHAMENTO DO DIA PELO SUPERVISOR (FECHADIA), O
      *    LANCAMENTO DE BALCAO VAI PARA O PROXIMO DIA UTIL, E O
      *    OPERADOR E AVISADO NA TELA E NO RECIBO.
       OBTEM-DATA-CONTABIL.
           CALL 'DATACONT' USING WS-DATA-HOJE WS-DATA-CONTABIL
                                 WS-DIA-FECHADO
           IF WS-DIA-JA-FECHADO
               DISPLAY 'ATENCAO: DIA ' WS-DATA-HOJE ' JA FECHADO. '
                       'LANCAMENTO CONTABILIZADO EM ' WS-DATA-CONTABIL
                       '.'
           END-IF.

      *    O RELATORIO DO DIA SOMA PELA DATA CONTABIL; LANCAMENTO SEM
      *    ELA (BATCH E ANTERIORES AO CAMPO) VALE PELA DO MOVIMENTO.
       DETERMINA-DATA-CONTABIL.
           IF PL-DATA-CONTABIL IS NUMERIC AND PL-DATA-CONTABIL > 0
               MOVE PL-DATA-CONTABIL TO WS-DATA-CONTABIL-LANC
           ELSE
               MOVE PL-DATA-MOVIMENTO TO WS-DATA-CONTABIL-LANC
           END-IF.

      *    TODA MUDANCA DE PAGO/NAO PAGO DA CONTA OU DA DIVIDA VAI PARA
      *    O HISTORICO DE SITUACOES (ROTINA SITUREG); A SITUACAO
      *    ANTERIOR E GUARDADA ANTES DO SET.
       REGISTRA-SITUACAO-CONTA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE WS-NOME-PROGRAMA TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       REGISTRA-SITUACAO-DIVIDA.
           MOVE DB-CONTA TO SP-CONTA
           MOVE DB-SEQ TO SP-SEQ-DIVIDA
           MOVE DB-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE DB-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE WS-NOME-PROGRAMA TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

      *    A NUMERACAO DO RECIBO E SEM FALHAS: O CONTADOR DO RECSEQ SO
      *    AVANCA AQUI, NO MOMENTO EM QUE O RECIBO VAI SER EMITIDO.
       OBTEM-PROXIMO-RECIBO.
                  '  OPERADOR: ' WS-REC-OPERADOR
                  DELIMITED BY SIZE INTO RECIBO-LINE
           WRITE RECIBO-LINE
           IF WS-REC-DATA-CONTABIL > WS-REC-DATA
               MOVE SPACES TO RECIBO-LINE
               STRING 'DATA CONTABIL: ' WS-REC-DATA-CONTABIL
                      '  (DIA ' WS-REC-DATA ' JA FECHADO)'
                      DELIMITED BY SIZE INTO RECIBO-LINE
               WRITE RECIBO-LINE
           END-IF
           MOVE ALL '=' TO RECIBO-LINE
           WRITE RECIBO-LINE
           CLOSE RECIBO-FILE
                           MOVE PL-DATA-MOVIMENTO TO WS-REC-DATA
                           MOVE PL-HORA-MOVIMENTO TO WS-REC-HORA
                           MOVE PL-OPERADOR       TO WS-REC-OPERADOR
                           MOVE ZEROS TO WS-REC-DATA-CONTABIL
                           IF PL-DATA-CONTABIL IS NUMERIC
                               MOVE PL-DATA-CONTABIL
                                 TO WS-REC-DATA-CONTABIL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           ACCEPT WS-DATA-ESTORNO
           DISPLAY 'HORA DO LANCAMENTO A ESTORNAR (HHMMSSCC):'
           ACCEPT WS-HORA-ESTORNO
           PERFORM TRIA-ESTORNO
           IF WS-ESTORNO-PASSA-TRIAGEM
               PERFORM REGISTRA-ESTORNO-PENDENTE
           END-IF.

      *    LOCALIZA O LANCAMENTO ORIGINAL (WS-DATA-ESTORNO E
      *    WS-HORA-ESTORNO JA PREENCHIDOS PELO CHAMADOR) E, PASSANDO
      *    NA TRIAGEM, DEVOLVE O VALOR AO SALDO E GRAVA O LANCAMENTO
      *    DE COMPENSACAO; USADO PELA ROTINA DE CHEQUE DEVOLVIDO E
      *    PELO CHARGEBACK. O ESTORNO PEDIDO NO BALCAO PASSA PELA
      *    FILA DE APROVACAO E SO CHEGA AQUI PELA APROVACAO.
       EFETIVA-ESTORNO.
           MOVE 'N' TO WS-ESTORNO-FEITO
           PERFORM TRIA-ESTORNO
           IF WS-ESTORNO-PASSA-TRIAGEM
               PERFORM APLICA-ESTORNO
           END-IF.

       TRIA-ESTORNO.
           MOVE 'N' TO WS-ESTORNO-ELEGIVEL
           PERFORM LOCALIZA-LANCAMENTO-PAYLOG
           EVALUATE TRUE
               WHEN NOT WS-LANCAMENTO-ACHADO
                   DISPLAY 'LANCAMENTO DO CANAL BANCO. ESTORNO DE '
                           'RETORNO BANCARIO E AJUSTE DE BACK '
                           'OFFICE. NADA FEITO.'
               WHEN WS-OPER-ESTORNO = WS-OPERADOR-PIX
                   DISPLAY 'LANCAMENTO DE LIQUIDACAO PIX DO PSP. '
                           'ESTORNO E AJUSTE DE BACK OFFICE. NADA '
                           'FEITO.'
      *        CREDITO NAO IDENTIFICADO APLICADO A CONTA: O DINHEIRO
      *        TAMBEM NAO PASSOU PELA GAVETA E O ITEM DO SUSPENSO JA
      *        FOI BAIXADO; A CORRECAO E DE BACK OFFICE.
               WHEN WS-FORMA-ESTORNO = 'SU'
                   DISPLAY 'LANCAMENTO DE CREDITO NAO IDENTIFICADO. '
                           'ESTORNO E AJUSTE DE BACK OFFICE. NADA '
                           'FEITO.'
      *        COMPENSACAO DE SALDO CREDOR: O DINHEIRO VEIO DO SALDO
      *        CREDOR DE OUTRA CONTA (CREDCLI), QUE JA FOI ABATIDO; A
      *        DEVOLUCAO E DE BACK OFFICE.
               WHEN WS-FORMA-ESTORNO = 'SC'
                   DISPLAY 'LANCAMENTO DE COMPENSACAO DE SALDO CREDOR. '
                           'ESTORNO E AJUSTE DE BACK OFFICE. NADA '
                           'FEITO.'
               WHEN OTHER
                   MOVE 'S' TO WS-ESTORNO-ELEGIVEL
           END-EVALUATE.

       APLICA-ESTORNO.
           IF WS-SEQ-ESTORNO > 0
               PERFORM REABRE-DIVIDA-ESTORNO
               PERFORM CONSOLIDA-CONTA-DIVIDAS
           ELSE
      *        LANCAMENTO ANTIGO SEM ABERTURA GRAVADA VOLTA INTEIRO
      *        PARA O PRINCIPAL.
               IF WS-EST-MULTA + WS-EST-PRINCIPAL NOT =
                  WS-VALOR-ESTORNO
                   MOVE ZEROS TO WS-EST-MULTA
                   MOVE WS-VALOR-ESTORNO TO WS-EST-PRINCIPAL
               END-IF
               ADD WS-VALOR-ESTORNO TO CM-SALDO-DEVEDOR
               ADD WS-EST-MULTA TO CM-SALDO-MULTA
               ADD WS-EST-PRINCIPAL TO CM-SALDO-PRINCIPAL
               IF CM-PAGO AND CM-SALDO-DEVEDOR > 0
                   MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET CM-NAO-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-CONTA
               END-IF
           END-IF
           REWRITE CUSTMAST-RECORD
           PERFORM GRAVA-ESTORNO-PAYLOG
           PERFORM CANCELA-CARTA-QUITACAO
           MOVE 'S' TO WS-ESTORNO-FEITO
           DISPLAY 'ESTORNO EFETUADO. VALOR DEVOLVIDO: '
                   WS-VALOR-ESTORNO
           DISPLAY 'SALDO DEVEDOR ATUAL: ' CM-SALDO-DEVEDOR.

      *    PAGAMENTO QUE CHEGOU ATRASADO PELO MALOTE PODE SER
      *    LANCADO COM A DATA EM QUE O CLIENTE DE FATO PAGOU; DATA
      *    FUTURA OU IMPOSSIVEL E RECUSADA.
      *    DIVIDA DEPOIS DA DATA EFETIVA (LOCALIZADAS NO FEELOG) SAO
      *    SOMADAS E LIMITADAS AO ENCARGO AINDA EM ABERTO; A
      *    DEVOLUCAO EM SI - SALDOS E O REGISTRO DE AJUSTE NEGATIVO
      *    NO FEELOG, RASTREAVEL NO EXTRATO E NA AUDITORIA - E PEDIDA
      *    NA FILA DE APROVACAO QUANDO O PAGAMENTO E LANCADO E SO E
      *    EFETIVADA PELA APROVACAO DE OUTRO SUPERVISOR.
       DEVOLVE-MULTAS-PERIODO.
           MOVE ZEROS TO WS-MULTA-DEVOLVIDA
           MOVE 'N' TO WS-BUSCA-EOF

      *    AQUI A DEVOLUCAO E SO CALCULADA E LIMITADA AO ENCARGO EM
      *    ABERTO, PARA AJUSTAR O TETO DO PAGAMENTO; OS SALDOS E O
      *    FEELOG SO SAO MEXIDOS (APLICA-DEVOLUCAO-MULTA) QUANDO A
      *    DEVOLUCAO PEDIDA COM O PAGAMENTO E APROVADA.
       LIMITA-DEVOLUCAO-PREVIA.
           IF WS-SEQ-DIVIDA > 0
               IF WS-MULTA-DEVOLVIDA > DB-SALDO-MULTA
               SUBTRACT WS-MULTA-DEVOLVIDA FROM WS-LIMITE-PAGTO
               DISPLAY 'MULTAS A DEVOLVER PELO PAGAMENTO '
                       'RETROATIVO: ' WS-MULTA-DEVOLVIDA
                       ' (SUJEITAS A APROVACAO DO SUPERVISOR).'
           END-IF.

      *    DEVOLUCAO APROVADA: O PAGAMENTO RETROATIVO JA FOI LANCADO
      *    E ABATEU OS ENCARGOS PRIMEIRO, ENTAO O QUE A DEVOLUCAO NAO
      *    ACHAR MAIS NA MULTA SAI DO PRINCIPAL; NUNCA PASSA DO SALDO
      *    DEVEDOR, E A DIVIDA QUE ZERA FICA PAGA.
       APLICA-DEVOLUCAO-MULTA.
           IF WS-SEQ-DIVIDA > 0
               PERFORM NORMALIZA-SPLIT-DIVIDA
               IF WS-MULTA-DEVOLVIDA > DB-SALDO-DEVEDOR
                   MOVE DB-SALDO-DEVEDOR TO WS-MULTA-DEVOLVIDA
               END-IF
               MOVE DB-SALDO-DEVEDOR TO WS-SALDO-BASE-MULTA
               IF WS-MULTA-DEVOLVIDA > DB-SALDO-MULTA
                   COMPUTE DB-SALDO-PRINCIPAL = DB-SALDO-PRINCIPAL
                       - (WS-MULTA-DEVOLVIDA - DB-SALDO-MULTA)
                   MOVE ZEROS TO DB-SALDO-MULTA
               ELSE
                   SUBTRACT WS-MULTA-DEVOLVIDA FROM DB-SALDO-MULTA
               END-IF
               SUBTRACT WS-MULTA-DEVOLVIDA FROM DB-SALDO-DEVEDOR
               IF DB-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO DB-SALDO-DEVEDOR
                   MOVE ZEROS TO DB-SALDO-PRINCIPAL DB-SALDO-MULTA
                   MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET DB-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-DIVIDA
               END-IF
               REWRITE DEBTMAST-RECORD
               PERFORM CONSOLIDA-CONTA-DIVIDAS
               REWRITE CUSTMAST-RECORD
               MOVE DB-SALDO-DEVEDOR TO FL-SALDO-APOS
           ELSE
               PERFORM NORMALIZA-SPLIT-CONTA
               IF WS-MULTA-DEVOLVIDA > CM-SALDO-DEVEDOR
                   MOVE CM-SALDO-DEVEDOR TO WS-MULTA-DEVOLVIDA
               END-IF
               MOVE CM-SALDO-DEVEDOR TO WS-SALDO-BASE-MULTA
               IF WS-MULTA-DEVOLVIDA > CM-SALDO-MULTA
                   COMPUTE CM-SALDO-PRINCIPAL = CM-SALDO-PRINCIPAL
                       - (WS-MULTA-DEVOLVIDA - CM-SALDO-MULTA)
                   MOVE ZEROS TO CM-SALDO-MULTA
               ELSE
                   SUBTRACT WS-MULTA-DEVOLVIDA FROM CM-SALDO-MULTA
               END-IF
               SUBTRACT WS-MULTA-DEVOLVIDA FROM CM-SALDO-DEVEDOR
               IF CM-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO CM-SALDO-DEVEDOR
                   MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
                   MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET CM-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-CONTA
               END-IF
               REWRITE CUSTMAST-RECORD
               MOVE CM-SALDO-DEVEDOR TO FL-SALDO-APOS
           END-IF
           IF WS-MULTA-DEVOLVIDA > 0
           MOVE WS-SEQ-DIVIDA TO FL-SEQ-DIVIDA
           MOVE WS-DATA-HOJE TO FL-DATA-MOVIMENTO
           ACCEPT FL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO FL-TAXA FL-DIAS-JUROS
           MOVE WS-SALDO-BASE-MULTA TO FL-SALDO-BASE
           COMPUTE FL-VALOR-MULTA = ZERO - WS-MULTA-DEVOLVIDA
           IF WS-SEQ-DIVIDA > 0
           IF WS-FORMA-CHEQUE
               PERFORM GRAVA-CHEQUE-CUSTODIA
           END-IF
           IF WS-FORMA-CARTAO
               PERFORM GRAVA-CARTAO-CUSTODIA
           END-IF
           DISPLAY 'PAGAMENTO DISTRIBUIDO ENTRE ' WS-QTDE-DISTRIB
                   ' DIVIDA(S). SALDO DA CONTA: ' CM-SALDO-DEVEDOR
           MOVE WS-RECIBO-ATUAL TO WS-REC-NUMERO
               DISPLAY 'FORMA INVALIDA. ASSUMIDO DINHEIRO.'
               MOVE 'DI' TO WS-FORMA-PAGTO
           END-IF
           IF WS-FORMA-CARTAO AND CM-TEVE-CHARGEBACK
               DISPLAY 'CONTA COM CHARGEBACK DE CARTAO. CARTAO NAO '
                       'ACEITO. ASSUMIDO DINHEIRO.'
               MOVE 'DI' TO WS-FORMA-PAGTO
           END-IF
           IF WS-FORMA-CARTAO
               MOVE SPACES TO WS-CARTAO-AUTORIZ
               PERFORM UNTIL WS-CARTAO-AUTORIZ NOT = SPACES
                   DISPLAY 'CODIGO DE AUTORIZACAO DO CARTAO '
                           '(COMPROVANTE DA MAQUINA):'
                   ACCEPT WS-CARTAO-AUTORIZ
               END-PERFORM
           END-IF
           IF WS-FORMA-CHEQUE
               DISPLAY 'NUMERO DO CHEQUE:'
               ACCEPT WS-CHQ-NUMERO
           DISPLAY 'CHEQUE ' WS-CHQ-NUMERO ' REGISTRADO EM CUSTODIA '
                   'ATE ' WS-CHQ-COMPENSA '.'.

      *    A VENDA NO CARTAO FICA NA CUSTODIA PENDENTE DE LIQUIDACAO
      *    PELA ADQUIRENTE, AMARRADA AO LANCAMENTO DO PAYLOG
      *    (DATA/HORA) PARA UM EVENTUAL CHARGEBACK ACHAR O PAGAMENTO.
       GRAVA-CARTAO-CUSTODIA.
           OPEN I-O CARTVEN-FILE
           IF NOT WS-FS-CARTVEN-OK
               CLOSE CARTVEN-FILE
               OPEN OUTPUT CARTVEN-FILE
               CLOSE CARTVEN-FILE
               OPEN I-O CARTVEN-FILE
           END-IF
           INITIALIZE CARTVEN-RECORD
           MOVE WS-REC-DATA TO VC-DATA-VENDA
           MOVE WS-CARTAO-AUTORIZ TO VC-AUTORIZACAO
           MOVE WS-REC-HORA TO VC-HORA-VENDA
           MOVE CM-CONTA TO VC-CONTA
           MOVE WS-VALOR TO VC-VALOR
           MOVE WS-OPERADOR-ID TO VC-OPERADOR
           SET VC-PENDENTE TO TRUE
           WRITE CARTVEN-RECORD
               INVALID KEY
                   REWRITE CARTVEN-RECORD
           END-WRITE
           CLOSE CARTVEN-FILE
           DISPLAY 'VENDA NO CARTAO (AUTORIZACAO ' WS-CARTAO-AUTORIZ
                   ') AGUARDANDO LIQUIDACAO DA ADQUIRENTE.'.

      *    CHEQUE DEVOLVIDO PELO BANCO: A DIVIDA E REABERTA PELO
      *    MESMO CAMINHO DO ESTORNO (LANCAMENTO DE COMPENSACAO NO
      *    PAYLOG AMARRADO AO ORIGINAL) E O CHEQUE FICA MARCADO
               CLOSE CHEQUE-FILE
           END-IF.

      *    MODO CHARGEBACK: OS CHARGEBACKS DE CARTAO CASADOS PELO
      *    CONCCART (ARQUIVO CARTCBK, IMAGEM DA CUSTODIA DA VENDA)
      *    DESFAZEM O PAGAMENTO PELO MESMO CAMINHO DO ESTORNO DE
      *    BALCAO, REABRINDO A DIVIDA; A CONTA FICA MARCADA COM O
      *    CHARGEBACK E A VENDA SAI DA CUSTODIA COMO CHARGEBACK. O
      *    DEBITO DA ADQUIRENTE NO DEPOSITO JA FOI PARA O CARTLOG
      *    PELO PROPRIO CONCCART.
       PROCESSA-CHARGEBACKS.
           MOVE WS-OPERADOR-ADQUIR TO WS-OPERADOR-ID
           MOVE ZEROS TO WS-QTDE-CBK-LIDOS WS-QTDE-CBK-ESTORNO
                         WS-QTDE-CBK-PENDENTE
           IF NOT WS-CUSTMAST-ABRIU-OK
               DISPLAY 'SETCOMMAND: CADASTRO CUSTMAST INDISPONIVEL.'
           ELSE
               OPEN INPUT CARTCBK-FILE
               IF NOT WS-FS-CARTCBK-OK
                   DISPLAY 'SETCOMMAND: NENHUM CHARGEBACK A PROCESSAR '
                           '(ARQUIVO CARTCBK AUSENTE).'
               ELSE
                   OPEN I-O CARTVEN-FILE
                   IF NOT WS-FS-CARTVEN-OK
                       DISPLAY 'SETCOMMAND: CUSTODIA DE CARTOES '
                               'CARTVEN INDISPONIVEL.'
                   ELSE
                       MOVE 'N' TO WS-CBK-EOF
                       PERFORM UNTIL WS-FIM-CBK
                           READ CARTCBK-FILE
                               AT END
                                   MOVE 'S' TO WS-CBK-EOF
                               NOT AT END
                                   PERFORM TRATA-UM-CHARGEBACK
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE CARTVEN-FILE
               END-IF
               CLOSE CARTCBK-FILE
               DISPLAY 'CHARGEBACKS LIDOS.........: '
                       WS-QTDE-CBK-LIDOS
               DISPLAY 'PAGAMENTOS ESTORNADOS.....: '
                       WS-QTDE-CBK-ESTORNO
               DISPLAY 'PENDENTES (BACK OFFICE)...: '
                       WS-QTDE-CBK-PENDENTE
           END-IF.

       TRATA-UM-CHARGEBACK.
           ADD 1 TO WS-QTDE-CBK-LIDOS
           MOVE CARTCBK-RECORD TO CARTVEN-RECORD
           READ CARTVEN-FILE
               INVALID KEY
                   DISPLAY 'VENDA ' VC-CHAVE ' NAO ESTA NA CUSTODIA '
                           'DE CARTOES.'
                   ADD 1 TO WS-QTDE-CBK-PENDENTE
           END-READ
           IF WS-FS-CARTVEN-OK
               IF VC-CHARGEBACK
                   DISPLAY 'VENDA ' VC-CHAVE ' JA TRATADA COMO '
                           'CHARGEBACK. NADA FEITO.'
               ELSE
                   MOVE VC-CONTA TO CM-CONTA
                   READ CUSTMAST-FILE
                       INVALID KEY
                           DISPLAY 'CONTA ' VC-CONTA ' DA VENDA '
                                   VC-CHAVE ' NAO ENCONTRADA.'
                   END-READ
                   IF WS-FS-OK
                       PERFORM ESTORNA-VENDA-CARTAO
                   ELSE
                       ADD 1 TO WS-QTDE-CBK-PENDENTE
                   END-IF
               END-IF
           END-IF.

      *    O PAGAMENTO DISTRIBUIDO GRAVA UM LANCAMENTO POR DIVIDA COM
      *    O MESMO RECIBO; A CUSTODIA AMARRA O ULTIMO DELES E OS
      *    DEMAIS SAO ACHADOS PELO RECIBO NO DIA DA VENDA.
       ESTORNA-VENDA-CARTAO.
           MOVE VC-DATA-VENDA TO WS-DATA-ESTORNO
           MOVE VC-HORA-VENDA TO WS-HORA-ESTORNO
           PERFORM EFETIVA-ESTORNO
           IF WS-ESTORNO-EFETUADO OR WS-FOI-ESTORNADO
               IF WS-RECIBO-ESTORNO > 0
                   PERFORM ESTORNA-RESTANTE-RECIBO
               END-IF
               SET CM-TEVE-CHARGEBACK TO TRUE
               MOVE WS-DATA-HOJE TO CM-DATA-CHARGEBACK
               REWRITE CUSTMAST-RECORD
               SET VC-CHARGEBACK TO TRUE
               MOVE WS-DATA-HOJE TO VC-DATA-CHARGEBACK
               REWRITE CARTVEN-RECORD
               ADD 1 TO WS-QTDE-CBK-ESTORNO
               DISPLAY 'CHARGEBACK DA VENDA ' VC-CHAVE ' ESTORNADO; '
                       'CONTA ' CM-CONTA ' MARCADA.'
           ELSE
               ADD 1 TO WS-QTDE-CBK-PENDENTE
               DISPLAY 'CHARGEBACK DA VENDA ' VC-CHAVE ' NAO '
                       'ESTORNADO - TRATAR NO BACK OFFICE.'
           END-IF.

       ESTORNA-RESTANTE-RECIBO.
           MOVE ZEROS TO WS-QTDE-HORAS
           MOVE 'N' TO WS-BUSCA-EOF
           CLOSE PAYLOG-FILE
           OPEN INPUT PAYLOG-FILE
           IF WS-FS-PAYLOG-OK
               PERFORM UNTIL WS-FIM-BUSCA
                   READ PAYLOG-FILE
                       AT END
                           MOVE 'S' TO WS-BUSCA-EOF
                   END-READ
                   IF NOT WS-FS-PAYLOG-OK
                       MOVE 'S' TO WS-BUSCA-EOF
                   END-IF
                   IF NOT WS-FIM-BUSCA
                       IF PL-CONTA = VC-CONTA AND PL-TIPO-PAGAMENTO
                          AND PL-DATA-MOVIMENTO = VC-DATA-VENDA
                          AND PL-RECIBO = WS-RECIBO-ESTORNO
                          AND PL-HORA-MOVIMENTO NOT = VC-HORA-VENDA
                          AND WS-QTDE-HORAS < 99
                           ADD 1 TO WS-QTDE-HORAS
                           MOVE PL-HORA-MOVIMENTO TO
                                WS-HR-HORA (WS-QTDE-HORAS)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PAYLOG-FILE
           OPEN EXTEND PAYLOG-FILE
           PERFORM VARYING WS-IDX-HORA FROM 1 BY 1
                   UNTIL WS-IDX-HORA > WS-QTDE-HORAS
               MOVE VC-DATA-VENDA TO WS-DATA-ESTORNO
               MOVE WS-HR-HORA (WS-IDX-HORA) TO WS-HORA-ESTORNO
               PERFORM EFETIVA-ESTORNO
           END-PERFORM.

      *    QUANDO A CONTA TEM ACORDO DE PARCELAMENTO, A PROXIMA
      *    PARCELA EM ABERTO (OU EM ATRASO) E OFERECIDA AO ATENDENTE;
      *    SE ACEITA, O VALOR DELA VIRA O VALOR DO PAGAMENTO, LIMITADO
           MOVE 'N' TO WS-ACHOU-LANCAMENTO WS-JA-ESTORNADO WS-BUSCA-EOF
           MOVE ZEROS TO WS-VALOR-ESTORNO WS-SEQ-ESTORNO
                         WS-EST-MULTA WS-EST-PRINCIPAL
                         WS-RECIBO-ESTORNO
           MOVE SPACES TO WS-OPER-ESTORNO WS-FORMA-ESTORNO
           CLOSE PAYLOG-FILE
           OPEN INPUT PAYLOG-FILE
                                WS-EST-PRINCIPAL
                           MOVE PL-OPERADOR TO WS-OPER-ESTORNO
                           MOVE PL-FORMA TO WS-FORMA-ESTORNO
                           MOVE PL-RECIBO TO WS-RECIBO-ESTORNO
                       END-IF
                       IF PL-CONTA = CM-CONTA AND PL-TIPO-ESTORNO
                          AND PL-REF-DATA = WS-DATA-ESTORNO
               ADD WS-EST-MULTA TO DB-SALDO-MULTA
               ADD WS-EST-PRINCIPAL TO DB-SALDO-PRINCIPAL
               IF DB-SALDO-DEVEDOR > 0
                   MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET DB-NAO-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-DIVIDA
               END-IF
               REWRITE DEBTMAST-RECORD
               DISPLAY 'DIVIDA ' DB-SEQ ' REABERTA PELO ESTORNO.'
           MOVE CM-CREDOR TO PL-CREDOR
      *    A AREA DO REGISTRO VEM DA LEITURA DO LANCAMENTO ORIGINAL:
      *    A MARCA DE REPASSE E OS DIAS DE ATRASO NAO SAO DELE.
           MOVE SPACES TO PL-REPASSADO PL-CAMPANHA
           MOVE ZEROS TO PL-DIAS-ATRASO
           PERFORM OBTEM-DATA-CONTABIL
           MOVE WS-DATA-CONTABIL TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

      *    CARTA DE QUITACAO JA EMITIDA PARA O QUE O ESTORNO REABRIU
      *    FICA CANCELADA NO REGISTRO (SEM 2A VIA): A CARTA DA DIVIDA
      *    ESTORNADA E A DA CONTA INTEIRA, SE A CONTA VOLTOU A NAO
      *    PAGO. SO AS QUITACOES NA DATA DO PAGAMENTO ESTORNADO OU
      *    DEPOIS; CARTA DE QUITACAO ANTERIOR AO PAGAMENTO CONTINUA
      *    VALENDO.
       CANCELA-CARTA-QUITACAO.
           MOVE 'N' TO WS-CARTAQT-EOF
           OPEN I-O CARTAQT-FILE
           IF NOT WS-FS-CARTAQT-OK
               MOVE 'S' TO WS-CARTAQT-EOF
           ELSE
               MOVE CM-CONTA TO KQ-CONTA
               START CARTAQT-FILE KEY IS >= KQ-CONTA
                   INVALID KEY
                       MOVE 'S' TO WS-CARTAQT-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-CARTAQT
               READ CARTAQT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CARTAQT-EOF
               END-READ
               IF NOT WS-FS-CARTAQT-OK
                   MOVE 'S' TO WS-CARTAQT-EOF
               END-IF
               IF NOT WS-FIM-CARTAQT
                   IF KQ-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-CARTAQT-EOF
                   ELSE
                       IF KQ-EMITIDA AND
                          KQ-DATA-QUITACAO NOT < WS-DATA-ESTORNO AND
                          ((KQ-SEQ-DIVIDA = 0 AND CM-NAO-PAGO) OR
                           (KQ-SEQ-DIVIDA > 0 AND
                            KQ-SEQ-DIVIDA = WS-SEQ-ESTORNO))
                           SET KQ-CANCELADA TO TRUE
                           MOVE WS-DATA-HOJE TO KQ-DATA-CANCELAMENTO
                           REWRITE CARTAQT-RECORD
                           DISPLAY 'CARTA DE QUITACAO ' KQ-NUMERO
                                   ' CANCELADA PELO ESTORNO.'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CARTAQT-OK OR WS-FS-CARTAQT = '10' OR
              WS-FS-CARTAQT = '23'
               CLOSE CARTAQT-FILE
           END-IF.

      *    CREDITO NAO IDENTIFICADO (ARQUIVO SUSPENSO) APLICADO A UMA
      *    CONTA PELA TELA DE PESQUISA DO SUPERVISOR (SUSPCAD): O
      *    VALOR E O DO CREDITO E A DATA EFETIVA E A DO CREDITO NO
      *    BANCO. O LANCAMENTO SEGUE O CAMINHO NORMAL DO PAGAMENTO,
      *    COM RECIBO, NA FORMA 'SU', QUE O CONTABIL DEBITA DA CONTA
      *    DE CREDITOS NAO IDENTIFICADOS E O FECHAMENTO DE CAIXA NAO
      *    CONTA NA GAVETA. CREDITO MAIOR QUE O SALDO NAO E APLICADO.
       APLICA-CREDITO-SUSPENSO.
           MOVE 'F' TO LK-SU-RESULTADO
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           MOVE 'N' TO WS-PAGANDO-PARCELA WS-RECEBTO-ESPOLIO
                       WS-SUSP-ACHADO WS-SUSP-CONTA-ACHADA
                       WS-SUSPENSO-ABRIU
           IF WS-CUSTMAST-ABRIU-OK
               MOVE LK-SU-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUSP-CONTA-ACHADA
               END-READ
           END-IF
           OPEN I-O SUSPENSO-FILE
           IF WS-FS-SUSPENSO-OK
               MOVE 'S' TO WS-SUSPENSO-ABRIU
               MOVE LK-SU-CHAVE TO SU-CHAVE
               READ SUSPENSO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUSP-ACHADO
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TEM-CREDITO-SUSP
                   DISPLAY 'CREDITO NAO IDENTIFICADO ' LK-SU-CHAVE
                           ' NAO ENCONTRADO.'
               WHEN NOT SU-ABERTO
                   DISPLAY 'CREDITO ' SU-CHAVE ' JA APLICADO A CONTA '
                           SU-CONTA-APLICADA '.'
               WHEN NOT WS-TEM-CONTA-SUSP
                   DISPLAY 'CONTA ' LK-SU-CONTA ' NAO ENCONTRADA.'
               WHEN NOT CM-NAO-PAGO OR CM-SALDO-DEVEDOR <= 0
                   DISPLAY 'CONTA ' CM-CONTA ' SEM DIVIDA EM ABERTO ('
                           CM-ESTADO-PAGTO '). CREDITO NAO APLICADO.'
               WHEN SU-VALOR > CM-SALDO-DEVEDOR
                   DISPLAY 'VALOR DO CREDITO (' SU-VALOR ') MAIOR QUE '
                           'O SALDO DA CONTA (' CM-SALDO-DEVEDOR
                           '). CREDITO NAO APLICADO.'
               WHEN OTHER
                   PERFORM LANCA-CREDITO-SUSPENSO
           END-EVALUATE
           IF WS-SUSPENSO-ABERTO
               CLOSE SUSPENSO-FILE
           END-IF.

       LANCA-CREDITO-SUSPENSO.
           PERFORM NORMALIZA-SPLIT-CONTA
           DISPLAY 'CONTA ' CM-CONTA ' - ' CM-PRIMEIRO-NOME ' '
                   CM-SOBRENOME
           DISPLAY 'SALDO DEVEDOR ATUAL: ' CM-SALDO-DEVEDOR
                   '  CREDITO A APLICAR: ' SU-VALOR
           PERFORM ESCOLHE-DIVIDA-PAGTO
           IF WS-DIVIDA-OK
               MOVE SU-DATA-CREDITO TO WS-DATA-EFETIVA
               IF WS-DATA-EFETIVA = 0 OR
                  WS-DATA-EFETIVA > WS-DATA-HOJE
                   MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA
               END-IF
               MOVE ZEROS TO WS-MULTA-DEVOLVIDA
               IF WS-DATA-EFETIVA < WS-DATA-HOJE
                   PERFORM DEVOLVE-MULTAS-PERIODO
               END-IF
               PERFORM OFERECE-PARCELA-ACORDO
      *        A PARCELA SO E BAIXADA QUANDO O CREDITO TEM O VALOR
      *        DELA; FORA ISSO O CREDITO ABATE O SALDO COMO AVULSO.
               IF WS-PAGA-PARCELA AND WS-VALOR NOT = SU-VALOR
                   MOVE 'N' TO WS-PAGANDO-PARCELA
                   DISPLAY 'VALOR DO CREDITO DIFERENTE DA PARCELA. '
                           'APLICADO SEM BAIXA DA PARCELA.'
               END-IF
               MOVE SU-VALOR TO WS-VALOR
               IF WS-VALOR > WS-LIMITE-PAGTO
                   DISPLAY 'VALOR DO CREDITO MAIOR QUE O SALDO DA '
                           'DIVIDA ESCOLHIDA (' WS-LIMITE-PAGTO
                           '). CREDITO NAO APLICADO.'
               ELSE
                   MOVE 'SU' TO WS-FORMA-PAGTO
      *            QUEM APLICA O CREDITO JA E SUPERVISOR.
                   MOVE WS-OPERADOR-ID TO WS-SUPERVISOR-AUT
                   PERFORM EFETIVA-PAGAMENTO
                   PERFORM BAIXA-CREDITO-SUSPENSO
                   IF WS-MULTA-DEVOLVIDA > 0
                       PERFORM REGISTRA-DEVOLUCAO-PENDENTE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CREDITO NAO APLICADO.'
           END-IF.

       BAIXA-CREDITO-SUSPENSO.
           SET SU-APLICADO TO TRUE
           MOVE CM-CONTA TO SU-CONTA-APLICADA
           MOVE WS-DATA-HOJE TO SU-DATA-APLICACAO
           MOVE WS-OPERADOR-ID TO SU-OPERADOR
           MOVE WS-RECIBO-ATUAL TO SU-RECIBO
           REWRITE SUSPENSO-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CREDITO ' SU-CHAVE
           END-REWRITE
           MOVE 'S' TO LK-SU-RESULTADO
           DISPLAY 'CREDITO ' LK-SU-CHAVE ' APLICADO A CONTA ' CM-CONTA
                   ' - RECIBO ' WS-RECIBO-ATUAL '.'.
      *    SALDO CREDOR DO CLIENTE (ARQUIVO CREDCLI) COMPENSADO EM
      *    DIVIDA DO MESMO CPF/CNPJ PELA TELA SALDCAD: O VALOR E O
      *    MENOR ENTRE O SALDO CREDOR E O SALDO DA DIVIDA ESCOLHIDA. O
      *    LANCAMENTO SEGUE O CAMINHO NORMAL DO PAGAMENTO, COM RECIBO,
      *    NA FORMA 'SC', QUE O CONTABIL DEBITA DO PASSIVO DE CREDITOS
      *    DE CLIENTES E O FECHAMENTO DE CAIXA NAO CONTA NA GAVETA. O
      *    QUE SOBRAR CONTINUA DISPONIVEL NO SALDO CREDOR.
       COMPENSA-SALDO-CREDOR.
           MOVE 'F' TO LK-SD-RESULTADO
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           MOVE 'N' TO WS-PAGANDO-PARCELA WS-RECEBTO-ESPOLIO
                       WS-CRED-ACHADO WS-SUSP-CONTA-ACHADA
                       WS-CREDCLI-ABRIU
           IF WS-CUSTMAST-ABRIU-OK
               MOVE LK-SD-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUSP-CONTA-ACHADA
               END-READ
           END-IF
           OPEN I-O CREDCLI-FILE
           IF WS-FS-CREDCLI-OK
               MOVE 'S' TO WS-CREDCLI-ABRIU
               MOVE LK-SD-CHAVE TO SD-CHAVE
               READ CREDCLI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CRED-ACHADO
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TEM-SALDO-CREDOR
                   DISPLAY 'SALDO CREDOR ' LK-SD-CHAVE
                           ' NAO ENCONTRADO.'
               WHEN NOT SD-DISPONIVEL OR SD-SALDO = 0
                   DISPLAY 'SALDO CREDOR ' SD-CHAVE ' NAO ESTA '
                           'DISPONIVEL (SITUACAO ' SD-SITUACAO ').'
               WHEN NOT WS-TEM-CONTA-SUSP
                   DISPLAY 'CONTA ' LK-SD-CONTA ' NAO ENCONTRADA.'
               WHEN CM-DOCUMENTO NOT = SD-DOCUMENTO
                   DISPLAY 'CONTA ' CM-CONTA ' NAO E DO MESMO CPF/CNPJ '
                           'DO SALDO CREDOR. NADA COMPENSADO.'
               WHEN NOT CM-NAO-PAGO OR CM-SALDO-DEVEDOR <= 0
                   DISPLAY 'CONTA ' CM-CONTA ' SEM DIVIDA EM ABERTO ('
                           CM-ESTADO-PAGTO '). NADA COMPENSADO.'
               WHEN OTHER
                   PERFORM LANCA-SALDO-CREDOR
           END-EVALUATE
           IF WS-CREDCLI-ABERTO
               CLOSE CREDCLI-FILE
           END-IF.

       LANCA-SALDO-CREDOR.
           PERFORM NORMALIZA-SPLIT-CONTA
           DISPLAY 'CONTA ' CM-CONTA ' - ' CM-PRIMEIRO-NOME ' '
                   CM-SOBRENOME
           DISPLAY 'SALDO DEVEDOR ATUAL: ' CM-SALDO-DEVEDOR
                   '  SALDO CREDOR DISPONIVEL: ' SD-SALDO
           PERFORM ESCOLHE-DIVIDA-PAGTO
           IF WS-DIVIDA-OK
               MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA
               MOVE ZEROS TO WS-MULTA-DEVOLVIDA
               MOVE SD-SALDO TO WS-VALOR-COMPENSAR
               IF WS-VALOR-COMPENSAR > WS-LIMITE-PAGTO
                   MOVE WS-LIMITE-PAGTO TO WS-VALOR-COMPENSAR
               END-IF
               PERFORM OFERECE-PARCELA-ACORDO
      *        A PARCELA SO E BAIXADA QUANDO O VALOR COMPENSADO E O
      *        DELA; FORA ISSO ABATE O SALDO COMO AVULSO.
               IF WS-PAGA-PARCELA AND
                  WS-VALOR NOT = WS-VALOR-COMPENSAR
                   MOVE 'N' TO WS-PAGANDO-PARCELA
                   DISPLAY 'VALOR COMPENSADO DIFERENTE DA PARCELA. '
                           'COMPENSADO SEM BAIXA DA PARCELA.'
               END-IF
               MOVE WS-VALOR-COMPENSAR TO WS-VALOR
               MOVE 'SC' TO WS-FORMA-PAGTO
               MOVE SPACES TO WS-SUPERVISOR-AUT
               PERFORM EFETIVA-PAGAMENTO
               PERFORM BAIXA-SALDO-CREDOR
           ELSE
               DISPLAY 'NADA COMPENSADO.'
           END-IF.

       BAIXA-SALDO-CREDOR.
           SUBTRACT WS-VALOR-COMPENSAR FROM SD-SALDO
           ADD WS-VALOR-COMPENSAR TO SD-VALOR-COMPENSADO
           MOVE CM-CONTA TO SD-CONTA-COMPENSADA
           MOVE WS-DATA-HOJE TO SD-DATA-COMPENSACAO
           MOVE WS-RECIBO-ATUAL TO SD-RECIBO-COMPENSACAO
           IF SD-SALDO = 0
               SET SD-COMPENSADO TO TRUE
           END-IF
           REWRITE CREDCLI-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': SALDO CREDOR ' SD-CHAVE
           END-REWRITE
           MOVE 'S' TO LK-SD-RESULTADO
           DISPLAY 'SALDO CREDOR ' LK-SD-CHAVE ' - ' WS-VALOR-COMPENSAR
                   ' COMPENSADO NA CONTA ' CM-CONTA ' - RECIBO '
                   WS-RECIBO-ATUAL '.'.
      *    FILA DE APROVACAO (APROVAC): O BALCAO SO REGISTRA O PEDIDO
      *    COM O SOLICITANTE, O MOTIVO E O EFEITO EXATO; NENHUM SALDO,
      *    PAYLOG OU FEELOG E MEXIDO ATE A APROVACAO.
       ABRE-APROVAC.
           MOVE 'N' TO WS-APROVAC-ABRIU
           OPEN I-O APROVAC-FILE
           IF NOT WS-FS-APROVAC-OK
               CLOSE APROVAC-FILE
               OPEN OUTPUT APROVAC-FILE
               CLOSE APROVAC-FILE
               OPEN I-O APROVAC-FILE
           END-IF
           IF WS-FS-APROVAC-OK
               MOVE 'S' TO WS-APROVAC-ABRIU
           ELSE
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': APROVAC'
           END-IF.

       PEDE-MOTIVO-PEDIDO.
           MOVE SPACES TO WS-MOTIVO-PEDIDO
           PERFORM UNTIL WS-MOTIVO-PEDIDO NOT = SPACES
               DISPLAY 'MOTIVO DO PEDIDO (OBRIGATORIO):'
               ACCEPT WS-MOTIVO-PEDIDO
           END-PERFORM.

      *    CAMPOS COMUNS DO PEDIDO; O CHAMADOR JA PREENCHEU O TIPO, A
      *    DIVIDA, OS VALORES E O EFEITO.
       GRAVA-PEDIDO-APROVACAO.
           MOVE WS-DATA-HOJE TO AP-DATA-PEDIDO
           ACCEPT AP-HORA-PEDIDO FROM TIME
           MOVE CM-CONTA TO AP-CONTA
           MOVE WS-OPERADOR-ID TO AP-SOLICITANTE
           MOVE WS-MOTIVO-PEDIDO TO AP-MOTIVO
           SET AP-PENDENTE TO TRUE
           MOVE SPACES TO AP-APROVADOR AP-OBS-DECISAO
           MOVE ZEROS TO AP-DATA-DECISAO AP-HORA-DECISAO
           PERFORM ABRE-APROVAC
           IF WS-APROVAC-ABERTO
               WRITE APROVAC-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM ': APROVAC ' AP-CHAVE
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO ' AP-CHAVE ' REGISTRADO PARA '
                               'APROVACAO DE OUTRO SUPERVISOR.'
               END-WRITE
               CLOSE APROVAC-FILE
           ELSE
               DISPLAY 'PEDIDO NAO REGISTRADO. NADA FEITO.'
           END-IF.

      *    O MESMO LANCAMENTO NAO ENTRA DUAS VEZES NA FILA.
       VERIFICA-ESTORNO-PENDENTE.
           MOVE 'N' TO WS-PEDIDO-PENDENTE WS-BUSCA-EOF
           OPEN INPUT APROVAC-FILE
           IF NOT WS-FS-APROVAC-OK
               MOVE 'S' TO WS-BUSCA-EOF
           ELSE
               MOVE LOW-VALUES TO AP-CHAVE
               START APROVAC-FILE KEY IS >= AP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-BUSCA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-BUSCA
               READ APROVAC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BUSCA-EOF
               END-READ
               IF NOT WS-FS-APROVAC-OK
                   MOVE 'S' TO WS-BUSCA-EOF
               END-IF
               IF NOT WS-FIM-BUSCA
                   IF AP-PENDENTE AND AP-TIPO-ESTORNO AND
                      AP-CONTA = CM-CONTA AND
                      AP-REF-DATA = WS-DATA-ESTORNO AND
                      AP-REF-HORA = WS-HORA-ESTORNO
                       MOVE 'S' TO WS-PEDIDO-PENDENTE
                       MOVE 'S' TO WS-BUSCA-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-APROVAC NOT = '35'
               CLOSE APROVAC-FILE
           END-IF.

       REGISTRA-ESTORNO-PENDENTE.
           PERFORM VERIFICA-ESTORNO-PENDENTE
           IF WS-JA-HA-PEDIDO
               DISPLAY 'JA EXISTE PEDIDO DE ESTORNO DESTE LANCAMENTO '
                       'AGUARDANDO APROVACAO. NADA FEITO.'
           ELSE
               DISPLAY 'ESTORNO DE ' WS-VALOR-ESTORNO ' DO LANCAMENTO '
                       WS-DATA-ESTORNO ' ' WS-HORA-ESTORNO
                       ' (RECIBO ' WS-RECIBO-ESTORNO ').'
               PERFORM PEDE-MOTIVO-PEDIDO
               INITIALIZE APROVAC-RECORD
               SET AP-TIPO-ESTORNO TO TRUE
               MOVE WS-SEQ-ESTORNO TO AP-SEQ-DIVIDA
               MOVE WS-VALOR-ESTORNO TO AP-VALOR
               IF WS-EST-MULTA + WS-EST-PRINCIPAL NOT =
                  WS-VALOR-ESTORNO
                   MOVE ZEROS TO AP-VALOR-MULTA
                   MOVE WS-VALOR-ESTORNO TO AP-VALOR-PRINCIPAL
               ELSE
                   MOVE WS-EST-MULTA TO AP-VALOR-MULTA
                   MOVE WS-EST-PRINCIPAL TO AP-VALOR-PRINCIPAL
               END-IF
               MOVE WS-DATA-ESTORNO TO AP-REF-DATA
               MOVE WS-HORA-ESTORNO TO AP-REF-HORA
               MOVE WS-FORMA-ESTORNO TO AP-FORMA
               PERFORM GRAVA-PEDIDO-APROVACAO
           END-IF.

      *    A DEVOLUCAO DAS MULTAS DO PAGAMENTO RETROATIVO JA LANCADO:
      *    O MOTIVO E O PROPRIO PAGAMENTO.
       REGISTRA-DEVOLUCAO-PENDENTE.
           INITIALIZE APROVAC-RECORD
           SET AP-TIPO-DEVOLVE-MULTA TO TRUE
           MOVE WS-SEQ-DIVIDA TO AP-SEQ-DIVIDA
           MOVE WS-MULTA-DEVOLVIDA TO AP-VALOR AP-VALOR-MULTA
           MOVE ZEROS TO AP-VALOR-PRINCIPAL
           MOVE WS-DATA-EFETIVA TO AP-REF-DATA
           MOVE SPACES TO WS-MOTIVO-PEDIDO
           STRING 'PAGTO RETROATIVO A ' WS-DATA-EFETIVA
                  ' RECIBO ' WS-RECIBO-ATUAL
                  DELIMITED BY SIZE INTO WS-MOTIVO-PEDIDO
           DISPLAY 'DEVOLUCAO DE MULTAS DE ' WS-MULTA-DEVOLVIDA
                   ' ENVIADA PARA APROVACAO.'
           PERFORM GRAVA-PEDIDO-APROVACAO.

      *    A RECUPERACAO FICA NA FILA COM A FORMA, A AUTORIZACAO DE
      *    ALCADA E OS DADOS DO CHEQUE OU DO CARTAO; O LANCAMENTO, A
      *    CUSTODIA E O RECIBO SAO FEITOS NA APROVACAO, EM NOME DE
      *    QUEM RECEBEU.
       REGISTRA-RECUPERACAO-PENDENTE.
           PERFORM PEDE-MOTIVO-PEDIDO
           INITIALIZE APROVAC-RECORD
           SET AP-TIPO-RECUPERACAO TO TRUE
           MOVE ZEROS TO AP-SEQ-DIVIDA
           MOVE WS-VALOR TO AP-VALOR
           PERFORM NORMALIZA-SPLIT-CONTA
           IF WS-VALOR > CM-SALDO-MULTA
               MOVE CM-SALDO-MULTA TO AP-VALOR-MULTA
           ELSE
               MOVE WS-VALOR TO AP-VALOR-MULTA
           END-IF
           COMPUTE AP-VALOR-PRINCIPAL = WS-VALOR - AP-VALOR-MULTA
           MOVE WS-DATA-HOJE TO AP-REF-DATA
           MOVE WS-FORMA-PAGTO TO AP-FORMA
           MOVE WS-SUPERVISOR-AUT TO AP-SUPERVISOR-ALCADA
           MOVE WS-CHQ-NUMERO TO AP-CHQ-NUMERO
           MOVE WS-CHQ-COMPENSA TO AP-CHQ-COMPENSA
           MOVE WS-CARTAO-AUTORIZ TO AP-CARTAO-AUTORIZ
           PERFORM GRAVA-PEDIDO-APROVACAO
           DISPLAY 'RECUPERACAO DE ' WS-VALOR ' AGUARDANDO APROVACAO. '
                   'O RECIBO SAI NA APROVACAO.'.

      *    MODO APROVACA: O SUPERVISOR DA TELA APROVCAD (LK-OPERADOR-ID)
      *    APROVOU O ITEM. O ITEM E CONFERIDO DE NOVO (PENDENTE, OUTRO
      *    SUPERVISOR, CONTA E SALDOS AINDA COMPATIVEIS), MARCADO
      *    APROVADO E SO ENTAO EFETIVADO EM NOME DE QUEM PEDIU; ITEM
      *    QUE NAO PASSA FICA PENDENTE PARA SER RECUSADO. O AJUSTE DE
      *    CONTESTACAO E EFETIVADO PELO CONTESTA.
       EXECUTA-APROVACAO.
           MOVE 'F' TO LK-AP-RESULTADO
           MOVE LK-OPERADOR-ID TO WS-APROVADOR
           MOVE LK-AP-CHAVE TO WS-CHAVE-PEDIDO
           MOVE 'N' TO WS-APROV-ACHADO WS-APROV-MARCADO
                       WS-SUSP-CONTA-ACHADA WS-PAGANDO-PARCELA
                       WS-RECEBTO-ESPOLIO
           PERFORM ABRE-APROVAC
           IF WS-APROVAC-ABERTO
               MOVE WS-CHAVE-PEDIDO TO AP-CHAVE
               READ APROVAC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-APROV-ACHADO
               END-READ
           END-IF
           IF WS-TEM-APROVACAO AND WS-CUSTMAST-ABRIU-OK
               MOVE AP-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SUSP-CONTA-ACHADA
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TEM-APROVACAO
                   DISPLAY 'PEDIDO ' WS-CHAVE-PEDIDO ' NAO ENCONTRADO.'
               WHEN NOT AP-PENDENTE
                   DISPLAY 'PEDIDO ' AP-CHAVE ' JA DECIDIDO ('
                           AP-SITUACAO '). NADA FEITO.'
               WHEN AP-SOLICITANTE = WS-APROVADOR
                   DISPLAY 'QUEM PEDIU NAO PODE APROVAR. NADA FEITO.'
               WHEN AP-TIPO-AJUSTE-DISPUTA OR NOT AP-TIPO-VALIDO
                   DISPLAY 'PEDIDO ' AP-CHAVE ' DO TIPO ' AP-TIPO
                           ' NAO E EFETIVADO AQUI. NADA FEITO.'
               WHEN NOT WS-TEM-CONTA-SUSP
                   DISPLAY 'CONTA ' AP-CONTA ' NAO ENCONTRADA.'
               WHEN OTHER
                   MOVE AP-SOLICITANTE TO WS-OPERADOR-ID
                   EVALUATE TRUE
                       WHEN AP-TIPO-ESTORNO
                           PERFORM APROVA-ESTORNO
                       WHEN AP-TIPO-DEVOLVE-MULTA
                           PERFORM APROVA-DEVOLUCAO-MULTA
                       WHEN AP-TIPO-RECUPERACAO
                           PERFORM APROVA-RECUPERACAO
                   END-EVALUATE
           END-EVALUATE
           IF WS-APROVAC-ABERTO
               CLOSE APROVAC-FILE
           END-IF.

      *    O ITEM E MARCADO ANTES DE EFETIVADO: SE A REGRAVACAO
      *    FALHAR NADA E LANCADO E O ITEM CONTINUA PENDENTE, SEM
      *    RISCO DE EFETIVAR DUAS VEZES.
       MARCA-ITEM-APROVADO.
           MOVE 'N' TO WS-APROV-MARCADO
           SET AP-APROVADO TO TRUE
           MOVE WS-APROVADOR TO AP-APROVADOR
           MOVE WS-DATA-HOJE TO AP-DATA-DECISAO
           ACCEPT AP-HORA-DECISAO FROM TIME
           REWRITE APROVAC-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': APROVAC ' AP-CHAVE
               NOT INVALID KEY
                   MOVE 'S' TO WS-APROV-MARCADO
           END-REWRITE.

      *    A TRIAGEM DO ESTORNO E REFEITA NA APROVACAO: O LANCAMENTO
      *    PODE TER SIDO ESTORNADO POR OUTRO CAMINHO NESSE MEIO TEMPO.
       APROVA-ESTORNO.
           MOVE AP-REF-DATA TO WS-DATA-ESTORNO
           MOVE AP-REF-HORA TO WS-HORA-ESTORNO
           MOVE 'N' TO WS-ESTORNO-FEITO
           PERFORM TRIA-ESTORNO
           IF WS-ESTORNO-PASSA-TRIAGEM
               PERFORM MARCA-ITEM-APROVADO
               IF WS-ITEM-MARCADO
                   PERFORM APLICA-ESTORNO
                   MOVE 'S' TO LK-AP-RESULTADO
               END-IF
           END-IF.

       APROVA-DEVOLUCAO-MULTA.
           MOVE AP-SEQ-DIVIDA TO WS-SEQ-DIVIDA
           MOVE 'S' TO WS-DIVIDA-VALIDA
           IF WS-SEQ-DIVIDA > 0
               MOVE CM-CONTA TO DB-CONTA
               MOVE WS-SEQ-DIVIDA TO DB-SEQ
               READ DEBTMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-DIVIDA-VALIDA
                       DISPLAY 'DIVIDA ' DB-CHAVE ' NAO ENCONTRADA.'
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-DIVIDA-OK
                   CONTINUE
               WHEN WS-SEQ-DIVIDA > 0 AND DB-SALDO-DEVEDOR <= 0
                   DISPLAY 'DIVIDA ' DB-CHAVE ' SEM SALDO. NADA A '
                           'DEVOLVER.'
               WHEN WS-SEQ-DIVIDA = 0 AND CM-SALDO-DEVEDOR <= 0
                   DISPLAY 'CONTA ' CM-CONTA ' SEM SALDO. NADA A '
                           'DEVOLVER.'
               WHEN OTHER
                   PERFORM MARCA-ITEM-APROVADO
                   IF WS-ITEM-MARCADO
                       MOVE AP-VALOR TO WS-MULTA-DEVOLVIDA
                       PERFORM APLICA-DEVOLUCAO-MULTA
                       MOVE 'S' TO LK-AP-RESULTADO
                   END-IF
           END-EVALUATE.

      *    A DATA EFETIVA DA RECUPERACAO E A DO DIA EM QUE O DINHEIRO
      *    FOI RECEBIDO NO BALCAO.
       APROVA-RECUPERACAO.
           EVALUATE TRUE
               WHEN NOT CM-BAIXADO
                   DISPLAY 'CONTA ' CM-CONTA ' NAO ESTA MAIS BAIXADA ('
                           CM-ESTADO-PAGTO '). NADA FEITO.'
               WHEN AP-VALOR > CM-SALDO-DEVEDOR
                   DISPLAY 'RECUPERACAO DE ' AP-VALOR ' ACIMA DO SALDO '
                           'BAIXADO ATUAL (' CM-SALDO-DEVEDOR
                           '). NADA FEITO.'
               WHEN OTHER
                   PERFORM MARCA-ITEM-APROVADO
                   IF WS-ITEM-MARCADO
                       MOVE AP-VALOR TO WS-VALOR
                       MOVE AP-FORMA TO WS-FORMA-PAGTO
                       MOVE AP-SUPERVISOR-ALCADA TO WS-SUPERVISOR-AUT
                       MOVE AP-CHQ-NUMERO TO WS-CHQ-NUMERO
                       MOVE AP-CHQ-COMPENSA TO WS-CHQ-COMPENSA
                       MOVE AP-CARTAO-AUTORIZ TO WS-CARTAO-AUTORIZ
                       MOVE AP-DATA-PEDIDO TO WS-DATA-EFETIVA
                       PERFORM EFETIVA-RECUPERACAO
                       MOVE 'S' TO LK-AP-RESULTADO
                   END-IF
           END-EVALUATE.
       END PROGRAM SetCommand.

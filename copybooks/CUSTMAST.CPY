      *        DA MULTA, DA REMESSA E DAS CARTAS, MAS O SALDO FINAL
      *        FICA NO CADASTRO PARA CONSULTA E AUDITORIA.
               88  CM-BAIXADO             VALUE 'BAIXADO'.
      *        CONTA DEVOLVIDA AO CREDOR (DEVOLUCAO DE CARTEIRA,
      *        BATCH DEVOLCAR): A COBRANCA PAROU, O ACORDO E OS
      *        BOLETOS FORAM CANCELADOS E NENHUM BATCH TRATA MAIS A
      *        CONTA; O SALDO FINAL FICA NO CADASTRO PARA CONSULTA.
               88  CM-DEVOLVIDO           VALUE 'DEVOLVIDO'.
      *        CONTA DUPLICADA DO MESMO CPF/CNPJ ABSORVIDA POR OUTRA
      *        CONTA DO DEVEDOR (UNIFICACAO SUPERVISIONADA, UNIFICA):
      *        DIVIDAS, ACORDO ABERTO, CONTESTACOES, CONTATOS E
      *        BOLETOS FORAM PARA A CONTA SOBREVIVENTE, APONTADA EM
      *        CM-CONTA-DESTINO; O SALDO FICA ZERADO AQUI E OS LOGS
      *        ANTIGOS (PAYLOG/FEELOG) CONTINUAM COM ESTE NUMERO.
               88  CM-UNIFICADA           VALUE 'UNIFICADA'.
      *    DATA ATE A QUAL OS JUROS DE MORA DA CONTA DE DIVIDA UNICA
      *    JA FORAM LANCADOS, QUANDO O CREDOR TEM A REGRA DO CODIGO
      *    DO CONSUMIDOR (CR-ENCARGO-CDC); ZEROS ENQUANTO A MULTA
      *    MORATORIA AINDA NAO FOI APLICADA. AS DIVIDAS DETALHADAS
      *    GUARDAM A SUA EM DB-ULTIMO-PROCESSO.
           05  CM-ULTIMO-PROCESSO         PIC 9(08).
      *    MARCA DE REMESSA BANCARIA: 'S' QUANDO A DIVIDA JA SAIU NO
      *    ARQUIVO DE REMESSA (BANCOREM), PARA A PROXIMA EXTRACAO NAO
      *    E-MAIL/SMS; OS ATENDENTES MARCAM NA MANUTENCAO.
           05  CM-SEM-MENSAGEM            PIC X(01).
               88  CM-OPTOU-FORA          VALUE 'S'.
      *    PRESCRICAO: 'P' QUANDO ALGUMA DIVIDA ABERTA DA CONTA JA
      *    PRESCREVEU (A CONTA SAI DA NEGATIVACAO, DO JURIDICO E DAS
      *    CARTAS), 'A' QUANDO ALGUMA PRESCREVE DENTRO DA JANELA DE
      *    ALERTA. A DATA E A DA DIVIDA ABERTA QUE PRESCREVE PRIMEIRO
      *    (NA CONTA DE DIVIDA UNICA, A DA PROPRIA DIVIDA). MANTIDAS
      *    PELO BATCH NOTURNO PRESCREV.
           05  CM-PRESCRICAO              PIC X(01).
               88  CM-PRESCR-PROXIMA      VALUE 'A'.
               88  CM-PRESCRITA           VALUE 'P'.
           05  CM-DATA-PRESCRICAO         PIC 9(08).
      *    EVENTO DE VIDA DO DEVEDOR: 'O' OBITO, 'F' FALENCIA, 'R'
      *    RECUPERACAO JUDICIAL, ENQUANTO O EVENTO ESTIVER ABERTO NO
      *    ARQUIVO EVENTOS (CADASTRO EVENTCAD). COM A MARCA ACESA A
      *    COBRANCA AUTOMATICA PARA: SEM MULTA, CARTAS, MENSAGENS,
      *    NEGATIVACAO, FILA DE TRABALHO NEM DISCADOR; A CONTA PASSA
      *    A SER TRATADA PELA HABILITACAO DO CREDITO.
           05  CM-EVENTO-VIDA             PIC X(01).
               88  CM-OBITO               VALUE 'O'.
               88  CM-FALENCIA            VALUE 'F'.
               88  CM-RECUP-JUDICIAL      VALUE 'R'.
               88  CM-COM-EVENTO-VIDA     VALUE 'O' 'F' 'R'.
      *    PROTESTO EM CARTORIO (BATCH PROTESTO): 'E' TITULO ENVIADO
      *    AO CARTORIO, 'P' PROTESTADO, 'S' SUSTADO POR ORDEM
      *    JUDICIAL, 'D' DEVOLVIDO SEM INTIMACAO, 'L' LIQUIDADO NO
      *    CARTORIO, 'C' PROTESTO CANCELADO (CARTA DE ANUENCIA
      *    EMITIDA APOS O PAGAMENTO). A DATA E A DA REMESSA AO
      *    CARTORIO. SO CONTA SEM MARCA E ELEGIVEL A UMA REMESSA.
           05  CM-PROTESTO                PIC X(01).
               88  CM-PROTESTO-ENVIADO    VALUE 'E'.
               88  CM-PROTESTADO          VALUE 'P'.
               88  CM-PROTESTO-SUSTADO    VALUE 'S'.
               88  CM-PROTESTO-DEVOLVIDO  VALUE 'D'.
               88  CM-PROTESTO-LIQUIDADO  VALUE 'L'.
               88  CM-PROTESTO-CANCELADO  VALUE 'C'.
               88  CM-EM-PROTESTO         VALUE 'E' 'P'.
               88  CM-SEM-PROTESTO        VALUE SPACE LOW-VALUE.
           05  CM-DATA-PROTESTO           PIC 9(08).
      *    CHARGEBACK DE CARTAO: 'S' QUANDO A ADQUIRENTE ESTORNOU UMA
      *    VENDA NO CARTAO E O PAGAMENTO FOI DESFEITO (SetCommand,
      *    MODO CHARGEBACK). O BALCAO NAO ACEITA MAIS CARTAO DA CONTA.
           05  CM-CHARGEBACK              PIC X(01).
               88  CM-TEVE-CHARGEBACK     VALUE 'S'.
           05  CM-DATA-CHARGEBACK         PIC 9(08).
      *    DEVOLUCAO DE CARTEIRA AO CREDOR: DATA EM QUE A CONTA FOI
      *    DEVOLVIDA (CM-DEVOLVIDO) E DATA DE CORTE PEDIDA PELO
      *    CREDOR - O QUE ENTROU ATE O CORTE E ACERTADO NO REPASSE.
           05  CM-DATA-DEVOLUCAO          PIC 9(08).
           05  CM-DATA-CORTE-DEVOL        PIC 9(08).
      *    UNIFICACAO DE CONTAS DUPLICADAS: CONTA SOBREVIVENTE QUE
      *    ABSORVEU ESTA (CM-UNIFICADA) E DATA DA UNIFICACAO; ZEROS
      *    NAS DEMAIS CONTAS. O APONTADOR E SEMPRE DIRETO: QUANDO A
      *    SOBREVIVENTE E ABSORVIDA DEPOIS, AS CONTAS QUE APONTAVAM
      *    PARA ELA PASSAM A APONTAR PARA A NOVA SOBREVIVENTE.
           05  CM-CONTA-DESTINO           PIC 9(08).
           05  CM-DATA-UNIFICACAO         PIC 9(08).
      *    CEP CONFERIDO CONTRA A BASE DOS CORREIOS (ARQUIVO CEPBASE,
      *    ROTINA CEPVAL): 'I' CEP QUE NAO EXISTE NA BASE, 'D' CEP
      *    QUE EXISTE MAS NAO CONFERE COM A CIDADE/UF DO CADASTRO;
      *    ESPACO QUANDO CONFERE OU NUNCA FOI CONFERIDO. COM A MARCA
      *    ACESA A CONTA FICA FORA DAS CARTAS ATE A CORRECAO NA
      *    MANUTENCAO OU A PROXIMA CONFERENCIA MENSAL (CEPCONF). A
      *    DATA E A DA ULTIMA CONFERENCIA.
           05  CM-CEP-SITUACAO            PIC X(01).
               88  CM-CEP-INEXISTENTE     VALUE 'I'.
               88  CM-CEP-DIVERGENTE      VALUE 'D'.
               88  CM-CEP-PENDENTE        VALUE 'I' 'D'.
           05  CM-DATA-CONF-CEP           PIC 9(08).

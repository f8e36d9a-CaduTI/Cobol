      ******************************************************************
      * Copybook: APROVAC
      * Purpose:  Pending-approval queue for balance adjustments that
      *           one person used to key with immediate effect:
      *           counter reversal of a payment (SetCommand option 2),
      *           "ajustada" dispute resolution (CONTESTA), reversal
      *           of the fees charged after a back-dated payment, and
      *           recovery received on a written-off account. The
      *           requesting screen writes the item here with the
      *           requester, the reason and the exact effect, and
      *           nothing else is touched. A supervisor other than the
      *           requester approves or rejects it on APROVCAD; only
      *           an approved item is applied (SetCommand mode
      *           APROVACA, or CONTESTA for the dispute adjustment) to
      *           CUSTMAST/DEBTMAST/PAYLOG/FEELOG. Keyed by request
      *           date + time + account. APROVREL lists the day's
      *           requests and decisions and what is still pending,
      *           by operator.
      ******************************************************************
       01  APROVAC-RECORD.
           05  AP-CHAVE.
               10  AP-DATA-PEDIDO         PIC 9(08).
               10  AP-HORA-PEDIDO         PIC 9(08).
               10  AP-CONTA               PIC 9(08).
           05  AP-TIPO                    PIC X(02).
               88  AP-TIPO-ESTORNO        VALUE 'ES'.
               88  AP-TIPO-AJUSTE-DISPUTA VALUE 'AJ'.
               88  AP-TIPO-DEVOLVE-MULTA  VALUE 'DM'.
               88  AP-TIPO-RECUPERACAO    VALUE 'RC'.
               88  AP-TIPO-VALIDO         VALUES 'ES' 'AJ' 'DM' 'RC'.
      *    DIVIDA ATINGIDA (00 = CONTA TODA / DIVIDA UNICA).
           05  AP-SEQ-DIVIDA              PIC 9(02).
      *    VALOR DO EFEITO, SEMPRE POSITIVO: VALOR DEVOLVIDO AO SALDO
      *    NO ESTORNO, ABATIDO NO AJUSTE E NA DEVOLUCAO DE MULTA,
      *    RECEBIDO NA RECUPERACAO.
           05  AP-VALOR                   PIC 9(07)V99.
      *    ABERTURA DO EFEITO ENTRE ENCARGOS E PRINCIPAL, CALCULADA NO
      *    PEDIDO COM OS SALDOS DAQUELE MOMENTO.
           05  AP-VALOR-MULTA             PIC 9(07)V99.
           05  AP-VALOR-PRINCIPAL         PIC 9(07)V99.
           05  AP-SOLICITANTE             PIC X(08).
           05  AP-MOTIVO                  PIC X(40).
      *    PARAMETROS PARA REPRODUZIR O EFEITO NA APROVACAO:
      *    ESTORNO - DATA/HORA DO LANCAMENTO ORIGINAL NO PAYLOG E A
      *              FORMA DELE;
      *    DEVOLUCAO DE MULTA - DATA EFETIVA DO PAGAMENTO RETROATIVO;
      *    RECUPERACAO - FORMA, SUPERVISOR DA ALCADA E OS DADOS DO
      *              CHEQUE OU DO CARTAO.
           05  AP-EFEITO.
               10  AP-REF-DATA            PIC 9(08).
               10  AP-REF-HORA            PIC 9(08).
               10  AP-FORMA               PIC X(02).
               10  AP-SUPERVISOR-ALCADA   PIC X(08).
               10  AP-CHQ-NUMERO          PIC 9(08).
               10  AP-CHQ-COMPENSA        PIC 9(08).
               10  AP-CARTAO-AUTORIZ      PIC X(06).
           05  AP-SITUACAO                PIC X(01).
               88  AP-PENDENTE            VALUE 'P'.
               88  AP-APROVADO            VALUE 'A'.
               88  AP-RECUSADO            VALUE 'R'.
           05  AP-APROVADOR               PIC X(08).
           05  AP-DATA-DECISAO            PIC 9(08).
           05  AP-HORA-DECISAO            PIC 9(08).
           05  AP-OBS-DECISAO             PIC X(40).
           05  FILLER                     PIC X(20).

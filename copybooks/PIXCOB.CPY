      ******************************************************************
      * Copybook: PIXCOB
      * Purpose:  Dynamic PIX charge (cobranca PIX com txid), keyed by
      *           the txid the house assigns: 'COB' + account + origin
      *           + sequence + issue date + a 2-digit counter of the
      *           day, 25 alphanumeric characters as the PSP requires.
      *           Written by the shared routine PIXGERA for a debt
      *           (origin 'D', DEBTMAST seq or 00 for the single-debt
      *           account), an acordo parcel ('P') or a payoff quote
      *           ('C', COTACOES seq), from the counter (PIXEMIT), the
      *           reminders to the message bureau (MENSAGEM) or the
      *           portal feed (PORTEXP). The alternate key is the
      *           account + origin + sequence, so a new charge for the
      *           same item replaces the previous one (SUBSTITUIDA)
      *           and an active charge with the same amount is reused.
      *           The BR Code (copia e cola) payload is kept as issued.
      *           The PSP settlement import (BANCORET, PIX mode) finds
      *           the charge by the txid and closes it (PAGA) with the
      *           end-to-end id of the payment.
      ******************************************************************
       01  PIXCOB-RECORD.
           05  XC-TXID                    PIC X(25).
           05  XC-REFERENCIA.
               10  XC-CONTA               PIC 9(08).
               10  XC-ORIGEM              PIC X(01).
                   88  XC-ORIGEM-DIVIDA   VALUE 'D'.
                   88  XC-ORIGEM-PARCELA  VALUE 'P'.
                   88  XC-ORIGEM-COTACAO  VALUE 'C'.
               10  XC-SEQ                 PIC 9(03).
           05  XC-VALOR                   PIC 9(05)V99.
           05  XC-DATA-EMISSAO            PIC 9(08).
           05  XC-HORA-EMISSAO            PIC 9(08).
           05  XC-DATA-EXPIRACAO          PIC 9(08).
           05  XC-ESTADO                  PIC X(11).
               88  XC-ATIVA               VALUE 'ATIVA'.
               88  XC-PAGA                VALUE 'PAGA'.
               88  XC-EXPIRADA            VALUE 'EXPIRADA'.
               88  XC-SUBSTITUIDA         VALUE 'SUBSTITUIDA'.
      *    QUEM GEROU: B = BALCAO, M = LEMBRETE DO BUREAU DE
      *    MENSAGENS, P = PORTAL DE AUTOATENDIMENTO.
           05  XC-CANAL                   PIC X(01).
               88  XC-CANAL-BALCAO        VALUE 'B'.
               88  XC-CANAL-MENSAGEM      VALUE 'M'.
               88  XC-CANAL-PORTAL        VALUE 'P'.
           05  XC-OPERADOR                PIC X(08).
           05  XC-PAYLOAD                 PIC X(250).
      *    PAGAMENTO INFORMADO PELO PSP NO ARQUIVO DE LIQUIDACAO.
           05  XC-DATA-PAGAMENTO          PIC 9(08).
           05  XC-HORA-PAGAMENTO          PIC 9(06).
           05  XC-VALOR-PAGO              PIC 9(05)V99.
           05  XC-E2EID                   PIC X(32).
           05  XC-SEQ-RETORNO             PIC 9(06).

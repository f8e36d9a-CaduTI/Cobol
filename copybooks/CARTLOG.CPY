      ******************************************************************
      * Copybook: CARTLOG
      * Purpose:  Card settlement movement log, one line per acquirer
      *           event that moved money: L = sale settled (gross,
      *           MDR fee and net deposited), C = chargeback on a sale
      *           already settled (net = amount the acquirer debited).
      *           Written by the CONCCART reconciliation batch; read
      *           by CONTABIL, which posts the bank deposit, the MDR
      *           expense and the chargeback against the card
      *           receivable account.
      ******************************************************************
       01  CARTLOG-RECORD.
           05  LQ-DATA-MOVIMENTO          PIC 9(08).
           05  LQ-TIPO                    PIC X(01).
               88  LQ-LIQUIDACAO          VALUE 'L'.
               88  LQ-CHARGEBACK          VALUE 'C'.
           05  LQ-CONTA                   PIC 9(08).
           05  LQ-DATA-VENDA              PIC 9(08).
           05  LQ-AUTORIZACAO             PIC X(06).
           05  LQ-VALOR-BRUTO             PIC S9(5)V99.
           05  LQ-VALOR-MDR               PIC S9(5)V99.
           05  LQ-VALOR-LIQUIDO           PIC S9(5)V99.

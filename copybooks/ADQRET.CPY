      ******************************************************************
      * Copybook: ADQRET
      * Purpose:  Card acquirer daily settlement file, one record per
      *           movement: V = sale settled (gross amount, MDR fee
      *           withheld and net amount deposited on the settlement
      *           date), C = chargeback (the sale the cardholder
      *           disputed; the net field carries the amount debited
      *           from our deposit). The sale is identified by its
      *           date, the authorization code and the gross amount.
      *           Read by the CONCCART reconciliation batch.
      ******************************************************************
       01  ADQRET-RECORD.
           05  AD-TIPO                    PIC X(01).
               88  AD-VENDA               VALUE 'V'.
               88  AD-CHARGEBACK          VALUE 'C'.
           05  AD-DATA-VENDA              PIC 9(08).
           05  AD-AUTORIZACAO             PIC X(06).
           05  AD-VALOR-BRUTO             PIC 9(05)V99.
           05  AD-VALOR-MDR               PIC 9(05)V99.
           05  AD-VALOR-LIQUIDO           PIC 9(05)V99.
           05  AD-DATA-LIQUIDACAO         PIC 9(08).

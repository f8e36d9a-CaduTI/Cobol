      ******************************************************************
      * Copybook: CARTVEN
      * Purpose:  Custody register of card sales taken at the counter
      *           (PL-FORMA 'CA'), one record per sale, keyed by the
      *           sale date + acquirer authorization code + time of the
      *           PAYLOG entry the card paid (date and time are the tie
      *           used to reverse the payment on a chargeback). Written
      *           by SetCommand when the payment is posted; states:
      *           PENDENTE until the acquirer settles it, LIQUIDADA
      *           once the daily settlement file (CONCCART) matched it,
      *           with the MDR fee and the net amount deposited,
      *           CHARGEBACK RECEBIDO when the acquirer file brought a
      *           chargeback for it (CONCCART) and CHARGEBACK once the
      *           payment was reversed (SetCommand CHARGEBACK run).
      ******************************************************************
       01  CARTVEN-RECORD.
           05  VC-CHAVE.
               10  VC-DATA-VENDA          PIC 9(08).
               10  VC-AUTORIZACAO         PIC X(06).
               10  VC-HORA-VENDA          PIC 9(08).
           05  VC-CONTA                   PIC 9(08).
           05  VC-VALOR                   PIC S9(5)V99.
           05  VC-OPERADOR                PIC X(08).
           05  VC-SITUACAO                PIC X(01).
               88  VC-PENDENTE            VALUE 'P'.
               88  VC-LIQUIDADA           VALUE 'L'.
               88  VC-CHARGEBACK-RECEBIDO VALUE 'A'.
               88  VC-CHARGEBACK          VALUE 'C'.
           05  VC-DATA-LIQUIDACAO         PIC 9(08).
           05  VC-VALOR-MDR               PIC S9(5)V99.
           05  VC-VALOR-LIQUIDO           PIC S9(5)V99.
           05  VC-DATA-CHARGEBACK         PIC 9(08).

      ******************************************************************
      * Copybook: PIXRET
      * Purpose:  PIX settlement file sent by the PSP, read by BANCORET
      *           in PIX mode (PARM 'PIX') through the same DD as the
      *           bank return. Header '0' with the file sequence
      *           assigned by the PSP and the generation date - checked
      *           against its own control file, like the bank return -
      *           and one detail '1' per PIX received: the txid of the
      *           charge (PIXCOBS), the amount, the date and time of
      *           the payment and the end-to-end id of the transfer.
      *           Trailer '9' as in BANKRET (the account hash is zero:
      *           the detail has no account), checked by VALENTRA.
      ******************************************************************
       01  PIXRET-RECORD.
           05  XR-TIPO-REGISTRO           PIC X(01).
               88  XR-REG-HEADER          VALUE '0'.
               88  XR-REG-DETALHE         VALUE '1'.
               88  XR-REG-TRAILER         VALUE '9'.
           05  XR-DADOS                   PIC X(99).
           05  XR-DETALHE REDEFINES XR-DADOS.
               10  XR-TXID                PIC X(35).
               10  XR-VALOR               PIC 9(05)V99.
               10  XR-DATA-PAGAMENTO      PIC 9(08).
               10  XR-HORA-PAGAMENTO      PIC 9(06).
               10  XR-E2EID               PIC X(32).
               10  FILLER                 PIC X(11).
           05  XR-HEADER REDEFINES XR-DADOS.
               10  XR-HDR-SEQUENCIA       PIC 9(06).
               10  XR-HDR-DATA-GERACAO    PIC 9(08).
               10  XR-HDR-ISPB            PIC X(08).
               10  FILLER                 PIC X(77).
           05  XR-TRAILER REDEFINES XR-DADOS.
               10  XR-TRL-QTDE-REGISTROS  PIC 9(07).
               10  XR-TRL-TOTAL-VALOR     PIC 9(13)V99.
               10  XR-TRL-TOTAL-CONTAS    PIC 9(15).
               10  FILLER                 PIC X(62).

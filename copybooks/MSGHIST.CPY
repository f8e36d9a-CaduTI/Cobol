      ******************************************************************
      * Copybook: MSGHIST
      * Purpose:  History of the e-mail/SMS messages handed to the
      *           bureau, one record per MSGEXP line, appended by
      *           MENSAGEM every night (the MSGEXP generations
      *           themselves carry no date). The channel is SMS when
      *           the message went to the phone because the account
      *           has no e-mail. Collection messages sent by SMS count
      *           against the same per-debtor contact limits as the
      *           calls in CONTATOS (routine CTTLIM, dialer export in
      *           FILATRAB, weekly compliance report CTTCONF); the
      *           payment confirmation ('CP') and the debt-release
      *           letter notice ('QT', e-mail only) are not collection
      *           contacts and do not count.
      ******************************************************************
       01  MSGHIST-RECORD.
           05  MH-CONTA                   PIC 9(08).
           05  MH-DATA                    PIC 9(08).
           05  MH-HORA                    PIC 9(08).
           05  MH-TIPO                    PIC X(02).
               88  MH-COBRANCA            VALUE 'LV' 'LP' 'OC'.
           05  MH-CANAL                   PIC X(01).
               88  MH-SMS                 VALUE 'S'.
               88  MH-EMAIL               VALUE 'E'.
           05  MH-CONTATO                 PIC X(40).

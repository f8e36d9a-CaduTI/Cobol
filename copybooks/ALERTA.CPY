      ******************************************************************
      * Copybook: ALERTA
      * Purpose:  Account alert file (ALERTAS), keyed by account and a
      *           sequence within the account: accounts that need
      *           special handling ("only speak with the lawyer",
      *           "customer threatened staff", "hearing impaired - use
      *           e-mail", "VIP of the creditor"). Coded type (table
      *           ALRTTAB), free text, who set it and the validity
      *           window. Maintained by supervisors (ALERTCAD); the
      *           active alerts are shown first on every screen that
      *           opens the account and certain types keep the account
      *           out of the dialer export and of the e-mail/SMS
      *           extract (routine ALERTVER).
      ******************************************************************
       01  ALERTA-RECORD.
           05  AL-CHAVE.
               10  AL-CONTA               PIC 9(08).
               10  AL-SEQ                 PIC 9(03).
           05  AL-TIPO                    PIC X(02).
           05  AL-TEXTO                   PIC X(60).
           05  AL-OPERADOR                PIC X(08).
           05  AL-DATA-INCLUSAO           PIC 9(08).
           05  AL-DATA-INICIO             PIC 9(08).
      *    99999999 = ALERTA SEM PRAZO.
           05  AL-DATA-FIM                PIC 9(08).
           05  AL-SITUACAO                PIC X(01).
               88  AL-ATIVO               VALUE 'A'.
               88  AL-ENCERRADO           VALUE 'E'.
      *    ENCERRAMENTO ANTES DO FIM DO PRAZO.
           05  AL-OPER-ENCERRAMENTO       PIC X(08).
           05  AL-DATA-ENCERRAMENTO       PIC 9(08).
           05  FILLER                     PIC X(20).

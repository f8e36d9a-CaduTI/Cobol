      ******************************************************************
      * Copybook: ALERTVP
      * Purpose:  Parameter block of the shared routine ALERTVER, which
      *           reads the active alerts of an account (ALERTAS) on
      *           the processing date. Function 'M' shows them on the
      *           screen (screens that open the account; the file is
      *           opened and closed on each call). Function 'C' only
      *           returns the flags, keeping the file open between
      *           calls (batch); function 'E' closes it at the end of
      *           the run. AE-QTDE-ATIVOS is the number of active
      *           alerts; AE-FORA-DISCADOR / AE-FORA-MENSAGEM are 'S'
      *           when an active alert's type keeps the account out of
      *           the dialer export / the e-mail and SMS extract.
      ******************************************************************
       01  ALERTVER-PARAMETROS.
           05  AE-FUNCAO                  PIC X(01).
               88  AE-MOSTRA              VALUE 'M'.
               88  AE-CONSULTA            VALUE 'C'.
               88  AE-ENCERRA             VALUE 'E'.
           05  AE-CONTA                   PIC 9(08).
           05  AE-QTDE-ATIVOS             PIC 9(03).
           05  AE-FORA-DISCADOR           PIC X(01).
               88  AE-BLOQUEIA-DISCADOR   VALUE 'S'.
           05  AE-FORA-MENSAGEM           PIC X(01).
               88  AE-BLOQUEIA-MENSAGEM   VALUE 'S'.

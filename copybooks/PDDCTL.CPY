      ******************************************************************
      * Copybook: PDDCTL
      * Purpose:  Single-record control file of the monthly bad-debt
      *           provision (PDDCALC): the month (AAAAMM) of the last
      *           run, the provision held before that month's run
      *           (total and by aging band) and the provision required
      *           at that run, which is the balance held from then on.
      *           The next month's run opens from the required figure;
      *           a rerun in the same month opens again from the
      *           figure held before it, so the entries are not
      *           doubled.
      ******************************************************************
       01  PDDCTL-RECORD.
           05  PC-MES                     PIC 9(06).
           05  PC-SALDO-ANTERIOR          PIC S9(13)V99.
           05  PC-SALDO                   PIC S9(13)V99.
           05  PC-FAIXA OCCURS 6.
               10  PC-FAIXA-ANTERIOR      PIC S9(13)V99.
               10  PC-FAIXA-SALDO         PIC S9(13)V99.

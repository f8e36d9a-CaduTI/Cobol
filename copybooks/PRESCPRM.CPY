      ******************************************************************
      * Copybook: PRESCPRM
      * Purpose:  Single-record control file with the statute-of-
      *           limitations policy: a debt prescribes PC-ANOS-PRAZO
      *           years after its due date or after the last
      *           interrupting event (acordo signed, PG/RC payment),
      *           and is flagged by the PRESCREV batch when it is
      *           within PC-DIAS-ALERTA days of prescribing. Data
      *           entry on this file (defaults 5 years / 90 days).
      ******************************************************************
       01  PRESCPRM-RECORD.
           05  PC-ANOS-PRAZO              PIC 9(02).
           05  PC-DIAS-ALERTA             PIC 9(03).

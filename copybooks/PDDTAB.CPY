      ******************************************************************
      * Copybook: PDDTAB
      * Purpose:  Bad-debt provision (PDD) percentage table, keyed by
      *           creditor + agreement situation, with one percentage
      *           per aging band: band 1 is the open debt not yet due,
      *           bands 2 to 6 are AGEREPT's overdue bands (up to 30,
      *           31-60, 61-90, 91-120 and over 120 days). Creditor
      *           999 is the line for any creditor; agreement 'S'
      *           applies to accounts with an active agreement, 'N' to
      *           accounts without one and '*' to both. PDDCALC takes
      *           the most specific line for the debt (creditor and
      *           situation, creditor, any creditor and situation, any
      *           creditor) and its own default percentages when the
      *           table has none. Data entry on this file.
      ******************************************************************
       01  PDDTAB-RECORD.
           05  PT-CHAVE.
               10  PT-CREDOR              PIC 9(03).
                   88  PT-QUALQUER-CREDOR VALUE 999.
               10  PT-ACORDO              PIC X(01).
                   88  PT-COM-ACORDO      VALUE 'S'.
                   88  PT-SEM-ACORDO      VALUE 'N'.
                   88  PT-QUALQUER-ACORDO VALUE '*'.
           05  PT-PERCENTUAL              PIC 9(03)V99 OCCURS 6.

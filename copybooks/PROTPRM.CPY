      ******************************************************************
      * Copybook: PROTPRM
      * Purpose:  Single-record control file with the notary protest
      *           policy: an open account overdue beyond PT-DIAS-LIMITE
      *           days, with balance of at least PT-VALOR-MINIMO and,
      *           when PT-EXIGE-NEGATIVADO is 'S', already registered
      *           at the credit bureau goes out in the protest file.
      *           Data entry on this file (defaults 120 days / 300,00
      *           / 'S' when absent).
      ******************************************************************
       01  PROTPRM-RECORD.
           05  PT-DIAS-LIMITE             PIC 9(04).
           05  PT-VALOR-MINIMO            PIC 9(07)V99.
           05  PT-EXIGE-NEGATIVADO        PIC X(01).

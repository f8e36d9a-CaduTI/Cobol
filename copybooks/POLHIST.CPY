      ******************************************************************
      * Copybook: POLHIST
      * Purpose:  Change journal of the policy parameters (POLPARM),
      *           appended at every change: when, operator, parameter,
      *           effective date, the value in force on that date
      *           before the change and the new one. PH-ACAO tells a
      *           new effective date (I), a scheduled value replaced
      *           (A), a scheduled change cancelled (E, new value zero)
      *           and the initial load from the old control files (C).
      *           Listed by POLCAD and on the POLREL sheet.
      ******************************************************************
       01  POLHIST-RECORD.
           05  PH-DATA                    PIC 9(08).
           05  PH-HORA                    PIC 9(08).
           05  PH-OPERADOR                PIC X(08).
           05  PH-CODIGO                  PIC X(08).
           05  PH-VIGENCIA                PIC 9(08).
           05  PH-VALOR-ANTES             PIC 9(07)V99.
           05  PH-VALOR-DEPOIS            PIC 9(07)V99.
           05  PH-ACAO                    PIC X(01).
               88  PH-INCLUSAO            VALUE 'I'.
               88  PH-ALTERACAO           VALUE 'A'.
               88  PH-EXCLUSAO            VALUE 'E'.
               88  PH-CARGA               VALUE 'C'.

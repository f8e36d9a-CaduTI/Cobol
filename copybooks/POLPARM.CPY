      ******************************************************************
      * Copybook: POLPARM
      * Purpose:  Effective-dated policy parameter: from the effective
      *           date PP-VIGENCIA on, parameter PP-CODIGO (a code of
      *           the POLTAB catalogue) is worth PP-VALOR. The value in
      *           force for a date is the row of the code with the
      *           greatest effective date not after it (shared routine
      *           POLVIG, called by the batch programs with the
      *           DATAPROC date). A future effective date schedules the
      *           change. Maintained only by the POLCAD supervisor
      *           screen, which journals every change in POLHIST; the
      *           old single-record control files are read only while
      *           a code has no row here (POLCARGA loads them).
      ******************************************************************
       01  POLPARM-RECORD.
           05  PP-CHAVE.
               10  PP-CODIGO              PIC X(08).
               10  PP-VIGENCIA            PIC 9(08).
           05  PP-VALOR                   PIC 9(07)V99.
           05  PP-OPERADOR                PIC X(08).
           05  PP-DATA-ALTERACAO          PIC 9(08).
           05  PP-HORA-ALTERACAO          PIC 9(08).
           05  FILLER                     PIC X(20).

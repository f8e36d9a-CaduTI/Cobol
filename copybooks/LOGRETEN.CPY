      ******************************************************************
      * Copybook: LOGRETEN
      * Purpose:  Retention-policy record of the operational logs,
      *           keyed by log name (the DD name: CONTATOS, ERRLOG,
      *           CADLOG, LGPDLOG, RUNHIST, OPNOTES, MSGHIST,
      *           BOLETOS): how many days that log's records stay
      *           online before the monthly purge PURGALOG takes them
      *           out, and whether they are moved to the dated archive
      *           dataset of the log ('A') or simply deleted ('E'). A
      *           log without a policy record keeps PURGALOG's default
      *           for it and is archived. Data entry on this file.
      ******************************************************************
       01  LOGRETEN-RECORD.
           05  LR-NOME                    PIC X(08).
           05  LR-DIAS                    PIC 9(04).
           05  LR-ACAO                    PIC X(01).
               88  LR-ARQUIVA             VALUE 'A'.
               88  LR-EXCLUI              VALUE 'E'.

      *           reason text. Read by the BANCOACK import, which marks
      *           the rejected slip in the BOLETOS register and clears
      *           the remittance mark so the next extract re-emits it.
      *           The file comes between the header and trailer of
      *           ARQENV, which the import skips.
      ******************************************************************
       01  BANKACK-RECORD.
           05  BA-CONTA                   PIC 9(08).
           05  BA-CONTA-R REDEFINES BA-CONTA.
               10  BA-ENVELOPE            PIC X(03).
                   88  BA-REG-ENVELOPE    VALUES 'HDR' 'TRL'.
               10  FILLER                 PIC X(05).
           05  BA-ORIGEM                  PIC X(01).
               88  BA-ORIGEM-DIVIDA       VALUE 'D'.
               88  BA-ORIGEM-PARCELA      VALUE 'P'.

      *           uncollectable (goes to write-off with reason JU),
      *           DV = returned to ordinary collection. Read by the
      *           JURIDICO program in RETORNO mode, which updates the
      *           account's stage. The file comes between the
      *           header and trailer of ARQENV, which the import skips.
      ******************************************************************
       01  JURIRET-RECORD.
           05  JT-CONTA                   PIC 9(08).
           05  JT-CONTA-R REDEFINES JT-CONTA.
               10  JT-ENVELOPE            PIC X(03).
                   88  JT-REG-ENVELOPE    VALUES 'HDR' 'TRL'.
               10  FILLER                 PIC X(05).
           05  JT-RESULTADO               PIC X(02).
               88  JT-LIQUIDADO           VALUE 'LQ'.
               88  JT-INCOBRAVEL          VALUE 'IN'.

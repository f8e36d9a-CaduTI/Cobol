      *           each result into the CONTATOS history in the same
      *           record format as the manual capture, so FILATRAB's
      *           broken-promise logic keeps working unchanged.
      *           The dialer also reports the number it dialed and
      *           whether it was a wrong number (NE) or disconnected
      *           (DL); DIALIMP marks that phone in the contact-point
      *           file (MEIOCTT) so the next export rotates past it.
      *           The file comes between the header and trailer of
      *           ARQENV, which the import skips.
      ******************************************************************
       01  DIALRET-RECORD.
           05  DR-CONTA                   PIC 9(08).
           05  DR-CONTA-R REDEFINES DR-CONTA.
               10  DR-ENVELOPE            PIC X(03).
                   88  DR-REG-ENVELOPE    VALUES 'HDR' 'TRL'.
               10  FILLER                 PIC X(05).
           05  DR-RESULTADO               PIC X(02).
               88  DR-ATENDIDA            VALUE 'AL'.
               88  DR-SEM-RESPOSTA        VALUE 'SR'.
               88  DR-PROMESSA            VALUE 'PR'.
               88  DR-NUMERO-ERRADO       VALUE 'NE'.
               88  DR-DESLIGADO           VALUE 'DL'.
           05  DR-DATA-PROMESSA           PIC 9(08).
           05  DR-NOTA                    PIC X(40).
           05  DR-TELEFONE                PIC X(15).

      ******************************************************************
      * Copybook: PREVHIST
      * Purpose:  Weekly cash-forecast history written by PREVCX, one
      *           record per source and forecast week: the gross
      *           amount due in the week, the realization weight
      *           applied and the weighted expected inflow. Each run
      *           writes a new generation; the next run reads the
      *           previous one back to compare its first week with
      *           what was actually realized, so the weights (POLPARM
      *           PREVPxx) can be tuned.
      ******************************************************************
       01  PREVHIST-RECORD.
           05  PH-DATA-PREVISAO           PIC 9(08).
           05  PH-FONTE                   PIC 9(01).
               88  PH-FONTE-ACORDO        VALUE 1.
               88  PH-FONTE-BOLETO        VALUE 2.
               88  PH-FONTE-PROMESSA      VALUE 3.
               88  PH-FONTE-CHEQUE        VALUE 4.
           05  PH-SEMANA                  PIC 9(02).
           05  PH-DATA-INICIO             PIC 9(08).
           05  PH-VALOR-BRUTO             PIC S9(11)V99.
           05  PH-PESO                    PIC 9(03)V99.
           05  PH-VALOR-PREVISTO          PIC S9(11)V99.

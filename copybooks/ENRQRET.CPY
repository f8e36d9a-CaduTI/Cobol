      ******************************************************************
      * Copybook: ENRQRET
      * Purpose:  Contact-enrichment bureau answer, one contact point
      *           per record: account and CPF/CNPJ of the request, the
      *           kind of point (T phone, E e-mail, N address) and its
      *           value in the same layout as MC-VALOR of MEIOCTT.
      *           Read by ENRIQUEC in RETORNO mode; each point is added
      *           to MEIOCTT with origin bureau unless already there.
      ******************************************************************
       01  ENRQRET-RECORD.
           05  ER-CONTA                   PIC 9(08).
           05  ER-DOCUMENTO               PIC X(14).
           05  ER-TIPO                    PIC X(01).
               88  ER-TIPO-VALIDO         VALUE 'T' 'E' 'N'.
           05  ER-VALOR                   PIC X(61).

      ******************************************************************
      * Copybook: GRAFSEQ
      * Purpose:  Single-record control file holding the last letter
      *           ID given to a print-house letter (register GRAFREG),
      *           so the IDs never repeat across runs. Read,
      *           incremented and rewritten by GRAFICA at each letter.
      ******************************************************************
       01  GRAFSEQ-RECORD.
           05  GQ-ULTIMA-CARTA            PIC 9(08).

      ******************************************************************
      * Copybook: QUITSEQ
      * Purpose:  Single-record control file holding the last
      *           debt-release letter number issued (register CARTAQT),
      *           so the letter sequence is gapless across runs. Read,
      *           incremented and rewritten by CARTQUIT at each letter
      *           issued.
      ******************************************************************
       01  QUITSEQ-RECORD.
           05  QS-ULTIMA-CARTA            PIC 9(08).

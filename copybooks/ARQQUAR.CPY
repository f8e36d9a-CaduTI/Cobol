      ******************************************************************
      * Copybook: ARQQUAR
      * Purpose:  Quarantine of the inbound interface files refused by
      *           the validation gate VALENTRA: every line of the
      *           refused file, in order, under the receipt key of its
      *           entry in the register ARQRECB, so the file can be
      *           examined or sent back to the sender after the
      *           inbound dataset is emptied.
      ******************************************************************
       01  ARQQUAR-RECORD.
           05  AQ-CHAVE.
               10  AQ-INTERFACE           PIC X(08).
               10  AQ-DATA-RECEBIMENTO    PIC 9(08).
               10  AQ-HORA-RECEBIMENTO    PIC 9(08).
           05  AQ-NUM-LINHA               PIC 9(07).
           05  AQ-CONTEUDO                PIC X(200).

      ******************************************************************
      * Copybook: CAMPOFER
      * Purpose:  Account found eligible for a discount campaign,
      *           keyed by campaign code + account: the date it first
      *           qualified and the date and channel of the first
      *           offer (zeros / space while not offered; 'M' = offer
      *           message staged by the nightly MENSAGEM run, 'B' =
      *           offered at the counter by SetCommand or ACORDOS).
      *           Written only through CAMPREG; read by the campaign
      *           results report CAMPREL.
      ******************************************************************
       01  CAMPOFER-RECORD.
           05  OC-CHAVE.
               10  OC-CAMPANHA            PIC X(06).
               10  OC-CONTA               PIC 9(08).
           05  OC-DATA-ELEGIVEL           PIC 9(08).
           05  OC-DATA-OFERTA             PIC 9(08).
           05  OC-CANAL                   PIC X(01).
               88  OC-CANAL-MENSAGEM      VALUE 'M'.
               88  OC-CANAL-BALCAO        VALUE 'B'.

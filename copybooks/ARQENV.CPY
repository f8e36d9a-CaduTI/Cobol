      ******************************************************************
      * Copybook: ARQENV
      * Purpose:  Header and trailer records of the inbound interface
      *           files whose layout has no record type of its own
      *           (BANKACK, CARGAIN, DIALRET, JURIRET). The sender puts
      *           one header 'HDR' first (interface code, sender, file
      *           date and sequence) and one trailer 'TRL' last (count
      *           of detail records, hash total of the amount field in
      *           cents and hash total of the account field; zero when
      *           the layout has no such field). The trailer fields are
      *           the same as the trailer '9' of BANKRET and PIXRET.
      *           Checked by VALENTRA before the import; the import
      *           programs skip both records.
      ******************************************************************
       01  ARQENV-RECORD.
           05  EV-IDENTIFICADOR           PIC X(03).
               88  EV-REG-HEADER          VALUE 'HDR'.
               88  EV-REG-TRAILER         VALUE 'TRL'.
           05  EV-DADOS                   PIC X(37).
           05  EV-HEADER REDEFINES EV-DADOS.
               10  EV-INTERFACE           PIC X(08).
               10  EV-REMETENTE           PIC X(08).
               10  EV-DATA-ARQUIVO        PIC 9(08).
               10  EV-SEQUENCIA           PIC 9(06).
               10  FILLER                 PIC X(07).
           05  EV-TRAILER REDEFINES EV-DADOS.
               10  EV-QTDE-REGISTROS      PIC 9(07).
               10  EV-TOTAL-VALOR         PIC 9(13)V99.
               10  EV-TOTAL-CONTAS        PIC 9(15).

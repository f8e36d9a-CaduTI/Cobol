      ******************************************************************
      * Copybook: PROTEXP
      * Purpose:  Notary (cartorio de protesto) interface record in
      *           the notary's fixed layout: type 'P' = titulo sent
      *           for protest, type 'A' = cancellation of a protest
      *           (carta de anuencia) for an account that was paid.
      *           Account, documento, name and address of the debtor
      *           (for the notary's summons), amount, due date, the
      *           date of the remittance and the creditor code.
      *           Written by the PROTESTO batch.
      ******************************************************************
       01  PROTEXP-RECORD.
           05  PX-TIPO                    PIC X(01).
               88  PX-APRESENTACAO        VALUE 'P'.
               88  PX-ANUENCIA            VALUE 'A'.
           05  PX-CONTA                   PIC 9(08).
           05  PX-DOCUMENTO               PIC X(14).
           05  PX-NOME                    PIC X(30).
           05  PX-ENDERECO.
               10  PX-RUA                 PIC X(30).
               10  PX-CIDADE              PIC X(20).
               10  PX-ESTADO              PIC X(02).
               10  PX-CEP                 PIC X(09).
           05  PX-VALOR                   PIC 9(09)V99.
           05  PX-DATA-VENCIMENTO         PIC 9(08).
           05  PX-DATA-REMESSA            PIC 9(08).
           05  PX-CREDOR                  PIC 9(03).

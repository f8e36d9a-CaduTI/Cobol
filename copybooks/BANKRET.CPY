      *           (control file RETCTL) - twice the bank re-transmitted
      *           the previous day's file and every boleto was posted a
      *           second time - and posts each detail against CUSTMAST
      *           like a counter payment. The detail carries the
      *           nosso numero printed on the slip (zero when the slip
      *           was numbered by the bank) so a counter-issued 2a via
      *           is settled against the debt it was issued for.
      *           The file closes with a trailer '9' (count of
      *           details, hash totals of the value in cents and of
      *           the account) checked by the validation gate
      *           VALENTRA before the import.
      ******************************************************************
       01  BANKRET-RECORD.
           05  BR-TIPO-REGISTRO           PIC X(01).
               88  BR-REG-HEADER          VALUE '0'.
               88  BR-REG-DETALHE         VALUE '1'.
               88  BR-REG-TRAILER         VALUE '9'.
           05  BR-DADOS                   PIC X(37).
           05  BR-DETALHE REDEFINES BR-DADOS.
               10  BR-CONTA               PIC 9(08).
               10  BR-VALOR               PIC 9(05)V99.
               10  BR-DATA-PAGAMENTO      PIC 9(08).
               10  BR-NOSSO-NUMERO        PIC 9(14).
           05  BR-HEADER REDEFINES BR-DADOS.
               10  BR-HDR-SEQUENCIA       PIC 9(06).
               10  BR-HDR-DATA-GERACAO    PIC 9(08).
               10  FILLER                 PIC X(23).
           05  BR-TRAILER REDEFINES BR-DADOS.
               10  BR-TRL-QTDE-REGISTROS  PIC 9(07).
               10  BR-TRL-TOTAL-VALOR     PIC 9(13)V99.
               10  BR-TRL-TOTAL-CONTAS    PIC 9(15).

      ******************************************************************
      * Copybook: REEMBREM
      * Purpose:  Refund payment file sent to the bank (REEMBPAG):
      *           header '0' with the generation date, one detail '1'
      *           per approved refund (credit key, the customer's
      *           CPF/CNPJ, name and bank account, value) and trailer
      *           '9' with count and total, so the bank can
      *           batch-validate the file, as in the boleto remittance.
      ******************************************************************
       01  REEMBREM-RECORD.
           05  RR-TIPO-REGISTRO           PIC X(01).
               88  RR-REG-HEADER          VALUE '0'.
               88  RR-REG-DETALHE         VALUE '1'.
               88  RR-REG-TRAILER         VALUE '9'.
           05  RR-DADOS                   PIC X(99).
           05  RR-DETALHE REDEFINES RR-DADOS.
               10  RR-CONTA               PIC 9(08).
               10  RR-SEQ                 PIC 9(03).
               10  RR-DOCUMENTO           PIC X(14).
               10  RR-NOME                PIC X(30).
               10  RR-BANCO               PIC 9(03).
               10  RR-AGENCIA             PIC 9(04).
               10  RR-CONTA-BANCARIA      PIC X(12).
               10  RR-TIPO-CONTA          PIC X(01).
               10  RR-VALOR               PIC 9(09)V99.
               10  FILLER                 PIC X(13).
           05  RR-HEADER REDEFINES RR-DADOS.
               10  RR-HDR-DATA-GERACAO    PIC 9(08).
               10  RR-HDR-LITERAL         PIC X(20).
               10  FILLER                 PIC X(71).
           05  RR-TRAILER REDEFINES RR-DADOS.
               10  RR-TRL-QTDE            PIC 9(07).
               10  RR-TRL-VALOR-TOTAL     PIC 9(11)V99.
               10  FILLER                 PIC X(79).

      ******************************************************************
      * Copybook: BOLBCO
      * Purpose:  Single-record control file with the collecting bank
      *           agreement used to print slips at the counter (2a via,
      *           BOL2VIA): bank code, branch, agreement (convenio) and
      *           portfolio (carteira) that go into the barcode, plus
      *           the beneficiary name and CNPJ printed on the slip.
      *           Changing bank is data entry on this file; without it
      *           no slip is issued at the counter.
      ******************************************************************
       01  BOLBCO-RECORD.
           05  BB-CODIGO-BANCO            PIC 9(03).
           05  BB-AGENCIA                 PIC 9(04).
           05  BB-CONVENIO                PIC 9(07).
           05  BB-CARTEIRA                PIC 9(02).
           05  BB-NOME-BANCO              PIC X(20).
           05  BB-BENEFICIARIO            PIC X(40).
           05  BB-CNPJ-BENEFICIARIO       PIC X(14).

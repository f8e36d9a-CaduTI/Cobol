      ******************************************************************
      * Copybook: CEPBASE
      * Purpose:  Postal-code reference record (CEPBASE, indexed by
      *           CEP), rebuilt by CEPCARGA from the Correios DNE
      *           extract and read through the shared routine CEPVAL
      *           by the customer maintenance, the bulk load and the
      *           monthly CEP check. A city-wide CEP (small towns with
      *           a single code) comes with the street blank.
      ******************************************************************
       01  CEPBASE-RECORD.
           05  ZP-CEP                     PIC 9(08).
           05  ZP-LOGRADOURO              PIC X(60).
           05  ZP-BAIRRO                  PIC X(40).
           05  ZP-CIDADE                  PIC X(40).
           05  ZP-UF                      PIC X(02).
           05  ZP-DATA-CARGA              PIC 9(08).

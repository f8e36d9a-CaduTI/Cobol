      ******************************************************************
      * Copybook: ENRQEXP
      * Purpose:  Contact-enrichment bureau request, one per account
      *           that went dark (no valid phone and/or no valid
      *           address in MEIOCTT): account, CPF/CNPJ the bureau
      *           searches by, name, which kinds of contact are being
      *           asked for and the date of the request. Written
      *           weekly by ENRIQUEC.
      ******************************************************************
       01  ENRQEXP-RECORD.
           05  EQ-CONTA                   PIC 9(08).
           05  EQ-DOCUMENTO               PIC X(14).
           05  EQ-NOME                    PIC X(30).
           05  EQ-PEDE-TELEFONE           PIC X(01).
           05  EQ-PEDE-ENDERECO           PIC X(01).
           05  EQ-DATA-PEDIDO             PIC 9(08).

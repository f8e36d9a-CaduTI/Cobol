      ******************************************************************
      * Copybook: AVALISTA
      * Purpose:  Guarantor / co-debtor (avalista, fiador) of a debt,
      *           keyed by account + debt sequence (same key as
      *           DEBTMAST; sequence 00 = the account itself, for the
      *           single-debt accounts with no DEBTMAST detail). Name,
      *           CPF/CNPJ (checked by DOCVAL, alternate key for the
      *           customer search), address and phone, plus who last
      *           maintained the record. Maintained online by AVALCAD;
      *           read by BUSCACLI, CARTAS, EXTRATO and JURIDICO.
      ******************************************************************
       01  AVALISTA-RECORD.
           05  AV-CHAVE.
               10  AV-CONTA               PIC 9(08).
               10  AV-SEQ-DIVIDA          PIC 9(02).
           05  AV-TIPO                    PIC X(01).
               88  AV-EH-AVALISTA         VALUE 'A'.
               88  AV-EH-FIADOR           VALUE 'F'.
           05  AV-NOME                    PIC X(30).
           05  AV-DOCUMENTO               PIC X(14).
           05  AV-ENDERECO.
               10  AV-RUA                 PIC X(30).
               10  AV-CIDADE              PIC X(20).
               10  AV-ESTADO              PIC X(02).
               10  AV-CEP                 PIC X(09).
           05  AV-TELEFONE                PIC X(15).
           05  AV-OPERADOR                PIC X(08).
           05  AV-DATA-ATUALIZACAO        PIC 9(08).

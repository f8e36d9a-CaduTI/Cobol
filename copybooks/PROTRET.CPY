      ******************************************************************
      * Copybook: PROTRET
      * Purpose:  Notary return record, one per titulo the notary is
      *           reporting on: P = protested, G = paid at the notary
      *           (amount passed on to us, posted as a payment),
      *           S = withdrawn by court order (sustado), D = returned
      *           unserved (devolvido, debtor not found). The notary
      *           costs (custas) charged on the titulo come in their
      *           own field and are added to the account balance as a
      *           separate charge. Read by PROTESTO in RETORNO mode.
      ******************************************************************
       01  PROTRET-RECORD.
           05  PR-CONTA                   PIC 9(08).
           05  PR-OCORRENCIA              PIC X(01).
               88  PR-PROTESTADO          VALUE 'P'.
               88  PR-PAGO-CARTORIO       VALUE 'G'.
               88  PR-SUSTADO             VALUE 'S'.
               88  PR-DEVOLVIDO           VALUE 'D'.
           05  PR-DATA-OCORRENCIA         PIC 9(08).
           05  PR-VALOR-PAGO              PIC 9(07)V99.
           05  PR-VALOR-CUSTAS            PIC 9(05)V99.
           05  PR-PROTOCOLO               PIC X(15).

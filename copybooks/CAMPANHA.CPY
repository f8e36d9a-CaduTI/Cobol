      ******************************************************************
      * Copybook: CAMPANHA
      * Purpose:  Discount campaign (feirao) authorized by a creditor,
      *           keyed by campaign code: the creditor it applies to
      *           (CM-CREDOR; 999 = every portfolio), the aging band
      *           of the accounts (days overdue, inclusive), the
      *           validity window, the maximum discount on the
      *           balance and the parcel rules for an agreement made
      *           under the campaign (maximum number of parcels,
      *           minimum down payment as a percent of the negotiated
      *           total, minimum parcel value). Maintained online by
      *           CAMPCAD (supervisors only); the best campaign in
      *           force for an account is chosen by CAMPSEL.
      ******************************************************************
       01  CAMPANHA-RECORD.
           05  FE-CODIGO                  PIC X(06).
           05  FE-DESCRICAO               PIC X(30).
           05  FE-CREDOR                  PIC 9(03).
               88  FE-TODOS-CREDORES      VALUE 999.
           05  FE-DIAS-MINIMO             PIC 9(05).
           05  FE-DIAS-MAXIMO             PIC 9(05).
           05  FE-DATA-INICIO             PIC 9(08).
           05  FE-DATA-FIM                PIC 9(08).
           05  FE-PCT-DESCONTO            PIC 9(03).
           05  FE-MAX-PARCELAS            PIC 9(03).
           05  FE-PCT-ENTRADA             PIC 9(03).
           05  FE-VALOR-PARCELA-MIN       PIC 9(05)V99.
           05  FE-SITUACAO                PIC X(01).
               88  FE-ATIVA               VALUE 'A'.
               88  FE-ENCERRADA           VALUE 'E'.
           05  FE-OPERADOR                PIC X(08).
           05  FE-DATA-ATUALIZACAO        PIC 9(08).

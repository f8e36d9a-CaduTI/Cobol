      ******************************************************************
      * Copybook: SITUREGP
      * Purpose:  Parameter block of the shared routine SITUREG, which
      *           appends one status transition to the journal
      *           SITUHIST. The caller fills the account, the debt
      *           sequence (zeros for the whole account), the creditor,
      *           the kind of status (SITUTAB), the old and new status,
      *           its program name and the operator (the batch puts its
      *           own name). Nothing is written when the old and new
      *           status are equal.
      ******************************************************************
       01  SITUREG-PARAMETROS.
           05  SP-CONTA                   PIC 9(08).
           05  SP-SEQ-DIVIDA              PIC 9(02).
           05  SP-CREDOR                  PIC 9(03).
           05  SP-TIPO                    PIC X(02).
               88  SP-TIPO-PAGAMENTO      VALUE 'PG'.
               88  SP-TIPO-BAIXA          VALUE 'BX'.
               88  SP-TIPO-JURIDICO       VALUE 'JU'.
               88  SP-TIPO-NEGATIVACAO    VALUE 'NG'.
               88  SP-TIPO-ACORDO         VALUE 'AC'.
               88  SP-TIPO-CONTESTACAO    VALUE 'CT'.
               88  SP-TIPO-CORRESPONDENCIA VALUE 'CD'.
               88  SP-TIPO-DEVOLUCAO      VALUE 'DV'.
               88  SP-TIPO-UNIFICACAO     VALUE 'UN'.
           05  SP-SITUACAO-ANTERIOR       PIC X(10).
           05  SP-SITUACAO-NOVA           PIC X(10).
           05  SP-PROGRAMA                PIC X(12).
           05  SP-OPERADOR                PIC X(08).

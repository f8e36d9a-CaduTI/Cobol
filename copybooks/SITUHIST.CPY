      ******************************************************************
      * Copybook: SITUHIST
      * Purpose:  Account status-change journal, one record appended
      *           per transition by the shared routine SITUREG: account
      *           (and debt, when the change is on a detailed debt),
      *           creditor, kind of status, old and new status, when,
      *           which program and which operator. Read by the
      *           morning report SITUREL and the account timeline
      *           SITUCONS.
      ******************************************************************
       01  SITUHIST-RECORD.
           05  SJ-CONTA                   PIC 9(08).
      *    SEQUENCIA DA DIVIDA NO DEBTMAST; ZEROS = A CONTA INTEIRA
           05  SJ-SEQ-DIVIDA              PIC 9(02).
           05  SJ-CREDOR                  PIC 9(03).
      *    TIPO DA SITUACAO QUE MUDOU (TABELA SITUTAB)
           05  SJ-TIPO                    PIC X(02).
           05  SJ-SITUACAO-ANTERIOR       PIC X(10).
           05  SJ-SITUACAO-NOVA           PIC X(10).
      *    DATA DE PROCESSAMENTO (DATAPROC) E HORA DA GRAVACAO
           05  SJ-DATA                    PIC 9(08).
           05  SJ-HORA                    PIC 9(08).
           05  SJ-PROGRAMA                PIC X(12).
           05  SJ-OPERADOR                PIC X(08).
           05  FILLER                     PIC X(06).

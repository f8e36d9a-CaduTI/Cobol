      ******************************************************************
      * Copybook: CTTLIMP
      * Purpose:  Parameter block of the shared routine CTTLIM, which
      *           applies the contact limits of the creditors' self-
      *           regulation code (policy parameters CTTHRINI,
      *           CTTHRFIM, CTTMAXDI and CTTMAXSE in POLPARM). Function
      *           'L' only returns the limits in force on LM-DATA;
      *           function 'V' also counts the account's contacts on
      *           LM-DATA and in the 7 days ending on it (calls in
      *           CONTATOS except wrong number / disconnected, plus
      *           collection SMS in MSGHIST) and says whether one more
      *           contact at LM-HORA is allowed. LM-HORA zero skips
      *           the business-hours check.
      ******************************************************************
       01  CTTLIM-PARAMETROS.
           05  LM-FUNCAO                  PIC X(01).
               88  LM-SO-LIMITES          VALUE 'L'.
               88  LM-VERIFICA-CONTA      VALUE 'V'.
           05  LM-CONTA                   PIC 9(08).
           05  LM-DATA                    PIC 9(08).
           05  LM-HORA                    PIC 9(08).
           05  LM-HORA-INICIO             PIC 9(04).
           05  LM-HORA-FIM                PIC 9(04).
           05  LM-MAX-DIA                 PIC 9(03).
           05  LM-MAX-SEMANA              PIC 9(03).
           05  LM-QTDE-DIA                PIC 9(03).
           05  LM-QTDE-SEMANA             PIC 9(03).
           05  LM-SITUACAO                PIC X(01).
               88  LM-LIBERADO            VALUE 'S'.
               88  LM-FORA-HORARIO        VALUE 'H'.
               88  LM-LIMITE-DIA          VALUE 'D'.
               88  LM-LIMITE-SEMANA       VALUE 'W'.

      ******************************************************************
      * Copybook: DEVOLPED
      * Purpose:  Creditor recall request (pedido de devolucao de
      *           carteira), one line per account the creditor wants
      *           back, with the cut-off date: money received up to
      *           the cut-off is settled with the creditor in the next
      *           repasse. Account zeros asks for every open account
      *           of the creditor. Read by DEVOLCAR.
      ******************************************************************
       01  DEVOLPED-RECORD.
           05  DV-CREDOR                  PIC 9(03).
           05  DV-CONTA                   PIC 9(08).
           05  DV-DATA-CORTE              PIC 9(08).

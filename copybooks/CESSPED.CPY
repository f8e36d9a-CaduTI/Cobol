      ******************************************************************
      * Copybook: CESSPED
      * Purpose:  Credit cession request (cessao de credito), one line
      *           per account sold by the assigning creditor (cedente)
      *           to the acquiring creditor (cessionario), with the
      *           effective date of the sale. Account zeros selects
      *           every open account of the assigning creditor in the
      *           aging band given (0 = all bands; 1 to 5 = the AGEREPT
      *           bands: up to 30, 31-60, 61-90, 91-120, over 120 days
      *           overdue). Read by CESSAO.
      ******************************************************************
       01  CESSPED-RECORD.
           05  CE-CREDOR-CEDENTE          PIC 9(03).
           05  CE-CONTA                   PIC 9(08).
           05  CE-FAIXA                   PIC 9(01).
           05  CE-CREDOR-CESSIONARIO      PIC 9(03).
           05  CE-DATA-EFETIVA            PIC 9(08).

      ******************************************************************
      * Copybook: DIAFECH
      * Purpose:  Closed business-day marker, one per date, written by
      *           the supervisor close of day (FECHADIA) once every
      *           counter operator of the day has balanced the drawer.
      ******************************************************************
       01  DIAFECH-RECORD.
           05  DF-DATA                    PIC 9(08).
      *    SUPERVISOR QUE FECHOU O DIA, DATA E HORA DO FECHAMENTO
           05  DF-SUPERVISOR              PIC X(08).
           05  DF-DATA-FECHAMENTO         PIC 9(08).
           05  DF-HORA-FECHAMENTO         PIC 9(08).
      *    RESUMO DO BALCAO NO DIA FECHADO
           05  DF-QTDE-OPERADORES         PIC 9(03).
           05  DF-QTDE-LANCAMENTOS        PIC 9(07).
           05  DF-TOTAL-LANCADO           PIC S9(09)V99.
      *    DATA CONTABIL DOS LANCAMENTOS FEITOS DEPOIS DO FECHAMENTO
           05  DF-PROXIMO-DIA-UTIL        PIC 9(08).
           05  FILLER                     PIC X(20).

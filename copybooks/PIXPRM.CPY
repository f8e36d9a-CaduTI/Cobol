      ******************************************************************
      * Copybook: PIXPRM
      * Purpose:  Single-record control file with the house PIX
      *           receiving data that go into the BR Code of every
      *           charge (routine PIXGERA): the PIX key registered at
      *           the PSP, the receiver name and city (upper case,
      *           no accents, as the BR Code allows) and the default
      *           validity in days of a charge without a due date of
      *           its own. Changing PSP or key is data entry on this
      *           file; without it no PIX charge is issued.
      ******************************************************************
       01  PIXPRM-RECORD.
           05  XP-CHAVE-PIX               PIC X(77).
           05  XP-NOME-RECEBEDOR          PIC X(25).
           05  XP-CIDADE                  PIC X(15).
           05  XP-DIAS-VALIDADE           PIC 9(03).
           05  XP-NOME-PSP                PIC X(20).

      *           documento, contact, original value and due date (the
      *           due date is normally already in the past - this is a
      *           collection portfolio). Read by the CARGALOT bulk
      *           onboarding batch. The file comes between the
      *           header and trailer of ARQENV, which the load skips.
      ******************************************************************
       01  CARGAIN-RECORD.
           05  CG-CREDOR                  PIC 9(03).
           05  CG-CREDOR-R REDEFINES CG-CREDOR.
               10  CG-ENVELOPE            PIC X(03).
                   88  CG-REG-ENVELOPE    VALUES 'HDR' 'TRL'.
           05  CG-PRIMEIRO-NOME           PIC X(15).
           05  CG-SOBRENOME               PIC X(15).
           05  CG-RUA                     PIC X(30).

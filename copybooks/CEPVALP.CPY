      ******************************************************************
      * Copybook: CEPVALP
      * Purpose:  Parameter block of the shared routine CEPVAL, which
      *           checks a CEP against the Correios reference file
      *           CEPBASE. Function 'V' takes the CEP as typed (8
      *           digits, with or without the hyphen) and the city/UF
      *           of the record and returns the CEP in the NNNNN-NNN
      *           form plus the street, district, city and UF of the
      *           base. Function 'E' closes the file at the end of the
      *           run. ZV-RESULTADO: 'V' CEP exists and matches the
      *           city/UF, 'D' CEP exists but the city or UF differ,
      *           'I' CEP not in the base, 'F' not 8 digits, 'B' no
      *           reference file available (nothing checked, the CEP
      *           comes back formatted only when it has 8 digits).
      ******************************************************************
       01  CEPVAL-PARAMETROS.
           05  ZV-FUNCAO                  PIC X(01).
               88  ZV-VALIDA              VALUE 'V'.
               88  ZV-ENCERRA             VALUE 'E'.
           05  ZV-CEP                     PIC X(09).
           05  ZV-CIDADE                  PIC X(20).
           05  ZV-UF                      PIC X(02).
           05  ZV-RESULTADO               PIC X(01).
               88  ZV-CEP-CONFERE         VALUE 'V'.
               88  ZV-CEP-DIVERGENTE      VALUE 'D'.
               88  ZV-CEP-INEXISTENTE     VALUE 'I'.
               88  ZV-CEP-MAL-FORMADO     VALUE 'F'.
               88  ZV-SEM-BASE            VALUE 'B'.
               88  ZV-CEP-NA-BASE         VALUE 'V' 'D'.
           05  ZV-CEP-FORMATADO           PIC X(09).
           05  ZV-LOGRADOURO              PIC X(60).
           05  ZV-BAIRRO                  PIC X(40).
           05  ZV-CIDADE-BASE             PIC X(40).
           05  ZV-UF-BASE                 PIC X(02).

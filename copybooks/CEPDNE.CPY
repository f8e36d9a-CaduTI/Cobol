      ******************************************************************
      * Copybook: CEPDNE
      * Purpose:  Record of the Correios DNE extract (one line per
      *           CEP, fixed columns, upper case without accents) as
      *           received for the CEPCARGA load: CEP with 8 digits,
      *           street with its type (RUA, AVENIDA ...), district,
      *           city and UF. City-wide CEPs come with the street
      *           blank.
      ******************************************************************
       01  CEPDNE-RECORD.
           05  ZD-CEP                     PIC X(08).
           05  ZD-LOGRADOURO              PIC X(60).
           05  ZD-BAIRRO                  PIC X(40).
           05  ZD-CIDADE                  PIC X(40).
           05  ZD-UF                      PIC X(02).

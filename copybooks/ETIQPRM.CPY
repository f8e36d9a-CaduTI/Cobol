      ******************************************************************
      * Copybook: ETIQPRM
      * Purpose:  Parameter block of the shared routine ETIQUETA, which
      *           builds the mailing address of a letter or label from
      *           the name (one or two parts, e.g. first name and
      *           surname) and the address fields: the one-line label
      *           "NAME - STREET - CITY/UF" used by StringInst, and the
      *           three-line address block (name / street / CEP, city
      *           and UF) used on the print-house letters. Trailing
      *           spaces of each part are dropped, so multi-word
      *           streets and cities come out whole. EQ-TRUNCADO 'S'
      *           when something did not fit in the label.
      ******************************************************************
       01  ETIQUETA-PARAMETROS.
           05  EQ-NOME-1                  PIC X(30).
           05  EQ-NOME-2                  PIC X(30).
           05  EQ-ENDERECO.
               10  EQ-RUA                 PIC X(30).
               10  EQ-CIDADE              PIC X(20).
               10  EQ-UF                  PIC X(02).
               10  EQ-CEP                 PIC X(09).
      *    SAIDAS: ETIQUETA DE UMA LINHA E BLOCO DE ENDERECO.
           05  EQ-ETIQUETA                PIC X(60).
           05  EQ-BLOCO-ENDERECO.
               10  EQ-LINHA-NOME          PIC X(60).
               10  EQ-LINHA-RUA           PIC X(60).
               10  EQ-LINHA-CIDADE        PIC X(60).
           05  EQ-TRUNCADO                PIC X(01).
               88  EQ-ETIQUETA-TRUNCADA   VALUE 'S'.

      ******************************************************************
      * Copybook: GRAFEXP
      * Purpose:  Print-house (grafica) letter file, in the layout
      *           agreed with the print house for the Correios bulk
      *           discount: header '0' with the generation date; per
      *           letter, sorted by CEP, one address record '1' (letter
      *           ID, formatted CEP, postage tier, letter type, the
      *           three-line address block and the number of text
      *           lines) followed by its text records '2'; trailer '9'
      *           with the letter count, the record count and the
      *           count per postage tier (L local, E estadual,
      *           N nacional, X sem triagem - CEP invalido, tarifa
      *           cheia). The letter ID comes back in the print
      *           house's return file (GRAFRET). Written by GRAFICA.
      ******************************************************************
       01  GRAFEXP-RECORD.
           05  GX-TIPO-REGISTRO           PIC X(01).
               88  GX-REG-HEADER          VALUE '0'.
               88  GX-REG-ENDERECO        VALUE '1'.
               88  GX-REG-TEXTO           VALUE '2'.
               88  GX-REG-TRAILER         VALUE '9'.
           05  GX-DADOS                   PIC X(210).
           05  GX-ENDERECO REDEFINES GX-DADOS.
               10  GX-ID-CARTA            PIC 9(08).
               10  GX-CEP                 PIC X(09).
               10  GX-FAIXA               PIC X(01).
               10  GX-TIPO-CARTA          PIC X(02).
               10  GX-LINHA-NOME          PIC X(60).
               10  GX-LINHA-RUA           PIC X(60).
               10  GX-LINHA-CIDADE        PIC X(60).
               10  GX-QTDE-LINHAS         PIC 9(03).
               10  FILLER                 PIC X(07).
           05  GX-TEXTO REDEFINES GX-DADOS.
               10  GX-TXT-ID-CARTA        PIC 9(08).
               10  GX-TXT-LINHA           PIC 9(03).
               10  GX-TXT-TEXTO           PIC X(80).
               10  FILLER                 PIC X(119).
           05  GX-HEADER REDEFINES GX-DADOS.
               10  GX-HDR-DATA-GERACAO    PIC 9(08).
               10  GX-HDR-LITERAL         PIC X(20).
               10  FILLER                 PIC X(182).
           05  GX-TRAILER REDEFINES GX-DADOS.
               10  GX-TRL-QTDE-CARTAS     PIC 9(07).
               10  GX-TRL-QTDE-REGISTROS  PIC 9(09).
               10  GX-TRL-FAIXA-TAB OCCURS 4.
                   15  GX-TRL-FAIXA       PIC X(01).
                   15  GX-TRL-QTDE-FAIXA  PIC 9(07).
               10  FILLER                 PIC X(162).

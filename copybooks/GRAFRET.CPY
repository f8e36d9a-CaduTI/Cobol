      ******************************************************************
      * Copybook: GRAFRET
      * Purpose:  Print-house return record, one per letter the print
      *           house is reporting on, by the letter ID of the
      *           print-house file: P = posted (Correios tracking code
      *           and postage cost), D = returned by the Correios, with
      *           the reason code and text (mudou-se, endereco
      *           insuficiente, desconhecido...). A returned letter may
      *           also carry the postage cost when the posting was not
      *           reported before. Read by GRAFIMP.
      ******************************************************************
       01  GRAFRET-RECORD.
           05  GT-ID-CARTA                PIC 9(08).
           05  GT-OCORRENCIA              PIC X(01).
               88  GT-POSTADA             VALUE 'P'.
               88  GT-DEVOLVIDA           VALUE 'D'.
           05  GT-DATA-OCORRENCIA         PIC 9(08).
           05  GT-RASTREIO                PIC X(13).
           05  GT-VALOR-POSTAGEM          PIC 9(03)V99.
           05  GT-MOTIVO                  PIC X(02).
           05  GT-DESC-MOTIVO             PIC X(30).

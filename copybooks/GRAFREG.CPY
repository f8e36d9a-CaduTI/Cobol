      ******************************************************************
      * Copybook: GRAFREG
      * Purpose:  Register of the letters sent to the print house,
      *           keyed by the letter ID printed in the print-house
      *           file (alternate key: account). Written by GRAFICA
      *           when the file is generated (situation 'R'), updated
      *           by GRAFIMP from the print house's return file:
      *           'P' posted, with the Correios tracking code, the
      *           postage cost and its date; 'D' returned by the
      *           Correios, with the reason. The address is the one
      *           the letter was sent to. Read by GRAFCUST for the
      *           monthly mailing cost report by creditor.
      ******************************************************************
       01  GRAFREG-RECORD.
           05  GR-ID-CARTA                PIC 9(08).
           05  GR-CONTA                   PIC 9(08).
           05  GR-SEQ-DIVIDA              PIC 9(02).
           05  GR-CREDOR                  PIC 9(03).
           05  GR-TIPO-CARTA              PIC X(02).
               88  GR-CARTA-AVALISTA      VALUE 'AV'.
               88  GR-CARTA-QUITACAO      VALUE 'QT'.
      *    NUMERO DA CARTA DE QUITACAO (CARTAQT); ZEROS NAS DEMAIS.
           05  GR-REFERENCIA              PIC 9(08).
           05  GR-ENDERECO.
               10  GR-RUA                 PIC X(30).
               10  GR-CIDADE              PIC X(20).
               10  GR-UF                  PIC X(02).
               10  GR-CEP                 PIC X(09).
           05  GR-FAIXA                   PIC X(01).
           05  GR-DATA-REMESSA            PIC 9(08).
           05  GR-SITUACAO                PIC X(01).
               88  GR-REMETIDA            VALUE 'R'.
               88  GR-POSTADA             VALUE 'P'.
               88  GR-DEVOLVIDA           VALUE 'D'.
           05  GR-DATA-POSTAGEM           PIC 9(08).
           05  GR-RASTREIO                PIC X(13).
      *    CUSTO DE POSTAGEM INFORMADO PELA GRAFICA E A DATA DO
      *    RETORNO QUE O TROUXE (MES DO RELATORIO DE CUSTOS).
           05  GR-VALOR-POSTAGEM          PIC 9(03)V99.
           05  GR-DATA-CUSTO              PIC 9(08).
           05  GR-DATA-DEVOLUCAO          PIC 9(08).
           05  GR-MOTIVO-DEVOLUCAO        PIC X(02).
           05  GR-DESC-MOTIVO             PIC X(30).
           05  FILLER                     PIC X(20).

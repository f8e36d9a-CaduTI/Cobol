      ******************************************************************
      * Copybook: GRAFCARP
      * Purpose:  Parameter block of the shared routine GRAFCART, which
      *           writes the letters of the night to the print-house
      *           work file CARTGRAF (layout GRAFWRK). Function 'C'
      *           starts a letter: account, debt, creditor, letter
      *           type, reference (the letter number of a carta de
      *           quitacao), addressee name and address; the routine
      *           builds the address block (routine ETIQUETA) and the
      *           CEP sort key. Function 'L' adds one text line of the
      *           letter body (GC-TEXTO). Function 'E' closes the file
      *           at the end of the run. GC-RESULTADO 'O' written,
      *           'F' work file unavailable (letter not sent to the
      *           print house).
      ******************************************************************
       01  GRAFCART-PARAMETROS.
           05  GC-FUNCAO                  PIC X(01).
               88  GC-NOVA-CARTA          VALUE 'C'.
               88  GC-LINHA-CARTA         VALUE 'L'.
               88  GC-ENCERRA             VALUE 'E'.
      *    'C' CARTAS DE COBRANCA E AVISOS A AVALISTAS, 'Q' CARTAS DE
      *    QUITACAO.
           05  GC-ORIGEM                  PIC X(01).
      *    C1/C2/C3 ESTAGIO DA COBRANCA, AV AVISO AO AVALISTA OU
      *    FIADOR, QT CARTA DE QUITACAO.
           05  GC-TIPO-CARTA              PIC X(02).
           05  GC-CONTA                   PIC 9(08).
           05  GC-SEQ-DIVIDA              PIC 9(02).
           05  GC-CREDOR                  PIC 9(03).
           05  GC-REFERENCIA              PIC 9(08).
           05  GC-NOME-1                  PIC X(30).
           05  GC-NOME-2                  PIC X(30).
           05  GC-ENDERECO.
               10  GC-RUA                 PIC X(30).
               10  GC-CIDADE              PIC X(20).
               10  GC-UF                  PIC X(02).
               10  GC-CEP                 PIC X(09).
           05  GC-TEXTO                   PIC X(80).
           05  GC-RESULTADO               PIC X(01).
               88  GC-GRAVADA             VALUE 'O'.
               88  GC-SEM-ARQUIVO         VALUE 'F'.

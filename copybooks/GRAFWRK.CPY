      ******************************************************************
      * Copybook: GRAFWRK
      * Purpose:  Print-house letter work file (CARTGRAF), written by
      *           the shared routine GRAFCART during the night (dunning
      *           letters and guarantor notices from CARTAS, cartas de
      *           quitacao from CARTQUIT) and sorted by GRAFICA into
      *           the print-house file. Each letter is one address
      *           record '1' followed by its text lines '2'; the key
      *           starts with the CEP digits (99999999 when the CEP is
      *           not valid, so those letters sort last) and keeps the
      *           letter's records together and in order.
      ******************************************************************
       01  GRAFWRK-RECORD.
           05  GW-CHAVE.
               10  GW-CEP-ORDEM           PIC X(08).
               10  GW-ORIGEM              PIC X(01).
               10  GW-GERACAO.
                   15  GW-DATA-GERACAO    PIC 9(08).
                   15  GW-HORA-GERACAO    PIC 9(08).
               10  GW-SEQ-CARTA           PIC 9(06).
               10  GW-TIPO-REGISTRO       PIC X(01).
                   88  GW-REG-ENDERECO    VALUE '1'.
                   88  GW-REG-TEXTO       VALUE '2'.
               10  GW-LINHA               PIC 9(03).
           05  GW-DADOS                   PIC X(280).
           05  GW-CARTA REDEFINES GW-DADOS.
               10  GW-CONTA               PIC 9(08).
               10  GW-SEQ-DIVIDA          PIC 9(02).
               10  GW-CREDOR              PIC 9(03).
               10  GW-TIPO-CARTA          PIC X(02).
               10  GW-REFERENCIA          PIC 9(08).
      *        ENDERECO COMO ESTAVA NO CADASTRO NA EMISSAO, PARA O
      *        RETORNO DA GRAFICA SABER SE A DEVOLUCAO AINDA VALE.
               10  GW-ENDERECO.
                   15  GW-RUA             PIC X(30).
                   15  GW-CIDADE          PIC X(20).
                   15  GW-UF              PIC X(02).
                   15  GW-CEP             PIC X(09).
               10  GW-BLOCO-ENDERECO.
                   15  GW-LINHA-NOME      PIC X(60).
                   15  GW-LINHA-RUA       PIC X(60).
                   15  GW-LINHA-CIDADE    PIC X(60).
               10  FILLER                 PIC X(16).
           05  GW-TEXTO-CARTA REDEFINES GW-DADOS.
               10  GW-TEXTO               PIC X(80).
               10  FILLER                 PIC X(200).

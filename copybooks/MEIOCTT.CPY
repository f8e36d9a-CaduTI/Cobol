      ******************************************************************
      * Copybook: MEIOCTT
      * Purpose:  Contact point (meio de contato) of an account: one
      *           phone, e-mail or address per record, keyed by
      *           account + sequence, so an account can carry several
      *           of each besides the single CM-TELEFONE / CM-EMAIL /
      *           CM-ENDERECO of CUSTMAST. Each point keeps its source
      *           (cadastro, carga, bureau de enriquecimento, informado
      *           pelo devedor), when it was added, its status, whether
      *           an attendant confirmed it, the last successful use
      *           and the last dialer attempt (used by FILATRAB to
      *           rotate the exported phone). Written only through the
      *           shared routine CTTREG; read by FILATRAB and ENRIQUEC.
      ******************************************************************
       01  MEIOCTT-RECORD.
           05  MC-CHAVE.
               10  MC-CONTA               PIC 9(08).
               10  MC-SEQ                 PIC 9(03).
           05  MC-TIPO                    PIC X(01).
               88  MC-TELEFONE            VALUE 'T'.
               88  MC-EMAIL               VALUE 'E'.
               88  MC-ENDERECO            VALUE 'N'.
               88  MC-TIPO-VALIDO         VALUE 'T' 'E' 'N'.
           05  MC-VALOR                   PIC X(61).
           05  MC-VALOR-TELEFONE REDEFINES MC-VALOR.
               10  MC-NUMERO              PIC X(15).
               10  FILLER                 PIC X(46).
           05  MC-VALOR-EMAIL REDEFINES MC-VALOR.
               10  MC-END-EMAIL           PIC X(40).
               10  FILLER                 PIC X(21).
           05  MC-VALOR-ENDERECO REDEFINES MC-VALOR.
               10  MC-RUA                 PIC X(30).
               10  MC-CIDADE              PIC X(20).
               10  MC-ESTADO              PIC X(02).
               10  MC-CEP                 PIC X(09).
           05  MC-ORIGEM                  PIC X(01).
               88  MC-ORIGEM-CADASTRO     VALUE 'C'.
               88  MC-ORIGEM-CARGA        VALUE 'L'.
               88  MC-ORIGEM-BUREAU       VALUE 'B'.
               88  MC-ORIGEM-DEVEDOR      VALUE 'D'.
           05  MC-DATA-INCLUSAO           PIC 9(08).
           05  MC-SITUACAO                PIC X(01).
               88  MC-VALIDO              VALUE 'V'.
               88  MC-NUMERO-ERRADO       VALUE 'E'.
               88  MC-DESLIGADO           VALUE 'D'.
               88  MC-INVALIDO            VALUE 'I'.
           05  MC-DATA-SITUACAO           PIC 9(08).
           05  MC-CONFIRMADO              PIC X(01).
               88  MC-CONFIRMADO-ATEND    VALUE 'S'.
           05  MC-DATA-ULT-SUCESSO        PIC 9(08).
           05  MC-DATA-ULT-TENTATIVA      PIC 9(08).
           05  MC-OPERADOR                PIC X(08).

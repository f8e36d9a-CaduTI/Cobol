      ******************************************************************
      * Copybook: EVENTVID
      * Purpose:  Debtor life event on the account - death (obito),
      *           bankruptcy (falencia) or judicial recovery
      *           (recuperacao judicial) - keyed by account. Event
      *           date, supporting document reference (death
      *           certificate, case number) and the estate executor /
      *           judicial administrator contact, plus the tracking of
      *           the creditor claim filed in the estate or the
      *           bankruptcy case: filing (habilitacao) date, amount
      *           claimed, expected and received distribution. While
      *           the event is open (EV-ATIVO) CM-EVENTO-VIDA stays set
      *           on CUSTMAST and automated collection is suspended.
      *           Maintained online by EVENTCAD; the received
      *           distribution is accumulated by SetCommand when an
      *           estate/administrator payment (PL-TIPO-ESPOLIO) posts.
      ******************************************************************
       01  EVENTVID-RECORD.
           05  EV-CONTA                   PIC 9(08).
           05  EV-TIPO                    PIC X(01).
               88  EV-OBITO               VALUE 'O'.
               88  EV-FALENCIA            VALUE 'F'.
               88  EV-RECUP-JUDICIAL      VALUE 'R'.
           05  EV-SITUACAO                PIC X(01).
               88  EV-ATIVO               VALUE 'A'.
               88  EV-ENCERRADO           VALUE 'E'.
           05  EV-DATA-EVENTO             PIC 9(08).
           05  EV-DOC-REFERENCIA          PIC X(30).
           05  EV-CONTATO-NOME            PIC X(30).
           05  EV-CONTATO-TELEFONE        PIC X(15).
           05  EV-CONTATO-EMAIL           PIC X(40).
           05  EV-CONTATO-ENDERECO        PIC X(50).
           05  EV-DATA-HABILITACAO        PIC 9(08).
           05  EV-VALOR-HABILITADO        PIC S9(9)V99.
           05  EV-VALOR-PREVISTO          PIC S9(9)V99.
           05  EV-DATA-PREVISTA           PIC 9(08).
           05  EV-VALOR-RECEBIDO          PIC S9(9)V99.
           05  EV-DATA-ULT-RECEBIMENTO    PIC 9(08).
           05  EV-DATA-ENCERRAMENTO       PIC 9(08).
           05  EV-OPERADOR                PIC X(08).
           05  EV-DATA-ATUALIZACAO        PIC 9(08).

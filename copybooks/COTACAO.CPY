      ******************************************************************
      * Copybook: COTACAO
      * Purpose:  Payoff quote for a future payment date, keyed by
      *           account + quote sequence. Written online by COTAQUIT
      *           with the balance of the day, the fees and monetary
      *           correction projected up to the target date, the
      *           discount granted (aging band or campaign in force)
      *           and the quoted amount, which is the value of the
      *           counter boleto issued with the quote (BOLETOS origin
      *           'C' with the quote sequence). A payment of the quoted
      *           amount up to the validity date settles the account
      *           in full - at the counter (SetCommand) or through the
      *           bank return (BANCORET) - and closes the quote
      *           (QUITADA); the difference to the balance of the day
      *           is booked as a discount (PAYLOG 'DS').
      ******************************************************************
       01  COTACAO-RECORD.
           05  QT-CHAVE.
               10  QT-CONTA               PIC 9(08).
               10  QT-SEQ                 PIC 9(03).
           05  QT-DATA-COTACAO            PIC 9(08).
      *    DATA DE PAGAMENTO PEDIDA PELO CLIENTE E VALIDADE DA
      *    PROPOSTA (A MESMA DATA, LEVADA AO DIA UTIL SEGUINTE).
           05  QT-DATA-ALVO               PIC 9(08).
           05  QT-DATA-VALIDADE           PIC 9(08).
           05  QT-SALDO-ATUAL             PIC S9(7)V99.
           05  QT-ENCARGOS-PROJETADOS     PIC S9(7)V99.
           05  QT-CORRECAO-PROJETADA      PIC S9(7)V99.
           05  QT-SALDO-PROJETADO         PIC S9(7)V99.
           05  QT-PCT-DESCONTO            PIC 9(03).
           05  QT-VALOR-DESCONTO          PIC S9(7)V99.
           05  QT-VALOR-COTADO            PIC 9(07)V99.
           05  QT-CAMPANHA                PIC X(06).
           05  QT-NOSSO-NUMERO            PIC 9(14).
           05  QT-NOSSO-DV                PIC 9(01).
           05  QT-ESTADO                  PIC X(10).
               88  QT-ABERTA              VALUE 'ABERTA'.
               88  QT-QUITADA             VALUE 'QUITADA'.
      *    QUITACAO DA COTACAO: DATA E CANAL (B = BALCAO, R =
      *    RETORNO BANCARIO).
           05  QT-DATA-QUITACAO           PIC 9(08).
           05  QT-CANAL-QUITACAO          PIC X(01).
               88  QT-QUITADA-BALCAO      VALUE 'B'.
               88  QT-QUITADA-RETORNO     VALUE 'R'.
           05  QT-OPERADOR                PIC X(08).

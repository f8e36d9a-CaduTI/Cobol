      ******************************************************************
      * Copybook: CARTAQT
      * Purpose:  Register of the debt-release letters (cartas de
      *           quitacao) issued by CARTQUIT, keyed by the letter
      *           number (gapless sequence kept in QUITSEQ) with the
      *           account as alternate key. One letter per debt settled
      *           (DEBTMAST sequence) or per account settled in full
      *           (sequence 00), issued by the nightly run for the
      *           settlements of the day and reprinted on request at
      *           the counter (2a via) from this record. An estorno in
      *           SetCommand that reopens the debt or the account marks
      *           the letter CANCELADA; a cancelled letter is never
      *           reprinted.
      ******************************************************************
       01  CARTAQT-RECORD.
           05  KQ-NUMERO                  PIC 9(08).
           05  KQ-CONTA                   PIC 9(08).
      *    SEQUENCIA DA DIVIDA QUITADA (DEBTMAST); 00 = CONTA INTEIRA
      *    (TODAS AS DIVIDAS OU A CONTA DE DIVIDA UNICA).
           05  KQ-SEQ-DIVIDA              PIC 9(02).
           05  KQ-CREDOR                  PIC 9(03).
           05  KQ-NOME-CREDOR             PIC X(30).
      *    DIVIDA ORIGINAL: VALOR E VENCIMENTO (NA CONTA DETALHADA
      *    QUITADA POR INTEIRO, A SOMA DOS VALORES E O VENCIMENTO
      *    MAIS ANTIGO).
           05  KQ-VALOR-ORIGINAL          PIC S9(7)V99.
           05  KQ-DATA-VENCIMENTO         PIC 9(08).
      *    QUITACAO: DATA, VALOR PAGO NO DIA E DESCONTO CONCEDIDO
      *    (PAYLOG 'DS'), COM O ULTIMO LANCAMENTO DE PAGAMENTO DO DIA
      *    E O SEU RECIBO.
           05  KQ-DATA-QUITACAO           PIC 9(08).
           05  KQ-VALOR-PAGO              PIC S9(7)V99.
           05  KQ-VALOR-DESCONTO          PIC S9(7)V99.
           05  KQ-PAG-DATA                PIC 9(08).
           05  KQ-PAG-HORA                PIC 9(08).
           05  KQ-RECIBO                  PIC 9(08).
           05  KQ-DATA-EMISSAO            PIC 9(08).
           05  KQ-ESTADO                  PIC X(10).
               88  KQ-EMITIDA             VALUE 'EMITIDA'.
               88  KQ-CANCELADA           VALUE 'CANCELADA'.
           05  KQ-DATA-CANCELAMENTO       PIC 9(08).
      *    SEGUNDAS VIAS IMPRESSAS NO BALCAO: QUANTIDADE, DATA E
      *    ATENDENTE DA ULTIMA.
           05  KQ-QTDE-VIAS               PIC 9(02).
           05  KQ-DATA-ULTIMA-VIA         PIC 9(08).
           05  KQ-OPERADOR-VIA            PIC X(08).

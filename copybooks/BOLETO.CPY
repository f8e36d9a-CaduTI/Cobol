      *           aging batch (BOLAGING) when the slip sits at the bank
      *           past the policy number of days. A reissue REWRITEs
      *           the same record with a new remittance date.
      *           Counter-issued slips (2a via, BOL2VIA) also live here
      *           with origin 'C' for a quoted amount: each issue
      *           REWRITEs the record with the next via number and a
      *           new nosso numero, keeping the superseded one in
      *           BO-NOSSO-ANTERIOR so that BANCORET still recognises a
      *           late payment of the old slip and BOLAGING and the
      *           return never count two live slips for one debt.
      *           Payoff-quote slips (COTAQUIT) use origin 'C' with the
      *           quote sequence (COTACOES); a quote settled at the
      *           counter cancels its slip.
      ******************************************************************
       01  BOLETO-RECORD.
           05  BO-CHAVE.
               10  BO-ORIGEM              PIC X(01).
                   88  BO-ORIGEM-DIVIDA   VALUE 'D'.
                   88  BO-ORIGEM-PARCELA  VALUE 'P'.
                   88  BO-ORIGEM-COTACAO  VALUE 'C'.
               10  BO-SEQ                 PIC 9(03).
           05  BO-VALOR                   PIC S9(9)V99.
           05  BO-DATA-VENCIMENTO         PIC 9(08).
               88  BO-REJEITADO           VALUE 'REJEITADO'.
               88  BO-PAGO                VALUE 'PAGO'.
               88  BO-EXPIRADO            VALUE 'EXPIRADO'.
      *        BOLETO CANCELADO NA DEVOLUCAO DA CONTA AO CREDOR
      *        (DEVOLCAR); A BAIXA DO TITULO NO BANCO SAI NO
      *        RELATORIO DA DEVOLUCAO.
               88  BO-CANCELADO           VALUE 'CANCELADO'.
      *    CANAL DE EMISSAO: REMESSA NOTURNA OU BALCAO (2A VIA).
           05  BO-CANAL                   PIC X(01).
               88  BO-CANAL-REMESSA       VALUE 'R'.
               88  BO-CANAL-BALCAO        VALUE 'B'.
           05  BO-VIA                     PIC 9(02).
      *    NOSSO NUMERO: CONTA (8), ORIGEM (1=D 2=P 3=C), SEQUENCIA (3)
      *    E VIA (2). ZERO NOS BOLETOS DA REMESSA, NUMERADOS PELO BANCO.
           05  BO-NOSSO-NUMERO            PIC 9(14).
           05  BO-NOSSO-DV                PIC 9(01).
           05  BO-NOSSO-ANTERIOR          PIC 9(14).
           05  BO-CODIGO-BARRAS           PIC X(44).
           05  BO-LINHA-DIGITAVEL         PIC X(47).
           05  BO-OPERADOR                PIC X(08).
           05  BO-DATA-EMISSAO            PIC 9(08).

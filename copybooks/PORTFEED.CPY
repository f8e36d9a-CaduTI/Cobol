      ******************************************************************
      * Copybook: PORTFEED
      * Purpose:  Nightly balance feed for the external self-service
      *           portal, written by PORTEXP: header '0' with the
      *           generation date; for each open account a '1'
      *           record with the name, the masked CPF/CNPJ, phone
      *           and e-mail (only the last characters visible,
      *           routine MASCARA), the total balance and flags,
      *           followed by one '2' per open debt with today's
      *           balance (DEBTMAST, or seq 00 for the single-debt
      *           account), one '3' per open or overdue acordo parcel
      *           and one '4' per boleto still at the bank (with the
      *           linha digitavel when the slip was issued at the
      *           counter, blank for the bank-numbered ones). Each
      *           open debt of an account without an acordo and each
      *           open or overdue parcel is followed by a '5' with the
      *           dynamic PIX charge of the item (txid, expiry and BR
      *           Code payload, routine PIXGERA); trailer '9' with the
      *           counts and the total balance.
      ******************************************************************
       01  PORTFEED-RECORD.
           05  PE-TIPO-REGISTRO           PIC X(01).
               88  PE-REG-HEADER          VALUE '0'.
               88  PE-REG-CONTA           VALUE '1'.
               88  PE-REG-DIVIDA          VALUE '2'.
               88  PE-REG-PARCELA         VALUE '3'.
               88  PE-REG-BOLETO          VALUE '4'.
               88  PE-REG-PIX             VALUE '5'.
               88  PE-REG-TRAILER         VALUE '9'.
           05  PE-DADOS                   PIC X(349).
           05  PE-CONTA-DADOS REDEFINES PE-DADOS.
               10  PE-CONTA               PIC 9(08).
               10  PE-NOME                PIC X(30).
               10  PE-DOCUMENTO           PIC X(14).
               10  PE-TELEFONE            PIC X(15).
               10  PE-EMAIL               PIC X(40).
               10  PE-SALDO-TOTAL         PIC 9(09)V99.
               10  PE-VENC-MAIS-ANTIGO    PIC 9(08).
               10  PE-CREDOR              PIC 9(03).
               10  PE-SEM-MENSAGEM        PIC X(01).
      *        ACORDO 'S': HA ACORDO EM ANDAMENTO (O PORTAL NAO ACEITA
      *        PROPOSTA NOVA); JURIDICO 'S': A CONTA ESTA NO
      *        ESCRITORIO (O PORTAL ORIENTA A FALAR COM ELE).
               10  PE-COM-ACORDO          PIC X(01).
               10  PE-JURIDICO            PIC X(01).
               10  FILLER                 PIC X(217).
           05  PE-DIVIDA REDEFINES PE-DADOS.
               10  PE-DIV-CONTA           PIC 9(08).
               10  PE-DIV-SEQ             PIC 9(02).
               10  PE-DIV-VALOR-ORIGINAL  PIC 9(09)V99.
               10  PE-DIV-SALDO-HOJE      PIC 9(09)V99.
               10  PE-DIV-PRINCIPAL       PIC 9(09)V99.
               10  PE-DIV-ENCARGOS        PIC 9(09)V99.
               10  PE-DIV-VENCIMENTO      PIC 9(08).
               10  PE-DIV-DIAS-ATRASO     PIC 9(05).
               10  PE-DIV-CREDOR          PIC 9(03).
               10  FILLER                 PIC X(269).
           05  PE-PARCELA REDEFINES PE-DADOS.
               10  PE-PAR-CONTA           PIC 9(08).
               10  PE-PAR-NUMERO          PIC 9(03).
               10  PE-PAR-VENCIMENTO      PIC 9(08).
               10  PE-PAR-VALOR           PIC 9(07)V99.
               10  PE-PAR-ESTADO          PIC X(10).
               10  FILLER                 PIC X(311).
           05  PE-BOLETO REDEFINES PE-DADOS.
               10  PE-BOL-CONTA           PIC 9(08).
               10  PE-BOL-ORIGEM          PIC X(01).
               10  PE-BOL-SEQ             PIC 9(03).
               10  PE-BOL-VALOR           PIC 9(09)V99.
               10  PE-BOL-VENCIMENTO      PIC 9(08).
               10  PE-BOL-DATA-REMESSA    PIC 9(08).
               10  PE-BOL-LINHA-DIGITAVEL PIC X(47).
               10  FILLER                 PIC X(263).
      *    COBRANCA PIX DO ITEM ANTERIOR (ORIGEM 'D' DIVIDA, 'P'
      *    PARCELA), PAGAVEL PELO COPIA E COLA ATE A EXPIRACAO.
           05  PE-PIX REDEFINES PE-DADOS.
               10  PE-PIX-CONTA           PIC 9(08).
               10  PE-PIX-ORIGEM          PIC X(01).
               10  PE-PIX-SEQ             PIC 9(03).
               10  PE-PIX-VALOR           PIC 9(07)V99.
               10  PE-PIX-EXPIRACAO       PIC 9(08).
               10  PE-PIX-TXID            PIC X(25).
               10  PE-PIX-PAYLOAD         PIC X(250).
               10  FILLER                 PIC X(45).
           05  PE-HEADER REDEFINES PE-DADOS.
               10  PE-HDR-DATA-GERACAO    PIC 9(08).
               10  PE-HDR-LITERAL         PIC X(20).
               10  FILLER                 PIC X(321).
           05  PE-TRAILER REDEFINES PE-DADOS.
               10  PE-TRL-QTDE-CONTAS     PIC 9(07).
               10  PE-TRL-QTDE-REGISTROS  PIC 9(09).
               10  PE-TRL-SALDO-TOTAL     PIC 9(11)V99.
               10  FILLER                 PIC X(320).

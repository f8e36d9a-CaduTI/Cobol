      ******************************************************************
      * Copybook: CREDCLI
      * Purpose:  Customer credit balances (saldo credor): money that
      *           reached the account above what was owed - boleto
      *           paid for more than the balance or the debt, boleto
      *           paid again after the account was settled, agreement
      *           parcel paid twice. BANCORET posts the part that fits
      *           the debt as a normal payment and holds the excess
      *           here (PAYLOG type 'CR'). One record per credit, keyed
      *           by the account the money came in on + sequence. The
      *           credit is first offered against other open debts of
      *           the same CPF/CNPJ (SALDCAD -> SetCommand mode
      *           SALDOCRD, payment form 'SC'); what is left can be
      *           turned into a refund request with the customer's
      *           bank data, which needs a supervisor's approval
      *           (other than the requester) before REEMBPAG sends it
      *           to the bank in the refund payment file (PAYLOG type
      *           'RE').
      ******************************************************************
       01  CREDCLI-RECORD.
           05  SD-CHAVE.
               10  SD-CONTA               PIC 9(08).
               10  SD-SEQ                 PIC 9(03).
      *    CPF/CNPJ DO TITULAR DA CONTA (CM-DOCUMENTO) NA ENTRADA DO
      *    CREDITO: SO DIVIDAS DO MESMO DOCUMENTO PODEM SER COMPENSADAS
      *    E O REEMBOLSO SO VAI PARA CONTA BANCARIA DELE.
           05  SD-DOCUMENTO               PIC X(14).
           05  SD-ORIGEM                  PIC X(02).
               88  SD-ORIGEM-ACIMA-SALDO  VALUE 'AS'.
               88  SD-ORIGEM-ACIMA-DIVIDA VALUE 'AD'.
               88  SD-ORIGEM-CONTA-QUITADA VALUE 'CQ'.
               88  SD-ORIGEM-PARCELA-PAGA VALUE 'PR'.
      *    DATA EM QUE O CLIENTE PAGOU NO BANCO E DATA DA INCLUSAO.
           05  SD-DATA-CREDITO            PIC 9(08).
           05  SD-DATA-INCLUSAO           PIC 9(08).
           05  SD-VALOR-ORIGINAL          PIC 9(05)V99.
      *    O QUE AINDA ESTA DISPONIVEL; CAI A CADA COMPENSACAO E ZERA
      *    QUANDO O REEMBOLSO SAI NO ARQUIVO DE PAGAMENTO.
           05  SD-SALDO                   PIC 9(05)V99.
           05  SD-SITUACAO                PIC X(01).
               88  SD-DISPONIVEL          VALUE 'A'.
               88  SD-COMPENSADO          VALUE 'C'.
               88  SD-REEMB-SOLICITADO    VALUE 'S'.
               88  SD-REEMB-APROVADO      VALUE 'V'.
               88  SD-REEMBOLSADO         VALUE 'E'.
               88  SD-EM-REEMBOLSO        VALUES 'S' 'V'.
      *    ULTIMA COMPENSACAO EM OUTRA DIVIDA DO MESMO DOCUMENTO.
           05  SD-VALOR-COMPENSADO        PIC 9(05)V99.
           05  SD-CONTA-COMPENSADA        PIC 9(08).
           05  SD-DATA-COMPENSACAO        PIC 9(08).
           05  SD-RECIBO-COMPENSACAO      PIC 9(08).
      *    PEDIDO DE REEMBOLSO: CONTA BANCARIA DO PROPRIO TITULAR,
      *    QUEM PEDIU, QUEM APROVOU E QUANDO SAIU PARA O BANCO.
           05  SD-REEMBOLSO.
               10  SD-BANCO               PIC 9(03).
               10  SD-AGENCIA             PIC 9(04).
               10  SD-CONTA-BANCARIA      PIC X(12).
               10  SD-TIPO-CONTA          PIC X(01).
                   88  SD-CONTA-CORRENTE  VALUE 'C'.
                   88  SD-CONTA-POUPANCA  VALUE 'P'.
               10  SD-NOME-TITULAR        PIC X(30).
               10  SD-VALOR-REEMBOLSO     PIC 9(05)V99.
               10  SD-DATA-SOLICITACAO    PIC 9(08).
               10  SD-OPERADOR-SOLIC      PIC X(08).
               10  SD-DATA-APROVACAO      PIC 9(08).
               10  SD-SUPERVISOR          PIC X(08).
               10  SD-DATA-ENVIO          PIC 9(08).

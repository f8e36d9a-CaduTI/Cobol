      ******************************************************************
      * Copybook: CESSHIST
      * Purpose:  Credit cession history, keyed by account + effective
      *           date, one record per account moved by CESSAO from
      *           the assigning creditor (cedente) to the acquiring
      *           creditor (cessionario), with the balances transferred.
      *           The account belongs to the acquiring creditor from
      *           the effective date on (inclusive) and to the
      *           assigning creditor before it; REPASSE follows the
      *           chain to settle each PAYLOG entry with the creditor
      *           who owned the debt on its PL-DATA-EFETIVA, and
      *           ROLLFWD shows the month's transfers as movement
      *           lines.
      ******************************************************************
       01  CESSHIST-RECORD.
           05  CH-CHAVE.
               10  CH-CONTA               PIC 9(08).
               10  CH-DATA-EFETIVA        PIC 9(08).
           05  CH-CREDOR-CEDENTE          PIC 9(03).
           05  CH-CREDOR-CESSIONARIO      PIC 9(03).
      *    DATA EM QUE A CESSAO FOI PROCESSADA (CADASTRO ALTERADO).
           05  CH-DATA-PROCESSO           PIC 9(08).
      *    SALDOS DA CONTA NA TRANSFERENCIA E DIVIDAS (DEBTMAST)
      *    MOVIDAS PARA O CESSIONARIO.
           05  CH-SALDO-TRANSFERIDO       PIC S9(7)V99.
           05  CH-SALDO-PRINCIPAL         PIC S9(7)V99.
           05  CH-SALDO-ENCARGOS          PIC S9(7)V99.
           05  CH-QTDE-DIVIDAS            PIC 9(02).
      *    FAIXA DE ATRASO DA CONTA NA CESSAO (1 A 5, AS DO AGEREPT)
      *    E SITUACAO DA COBRANCA (CM-ESTADO-PAGTO).
           05  CH-FAIXA-ATRASO            PIC 9(01).
           05  CH-ESTADO-CONTA            PIC X(10).

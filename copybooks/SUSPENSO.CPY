      ******************************************************************
      * Copybook: SUSPENSO
      * Purpose:  Suspense ledger of unidentified receipts (creditos
      *           nao identificados): money that reached the bank but
      *           could not be placed on an account - wrong or closed
      *           account on the bank return, PIX or transfer with no
      *           reference. Keyed by entry date + daily sequence;
      *           written only through the shared routine SUSPREG
      *           (BANCORET rejects and the SUSPCAD research screen).
      *           The item stays open ('A') until a supervisor applies
      *           it to an account through SUSPCAD, which posts the
      *           payment (PL-FORMA 'SU') and marks it applied ('P').
      *           CONTABIL books the entry against the suspense
      *           liability account, RECONDIA reports the open
      *           balance and SUSPAGE ages the open items.
      ******************************************************************
       01  SUSPENSO-RECORD.
           05  SU-CHAVE.
               10  SU-DATA-ENTRADA        PIC 9(08).
               10  SU-SEQ                 PIC 9(05).
      *    CANAL POR ONDE O DINHEIRO ENTROU.
           05  SU-CANAL                   PIC X(02).
               88  SU-CANAL-BOLETO        VALUE 'BO'.
               88  SU-CANAL-PIX           VALUE 'PX'.
               88  SU-CANAL-TRANSFERENCIA VALUE 'TE'.
               88  SU-CANAL-DEPOSITO      VALUE 'DP'.
               88  SU-CANAL-VALIDO        VALUES 'BO' 'PX' 'TE' 'DP'.
           05  SU-VALOR                   PIC 9(05)V99.
      *    DATA EM QUE O CLIENTE PAGOU / O CREDITO CAIU NO BANCO; VIRA
      *    A DATA EFETIVA DO PAGAMENTO QUANDO O CREDITO E APLICADO.
           05  SU-DATA-CREDITO            PIC 9(08).
      *    CONTA COMO VEIO NO CREDITO (ZEROS QUANDO NAO VEIO NENHUMA)
      *    E OS DADOS BRUTOS DA REFERENCIA, PARA A PESQUISA.
           05  SU-CONTA-INFORMADA         PIC 9(08).
           05  SU-REFERENCIA              PIC X(40).
           05  SU-MOTIVO                  PIC X(30).
           05  SU-SITUACAO                PIC X(01).
               88  SU-ABERTO              VALUE 'A'.
               88  SU-APLICADO            VALUE 'P'.
           05  SU-CONTA-APLICADA          PIC 9(08).
           05  SU-DATA-APLICACAO          PIC 9(08).
           05  SU-OPERADOR                PIC X(08).
           05  SU-RECIBO                  PIC 9(08).

      ******************************************************************
      * Copybook: ARQRECB
      * Purpose:  Register of the inbound interface files received,
      *           one record per file presented to the validation gate
      *           VALENTRA, accepted or refused, keyed by interface and
      *           receipt date/time. The identity (interface, sender,
      *           file date and sequence from the header) and the
      *           signature (interface, count and hash totals from the
      *           trailer) are alternate keys: a file whose identity
      *           or signature matches an accepted one is a duplicate
      *           transmission. Listed by RECEBREL.
      ******************************************************************
       01  ARQRECB-RECORD.
           05  AR-CHAVE.
               10  AR-INTERFACE           PIC X(08).
               10  AR-DATA-RECEBIMENTO    PIC 9(08).
               10  AR-HORA-RECEBIMENTO    PIC 9(08).
           05  AR-IDENTIDADE.
               10  AR-ID-INTERFACE        PIC X(08).
               10  AR-REMETENTE           PIC X(08).
               10  AR-DATA-ARQUIVO        PIC 9(08).
               10  AR-SEQUENCIA           PIC 9(06).
           05  AR-ASSINATURA.
               10  AR-ASS-INTERFACE       PIC X(08).
               10  AR-QTDE-REGISTROS      PIC 9(07).
               10  AR-TOTAL-VALOR         PIC 9(13)V99.
               10  AR-TOTAL-CONTAS        PIC 9(15).
      *    DATA DE PROCESSAMENTO (PROCDATE) DO RECEBIMENTO.
           05  AR-DATA-PROCESSO           PIC 9(08).
           05  AR-SITUACAO                PIC X(01).
               88  AR-ACEITO              VALUE 'A'.
               88  AR-RECUSADO            VALUE 'R'.
           05  AR-MOTIVO                  PIC X(40).
      *    QUANTIDADE DE LINHAS LIDAS, COM HEADER E TRAILER.
           05  AR-QTDE-LIDOS              PIC 9(07).
           05  FILLER                     PIC X(20).

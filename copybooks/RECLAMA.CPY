      ******************************************************************
      * Copybook: RECLAMA
      * Purpose:  Consumer complaint register (reclamacao), keyed by
      *           account + sequence: the regulatory channel it came
      *           through (Procon, consumidor.gov.br or the creditor's
      *           ombudsman), the channel's protocol number, the date
      *           received, the legal deadline in business days and
      *           the resulting due date (HOLIDAY calendar, routine
      *           DIAUTIL), subject, owner, the response and who closed
      *           it. Not to be confused with DISPUTA, which is about a
      *           debt's value. Maintained online by RECLCAD; the daily
      *           SLA report RECLSLA lists what is due in the next
      *           business days and what is overdue, and the account
      *           enquiry warns while a complaint is not closed.
      ******************************************************************
       01  RECLAMA-RECORD.
           05  RQ-CHAVE.
               10  RQ-CONTA               PIC 9(08).
               10  RQ-SEQ                 PIC 9(03).
           05  RQ-CANAL                   PIC X(01).
               88  RQ-CANAL-PROCON        VALUE 'P'.
               88  RQ-CANAL-CONSUMIDOR    VALUE 'G'.
               88  RQ-CANAL-OUVIDORIA     VALUE 'O'.
               88  RQ-CANAL-VALIDO        VALUE 'P' 'G' 'O'.
           05  RQ-PROTOCOLO               PIC X(20).
           05  RQ-DATA-RECEBIMENTO        PIC 9(08).
           05  RQ-PRAZO-DIAS-UTEIS        PIC 9(03).
           05  RQ-DATA-LIMITE             PIC 9(08).
           05  RQ-ASSUNTO                 PIC X(60).
           05  RQ-RESPONSAVEL             PIC X(08).
           05  RQ-ABERTO-POR              PIC X(08).
           05  RQ-DATA-ABERTURA           PIC 9(08).
           05  RQ-RESPOSTA                PIC X(60).
           05  RQ-DATA-RESPOSTA           PIC 9(08).
           05  RQ-RESPONDIDO-POR          PIC X(08).
      *    RESPOSTA DADA ATE A DATA LIMITE ('S') OU DEPOIS ('N').
           05  RQ-NO-PRAZO                PIC X(01).
               88  RQ-RESPONDIDA-NO-PRAZO VALUE 'S'.
           05  RQ-DATA-ENCERRAMENTO       PIC 9(08).
           05  RQ-ENCERRADO-POR           PIC X(08).
           05  RQ-ESTADO                  PIC X(10).
               88  RQ-ABERTA              VALUE 'ABERTA'.
               88  RQ-RESPONDIDA          VALUE 'RESPONDIDA'.
               88  RQ-ENCERRADA           VALUE 'ENCERRADA'.
               88  RQ-EM-ANDAMENTO        VALUE 'ABERTA' 'RESPONDIDA'.

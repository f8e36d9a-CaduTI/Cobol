      ******************************************************************
      * Copybook: SITUTAB
      * Purpose:  Kinds of account status tracked by the status-change
      *           journal SITUHIST, with the description printed by the
      *           morning report SITUREL and the timeline SITUCONS.
      ******************************************************************
       01  ST-TAB-VALORES.
           05  FILLER   PIC X(02) VALUE 'PG'.
           05  FILLER   PIC X(24) VALUE 'PAGAMENTO (PAGO)'.
           05  FILLER   PIC X(02) VALUE 'BX'.
           05  FILLER   PIC X(24) VALUE 'BAIXA PARA PREJUIZO'.
           05  FILLER   PIC X(02) VALUE 'JU'.
           05  FILLER   PIC X(24) VALUE 'COBRANCA JURIDICA'.
           05  FILLER   PIC X(02) VALUE 'NG'.
           05  FILLER   PIC X(24) VALUE 'NEGATIVACAO'.
           05  FILLER   PIC X(02) VALUE 'AC'.
           05  FILLER   PIC X(24) VALUE 'ACORDO QUEBRADO'.
           05  FILLER   PIC X(02) VALUE 'CT'.
           05  FILLER   PIC X(24) VALUE 'CONTESTACAO'.
           05  FILLER   PIC X(02) VALUE 'CD'.
           05  FILLER   PIC X(24) VALUE 'CORRESP. DEVOLVIDA'.
           05  FILLER   PIC X(02) VALUE 'DV'.
           05  FILLER   PIC X(24) VALUE 'DEVOLUCAO AO CREDOR'.
           05  FILLER   PIC X(02) VALUE 'UN'.
           05  FILLER   PIC X(24) VALUE 'UNIFICACAO DE CONTAS'.
       01  ST-TAB-R REDEFINES ST-TAB-VALORES.
           05  ST-TIPO-ENTRY OCCURS 9.
               10  ST-CODIGO              PIC X(02).
               10  ST-DESCRICAO           PIC X(24).
       77  ST-QTDE-TIPOS              PIC 9(02) VALUE 9.

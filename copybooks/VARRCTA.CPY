      ******************************************************************
      * Copybook: VARRCTA
      * Purpose:  Assembled account handed by the single-pass nightly
      *           driver VARRECAR to each processing module in turn
      *           (SetCommand fees, AGEREPT aging, CARTAS letters,
      *           BANCOREM remittance, AUDISAL balance audit), so the
      *           master and its detail files are read once per night.
      *           Function 'A' opens the module and its own outputs,
      *           'P' processes the account below and 'F' closes and
      *           prints the totals, returning the module's return
      *           code in VA-RETORNO. The account comes as record
      *           images (CUSTMAST, its DEBTMAST debts, its ACORDOS
      *           installments and its DISPUTAS entries): each module
      *           moves an image into its own record area, works with
      *           the usual field names and, when it changes the
      *           record, moves it back and sets the matching rewrite
      *           flag - the driver does every REWRITE once, after the
      *           last module. The image lengths follow the record
      *           layouts (CUSTMAST 315, DEBTMAST 85, ACORDO 43,
      *           DISPUTA 92) and change with them. On a restart from
      *           the CKPOINT checkpoint, VA-EM-REINICIO is set for the
      *           whole run and VA-CONTA-JA-PROCESSADA for each account
      *           up to the checkpoint: the modules that update files
      *           skip those accounts, the report-only modules still
      *           count them so the reports cover the whole portfolio.
      ******************************************************************
       01  VARRCTA-CONTA.
           05  VA-FUNCAO                  PIC X(01).
               88  VA-ABRE                VALUE 'A'.
               88  VA-PROCESSA            VALUE 'P'.
               88  VA-FECHA               VALUE 'F'.
           05  VA-DATA-HOJE               PIC 9(08).
           05  VA-REINICIO                PIC X(01).
               88  VA-EM-REINICIO         VALUE 'S'.
           05  VA-JA-PROCESSADA           PIC X(01).
               88  VA-CONTA-JA-PROCESSADA VALUE 'S'.
           05  VA-RETORNO                 PIC 9(02).
      *    MULTA APLICADA A CONTA NESTA VARREDURA PELO MODULO DE
      *    JUROS, PARA A AUDITORIA DE SALDOS, QUE CARREGOU O FEELOG
      *    ANTES DA VARREDURA COMECAR.
           05  VA-MULTA-NOITE             PIC S9(7)V99.
           05  VA-CADASTRO                PIC X(315).
           05  VA-CADASTRO-ALTERADO       PIC X(01).
               88  VA-REGRAVA-CADASTRO    VALUE 'S'.
           05  VA-QTDE-DIVIDAS            PIC 9(03).
           05  VA-DIVIDA OCCURS 100.
               10  VA-DIVIDA-REG          PIC X(85).
               10  VA-DIVIDA-ALTERADA     PIC X(01).
                   88  VA-REGRAVA-DIVIDA  VALUE 'S'.
           05  VA-QTDE-PARCELAS           PIC 9(04).
           05  VA-PARCELA OCCURS 1000.
               10  VA-PARCELA-REG         PIC X(43).
               10  VA-PARCELA-ALTERADA    PIC X(01).
                   88  VA-REGRAVA-PARCELA VALUE 'S'.
           05  VA-QTDE-DISPUTAS           PIC 9(03).
           05  VA-DISPUTA-REG             PIC X(92) OCCURS 100.

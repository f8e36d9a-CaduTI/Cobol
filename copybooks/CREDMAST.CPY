      * Purpose:  Creditor (credor) master record, keyed by creditor
      *           code: name, documento and the agreed collection
      *           commission rate (percent of what we collect, used by
      *           the weekly repasse settlement) and the late-charge
      *           rule of the creditor's contracts, used by the
      *           nightly fee run in SetCommand. Code 000 is reserved
      *           for the house's own portfolio. Maintained online by
      *           CREDCAD (supervisors only).
      ******************************************************************
           05  CR-NOME                    PIC X(30).
           05  CR-DOCUMENTO               PIC X(14).
           05  CR-TAXA-COMISSAO           PIC 9(02)V99.
      *    REGRA DE ENCARGOS DOS CONTRATOS DO CREDOR: 'T' (OU EM
      *    BRANCO, CREDORES ANTERIORES AO CAMPO) = MULTA DA TABELA
      *    RATETAB SOBRE O SALDO TODA NOITE, O METODO DE SEMPRE;
      *    'C' = CODIGO DO CONSUMIDOR: MULTA MORATORIA UNICA (POR
      *    CENTO DO PRINCIPAL, NO PRIMEIRO CALCULO APOS O
      *    VENCIMENTO) MAIS JUROS DE MORA SIMPLES AO MES, PRO RATA
      *    DIA, SO SOBRE O PRINCIPAL. O TETO E O PERCENTUAL DO
      *    PRINCIPAL QUE OS ENCARGOS NAO PASSAM; ZERO = TETO GERAL
      *    DA POLITICA (MULTTETO).
           05  CR-METODO-ENCARGO          PIC X(01).
               88  CR-ENCARGO-TABELA      VALUE 'T' SPACE LOW-VALUE.
               88  CR-ENCARGO-CDC         VALUE 'C'.
           05  CR-PCT-MULTA-MORA          PIC 9(02)V99.
           05  CR-PCT-JUROS-MES           PIC 9(02)V99.
           05  CR-PCT-TETO-ENCARGO        PIC 9(03)V99.

      *    CODIGO DO CREDOR (CREDMAST) DA DIVIDA; 000 = CARTEIRA
      *    PROPRIA E OS REGISTROS ANTERIORES AO CAMPO.
           05  DB-CREDOR                  PIC 9(03).
      *    PRESCRICAO DA DIVIDA: DATA EM QUE A DIVIDA PRESCREVE (PRAZO
      *    DO ARQUIVO PRESCPRM CONTADO DO VENCIMENTO, REINICIADO A
      *    CADA ACORDO ASSINADO OU PAGAMENTO PG/RC) E A SITUACAO
      *    CALCULADA PELO BATCH NOTURNO PRESCREV. ZEROS/ESPACOS NOS
      *    REGISTROS AINDA NAO AVALIADOS.
           05  DB-DATA-PRESCRICAO         PIC 9(08).
           05  DB-PRESCRICAO              PIC X(01).
               88  DB-PRESCR-PROXIMA      VALUE 'A'.
               88  DB-PRESCRITA           VALUE 'P'.
      *    DATA ATE A QUAL OS JUROS DE MORA DA DIVIDA JA FORAM
      *    LANCADOS, PARA CREDOR COM REGRA DO CODIGO DO CONSUMIDOR
      *    (CR-ENCARGO-CDC); ZEROS ENQUANTO A MULTA MORATORIA AINDA
      *    NAO FOI APLICADA E NAS DIVIDAS NO METODO DA TABELA.
           05  DB-ULTIMO-PROCESSO         PIC 9(08).

      * Copybook: CONTATOS
      * Purpose:  Collection contact-history record, one per phone
      *           call / contact attempt: account, when, operator,
      *           outcome code, promised payment date and amount (when
      *           the outcome is a promise) and a free note. Captured
      *           from
      *           the BasicCommands menu; the daily work queue
      *           (FILATRAB) bubbles accounts whose promise date
      *           passed without a matching payment to the top.
               88  CN-SEM-RESPOSTA        VALUE 'SR'.
               88  CN-PROMESSA            VALUE 'PR'.
               88  CN-RECUSA              VALUE 'RE'.
      *        TENTATIVAS DO DISCADOR EM NUMERO ERRADO OU DESLIGADO.
               88  CN-NUMERO-ERRADO       VALUE 'NE'.
               88  CN-DESLIGADO           VALUE 'DL'.
               88  CN-ATENDIDO            VALUE 'AL' 'PR' 'RE'.
           05  CN-DATA-PROMESSA           PIC 9(08).
           05  CN-NOTA                    PIC X(40).
      *    VALOR PROMETIDO, PARA A PREVISAO DE CAIXA (PREVCX). ZEROS
      *    QUANDO O DEVEDOR NAO DISSE QUANTO, NAS PROMESSAS DO
      *    DISCADOR E NOS REGISTROS ANTERIORES AO CAMPO: A PREVISAO
      *    USA ENTAO O SALDO DEVEDOR DA CONTA.
           05  CN-VALOR-PROMESSA          PIC 9(7)V99.

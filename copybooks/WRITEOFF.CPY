      *        BAIXA POR RETORNO DO ESCRITORIO JURIDICO COMO
      *        INCOBRAVEL (IMPORTACAO JURIRET DO PROGRAMA JURIDICO).
               88  WO-MOTIVO-JUDICIAL     VALUE 'JU'.
      *        BAIXA DE DIVIDA PRESCRITA, POR DECISAO DA GERENCIA
      *        SOBRE O RELATORIO DO PRESCREV (BAIXAS PRESCRITAS).
               88  WO-MOTIVO-PRESCRICAO   VALUE 'PR'.

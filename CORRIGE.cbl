      *         AQUI: CONTA COM ACORDO ATIVO OU DIVIDA EM
      *         CONTESTACAO NAO E CORRIGIDA.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Registro de correcao no FEELOG sai com os dias
      *                de juros de mora zerados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE.
           MOVE WS-FATOR-MES TO FL-TAXA
           MOVE WS-SALDO-BASE TO FL-SALDO-BASE
           MOVE WS-VALOR-CORRECAO TO FL-VALOR-MULTA
           MOVE ZEROS TO FL-DIAS-JUROS
           WRITE FEELOG-RECORD.

       VERIFICA-DIVIDAS-DETALHE.

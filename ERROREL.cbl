      *         ARQUIVO DE IMPRESSAO ERRO-RPT PARA A REUNIAO DE
      *         OPERACOES.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Texto do codigo 14 (arquivo de entrada recusado)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROREL.
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF WS-RES-CODIGO (WS-IDX-RES) >= 1 AND
                  WS-RES-CODIGO (WS-IDX-RES) <= 14
                   MOVE SPACES TO RPT-LINE
                   STRING '  ('
                       EC-TAB-MENSAGEM (WS-RES-CODIGO (WS-IDX-RES))

      *         INVESTIGACAO. CHAMADO PELO MENU DO BASICCOMMANDS
      *         (SO SUPERVISOR).
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - A consulta de conta duplicada unificada segue
      *                para a conta sobrevivente e junta os movimentos
      *                das contas que ela absorveu (rotina UNIFLOC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCONS.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-CONTA-CONSULTA        PIC 9(08) VALUES ZEROS.
      *    CONTAS DUPLICADAS UNIFICADAS NA CONTA CONSULTADA (ROTINA
      *    UNIFLOC): OS LOGS GUARDAM O NUMERO ANTIGO E A VISAO JUNTA
      *    OS MOVIMENTOS DE TODAS.
       77 WS-CONTA-PEDIDA-MOV      PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-CONTAS-MOV       PIC 9(02) VALUES ZEROS.
       77 WS-IDX-CONTA-MOV         PIC 9(02) VALUES ZEROS.
       77 WS-CONTA-TESTE           PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-NA-LISTA        PIC X(01) VALUES 'N'.
           88 WS-CONTA-DA-CONSULTA VALUE 'S'.
       01 WS-LISTA-CONTAS-MOV.
           05 WS-CONTA-LISTA-MOV   PIC 9(08) OCCURS 20.
       77 WS-DATA-DE               PIC 9(08) VALUES ZEROS.
       77 WS-DATA-ATE              PIC 9(08) VALUES 99999999.
       77 WS-OPERADOR-FILTRO       PIC X(08) VALUES SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'CONTA PARA A CONSULTA DE MOVIMENTOS:'
           ACCEPT WS-CONTA-PEDIDA-MOV
           CALL 'UNIFLOC' USING WS-CONTA-PEDIDA-MOV WS-CONTA-CONSULTA
                                WS-QTDE-CONTAS-MOV WS-LISTA-CONTAS-MOV
           IF WS-CONTA-CONSULTA NOT = WS-CONTA-PEDIDA-MOV
               DISPLAY 'CONTA ' WS-CONTA-PEDIDA-MOV
                       ' UNIFICADA NA CONTA ' WS-CONTA-CONSULTA
                       '. MOVIMENTOS DA CONTA SOBREVIVENTE.'
           END-IF
           PERFORM VARYING WS-IDX-CONTA-MOV FROM 2 BY 1
                   UNTIL WS-IDX-CONTA-MOV > WS-QTDE-CONTAS-MOV
               DISPLAY 'INCLUI OS MOVIMENTOS DA CONTA UNIFICADA '
                       WS-CONTA-LISTA-MOV (WS-IDX-CONTA-MOV)
           END-PERFORM
           DISPLAY 'DATA INICIAL (AAAAMMDD; 0 = DESDE O COMECO):'
           ACCEPT WS-DATA-DE
           DISPLAY 'DATA FINAL (AAAAMMDD; 0 = ATE HOJE):'
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PAYARCH-RECORD TO PAYLOG-RECORD
                   MOVE PL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-CONSULTA
                   IF WS-CONTA-DA-CONSULTA
                       PERFORM MONTA-LINHA-PAGAMENTO
                   END-IF
               END-IF
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-CONSULTA
                   IF WS-CONTA-DA-CONSULTA
                       PERFORM MONTA-LINHA-PAGAMENTO
                   END-IF
               END-IF
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE FL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-CONSULTA
                   IF WS-CONTA-DA-CONSULTA AND
                      WS-OPERADOR-FILTRO = SPACES
                       MOVE FL-DATA-MOVIMENTO TO WS-TRO-DATA
                       MOVE FL-HORA-MOVIMENTO TO WS-TRO-HORA
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE CN-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-CONSULTA
                   IF WS-CONTA-DA-CONSULTA AND
                      (WS-OPERADOR-FILTRO = SPACES OR
                       CN-OPERADOR = WS-OPERADOR-FILTRO)
                       MOVE CN-DATA TO WS-TRO-DATA
           END-IF
           MOVE 'N' TO WS-LOG-EOF.

      *    O MOVIMENTO E DA CONSULTA QUANDO E DA CONTA OU DE UMA
      *    CONTA DUPLICADA UNIFICADA NELA.
       VERIFICA-CONTA-CONSULTA.
           MOVE 'N' TO WS-CONTA-NA-LISTA
           PERFORM VARYING WS-IDX-CONTA-MOV FROM 1 BY 1
                   UNTIL WS-IDX-CONTA-MOV > WS-QTDE-CONTAS-MOV
               IF WS-CONTA-LISTA-MOV (WS-IDX-CONTA-MOV) =
                  WS-CONTA-TESTE
                   MOVE 'S' TO WS-CONTA-NA-LISTA
               END-IF
           END-PERFORM.

      *    ORDENACAO SIMPLES POR DATA E HORA, COMO O EXTRATO FAZ;
      *    A TABELA E PEQUENA (ATE 500 MOVIMENTOS POR CONSULTA).
       ORDENA-MOVIMENTOS.
                  ' DE ' WS-DATA-DE ' A ' WS-DATA-ATE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-CONTA-MOV FROM 2 BY 1
                   UNTIL WS-IDX-CONTA-MOV > WS-QTDE-CONTAS-MOV
               MOVE SPACES TO RPT-LINE
               STRING 'INCLUI OS MOVIMENTOS DA CONTA UNIFICADA '
                      WS-CONTA-LISTA-MOV (WS-IDX-CONTA-MOV)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1

      *         NUNCA MAIS GANHAVA BOLETO. O ACEITO SO CONFIRMA O
      *         ESTADO REMETIDO.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Header e trailer do arquivo de entrada ignorados
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOACK.
               IF NOT WS-FS-BANKACK-OK
                   MOVE 'S' TO WS-ACK-EOF
               END-IF
               IF NOT WS-FIM-ACK AND NOT BA-REG-ENVELOPE
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM PROCESSA-PROTOCOLO
               END-IF

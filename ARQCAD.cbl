      *         CONTA NAO ESTA MAIS NO ONLINE, ENTAO A PROVA DE
      *         QUITACAO DO CLIENTE CONTINUA A UM TOQUE.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle ARQPRM.
      *   15/10/2026 - Conta devolvida ao credor tambem e arquivavel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQCAD.
       77 WS-FS-PAYARCH            PIC X(02) VALUES '00'.
           88 WS-FS-PAYARCH-OK     VALUE '00'.
       77 WS-FS-ARQPRM             PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
                   MOVE AQ-MESES-LIMITE TO WS-MESES-LIMITE
               END-IF
           END-IF
           CLOSE ARQPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'ARQMESES' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-MESES-LIMITE
           END-IF.

       CARREGA-ULTIMOS-MOVIMENTOS.
           MOVE 'N' TO WS-LOG-EOF
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF CM-PAGO OR CM-BAIXADO OR CM-DEVOLVIDO
                       PERFORM AVALIA-ARQUIVAMENTO
                   END-IF
               END-IF

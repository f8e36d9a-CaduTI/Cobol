      *         BOLETOS DENTRO DO PRAZO (DE VERDADE EM ABERTO NO
      *         BANCO) NAO SAO TOCADOS.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle BOLPRM.
      *   15/10/2026 - Boleto de valor cotado emitido no balcao expira
      *                sem liberar marca de remessa, que ele nao tem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLAGING.
       77 WS-FS-BOLETO             PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK      VALUE '00'.
       77 WS-FS-BOLPRM             PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
                   MOVE BL-DIAS-EXPIRA TO WS-DIAS-EXPIRA
               END-IF
           END-IF
           CLOSE BOLPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'BOLDIAS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-EXPIRA
           END-IF.

       VARRE-BOLETOS.
           MOVE 'N' TO WS-SWEEP-EOF
                               REWRITE ACORDO-RECORD
                       END-READ
                   END-IF
      *        BOLETO DE VALOR COTADO NO BALCAO NAO TEM MARCA DE
      *        REMESSA A LIBERAR.
               WHEN BO-ORIGEM-COTACAO
                   CONTINUE
               WHEN BO-SEQ > 0
                   IF WS-DEBT-DISPONIVEL
                       MOVE BO-CONTA TO DB-CONTA

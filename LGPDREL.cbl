      *         O PROGRAMA SO ABRE COM LOGIN DE SUPERVISOR (OPLOGIN)
      *         E AS DUAS ACOES FICAM CARIMBADAS NO LGPDLOG.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle ARQPRM; a data de
      *                hoje passa a ser lida antes da politica.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDREL.
       77 WS-CONTA-BATE           PIC X(01) VALUES 'N'.
       77 WS-CONTA-ANONIMA        PIC 9(08) VALUES ZEROS.
       77 WS-FS-ARQPRM            PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA      PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA      PIC X(01) VALUES 'N'.
      *    O PERIODO DE RETENCAO E A MESMA POLITICA EM MESES DO
      *    ARQUIVAMENTO (ARQPRM, 12 QUANDO AUSENTE): CONTA ENCERRADA
      *    COM MOVIMENTO NOS LOGS DENTRO DO PERIODO NAO E ANONIMIZADA.
       ANONIMIZA-CONTA.
           DISPLAY 'CONTA A ANONIMIZAR:'
           ACCEPT WS-CONTA-ANONIMA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LE-POLITICA-RETENCAO
           COMPUTE WS-DATA-CORTE-RET = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                - (WS-MESES-RETENCAO * 30))
                   MOVE AQ-MESES-LIMITE TO WS-MESES-RETENCAO
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
               MOVE WS-VALOR-POLITICA TO WS-MESES-RETENCAO
           END-IF.

      *    O ULTIMO MOVIMENTO DA CONTA, COMO NO ARQCAD: PAYLOG E
      *    PAYARCH. CONTA SEM MOVIMENTO NENHUM NOS LOGS NAO TEM NADA

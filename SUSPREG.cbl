      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE INCLUSAO NO ARQUIVO DE
      *         CREDITOS NAO IDENTIFICADOS (SUSPENSO). RECEBE O CANAL,
      *         O VALOR, A DATA DO CREDITO, A CONTA COMO VEIO NO
      *         CREDITO (ZEROS SE NAO VEIO), A REFERENCIA BRUTA E O
      *         MOTIVO; GRAVA O ITEM EM ABERTO COM A DATA DE HOJE E A
      *         PROXIMA SEQUENCIA DO DIA E DEVOLVE A CHAVE EM
      *         LK-CHAVE. LK-RESULTADO DEVOLVE 'N' (INCLUIDO) OU 'F'
      *         (FALHA). O ARQUIVO E CRIADO SE AUSENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SU-CHAVE
               FILE STATUS WS-FS-SUSPENSO.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       WORKING-STORAGE SECTION.
       77 WS-FS-SUSPENSO          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-SUSP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SUSP         VALUE 'S'.
       77 WS-ULTIMA-SEQ           PIC 9(05) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       LINKAGE SECTION.
       01 LK-CANAL                PIC X(02).
       01 LK-VALOR                PIC 9(05)V99.
       01 LK-DATA-CREDITO         PIC 9(08).
       01 LK-CONTA                PIC 9(08).
       01 LK-REFERENCIA           PIC X(40).
       01 LK-MOTIVO               PIC X(30).
       01 LK-CHAVE                PIC X(13).
       01 LK-RESULTADO            PIC X(01).
       PROCEDURE DIVISION USING LK-CANAL LK-VALOR LK-DATA-CREDITO
                                LK-CONTA LK-REFERENCIA LK-MOTIVO
                                LK-CHAVE LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'F' TO LK-RESULTADO
           MOVE SPACES TO LK-CHAVE
           IF LK-VALOR = ZEROS
               GOBACK
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O SUSPENSO-FILE
           IF NOT WS-FS-OK
               CLOSE SUSPENSO-FILE
               OPEN OUTPUT SUSPENSO-FILE
               CLOSE SUSPENSO-FILE
               OPEN I-O SUSPENSO-FILE
           END-IF
           IF NOT WS-FS-OK
               DISPLAY 'SUSPREG: ARQUIVO SUSPENSO INDISPONIVEL. '
                       'CREDITO DE ' LK-VALOR ' NAO REGISTRADO.'
               GOBACK
           END-IF
           PERFORM ACHA-ULTIMA-SEQ-DIA
           PERFORM INCLUI-CREDITO
           CLOSE SUSPENSO-FILE
           GOBACK.

      *    A SEQUENCIA RECOMECA A CADA DIA: PROCURA A MAIOR JA USADA
      *    NA DATA DE HOJE.
       ACHA-ULTIMA-SEQ-DIA.
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE 'N' TO WS-SUSP-EOF
           MOVE WS-DATA-HOJE TO SU-DATA-ENTRADA
           MOVE ZEROS TO SU-SEQ
           START SUSPENSO-FILE KEY IS >= SU-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SUSP-EOF
           END-START
           PERFORM UNTIL WS-FIM-SUSP
               READ SUSPENSO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SUSP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SUSP-EOF
               END-IF
               IF NOT WS-FIM-SUSP
                   IF SU-DATA-ENTRADA NOT = WS-DATA-HOJE
                       MOVE 'S' TO WS-SUSP-EOF
                   ELSE
                       MOVE SU-SEQ TO WS-ULTIMA-SEQ
                   END-IF
               END-IF
           END-PERFORM.

       INCLUI-CREDITO.
           IF WS-ULTIMA-SEQ >= 99999
               DISPLAY 'SUSPREG: LIMITE DE CREDITOS DO DIA ATINGIDO. '
                       'CREDITO DE ' LK-VALOR ' NAO REGISTRADO.'
           ELSE
               INITIALIZE SUSPENSO-RECORD
               MOVE WS-DATA-HOJE TO SU-DATA-ENTRADA
               COMPUTE SU-SEQ = WS-ULTIMA-SEQ + 1
               MOVE LK-CANAL TO SU-CANAL
               MOVE LK-VALOR TO SU-VALOR
               MOVE LK-DATA-CREDITO TO SU-DATA-CREDITO
               MOVE LK-CONTA TO SU-CONTA-INFORMADA
               MOVE LK-REFERENCIA TO SU-REFERENCIA
               MOVE LK-MOTIVO TO SU-MOTIVO
               SET SU-ABERTO TO TRUE
               MOVE SPACES TO SU-OPERADOR
               WRITE SUSPENSO-RECORD
                   INVALID KEY
                       DISPLAY 'SUSPREG: FALHA AO GRAVAR O CREDITO '
                               SU-CHAVE '.'
                   NOT INVALID KEY
                       MOVE SU-CHAVE TO LK-CHAVE
                       MOVE 'N' TO LK-RESULTADO
               END-WRITE
           END-IF.
       END PROGRAM SUSPREG.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DO VALOR EM VIGOR DE UM PARAMETRO
      *         DE POLITICA: RECEBE O CODIGO (CATALOGO POLTAB) E A
      *         DATA DE REFERENCIA - NOS BATCHES, A DATA DO DATAPROC -
      *         E DEVOLVE O VALOR DA LINHA DO POLPARM COM A MAIOR
      *         VIGENCIA NAO POSTERIOR A DATA, COMO NA TABELA DE TAXAS.
      *         SEM LINHA EM VIGOR (OU SEM O ARQUIVO) DEVOLVE 'N' E
      *         VALOR ZERO; O CHAMADOR FICA COM O QUE JA TINHA (ARQUIVO
      *         DE CONTROLE ANTIGO OU O PADRAO DO PROGRAMA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLVIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLPARM-FILE ASSIGN TO "POLPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PP-CHAVE
               FILE STATUS WS-FS-POLPARM.
       DATA DIVISION.
       FILE SECTION.
       FD  POLPARM-FILE.
           COPY POLPARM.
       WORKING-STORAGE SECTION.
       77 WS-FS-POLPARM           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       LINKAGE SECTION.
       01 LK-CODIGO               PIC X(08).
       01 LK-DATA-REFERENCIA      PIC 9(08).
       01 LK-VALOR                PIC 9(07)V99.
       01 LK-ACHOU                PIC X(01).
       PROCEDURE DIVISION USING LK-CODIGO LK-DATA-REFERENCIA
                                LK-VALOR LK-ACHOU.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-ACHOU
           MOVE ZEROS TO LK-VALOR
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT POLPARM-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE LK-CODIGO TO PP-CODIGO
               MOVE ZEROS TO PP-VIGENCIA
               START POLPARM-FILE KEY IS >= PP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ POLPARM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF PP-CODIGO NOT = LK-CODIGO OR
                      PP-VIGENCIA > LK-DATA-REFERENCIA
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE PP-VALOR TO LK-VALOR
                       MOVE 'S' TO LK-ACHOU
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-POLPARM NOT = '35'
               CLOSE POLPARM-FILE
           END-IF
           GOBACK.
       END PROGRAM POLVIG.

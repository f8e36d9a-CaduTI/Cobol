      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE CALCULO DA DATA DE PRESCRICAO:
      *         RECEBE A DATA BASE (VENCIMENTO DA DIVIDA OU DATA DO
      *         ULTIMO EVENTO QUE INTERROMPE A PRESCRICAO - ACORDO
      *         ASSINADO, PAGAMENTO PG/RC) E DEVOLVE A DATA EM QUE A
      *         DIVIDA PRESCREVE, SOMANDO O PRAZO EM ANOS DO ARQUIVO
      *         DE POLITICA PRESCPRM (5 ANOS QUANDO AUSENTE). A
      *         POLITICA E LIDA SO NA PRIMEIRA CHAMADA. 29/02 SOBRE
      *         ANO NAO BISSEXTO VIRA 28/02. DATA BASE INVALIDA
      *         DEVOLVE ZEROS.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle PRESCPRM (anos de
      *                prescricao), na data do DATAPROC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESCDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESCPRM-FILE ASSIGN TO "PRESCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PRESCPRM.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESCPRM-FILE.
           COPY PRESCPRM.
       WORKING-STORAGE SECTION.
       77 WS-FS-PRESCPRM          PIC X(02) VALUES '00'.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-CODIGO-POLITICA      PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA      PIC X(01) VALUES 'N'.
       77 WS-POLITICA-LIDA        PIC X(01) VALUES 'N'.
           88 WS-JA-LEU-POLITICA  VALUE 'S'.
       77 WS-ANOS-PRAZO           PIC 9(02) VALUES 5.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       LINKAGE SECTION.
       01 LK-DATA-BASE            PIC 9(08).
       01 LK-DATA-PRESCRICAO      PIC 9(08).
       PROCEDURE DIVISION USING LK-DATA-BASE LK-DATA-PRESCRICAO.
       MAIN-PROCEDURE.
           IF NOT WS-JA-LEU-POLITICA
               PERFORM LE-POLITICA-PRESCRICAO
           END-IF
           MOVE ZEROS TO LK-DATA-PRESCRICAO
           MOVE LK-DATA-BASE TO WS-DATA-DECOMPOSTA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           IF WS-EH-DATA-VALIDA
               ADD WS-ANOS-PRAZO TO WS-ANO
               MOVE 'N' TO WS-DATA-VALIDA
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
               IF NOT WS-EH-DATA-VALIDA
                   MOVE 28 TO WS-DIA
               END-IF
               MOVE WS-DATA-DECOMPOSTA TO LK-DATA-PRESCRICAO
           END-IF
           GOBACK.

       LE-POLITICA-PRESCRICAO.
           MOVE 'S' TO WS-POLITICA-LIDA
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT PRESCPRM-FILE
           IF WS-FS-PRESCPRM = '00'
               READ PRESCPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PRESCPRM = '00' AND
                  PC-ANOS-PRAZO IS NUMERIC AND PC-ANOS-PRAZO > 0
                   MOVE PC-ANOS-PRAZO TO WS-ANOS-PRAZO
               END-IF
           END-IF
           CLOSE PRESCPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'PRESANOS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-ANOS-PRAZO
           END-IF.
       END PROGRAM PRESCDT.

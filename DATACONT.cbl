      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DA DATA CONTABIL DO LANCAMENTO DE
      *         BALCAO. SE A DATA DO MOVIMENTO JA FOI FECHADA PELO
      *         SUPERVISOR (ARQUIVO DIAFECH, GRAVADO PELO FECHADIA), O
      *         LANCAMENTO VAI PARA O PROXIMO DIA UTIL (ROTINA DIAUTIL,
      *         DAYCHECK E HOLIDAY) AINDA NAO FECHADO, E O INDICADOR
      *         VOLTA 'S' PARA A TELA AVISAR O OPERADOR. SEM O ARQUIVO
      *         DIAFECH, NENHUM DIA ESTA FECHADO E A DATA CONTABIL E A
      *         PROPRIA DATA DO MOVIMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAFECH-FILE ASSIGN TO "DIAFECH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DF-DATA
               FILE STATUS WS-FS-DIAFECH.
       DATA DIVISION.
       FILE SECTION.
       FD  DIAFECH-FILE.
           COPY DIAFECH.
       WORKING-STORAGE SECTION.
       77 WS-FS-DIAFECH           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-DATA-CANDIDATA       PIC 9(08) VALUES ZEROS.
       77 WS-DATA-SEGUINTE        PIC 9(08) VALUES ZEROS.
       77 WS-UM-DIA               PIC 9(03) VALUES 1.
       77 WS-TENTATIVAS           PIC 9(03) VALUES ZEROS.
       77 WS-CANDIDATA-FECHADA    PIC X(01) VALUES 'N'.
           88 WS-ESTA-FECHADA     VALUE 'S'.
       LINKAGE SECTION.
       01 LK-DATA-MOVIMENTO       PIC 9(08).
       01 LK-DATA-CONTABIL        PIC 9(08).
       01 LK-DIA-FECHADO          PIC X(01).
       PROCEDURE DIVISION USING LK-DATA-MOVIMENTO LK-DATA-CONTABIL
                                LK-DIA-FECHADO.
       MAIN-PROCEDURE.
           MOVE LK-DATA-MOVIMENTO TO LK-DATA-CONTABIL
           MOVE 'N' TO LK-DIA-FECHADO
           OPEN INPUT DIAFECH-FILE
           IF NOT WS-FS-OK
               GOBACK
           END-IF
           MOVE LK-DATA-MOVIMENTO TO WS-DATA-CANDIDATA
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM VERIFICA-CANDIDATA
      *    LIMITE DE SEGURANCA: NINGUEM FECHA UM ANO DE DIAS ADIANTE
           PERFORM UNTIL NOT WS-ESTA-FECHADA OR WS-TENTATIVAS > 366
               MOVE 'S' TO LK-DIA-FECHADO
               CALL 'DIAUTIL' USING WS-DATA-CANDIDATA WS-UM-DIA
                                    WS-DATA-SEGUINTE
               IF WS-DATA-SEGUINTE = ZEROS
                   MOVE 'N' TO WS-CANDIDATA-FECHADA
               ELSE
                   MOVE WS-DATA-SEGUINTE TO WS-DATA-CANDIDATA
                   ADD 1 TO WS-TENTATIVAS
                   PERFORM VERIFICA-CANDIDATA
               END-IF
           END-PERFORM
           MOVE WS-DATA-CANDIDATA TO LK-DATA-CONTABIL
           CLOSE DIAFECH-FILE
           GOBACK.

       VERIFICA-CANDIDATA.
           MOVE 'N' TO WS-CANDIDATA-FECHADA
           MOVE WS-DATA-CANDIDATA TO DF-DATA
           READ DIAFECH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CANDIDATA-FECHADA
           END-READ.
       END PROGRAM DATACONT.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE PRAZO EM DIAS UTEIS: A PARTIR
      *         DE UMA DATA BASE, CONTA A QUANTIDADE INFORMADA DE DIAS
      *         UTEIS PARA A FRENTE (O PROPRIO DIA BASE NAO CONTA) E
      *         DEVOLVE A DATA EM QUE O PRAZO VENCE. DIA UTIL E O DA
      *         ROTINA DAYCHECK: SEM SABADO, DOMINGO E OS FERIADOS DO
      *         ARQUIVO HOLIDAY. QUANTIDADE ZERO DEVOLVE A PROPRIA
      *         DATA BASE; DATA BASE INVALIDA DEVOLVE ZERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUTIL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-DATA-CORRENTE        PIC 9(08) VALUES ZEROS.
       77 WS-DIAS-CONTADOS        PIC 9(03) VALUES ZEROS.
       77 WS-DIA-SEMANA           PIC 9(01) VALUES ZEROS.
       77 WS-NOME-DIA             PIC X(09) VALUES SPACES.
       77 WS-DIA-UTIL             PIC X(01) VALUES 'S'.
           88 WS-EH-DIA-UTIL      VALUE 'S'.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       LINKAGE SECTION.
       01 LK-DATA-BASE            PIC 9(08).
       01 LK-QTDE-DIAS            PIC 9(03).
       01 LK-DATA-LIMITE          PIC 9(08).
       PROCEDURE DIVISION USING LK-DATA-BASE LK-QTDE-DIAS
                                LK-DATA-LIMITE.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-DATA-LIMITE
           MOVE LK-DATA-BASE TO WS-DATA-DECOMPOSTA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           IF NOT WS-EH-DATA-VALIDA
               GOBACK
           END-IF
           MOVE LK-DATA-BASE TO WS-DATA-CORRENTE
           MOVE ZEROS TO WS-DIAS-CONTADOS
           PERFORM UNTIL WS-DIAS-CONTADOS >= LK-QTDE-DIAS
               COMPUTE WS-DATA-CORRENTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-CORRENTE) + 1)
               MOVE 'N' TO WS-DIA-UTIL
               CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                     WS-DIA-UTIL OMITTED
                                     WS-DATA-CORRENTE
               IF WS-EH-DIA-UTIL
                   ADD 1 TO WS-DIAS-CONTADOS
               END-IF
           END-PERFORM
           MOVE WS-DATA-CORRENTE TO LK-DATA-LIMITE
           GOBACK.
       END PROGRAM DIAUTIL.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:FOLHA DA POLITICA EM VIGOR PARA A AUDITORIA: PARA CADA
      *         PARAMETRO DO CATALOGO POLTAB, O VALOR EM VIGOR NO
      *         POLPARM NA DATA DO DATAPROC, DESDE QUANDO, QUEM O
      *         GRAVOU E QUANDO, E AS ALTERACOES JA PROGRAMADAS; EM
      *         SEGUIDA O HISTORICO COMPLETO DE ALTERACOES (POLHIST)
      *         COM VALOR ANTERIOR, VALOR NOVO, OPERADOR E DATA/HORA.
      *         GRAVA NO ARQUIVO DE IMPRESSAO POLIT-RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLPARM-FILE ASSIGN TO "POLPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PP-CHAVE
               FILE STATUS WS-FS-POLPARM.
           SELECT POLHIST-FILE ASSIGN TO "POLHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-POLHIST.
           SELECT POLIT-RPT-FILE ASSIGN TO "POLIT-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  POLPARM-FILE.
           COPY POLPARM.
       FD  POLHIST-FILE.
           COPY POLHIST.
       FD  POLIT-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-POLPARM            PIC X(02) VALUES '00'.
           88 WS-FS-POLPARM-OK     VALUE '00'.
       77 WS-FS-POLHIST            PIC X(02) VALUES '00'.
           88 WS-FS-POLHIST-OK     VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-POLPARM-ABRIU         PIC X(01) VALUES 'N'.
           88 WS-POLPARM-ABERTO    VALUE 'S'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-VIGENTE-ACHADO        PIC X(01) VALUES 'N'.
           88 WS-TEM-VIGENTE       VALUE 'S'.
       77 WS-VALOR-VIGENTE         PIC 9(07)V99 VALUES ZEROS.
       77 WS-VIGENCIA-VIGENTE      PIC 9(08) VALUES ZEROS.
       77 WS-OPERADOR-VIGENTE      PIC X(08) VALUES SPACES.
       77 WS-DATA-ALT-VIGENTE      PIC 9(08) VALUES ZEROS.
       77 WS-VALOR-EDIT            PIC Z(6)9.99.
       77 WS-ANTES-EDIT            PIC Z(6)9.99.
       77 WS-QTDE-SEM-REGISTRO     PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-HIST             PIC 9(05) VALUES ZEROS.
       COPY POLTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT POLPARM-FILE
           IF WS-FS-POLPARM-OK
               MOVE 'S' TO WS-POLPARM-ABRIU
           END-IF
           OPEN OUTPUT POLIT-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'POLITICA EM VIGOR EM ' WS-DATA-HOJE
                  ' (PARAMETROS POLPARM)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-QTDE-ITENS
               PERFORM IMPRIME-PARAMETRO
           END-PERFORM
           IF WS-POLPARM-ABERTO
               CLOSE POLPARM-FILE
           END-IF
           PERFORM IMPRIME-HISTORICO
           CLOSE POLIT-RPT-FILE
           DISPLAY 'POLREL: PARAMETROS: ' TP-QTDE-ITENS
                   ' SEM REGISTRO: ' WS-QTDE-SEM-REGISTRO
                   ' ALTERACOES NO HISTORICO: ' WS-QTDE-HIST
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       IMPRIME-PARAMETRO.
           PERFORM BUSCA-VIGENTE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING TP-CODIGO (TP-IDX) ' - ' TP-DESCRICAO (TP-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-TEM-VIGENTE
               MOVE WS-VALOR-VIGENTE TO WS-VALOR-EDIT
               STRING '  EM VIGOR: ' WS-VALOR-EDIT
                      '  DESDE ' WS-VIGENCIA-VIGENTE
                      '  GRAVADO POR ' WS-OPERADOR-VIGENTE
                      ' EM ' WS-DATA-ALT-VIGENTE
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               ADD 1 TO WS-QTDE-SEM-REGISTRO
               MOVE TP-PADRAO (TP-IDX) TO WS-VALOR-EDIT
               STRING '  SEM REGISTRO: VALE O ARQUIVO '
                      TP-ARQUIVO-ANTIGO (TP-IDX)
                      ' OU O PADRAO ' WS-VALOR-EDIT
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE TP-MINIMO (TP-IDX) TO WS-ANTES-EDIT
           MOVE TP-MAXIMO (TP-IDX) TO WS-VALOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '  FAIXA ACEITA: ' WS-ANTES-EDIT ' A ' WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM IMPRIME-PROGRAMADAS.

      *    A LINHA DO CODIGO COM A MAIOR VIGENCIA NAO POSTERIOR A
      *    DATA DO PROCESSAMENTO, COMO NA ROTINA POLVIG.
       BUSCA-VIGENTE.
           MOVE 'N' TO WS-VIGENTE-ACHADO
           MOVE ZEROS TO WS-VALOR-VIGENTE WS-VIGENCIA-VIGENTE
                         WS-DATA-ALT-VIGENTE
           MOVE SPACES TO WS-OPERADOR-VIGENTE
           MOVE 'N' TO WS-SWEEP-EOF
           IF NOT WS-POLPARM-ABERTO
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE TP-CODIGO (TP-IDX) TO PP-CODIGO
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
               IF NOT WS-FS-POLPARM-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF PP-CODIGO NOT = TP-CODIGO (TP-IDX) OR
                      PP-VIGENCIA > WS-DATA-HOJE
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE 'S' TO WS-VIGENTE-ACHADO
                       MOVE PP-VALOR TO WS-VALOR-VIGENTE
                       MOVE PP-VIGENCIA TO WS-VIGENCIA-VIGENTE
                       MOVE PP-OPERADOR TO WS-OPERADOR-VIGENTE
                       MOVE PP-DATA-ALTERACAO TO WS-DATA-ALT-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-PROGRAMADAS.
           MOVE 'N' TO WS-SWEEP-EOF
           IF NOT WS-POLPARM-ABERTO
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE TP-CODIGO (TP-IDX) TO PP-CODIGO
               MOVE WS-DATA-HOJE TO PP-VIGENCIA
               START POLPARM-FILE KEY IS > PP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ POLPARM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-POLPARM-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF PP-CODIGO NOT = TP-CODIGO (TP-IDX)
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE PP-VALOR TO WS-VALOR-EDIT
                       MOVE SPACES TO RPT-LINE
                       STRING '  PROGRAMADO: ' WS-VALOR-EDIT
                              '  A PARTIR DE ' PP-VIGENCIA
                              '  GRAVADO POR ' PP-OPERADOR
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-HISTORICO.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'HISTORICO DE ALTERACOES (I=NOVA VIGENCIA '
                  'A=PROGRAMADA SUBSTITUIDA E=CANCELADA C=CARGA)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT POLHIST-FILE
           IF NOT WS-FS-POLHIST-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ POLHIST-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-POLHIST-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   ADD 1 TO WS-QTDE-HIST
                   MOVE PH-VALOR-ANTES TO WS-ANTES-EDIT
                   MOVE PH-VALOR-DEPOIS TO WS-VALOR-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING PH-DATA ' ' PH-HORA ' ' PH-OPERADOR ' '
                          PH-CODIGO ' ' PH-ACAO ' ' PH-VIGENCIA ' '
                          WS-ANTES-EDIT ' > ' WS-VALOR-EDIT
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-FS-POLHIST NOT = '35'
               CLOSE POLHIST-FILE
           END-IF.
       END PROGRAM POLREL.

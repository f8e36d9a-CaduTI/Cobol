      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:AGING DOS CREDITOS NAO IDENTIFICADOS: VARRE O ARQUIVO
      *         SUSPENSO E LISTA NO RELATORIO SUSP-RPT CADA CREDITO
      *         AINDA EM ABERTO COM A IDADE EM DIAS DESDE A DATA DO
      *         CREDITO E A REFERENCIA BRUTA, PARA A LIMPEZA SEMANAL
      *         DA PESQUISA (OPCAO DE SUPERVISOR DO BASICCOMMANDS).
      *         NO FIM, QUANTIDADE E VALOR POR FAIXA DE IDADE (ATE 7,
      *         8 A 15, 16 A 30, 31 A 60 E ACIMA DE 60 DIAS). OS
      *         CREDITOS JA APLICADOS NAO SAO LISTADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SU-CHAVE
               FILE STATUS WS-FS-SUSPENSO.
           SELECT SUSP-RPT-FILE ASSIGN TO "SUSP-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  SUSP-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-SUSPENSO           PIC X(02) VALUES '00'.
           88 WS-FS-SUSPENSO-OK    VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DIAS-ABERTO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-IDADE                 PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-ABERTOS          PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-ABERTO          PIC S9(11)V99 VALUES ZEROS.
      *    FAIXAS DE IDADE DO AGING: ATE 7, 8-15, 16-30, 31-60 E
      *    ACIMA DE 60 DIAS.
       01 WS-FAIXAS.
           05 WS-FAIXA OCCURS 5 TIMES.
               10 WS-FAIXA-QTDE    PIC 9(07).
               10 WS-FAIXA-VALOR   PIC S9(11)V99.
       01 WS-NOMES-FAIXAS.
           05 FILLER               PIC X(14) VALUES 'ATE 7 DIAS    '.
           05 FILLER               PIC X(14) VALUES '8 A 15 DIAS   '.
           05 FILLER               PIC X(14) VALUES '16 A 30 DIAS  '.
           05 FILLER               PIC X(14) VALUES '31 A 60 DIAS  '.
           05 FILLER               PIC X(14) VALUES 'ACIMA DE 60   '.
       01 WS-TAB-NOMES REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA        PIC X(14) OCCURS 5 TIMES.
       77 WS-IND-FAIXA             PIC 9(01) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ABERTOS WS-VALOR-ABERTO
           INITIALIZE WS-FAIXAS
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT SUSPENSO-FILE
           IF NOT WS-FS-SUSPENSO-OK
               DISPLAY 'SUSPAGE: ARQUIVO SUSPENSO INDISPONIVEL. '
                       'NENHUM CREDITO NAO IDENTIFICADO A ACOMPANHAR.'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUSP-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'CREDITOS NAO IDENTIFICADOS EM ABERTO EM '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARRE-SUSPENSO
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA > 5
               PERFORM IMPRIME-FAIXA
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING 'EM ABERTO: ' WS-QTDE-ABERTOS
                  '  VALOR: ' WS-VALOR-ABERTO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE SUSP-RPT-FILE
           CLOSE SUSPENSO-FILE
           DISPLAY 'SUSPAGE: EM ABERTO: ' WS-QTDE-ABERTOS
                   ' VALOR: ' WS-VALOR-ABERTO
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       VARRE-SUSPENSO.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE LOW-VALUES TO SU-CHAVE
           START SUSPENSO-FILE KEY IS >= SU-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-SUSPENSO-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ SUSPENSO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-SUSPENSO-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF SU-ABERTO
                       PERFORM AVALIA-CREDITO
                   END-IF
               END-IF
           END-PERFORM.

      *    A IDADE CONTA DA DATA EM QUE O DINHEIRO CAIU NO BANCO, NAO
      *    DA DATA EM QUE O ITEM ENTROU NO ARQUIVO.
       AVALIA-CREDITO.
           CALL 'DATEDIF' USING SU-DATA-CREDITO WS-DATA-HOJE
                                WS-DIAS-ABERTO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S' OR WS-DIAS-ABERTO < 0
               MOVE ZEROS TO WS-DIAS-ABERTO
           END-IF
           MOVE WS-DIAS-ABERTO TO WS-IDADE
           EVALUATE TRUE
               WHEN WS-IDADE <= 7
                   MOVE 1 TO WS-IND-FAIXA
               WHEN WS-IDADE <= 15
                   MOVE 2 TO WS-IND-FAIXA
               WHEN WS-IDADE <= 30
                   MOVE 3 TO WS-IND-FAIXA
               WHEN WS-IDADE <= 60
                   MOVE 4 TO WS-IND-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-IND-FAIXA
           END-EVALUATE
           ADD 1 TO WS-FAIXA-QTDE (WS-IND-FAIXA)
           ADD SU-VALOR TO WS-FAIXA-VALOR (WS-IND-FAIXA)
           ADD 1 TO WS-QTDE-ABERTOS
           ADD SU-VALOR TO WS-VALOR-ABERTO
           MOVE SPACES TO RPT-LINE
           STRING 'ITEM ' SU-CHAVE '  ' SU-CANAL
                  '  VALOR: ' SU-VALOR
                  '  CONTA INF.: ' SU-CONTA-INFORMADA
                  '  IDADE: ' WS-IDADE ' DIAS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '     REF: ' SU-REFERENCIA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       IMPRIME-FAIXA.
           MOVE SPACES TO RPT-LINE
           STRING 'FAIXA ' WS-NOME-FAIXA (WS-IND-FAIXA)
                  '  QTDE: ' WS-FAIXA-QTDE (WS-IND-FAIXA)
                  '  VALOR: ' WS-FAIXA-VALOR (WS-IND-FAIXA)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM SUSPAGE.

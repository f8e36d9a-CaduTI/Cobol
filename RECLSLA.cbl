      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO DIARIO DE PRAZOS DAS RECLAMACOES DE
      *         CONSUMIDOR (RECLAMAS): LISTA AS RECLAMACOES AINDA SEM
      *         RESPOSTA COM PRAZO VENCIDO E AS QUE VENCEM NOS PROXIMOS
      *         3 DIAS UTEIS (ROTINA DIAUTIL, FERIADOS DO HOLIDAY), COM
      *         CANAL, PROTOCOLO, DATA LIMITE E RESPONSAVEL, NO ARQUIVO
      *         DE IMPRESSAO RECL-RPT. TERMINA COM RETORNO 4 QUANDO HA
      *         RECLAMACAO VENCIDA, PARA CHAMAR A ATENCAO DA OPERACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMA-FILE ASSIGN TO "RECLAMAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RQ-CHAVE
               FILE STATUS WS-FS-RECLAMA.
           SELECT RECL-RPT-FILE ASSIGN TO "RECL-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMA-FILE.
           COPY RECLAMA.
       FD  RECL-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-RECLAMA            PIC X(02) VALUES '00'.
           88 WS-FS-RECLAMA-OK     VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-RECLAMA-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-RECLAMA       VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
      *    JANELA DE AVISO: DATA LIMITE ATE 3 DIAS UTEIS DEPOIS DE HOJE.
       77 WS-DIAS-JANELA           PIC 9(03) VALUES 3.
       77 WS-DATA-JANELA           PIC 9(08) VALUES ZEROS.
       77 WS-MARCA-ITEM            PIC X(09) VALUES SPACES.
       77 WS-NOME-CANAL            PIC X(14) VALUES SPACES.
       77 WS-QTDE-ABERTAS          PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-VENCIDAS         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-A-VENCER         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-RESPONDIDAS      PIC 9(05) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT RECLAMA-FILE
           IF NOT WS-FS-RECLAMA-OK
               DISPLAY 'RECLSLA: ARQUIVO RECLAMAS NAO ENCONTRADO. NADA '
                       'A RELATAR.'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'DIAUTIL' USING WS-DATA-HOJE WS-DIAS-JANELA
                                WS-DATA-JANELA
           OPEN OUTPUT RECL-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'PRAZOS DE RECLAMACOES DE CONSUMIDOR EM '
                  WS-DATA-HOJE ' - A VENCER ATE ' WS-DATA-JANELA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SITUACAO  CONTA    SEQ CANAL          PROTOCOLO   '
                  '         LIMITE   RESPONS.'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM LISTA-RECLAMACOES
           CLOSE RECLAMA-FILE
           PERFORM GRAVA-TOTAIS
           CLOSE RECL-RPT-FILE
           DISPLAY 'RECLSLA: SEM RESPOSTA: ' WS-QTDE-ABERTAS
                   ' VENCIDAS: ' WS-QTDE-VENCIDAS
                   ' A VENCER: ' WS-QTDE-A-VENCER
                   ' RESPONDIDAS A ENCERRAR: ' WS-QTDE-RESPONDIDAS
           IF WS-QTDE-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       LISTA-RECLAMACOES.
           MOVE 'N' TO WS-RECLAMA-EOF
           MOVE LOW-VALUES TO RQ-CHAVE
           START RECLAMA-FILE KEY IS >= RQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-RECLAMA-EOF
           END-START
           PERFORM UNTIL WS-FIM-RECLAMA
               READ RECLAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-RECLAMA-EOF
               END-READ
               IF NOT WS-FS-RECLAMA-OK
                   MOVE 'S' TO WS-RECLAMA-EOF
               END-IF
               IF NOT WS-FIM-RECLAMA
                   PERFORM CLASSIFICA-RECLAMACAO
               END-IF
           END-PERFORM.

      *    O PRAZO LEGAL E DA RESPOSTA: SO A RECLAMACAO AINDA ABERTA
      *    PODE VENCER. A RESPONDIDA SO E CONTADA (FALTA ENCERRAR).
       CLASSIFICA-RECLAMACAO.
           MOVE SPACES TO WS-MARCA-ITEM
           EVALUATE TRUE
               WHEN RQ-RESPONDIDA
                   ADD 1 TO WS-QTDE-RESPONDIDAS
               WHEN NOT RQ-ABERTA
                   CONTINUE
               WHEN RQ-DATA-LIMITE < WS-DATA-HOJE
                   ADD 1 TO WS-QTDE-ABERTAS
                   ADD 1 TO WS-QTDE-VENCIDAS
                   MOVE 'VENCIDA' TO WS-MARCA-ITEM
               WHEN RQ-DATA-LIMITE NOT > WS-DATA-JANELA
                   ADD 1 TO WS-QTDE-ABERTAS
                   ADD 1 TO WS-QTDE-A-VENCER
                   MOVE 'A VENCER' TO WS-MARCA-ITEM
               WHEN OTHER
                   ADD 1 TO WS-QTDE-ABERTAS
           END-EVALUATE
           IF WS-MARCA-ITEM NOT = SPACES
               PERFORM GRAVA-DETALHE
           END-IF.

       GRAVA-DETALHE.
           EVALUATE TRUE
               WHEN RQ-CANAL-PROCON
                   MOVE 'PROCON' TO WS-NOME-CANAL
               WHEN RQ-CANAL-CONSUMIDOR
                   MOVE 'CONSUMIDOR.GOV' TO WS-NOME-CANAL
               WHEN RQ-CANAL-OUVIDORIA
                   MOVE 'OUVIDORIA' TO WS-NOME-CANAL
               WHEN OTHER
                   MOVE 'DESCONHECIDO' TO WS-NOME-CANAL
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING WS-MARCA-ITEM ' ' RQ-CONTA ' ' RQ-SEQ ' '
                  WS-NOME-CANAL ' ' RQ-PROTOCOLO ' '
                  RQ-DATA-LIMITE ' ' RQ-RESPONSAVEL
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '          RECEBIDA ' RQ-DATA-RECEBIMENTO ': '
                  RQ-ASSUNTO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SEM RESPOSTA: ' WS-QTDE-ABERTAS
                  '  VENCIDAS: ' WS-QTDE-VENCIDAS
                  '  A VENCER: ' WS-QTDE-A-VENCER
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RESPONDIDAS AGUARDANDO ENCERRAMENTO: '
                  WS-QTDE-RESPONDIDAS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM RECLSLA.

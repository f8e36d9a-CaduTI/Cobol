      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO DOS ARQUIVOS DE ENTRADA RECEBIDOS: LISTA DO
      *         REGISTRO ARQRECB (GRAVADO PELO PORTAO DE VALIDACAO
      *         VALENTRA) CADA ARQUIVO APRESENTADO NO PERIODO, POR
      *         INTERFACE E NA ORDEM DE CHEGADA: REMETENTE, DATA E
      *         SEQUENCIA DO ARQUIVO, DATA E HORA DO RECEBIMENTO,
      *         REGISTROS, TOTAL DE VALOR E SITUACAO, COM O MOTIVO DOS
      *         RECUSADOS, E OS TOTAIS POR INTERFACE E GERAIS. O
      *         PERIODO VEM DO PARAMETRO (PARM='AAAAMMDD AAAAMMDD');
      *         SEM ELE, DO PRIMEIRO DIA DO MES DA DATA DE
      *         PROCESSAMENTO ATE ELA. O RELATORIO SAI NO ARQUIVO
      *         RECEB-RPT. RC 4 QUANDO HOUVE ARQUIVO RECUSADO NO
      *         PERIODO, RC 12 SEM O REGISTRO DE RECEBIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRECB-FILE ASSIGN TO "ARQRECB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AR-CHAVE
               ALTERNATE RECORD KEY AR-IDENTIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY AR-ASSINATURA WITH DUPLICATES
               FILE STATUS WS-FS-ARQRECB.
           SELECT RECEB-RPT-FILE ASSIGN TO "RECEB-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQRECB-FILE.
           COPY ARQRECB.
       FD  RECEB-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-ARQRECB            PIC X(02) VALUES '00'.
           88 WS-FS-ARQRECB-OK     VALUES '00' '02'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-PARM                  PIC X(20) VALUES SPACES.
       77 WS-DATA-INICIO           PIC 9(08) VALUES ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUES ZEROS.
       77 WS-INTERFACE-ATUAL       PIC X(08) VALUES SPACES.
       77 WS-INTF-RECEBIDOS        PIC 9(07) VALUES ZEROS.
       77 WS-INTF-ACEITOS          PIC 9(07) VALUES ZEROS.
       77 WS-INTF-RECUSADOS        PIC 9(07) VALUES ZEROS.
       77 WS-TOT-RECEBIDOS         PIC 9(07) VALUES ZEROS.
       77 WS-TOT-ACEITOS           PIC 9(07) VALUES ZEROS.
       77 WS-TOT-RECUSADOS         PIC 9(07) VALUES ZEROS.
       77 WS-SITUACAO              PIC X(08) VALUES SPACES.
       77 WS-QTDE-EDIT             PIC Z(6)9.
       77 WS-QTDE-EDIT-1           PIC Z(6)9.
       77 WS-QTDE-EDIT-2           PIC Z(6)9.
       77 WS-QTDE-EDIT-3           PIC Z(6)9.
       77 WS-VALOR-EDIT            PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM (1:8) IS NUMERIC AND WS-PARM (10:8) IS NUMERIC
              AND WS-PARM (1:8) <= WS-PARM (10:8)
               MOVE WS-PARM (1:8) TO WS-DATA-INICIO
               MOVE WS-PARM (10:8) TO WS-DATA-FIM
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-INICIO WS-DATA-FIM
               MOVE '01' TO WS-DATA-INICIO (7:2)
           END-IF
           OPEN INPUT ARQRECB-FILE
           IF NOT WS-FS-ARQRECB-OK
               DISPLAY 'RECEBREL: REGISTRO DE ARQUIVOS RECEBIDOS '
                       'ARQRECB INDISPONIVEL. STATUS ' WS-FS-ARQRECB
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECEB-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'ARQUIVOS DE ENTRADA RECEBIDOS DE ' WS-DATA-INICIO
                  ' A ' WS-DATA-FIM ' (GERADO EM ' WS-DATA-HOJE ')'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'INTERF.  REMETENT DT ARQUI SEQ    RECEBIDO H:MIN'
                  '    REGS          VALOR SITUACAO'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM LISTA-RECEBIMENTOS
           CLOSE ARQRECB-FILE
           IF WS-INTERFACE-ATUAL NOT = SPACES
               PERFORM GRAVA-TOTAL-INTERFACE
           END-IF
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-RECEBIDOS TO WS-QTDE-EDIT-1
           MOVE WS-TOT-ACEITOS TO WS-QTDE-EDIT-2
           MOVE WS-TOT-RECUSADOS TO WS-QTDE-EDIT-3
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL GERAL      RECEBIDOS: ' WS-QTDE-EDIT-1
                  '  ACEITOS: ' WS-QTDE-EDIT-2
                  '  RECUSADOS: ' WS-QTDE-EDIT-3
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE RECEB-RPT-FILE
           DISPLAY 'RECEBREL: PERIODO ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM ' RECEBIDOS: ' WS-QTDE-EDIT-1
                   ' RECUSADOS: ' WS-QTDE-EDIT-3
           IF WS-TOT-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    A CHAVE PRIMARIA JA ORDENA POR INTERFACE E, DENTRO DELA,
      *    PELA DATA E HORA DO RECEBIMENTO.
       LISTA-RECEBIMENTOS.
           MOVE 'N' TO WS-SWEEP-EOF
           PERFORM UNTIL WS-FIM-SWEEP
               READ ARQRECB-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-ARQRECB-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                  AND AR-DATA-RECEBIMENTO >= WS-DATA-INICIO
                  AND AR-DATA-RECEBIMENTO <= WS-DATA-FIM
                   IF AR-INTERFACE NOT = WS-INTERFACE-ATUAL
                       IF WS-INTERFACE-ATUAL NOT = SPACES
                           PERFORM GRAVA-TOTAL-INTERFACE
                       END-IF
                       MOVE AR-INTERFACE TO WS-INTERFACE-ATUAL
                       MOVE ZEROS TO WS-INTF-RECEBIDOS WS-INTF-ACEITOS
                                     WS-INTF-RECUSADOS
                   END-IF
                   PERFORM GRAVA-LINHA-RECEBIMENTO
               END-IF
           END-PERFORM.

       GRAVA-LINHA-RECEBIMENTO.
           ADD 1 TO WS-INTF-RECEBIDOS WS-TOT-RECEBIDOS
           IF AR-ACEITO
               ADD 1 TO WS-INTF-ACEITOS WS-TOT-ACEITOS
               MOVE 'ACEITO' TO WS-SITUACAO
           ELSE
               ADD 1 TO WS-INTF-RECUSADOS WS-TOT-RECUSADOS
               MOVE 'RECUSADO' TO WS-SITUACAO
           END-IF
           MOVE AR-QTDE-REGISTROS TO WS-QTDE-EDIT
           MOVE AR-TOTAL-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING AR-INTERFACE ' ' AR-REMETENTE ' ' AR-DATA-ARQUIVO
                  ' ' AR-SEQUENCIA ' ' AR-DATA-RECEBIMENTO ' '
                  AR-HORA-RECEBIMENTO (1:2) ':'
                  AR-HORA-RECEBIMENTO (3:2) ' ' WS-QTDE-EDIT ' '
                  WS-VALOR-EDIT ' ' WS-SITUACAO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF AR-RECUSADO
               MOVE SPACES TO RPT-LINE
               STRING '         MOTIVO: ' AR-MOTIVO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       GRAVA-TOTAL-INTERFACE.
           MOVE WS-INTF-RECEBIDOS TO WS-QTDE-EDIT-1
           MOVE WS-INTF-ACEITOS TO WS-QTDE-EDIT-2
           MOVE WS-INTF-RECUSADOS TO WS-QTDE-EDIT-3
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL ' WS-INTERFACE-ATUAL
                  '   RECEBIDOS: ' WS-QTDE-EDIT-1
                  '  ACEITOS: ' WS-QTDE-EDIT-2
                  '  RECUSADOS: ' WS-QTDE-EDIT-3
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM RECEBREL.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO MENSAL DE CUSTOS DE POSTAGEM POR CREDOR: VARRE
      *         O REGISTRO DE CARTAS DA GRAFICA (GRAFREG) E, PARA CADA
      *         CREDOR, CONTA AS CARTAS REMETIDAS A GRAFICA NO MES, AS
      *         QUE TIVERAM CUSTO INFORMADO NO RETORNO DO MES (GRAFIMP)
      *         E AS DEVOLVIDAS NO MES, E SOMA O CUSTO DE POSTAGEM. O
      *         MES VEM DO PARAMETRO (PARM='AAAAMM'); SEM ELE, E O MES
      *         ANTERIOR AO DA DATA DE PROCESSAMENTO, JA QUE O JOB
      *         MENSAL RODA NO PRIMEIRO DIA UTIL DO MES SEGUINTE. OS
      *         NOMES VEM DO CADASTRO DE CREDORES (CREDMAST). O
      *         RELATORIO SAI NO ARQUIVO GRAFC-RPT, COM O TOTAL GERAL.
      *         RC 12 SEM O REGISTRO DE CARTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAFCUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAFREG-FILE ASSIGN TO "GRAFREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GR-ID-CARTA
               ALTERNATE RECORD KEY GR-CONTA WITH DUPLICATES
               FILE STATUS WS-FS-GRAFREG.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT GRAFC-RPT-FILE ASSIGN TO "GRAFC-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  GRAFREG-FILE.
           COPY GRAFREG.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  GRAFC-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-GRAFREG            PIC X(02) VALUES '00'.
           88 WS-FS-GRAFREG-OK     VALUE '00'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-PARM                  PIC X(20) VALUES SPACES.
       01 WS-MES-PROCESSO.
           05 WS-ANO-PROCESSO      PIC 9(04) VALUES ZEROS.
           05 WS-MES-NUM           PIC 9(02) VALUES ZEROS.
       77 WS-IDX-CRED              PIC 9(04) VALUES ZEROS.
       77 WS-QTDE-LIDAS            PIC 9(07) VALUES ZEROS.
      *    UMA POSICAO POR CODIGO DE CREDOR (CODIGO + 1).
       01 WS-TAB-CREDORES.
           05 WS-CRED-ENTRY OCCURS 1000.
               10 WS-CRED-REMETIDAS PIC 9(07).
               10 WS-CRED-CUSTEADAS PIC 9(07).
               10 WS-CRED-DEVOLVIDAS PIC 9(07).
               10 WS-CRED-CUSTO    PIC 9(09)V99.
       77 WS-TOT-REMETIDAS         PIC 9(07) VALUES ZEROS.
       77 WS-TOT-CUSTEADAS         PIC 9(07) VALUES ZEROS.
       77 WS-TOT-DEVOLVIDAS        PIC 9(07) VALUES ZEROS.
       77 WS-TOT-CUSTO             PIC 9(09)V99 VALUES ZEROS.
       77 WS-CODIGO-EDIT           PIC 9(03) VALUES ZEROS.
       77 WS-NOME-CREDOR           PIC X(30) VALUES SPACES.
       77 WS-QTDE-EDIT-1           PIC Z(6)9.
       77 WS-QTDE-EDIT-2           PIC Z(6)9.
       77 WS-QTDE-EDIT-3           PIC Z(6)9.
       77 WS-VALOR-EDIT            PIC Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM (1:6) IS NUMERIC AND WS-PARM (7:1) = SPACE
              AND WS-PARM (5:2) >= '01' AND WS-PARM (5:2) <= '12'
               MOVE WS-PARM (1:6) TO WS-MES-PROCESSO
           ELSE
               MOVE WS-DATA-HOJE (1:6) TO WS-MES-PROCESSO
               IF WS-MES-NUM = 1
                   MOVE 12 TO WS-MES-NUM
                   SUBTRACT 1 FROM WS-ANO-PROCESSO
               ELSE
                   SUBTRACT 1 FROM WS-MES-NUM
               END-IF
           END-IF
           OPEN INPUT GRAFREG-FILE
           IF NOT WS-FS-GRAFREG-OK
               DISPLAY 'GRAFCUST: REGISTRO DE CARTAS GRAFREG '
                       'INDISPONIVEL. STATUS ' WS-FS-GRAFREG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-TAB-CREDORES
           PERFORM APURA-CARTAS
           CLOSE GRAFREG-FILE
           OPEN OUTPUT GRAFC-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'CUSTOS DE POSTAGEM DA GRAFICA POR CREDOR - MES '
                  WS-MES-PROCESSO ' (GERADO EM ' WS-DATA-HOJE ')'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CRD NOME                            REMETID  CUSTEAD'
                  '  DEVOLV        CUSTO'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CREDMAST-FILE
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > 1000
               IF WS-CRED-REMETIDAS (WS-IDX-CRED) > 0
                  OR WS-CRED-CUSTEADAS (WS-IDX-CRED) > 0
                  OR WS-CRED-DEVOLVIDAS (WS-IDX-CRED) > 0
                   PERFORM GRAVA-LINHA-CREDOR
               END-IF
           END-PERFORM
           IF WS-FS-CRED-OK OR WS-FS-CREDMAST = '23'
               CLOSE CREDMAST-FILE
           END-IF
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-REMETIDAS TO WS-QTDE-EDIT-1
           MOVE WS-TOT-CUSTEADAS TO WS-QTDE-EDIT-2
           MOVE WS-TOT-DEVOLVIDAS TO WS-QTDE-EDIT-3
           MOVE WS-TOT-CUSTO TO WS-VALOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL GERAL                         ' WS-QTDE-EDIT-1
                  '  ' WS-QTDE-EDIT-2 ' ' WS-QTDE-EDIT-3
                  ' ' WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE GRAFC-RPT-FILE
           DISPLAY 'GRAFCUST: MES ' WS-MES-PROCESSO
                   ' CARTAS NO REGISTRO: ' WS-QTDE-LIDAS
                   ' CUSTO NO MES: ' WS-VALOR-EDIT
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    CADA DATA CONTA NO SEU MES: A REMESSA, O CUSTO (DATA DO
      *    RETORNO QUE O TROUXE) E A DEVOLUCAO.
       APURA-CARTAS.
           MOVE 'N' TO WS-SWEEP-EOF
           PERFORM UNTIL WS-FIM-SWEEP
               READ GRAFREG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-GRAFREG-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   ADD 1 TO WS-QTDE-LIDAS
                   COMPUTE WS-IDX-CRED = GR-CREDOR + 1
                   IF GR-DATA-REMESSA (1:6) = WS-MES-PROCESSO
                       ADD 1 TO WS-CRED-REMETIDAS (WS-IDX-CRED)
                                WS-TOT-REMETIDAS
                   END-IF
                   IF GR-DATA-CUSTO (1:6) = WS-MES-PROCESSO
                       ADD 1 TO WS-CRED-CUSTEADAS (WS-IDX-CRED)
                                WS-TOT-CUSTEADAS
                       ADD GR-VALOR-POSTAGEM TO
                           WS-CRED-CUSTO (WS-IDX-CRED) WS-TOT-CUSTO
                   END-IF
                   IF GR-DATA-DEVOLUCAO (1:6) = WS-MES-PROCESSO
                       ADD 1 TO WS-CRED-DEVOLVIDAS (WS-IDX-CRED)
                                WS-TOT-DEVOLVIDAS
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-LINHA-CREDOR.
           COMPUTE WS-CODIGO-EDIT = WS-IDX-CRED - 1
           IF WS-CODIGO-EDIT = 0
               MOVE 'CARTEIRA PROPRIA' TO WS-NOME-CREDOR
           ELSE
               MOVE 'CREDOR SEM CADASTRO' TO WS-NOME-CREDOR
               IF WS-FS-CRED-OK OR WS-FS-CREDMAST = '23'
                   MOVE WS-CODIGO-EDIT TO CR-CODIGO
                   READ CREDMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CR-NOME TO WS-NOME-CREDOR
                   END-READ
               END-IF
           END-IF
           MOVE WS-CRED-REMETIDAS (WS-IDX-CRED) TO WS-QTDE-EDIT-1
           MOVE WS-CRED-CUSTEADAS (WS-IDX-CRED) TO WS-QTDE-EDIT-2
           MOVE WS-CRED-DEVOLVIDAS (WS-IDX-CRED) TO WS-QTDE-EDIT-3
           MOVE WS-CRED-CUSTO (WS-IDX-CRED) TO WS-VALOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-CODIGO-EDIT ' ' WS-NOME-CREDOR '  ' WS-QTDE-EDIT-1
                  '  ' WS-QTDE-EDIT-2 ' ' WS-QTDE-EDIT-3
                  ' ' WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM GRAFCUST.

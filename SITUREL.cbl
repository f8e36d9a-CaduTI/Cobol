      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO MATINAL DAS MUDANCAS DE SITUACAO DAS CONTAS:
      *         LE O HISTORICO SITUHIST (GRAVADO PELA ROTINA SITUREG
      *         EM TODO PROGRAMA QUE MUDA A SITUACAO DA CONTA), ORDENA
      *         AS TRANSICOES DO PERIODO POR TIPO DA SITUACAO, CREDOR,
      *         CONTA E MOMENTO, E LISTA PARA CADA UMA A CONTA, A
      *         DIVIDA, A SITUACAO ANTERIOR E A NOVA, DATA E HORA,
      *         PROGRAMA E OPERADOR, COM OS TOTAIS POR CREDOR, POR TIPO
      *         E GERAL. O PERIODO VEM DO PARAMETRO
      *         (PARM='AAAAMMDD AAAAMMDD'); SEM ELE, DO DIA ANTERIOR A
      *         DATA DE PROCESSAMENTO ATE ELA (A NOITE QUE PASSOU). O
      *         NOME DO CREDOR VEM DO CREDMAST, QUANDO DISPONIVEL. O
      *         RELATORIO SAI NO ARQUIVO SITU-RPT. RC 12 SEM O
      *         HISTORICO DE SITUACOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITUHIST-FILE ASSIGN TO "SITUHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-SITUHIST.
           SELECT SORT-SITUACOES ASSIGN TO "SORTWK01".
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT SITU-RPT-FILE ASSIGN TO "SITU-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SITUHIST-FILE.
           COPY SITUHIST.
       SD  SORT-SITUACOES.
           COPY SITUHIST REPLACING ==SITUHIST-RECORD== BY
                                   ==SORT-SITU-REC==
                                   LEADING ==SJ== BY ==SS==.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  SITU-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-SITUHIST           PIC X(02) VALUES '00'.
           88 WS-FS-SITUHIST-OK    VALUE '00'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CREDMAST-OK    VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-SORT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-SORT          VALUE 'S'.
       77 WS-TEM-CREDMAST          PIC X(01) VALUES 'N'.
           88 WS-CREDMAST-ABERTO   VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-PARM                  PIC X(20) VALUES SPACES.
       77 WS-DATA-INICIO           PIC 9(08) VALUES ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUES ZEROS.
      *    QUEBRAS DO RELATORIO: TIPO DA SITUACAO E CREDOR EM CURSO.
       77 WS-PRIMEIRO              PIC X(01) VALUES 'S'.
           88 WS-E-PRIMEIRO        VALUE 'S'.
       77 WS-TIPO-ATUAL            PIC X(02) VALUES SPACES.
       77 WS-CREDOR-ATUAL          PIC 9(03) VALUES ZEROS.
       77 WS-DESCRICAO-TIPO        PIC X(24) VALUES SPACES.
       77 WS-NOME-CREDOR           PIC X(30) VALUES SPACES.
       77 WS-IDX-TIPO              PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-CREDOR           PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-TIPO             PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-TOTAL            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-LIDOS            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-EDIT             PIC Z(6)9.
           COPY SITUTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM (1:8) IS NUMERIC AND WS-PARM (10:8) IS NUMERIC
              AND WS-PARM (1:8) <= WS-PARM (10:8)
               MOVE WS-PARM (1:8) TO WS-DATA-INICIO
               MOVE WS-PARM (10:8) TO WS-DATA-FIM
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
               COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
           END-IF
           OPEN INPUT SITUHIST-FILE
           IF NOT WS-FS-SITUHIST-OK
               DISPLAY 'SITUREL: HISTORICO DE SITUACOES SITUHIST '
                       'INDISPONIVEL. STATUS ' WS-FS-SITUHIST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CREDMAST-FILE
           IF WS-FS-CREDMAST-OK
               MOVE 'S' TO WS-TEM-CREDMAST
           END-IF
           OPEN OUTPUT SITU-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'MUDANCAS DE SITUACAO DAS CONTAS DE ' WS-DATA-INICIO
                  ' A ' WS-DATA-FIM ' (GERADO EM ' WS-DATA-HOJE ')'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '    CONTA    DV ANTERIOR   NOVA       DATA     '
                  'H:MIN PROGRAMA     OPERADOR'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           SORT SORT-SITUACOES
               ON ASCENDING KEY SS-TIPO SS-CREDOR SS-CONTA SS-DATA
                                SS-HORA
               INPUT PROCEDURE SELECIONA-MUDANCAS
               OUTPUT PROCEDURE LISTA-MUDANCAS
           CLOSE SITUHIST-FILE
           IF WS-CREDMAST-ABERTO
               CLOSE CREDMAST-FILE
           END-IF
           IF NOT WS-E-PRIMEIRO
               PERFORM GRAVA-TOTAL-CREDOR
               PERFORM GRAVA-TOTAL-TIPO
           END-IF
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-QTDE-TOTAL TO WS-QTDE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL GERAL DE MUDANCAS DE SITUACAO: ' WS-QTDE-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE SITU-RPT-FILE
           DISPLAY 'SITUREL: PERIODO ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM ' MUDANCAS DE SITUACAO: ' WS-QTDE-EDIT
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    SO AS TRANSICOES DO PERIODO VAO PARA A ORDENACAO.
       SELECIONA-MUDANCAS.
           MOVE 'N' TO WS-SWEEP-EOF
           PERFORM UNTIL WS-FIM-SWEEP
               READ SITUHIST-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-SITUHIST-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   ADD 1 TO WS-QTDE-LIDOS
                   IF SJ-DATA >= WS-DATA-INICIO
                      AND SJ-DATA <= WS-DATA-FIM
                       RELEASE SORT-SITU-REC FROM SITUHIST-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *    A ORDENACAO JA AGRUPA POR TIPO E, DENTRO DELE, POR CREDOR;
      *    CADA QUEBRA FECHA O TOTAL DO GRUPO ANTERIOR E ABRE O TITULO
      *    DO NOVO.
       LISTA-MUDANCAS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-FIM-SORT
               RETURN SORT-SITUACOES
                   AT END
                       MOVE 'S' TO WS-SORT-EOF
               END-RETURN
               IF NOT WS-FIM-SORT
                   IF WS-E-PRIMEIRO OR SS-TIPO NOT = WS-TIPO-ATUAL
                       IF NOT WS-E-PRIMEIRO
                           PERFORM GRAVA-TOTAL-CREDOR
                           PERFORM GRAVA-TOTAL-TIPO
                       END-IF
                       MOVE 'N' TO WS-PRIMEIRO
                       PERFORM GRAVA-TITULO-TIPO
                       PERFORM GRAVA-TITULO-CREDOR
                   ELSE
                       IF SS-CREDOR NOT = WS-CREDOR-ATUAL
                           PERFORM GRAVA-TOTAL-CREDOR
                           PERFORM GRAVA-TITULO-CREDOR
                       END-IF
                   END-IF
                   PERFORM GRAVA-LINHA-MUDANCA
               END-IF
           END-PERFORM.

       GRAVA-TITULO-TIPO.
           MOVE SS-TIPO TO WS-TIPO-ATUAL
           MOVE ZEROS TO WS-QTDE-TIPO
           MOVE 'TIPO NAO CADASTRADO' TO WS-DESCRICAO-TIPO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > ST-QTDE-TIPOS
               IF ST-CODIGO (WS-IDX-TIPO) = WS-TIPO-ATUAL
                   MOVE ST-DESCRICAO (WS-IDX-TIPO) TO
                        WS-DESCRICAO-TIPO
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING WS-TIPO-ATUAL ' - ' WS-DESCRICAO-TIPO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-TITULO-CREDOR.
           MOVE SS-CREDOR TO WS-CREDOR-ATUAL
           MOVE ZEROS TO WS-QTDE-CREDOR
           MOVE SPACES TO WS-NOME-CREDOR
           IF WS-CREDMAST-ABERTO
               MOVE WS-CREDOR-ATUAL TO CR-CODIGO
               READ CREDMAST-FILE
                   INVALID KEY
                       MOVE 'CREDOR NAO CADASTRADO' TO
                            WS-NOME-CREDOR
                   NOT INVALID KEY
                       MOVE CR-NOME TO WS-NOME-CREDOR
               END-READ
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING '  CREDOR ' WS-CREDOR-ATUAL ' ' WS-NOME-CREDOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-LINHA-MUDANCA.
           ADD 1 TO WS-QTDE-CREDOR WS-QTDE-TIPO WS-QTDE-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING '    ' SS-CONTA ' ' SS-SEQ-DIVIDA ' '
                  SS-SITUACAO-ANTERIOR ' ' SS-SITUACAO-NOVA ' '
                  SS-DATA ' ' SS-HORA (1:2) ':' SS-HORA (3:2) ' '
                  SS-PROGRAMA ' ' SS-OPERADOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-TOTAL-CREDOR.
           MOVE WS-QTDE-CREDOR TO WS-QTDE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '  TOTAL DO CREDOR ' WS-CREDOR-ATUAL ': '
                  WS-QTDE-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-TOTAL-TIPO.
           MOVE WS-QTDE-TIPO TO WS-QTDE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL ' WS-TIPO-ATUAL ' - ' WS-DESCRICAO-TIPO ': '
                  WS-QTDE-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM SITUREL.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:LINHA DO TEMPO DA CONTA: LISTA, NA ORDEM EM QUE
      *         ACONTECERAM, AS MUDANCAS DE SITUACAO GRAVADAS NO
      *         HISTORICO SITUHIST (ROTINA SITUREG) PARA A CONTA
      *         INFORMADA - TIPO DA SITUACAO, DIVIDA, SITUACAO ANTERIOR
      *         E NOVA, DATA/HORA, PROGRAMA E OPERADOR. RESPONDE
      *         "QUANDO A CONTA FOI PARA O JURIDICO E QUANDO VOLTOU"
      *         SEM PROCURAR EM CADA ARQUIVO. ABERTA A TODOS OS
      *         OPERADORES PELO MENU DO BASICCOMMANDS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITUHIST-FILE ASSIGN TO "SITUHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-SITUHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  SITUHIST-FILE.
           COPY SITUHIST.
       WORKING-STORAGE SECTION.
       77 WS-FS-SITUHIST          PIC X(02) VALUES '00'.
           88 WS-FS-SITUHIST-OK   VALUE '00'.
       77 WS-LOG-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG          VALUE 'S'.
       77 WS-CONTA-BUSCA          PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-ACHADOS         PIC 9(05) VALUES ZEROS.
       77 WS-IDX-TIPO             PIC 9(02) VALUES ZEROS.
       77 WS-DESCRICAO-TIPO       PIC X(24) VALUES SPACES.
           COPY SITUTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'LINHA DO TEMPO DA SITUACAO DA CONTA'
           DISPLAY 'NUMERO DA CONTA:'
           ACCEPT WS-CONTA-BUSCA
           OPEN INPUT SITUHIST-FILE
           IF NOT WS-FS-SITUHIST-OK
               DISPLAY 'HISTORICO SITUHIST AINDA VAZIO OU '
                       'INDISPONIVEL.'
               GOBACK
           END-IF
      *    O HISTORICO SO RECEBE REGISTROS NO FIM, ENTAO A LEITURA
      *    SEQUENCIAL JA DEVOLVE AS MUDANCAS EM ORDEM CRONOLOGICA.
           PERFORM UNTIL WS-FIM-LOG
               READ SITUHIST-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-SITUHIST-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF SJ-CONTA = WS-CONTA-BUSCA
                       ADD 1 TO WS-QTDE-ACHADOS
                       PERFORM EXIBE-MUDANCA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SITUHIST-FILE
           DISPLAY 'MUDANCAS DE SITUACAO ENCONTRADAS: ' WS-QTDE-ACHADOS
           GOBACK.

       EXIBE-MUDANCA.
           MOVE 'TIPO NAO CADASTRADO' TO WS-DESCRICAO-TIPO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > ST-QTDE-TIPOS
               IF ST-CODIGO (WS-IDX-TIPO) = SJ-TIPO
                   MOVE ST-DESCRICAO (WS-IDX-TIPO) TO WS-DESCRICAO-TIPO
               END-IF
           END-PERFORM
           IF SJ-SEQ-DIVIDA = ZEROS
               DISPLAY SJ-DATA ' ' SJ-HORA (1:2) ':' SJ-HORA (3:2)
                       ' ' WS-DESCRICAO-TIPO ' CONTA'
           ELSE
               DISPLAY SJ-DATA ' ' SJ-HORA (1:2) ':' SJ-HORA (3:2)
                       ' ' WS-DESCRICAO-TIPO ' DIVIDA ' SJ-SEQ-DIVIDA
           END-IF
           DISPLAY '  DE: ' SJ-SITUACAO-ANTERIOR
                   ' PARA: ' SJ-SITUACAO-NOVA
                   ' POR ' SJ-PROGRAMA ' / ' SJ-OPERADOR.
       END PROGRAM SITUCONS.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO DIARIO DA FILA DE APROVACAO (APROVAC): LISTA
      *         OS PEDIDOS FEITOS NO DIA, OS APROVADOS E OS RECUSADOS
      *         NO DIA E TODOS OS QUE AINDA ESTAO PENDENTES, COM
      *         CONTA, TIPO, VALOR, QUEM PEDIU, QUEM DECIDIU E O
      *         MOTIVO, E FECHA COM O QUADRO POR OPERADOR (PEDIDOS DO
      *         DIA, APROVADOS, RECUSADOS, PENDENTES E DECISOES
      *         TOMADAS COMO SUPERVISOR) NO ARQUIVO DE IMPRESSAO
      *         APROV-RPT. GUARDA ATE 100 OPERADORES NO QUADRO (OS
      *         DEMAIS FICAM DE FORA, COM AVISO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVAC-FILE ASSIGN TO "APROVAC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AP-CHAVE
               FILE STATUS WS-FS-APROVAC.
           SELECT APROV-RPT-FILE ASSIGN TO "APROV-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  APROVAC-FILE.
           COPY APROVAC.
       FD  APROV-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-APROVAC            PIC X(02) VALUES '00'.
           88 WS-FS-APROVAC-OK     VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-APROV-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-APROV         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-ENTRA-RELATORIO       PIC X(01) VALUES 'N'.
           88 WS-ITEM-DO-RELATORIO VALUE 'S'.
       77 WS-MARCA-ITEM            PIC X(10) VALUES SPACES.
       77 WS-VALOR-EDIT            PIC Z(6)9.99.
       77 WS-QTDE-PEDIDOS          PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-APROVADOS        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-RECUSADOS        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-PENDENTES        PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-PENDENTE        PIC 9(09)V99 VALUES ZEROS.
       77 WS-IDX-OPER              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-OPERS            PIC 9(03) VALUES ZEROS.
       77 WS-OPER-PROCURADO        PIC X(08) VALUES SPACES.
       77 WS-OPERS-FORA            PIC X(01) VALUES 'N'.
           88 WS-HOUVE-OPERS-FORA  VALUE 'S'.
      *    QUADRO POR OPERADOR: AS QUATRO PRIMEIRAS COLUNAS CONTAM OS
      *    PEDIDOS DE QUEM PEDIU; A ULTIMA, AS DECISOES DO DIA DE QUEM
      *    DECIDIU.
       01 WS-OPERS-TAB.
           05 WS-OPER-ENTRY OCCURS 100.
               10 WS-OP-ID          PIC X(08).
               10 WS-OP-PEDIDOS     PIC 9(05).
               10 WS-OP-APROVADOS   PIC 9(05).
               10 WS-OP-RECUSADOS   PIC 9(05).
               10 WS-OP-PENDENTES   PIC 9(05).
               10 WS-OP-DECISOES    PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT APROVAC-FILE
           IF NOT WS-FS-APROVAC-OK
               DISPLAY 'APROVREL: FILA APROVAC NAO ENCONTRADA. NADA A '
                       'RELATAR.'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APROV-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'FILA DE APROVACAO DE AJUSTES EM ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SITUACAO   CONTA    TP DV      VALOR PEDIU    '
                  'DATA     DECIDIU  DATA'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM LISTA-FILA
           CLOSE APROVAC-FILE
           PERFORM GRAVA-TOTAIS
           PERFORM GRAVA-QUADRO-OPERADORES
           CLOSE APROV-RPT-FILE
           DISPLAY 'APROVREL: PEDIDOS DO DIA: ' WS-QTDE-PEDIDOS
                   ' APROVADOS: ' WS-QTDE-APROVADOS
                   ' RECUSADOS: ' WS-QTDE-RECUSADOS
                   ' PENDENTES: ' WS-QTDE-PENDENTES
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LISTA-FILA.
           MOVE 'N' TO WS-APROV-EOF
           MOVE LOW-VALUES TO AP-CHAVE
           START APROVAC-FILE KEY IS >= AP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-APROV-EOF
           END-START
           PERFORM UNTIL WS-FIM-APROV
               READ APROVAC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-APROV-EOF
               END-READ
               IF NOT WS-FS-APROVAC-OK
                   MOVE 'S' TO WS-APROV-EOF
               END-IF
               IF NOT WS-FIM-APROV
                   PERFORM CLASSIFICA-ITEM
                   IF WS-ITEM-DO-RELATORIO
                       PERFORM GRAVA-DETALHE
                   END-IF
               END-IF
           END-PERFORM.

      *    ENTRA NO RELATORIO O QUE FOI PEDIDO OU DECIDIDO NO DIA E
      *    TUDO O QUE CONTINUA PENDENTE, DE QUALQUER DATA.
       CLASSIFICA-ITEM.
           MOVE 'N' TO WS-ENTRA-RELATORIO
           IF AP-DATA-PEDIDO = WS-DATA-HOJE
               MOVE 'S' TO WS-ENTRA-RELATORIO
               ADD 1 TO WS-QTDE-PEDIDOS
               MOVE AP-SOLICITANTE TO WS-OPER-PROCURADO
               PERFORM LOCALIZA-OPERADOR
               IF WS-IDX-ACHADO > 0
                   ADD 1 TO WS-OP-PEDIDOS (WS-IDX-ACHADO)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AP-PENDENTE
                   MOVE 'S' TO WS-ENTRA-RELATORIO
                   MOVE 'PENDENTE' TO WS-MARCA-ITEM
                   ADD 1 TO WS-QTDE-PENDENTES
                   ADD AP-VALOR TO WS-VALOR-PENDENTE
                   MOVE AP-SOLICITANTE TO WS-OPER-PROCURADO
                   PERFORM LOCALIZA-OPERADOR
                   IF WS-IDX-ACHADO > 0
                       ADD 1 TO WS-OP-PENDENTES (WS-IDX-ACHADO)
                   END-IF
               WHEN AP-DATA-DECISAO = WS-DATA-HOJE
                   MOVE 'S' TO WS-ENTRA-RELATORIO
                   PERFORM CONTA-DECISAO
               WHEN AP-APROVADO
                   MOVE 'APROVADO' TO WS-MARCA-ITEM
               WHEN OTHER
                   MOVE 'RECUSADO' TO WS-MARCA-ITEM
           END-EVALUATE.

       CONTA-DECISAO.
           MOVE AP-SOLICITANTE TO WS-OPER-PROCURADO
           PERFORM LOCALIZA-OPERADOR
           IF AP-APROVADO
               MOVE 'APROVADO' TO WS-MARCA-ITEM
               ADD 1 TO WS-QTDE-APROVADOS
               IF WS-IDX-ACHADO > 0
                   ADD 1 TO WS-OP-APROVADOS (WS-IDX-ACHADO)
               END-IF
           ELSE
               MOVE 'RECUSADO' TO WS-MARCA-ITEM
               ADD 1 TO WS-QTDE-RECUSADOS
               IF WS-IDX-ACHADO > 0
                   ADD 1 TO WS-OP-RECUSADOS (WS-IDX-ACHADO)
               END-IF
           END-IF
           MOVE AP-APROVADOR TO WS-OPER-PROCURADO
           PERFORM LOCALIZA-OPERADOR
           IF WS-IDX-ACHADO > 0
               ADD 1 TO WS-OP-DECISOES (WS-IDX-ACHADO)
           END-IF.

      *    DEVOLVE EM WS-IDX-ACHADO A LINHA DO OPERADOR NO QUADRO,
      *    INCLUINDO-O SE AINDA NAO ESTIVER; ZERO SE O QUADRO ENCHEU.
       LOCALIZA-OPERADOR.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERS
               IF WS-OP-ID (WS-IDX-OPER) = WS-OPER-PROCURADO AND
                  WS-IDX-ACHADO = 0
                   MOVE WS-IDX-OPER TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               IF WS-QTDE-OPERS < 100
                   ADD 1 TO WS-QTDE-OPERS
                   MOVE WS-QTDE-OPERS TO WS-IDX-ACHADO
                   MOVE WS-OPER-PROCURADO TO WS-OP-ID (WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-OP-PEDIDOS (WS-IDX-ACHADO)
                                 WS-OP-APROVADOS (WS-IDX-ACHADO)
                                 WS-OP-RECUSADOS (WS-IDX-ACHADO)
                                 WS-OP-PENDENTES (WS-IDX-ACHADO)
                                 WS-OP-DECISOES (WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-OPERS-FORA
               END-IF
           END-IF.

       GRAVA-DETALHE.
           MOVE AP-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-MARCA-ITEM ' ' AP-CONTA ' ' AP-TIPO ' '
                  AP-SEQ-DIVIDA ' ' WS-VALOR-EDIT ' '
                  AP-SOLICITANTE ' ' AP-DATA-PEDIDO ' '
                  AP-APROVADOR ' ' AP-DATA-DECISAO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '           MOTIVO: ' AP-MOTIVO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF AP-RECUSADO
               MOVE SPACES TO RPT-LINE
               STRING '           RECUSA: ' AP-OBS-DECISAO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       GRAVA-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PEDIDOS DO DIA: ' WS-QTDE-PEDIDOS
                  '  APROVADOS: ' WS-QTDE-APROVADOS
                  '  RECUSADOS: ' WS-QTDE-RECUSADOS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PENDENTES: ' WS-QTDE-PENDENTES
                  '  VALOR PENDENTE: ' WS-VALOR-PENDENTE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-QUADRO-OPERADORES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'OPERADOR  PEDIDOS APROVADOS RECUSADOS PENDENTES '
                  'DECISOES'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERS
               MOVE SPACES TO RPT-LINE
               STRING WS-OP-ID (WS-IDX-OPER) '    '
                      WS-OP-PEDIDOS (WS-IDX-OPER) '     '
                      WS-OP-APROVADOS (WS-IDX-OPER) '     '
                      WS-OP-RECUSADOS (WS-IDX-OPER) '     '
                      WS-OP-PENDENTES (WS-IDX-OPER) '    '
                      WS-OP-DECISOES (WS-IDX-OPER)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF WS-HOUVE-OPERS-FORA
               MOVE SPACES TO RPT-LINE
               STRING 'AVISO: MAIS DE 100 OPERADORES; OS EXCEDENTES '
                      'FICARAM FORA DO QUADRO.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       END PROGRAM APROVREL.

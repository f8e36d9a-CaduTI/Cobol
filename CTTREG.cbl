      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE GRAVACAO DOS MEIOS DE CONTATO
      *         DA CONTA (ARQUIVO MEIOCTT). O MEIO E PROCURADO PELA
      *         CONTA, O TIPO (T TELEFONE, E E-MAIL, N ENDERECO) E O
      *         VALOR; LK-FUNCAO DIZ O QUE FAZER:
      *           'I' INCLUI SE AINDA NAO EXISTE - NUNCA ALTERA UM
      *               MEIO JA GRAVADO (CARGA, CADASTRO, BUREAU);
      *           'C' CONFIRMACAO DO ATENDENTE - INCLUI SE PRECISO E
      *               MARCA VALIDO, CONFIRMADO E USADO COM SUCESSO HOJE;
      *           'S' MUDA A SITUACAO (NUMERO ERRADO, DESLIGADO,
      *               INVALIDO, VALIDO), INCLUINDO SE PRECISO; MEIO
      *               QUE DEIXA DE SER VALIDO PERDE A CONFIRMACAO;
      *           'U' USO COM SUCESSO (LIGACAO ATENDIDA) - MARCA A DATA
      *               E VOLTA O MEIO A VALIDO, INCLUINDO SE PRECISO.
      *         LK-RESULTADO DEVOLVE 'N' (INCLUIDO), 'A' (ALTERADO),
      *         'E' (JA EXISTIA, SEM ALTERACAO) OU 'F' (FALHA). O
      *         ARQUIVO E CRIADO SE AUSENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTTREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEIOCTT-FILE ASSIGN TO "MEIOCTT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MC-CHAVE
               FILE STATUS WS-FS-MEIOCTT.
       DATA DIVISION.
       FILE SECTION.
       FD  MEIOCTT-FILE.
           COPY MEIOCTT.
       WORKING-STORAGE SECTION.
       77 WS-FS-MEIOCTT           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-MEIO-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-MEIO         VALUE 'S'.
       77 WS-ACHOU-MEIO           PIC X(01) VALUES 'N'.
           88 WS-MEIO-EXISTE      VALUE 'S'.
       77 WS-SEQ-ACHADA           PIC 9(03) VALUES ZEROS.
       77 WS-ULTIMA-SEQ           PIC 9(03) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       LINKAGE SECTION.
       01 LK-FUNCAO               PIC X(01).
           88 LK-INCLUI           VALUE 'I'.
           88 LK-CONFIRMA         VALUE 'C'.
           88 LK-MUDA-SITUACAO    VALUE 'S'.
           88 LK-USO-SUCESSO      VALUE 'U'.
       01 LK-CONTA                PIC 9(08).
       01 LK-TIPO                 PIC X(01).
       01 LK-VALOR                PIC X(61).
       01 LK-ORIGEM               PIC X(01).
       01 LK-SITUACAO             PIC X(01).
       01 LK-OPERADOR             PIC X(08).
       01 LK-RESULTADO            PIC X(01).
       PROCEDURE DIVISION USING LK-FUNCAO LK-CONTA LK-TIPO LK-VALOR
                                LK-ORIGEM LK-SITUACAO LK-OPERADOR
                                LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'F' TO LK-RESULTADO
           IF LK-VALOR = SPACES OR LK-CONTA = ZEROS
               GOBACK
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O MEIOCTT-FILE
           IF NOT WS-FS-OK
               CLOSE MEIOCTT-FILE
               OPEN OUTPUT MEIOCTT-FILE
               CLOSE MEIOCTT-FILE
               OPEN I-O MEIOCTT-FILE
           END-IF
           IF NOT WS-FS-OK
               DISPLAY 'CTTREG: ARQUIVO MEIOCTT INDISPONIVEL. MEIO DE '
                       'CONTATO DA CONTA ' LK-CONTA ' NAO GRAVADO.'
               GOBACK
           END-IF
           PERFORM LOCALIZA-MEIO
           IF WS-MEIO-EXISTE
               PERFORM ATUALIZA-MEIO
           ELSE
               PERFORM INCLUI-MEIO
           END-IF
           CLOSE MEIOCTT-FILE
           GOBACK.

      *    PROCURA O MESMO TIPO E VALOR ENTRE OS MEIOS DA CONTA E
      *    GUARDA A MAIOR SEQUENCIA PARA UMA INCLUSAO.
       LOCALIZA-MEIO.
           MOVE 'N' TO WS-ACHOU-MEIO WS-MEIO-EOF
           MOVE ZEROS TO WS-SEQ-ACHADA WS-ULTIMA-SEQ
           MOVE LK-CONTA TO MC-CONTA
           MOVE ZEROS TO MC-SEQ
           START MEIOCTT-FILE KEY IS >= MC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-MEIO-EOF
           END-START
           PERFORM UNTIL WS-FIM-MEIO
               READ MEIOCTT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MEIO-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-MEIO-EOF
               END-IF
               IF NOT WS-FIM-MEIO
                   IF MC-CONTA NOT = LK-CONTA
                       MOVE 'S' TO WS-MEIO-EOF
                   ELSE
                       MOVE MC-SEQ TO WS-ULTIMA-SEQ
                       IF MC-TIPO = LK-TIPO AND MC-VALOR = LK-VALOR
                          AND NOT WS-MEIO-EXISTE
                           MOVE 'S' TO WS-ACHOU-MEIO
                           MOVE MC-SEQ TO WS-SEQ-ACHADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       INCLUI-MEIO.
           IF WS-ULTIMA-SEQ >= 999
               DISPLAY 'CTTREG: CONTA ' LK-CONTA ' JA TEM 999 MEIOS '
                       'DE CONTATO. MEIO NAO GRAVADO.'
           ELSE
               INITIALIZE MEIOCTT-RECORD
               MOVE LK-CONTA TO MC-CONTA
               COMPUTE MC-SEQ = WS-ULTIMA-SEQ + 1
               MOVE LK-TIPO TO MC-TIPO
               MOVE LK-VALOR TO MC-VALOR
               MOVE LK-ORIGEM TO MC-ORIGEM
               MOVE WS-DATA-HOJE TO MC-DATA-INCLUSAO
                                    MC-DATA-SITUACAO
               SET MC-VALIDO TO TRUE
               MOVE 'N' TO MC-CONFIRMADO
               MOVE LK-OPERADOR TO MC-OPERADOR
               EVALUATE TRUE
                   WHEN LK-CONFIRMA
                       MOVE 'S' TO MC-CONFIRMADO
                       MOVE WS-DATA-HOJE TO MC-DATA-ULT-SUCESSO
                   WHEN LK-MUDA-SITUACAO
                       MOVE LK-SITUACAO TO MC-SITUACAO
                   WHEN LK-USO-SUCESSO
                       MOVE WS-DATA-HOJE TO MC-DATA-ULT-SUCESSO
               END-EVALUATE
               WRITE MEIOCTT-RECORD
                   INVALID KEY
                       DISPLAY 'CTTREG: FALHA AO GRAVAR O MEIO DE '
                               'CONTATO ' MC-CHAVE '.'
                   NOT INVALID KEY
                       MOVE 'N' TO LK-RESULTADO
               END-WRITE
           END-IF.

       ATUALIZA-MEIO.
           MOVE LK-CONTA TO MC-CONTA
           MOVE WS-SEQ-ACHADA TO MC-SEQ
           READ MEIOCTT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-OK
               MOVE 'E' TO LK-RESULTADO
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FS-OK
                   CONTINUE
               WHEN LK-INCLUI
                   CONTINUE
               WHEN LK-CONFIRMA
                   SET MC-VALIDO TO TRUE
                   MOVE 'S' TO MC-CONFIRMADO
                   MOVE WS-DATA-HOJE TO MC-DATA-ULT-SUCESSO
                                        MC-DATA-SITUACAO
                   MOVE LK-OPERADOR TO MC-OPERADOR
                   MOVE 'A' TO LK-RESULTADO
               WHEN LK-MUDA-SITUACAO
                   IF MC-SITUACAO NOT = LK-SITUACAO
                       MOVE LK-SITUACAO TO MC-SITUACAO
                       MOVE WS-DATA-HOJE TO MC-DATA-SITUACAO
                       IF NOT MC-VALIDO
                           MOVE 'N' TO MC-CONFIRMADO
                       END-IF
                       MOVE LK-OPERADOR TO MC-OPERADOR
                       MOVE 'A' TO LK-RESULTADO
                   END-IF
               WHEN LK-USO-SUCESSO
                   IF NOT MC-VALIDO
                       SET MC-VALIDO TO TRUE
                       MOVE WS-DATA-HOJE TO MC-DATA-SITUACAO
                   END-IF
                   MOVE WS-DATA-HOJE TO MC-DATA-ULT-SUCESSO
                   MOVE 'A' TO LK-RESULTADO
           END-EVALUATE
           IF LK-RESULTADO = 'A'
               REWRITE MEIOCTT-RECORD
                   INVALID KEY
                       MOVE 'F' TO LK-RESULTADO
               END-REWRITE
           END-IF.
       END PROGRAM CTTREG.

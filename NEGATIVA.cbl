      *         AUTOMATICAMENTE NO ARQUIVO DE REMOCAO NEGAREM (TIPO
      *         'E') E TEM A MARCA APAGADA.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Conta com divida prescrita (CM-PRESCRICAO,
      *                marcada pelo batch PRESCREV) nao e mais
      *                negativada e, se ja estava no bureau, sai no
      *                arquivo de remocao NEGAREM.
      *   15/10/2026 - Conta com obito, falencia ou recuperacao
      *                judicial registrados (CM-EVENTO-VIDA, cadastro
      *                EVENTCAD) nao e incluida na negativacao.
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle NEGAPRM.
      *   15/10/2026 - Conta devolvida ao credor tambem sai no arquivo
      *                de remocao da negativacao.
      *   15/10/2026 - Inclusao e exclusao no bureau vao para o
      *                historico de situacoes SITUHIST (rotina
      *                SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
       77 WS-FS-DUNCTL             PIC X(02) VALUES '00'.
           88 WS-FS-DUNCTL-OK      VALUE '00'.
       77 WS-FS-NEGAPRM            PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-NEGAEXP            PIC X(02) VALUES '00'.
       77 WS-FS-NEGAREM            PIC X(02) VALUES '00'.
       77 WS-DUNCTL-ABRIU          PIC X(01) VALUES 'N'.
       77 WS-ESTAGIO-CARTAS        PIC 9(01) VALUES ZEROS.
       77 WS-QTDE-INCLUIDAS        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-REMOVIDAS        PIC 9(05) VALUES ZEROS.
      *    SITUACOES ANTES E DEPOIS DA MUDANCA, PARA O HISTORICO
      *    SITUHIST
       77 WS-SITU-ANTERIOR         PIC X(10) VALUES SPACES.
       77 WS-SITU-NOVA             PIC X(10) VALUES SPACES.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
                   END-IF
               END-IF
           END-IF
           CLOSE NEGAPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'NEGDIAS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-LIMITE
           END-IF
           MOVE 'NEGVALOR' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-VALOR-MINIMO
           END-IF.

       VARRE-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   EVALUATE TRUE
      *                CONTA NEGATIVADA QUE SE RESOLVEU (PAGA, LEVADA
      *                A PREJUIZO OU DEVOLVIDA AO CREDOR): SAI NO
      *                ARQUIVO DE REMOCAO - A PARTE QUE A GENTE
      *                ESQUECIA.
                       WHEN CM-ESTA-NEGATIVADO AND
                            (CM-PAGO OR CM-BAIXADO OR CM-DEVOLVIDO)
                           PERFORM REMOVE-NEGATIVACAO
      *                DIVIDA PRESCRITA NAO PODE SEGUIR NO BUREAU.
                       WHEN CM-ESTA-NEGATIVADO AND CM-PRESCRITA
                           PERFORM REMOVE-NEGATIVACAO
                       WHEN CM-NAO-PAGO AND NOT CM-PRESCRITA AND
                            NOT CM-COM-EVENTO-VIDA AND
                            NOT CM-ESTA-NEGATIVADO AND
                            CM-SALDO-DEVEDOR >= WS-VALOR-MINIMO AND
                            CM-DATA-VENCIMENTO < WS-DATA-HOJE
           WRITE NEGAEXP-RECORD
           SET CM-ESTA-NEGATIVADO TO TRUE
           MOVE WS-DATA-HOJE TO CM-DATA-NEGATIVACAO
           MOVE 'LIMPA' TO WS-SITU-ANTERIOR
           MOVE 'NEGATIVADA' TO WS-SITU-NOVA
           PERFORM REGISTRA-SITUACAO-NEGATIVACAO
           REWRITE CUSTMAST-RECORD
           DISPLAY 'NEGATIVA: CONTA ' CM-CONTA ' INCLUIDA NO BUREAU '
                   '(' WS-DIAS-ATRASO ' DIAS, SALDO '
           WRITE NEGAREM-RECORD
           MOVE 'N' TO CM-NEGATIVADO
           MOVE ZEROS TO CM-DATA-NEGATIVACAO
           MOVE 'NEGATIVADA' TO WS-SITU-ANTERIOR
           MOVE 'LIMPA' TO WS-SITU-NOVA
           PERFORM REGISTRA-SITUACAO-NEGATIVACAO
           REWRITE CUSTMAST-RECORD
           IF CM-PRESCRITA AND CM-NAO-PAGO
               DISPLAY 'NEGATIVA: CONTA ' CM-CONTA ' REMOVIDA DO '
                       'BUREAU (PRESCRITA).'
           ELSE
               DISPLAY 'NEGATIVA: CONTA ' CM-CONTA ' REMOVIDA DO '
                       'BUREAU (' CM-ESTADO-PAGTO ').'
           END-IF.

      *    INCLUSAO E EXCLUSAO NO BUREAU VAO PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG).
       REGISTRA-SITUACAO-NEGATIVACAO.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-NEGATIVACAO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE WS-SITU-NOVA TO SP-SITUACAO-NOVA
           MOVE 'NEGATIVA' TO SP-PROGRAMA SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.
       END PROGRAM NEGATIVA.

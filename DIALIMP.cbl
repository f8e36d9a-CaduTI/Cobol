      *         CONTINUA FUNCIONANDO SEM MUDANCA. RESULTADO INVALIDO
      *         E APENAS CONTADO E MOSTRADO.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O discador passa a informar o numero discado
      *                (DR-TELEFONE) e os resultados numero errado (NE)
      *                e desligado (DL). O numero e marcado no arquivo
      *                de meios de contato (MEIOCTT, rotina CTTREG):
      *                errado/desligado tira o telefone do rodizio da
      *                exportacao do discador; ligacao atendida grava o
      *                ultimo uso com sucesso.
      *   15/10/2026 - Promessa do discador gravada sem valor prometido
      *                (campo novo do CONTATOS).
      *   15/10/2026 - Header e trailer do arquivo de entrada ignorados
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALIMP.
      *    OPERADOR DE CANAL GRAVADO NO CONTATOS PARA OS RESULTADOS
      *    VINDOS DO DISCADOR, DISTINGUINDO-OS DOS MANUAIS.
       77 WS-OPERADOR-DIALER       PIC X(08) VALUES 'DIALER'.
      *    PARAMETROS DA ROTINA CTTREG (MEIOS DE CONTATO).
       77 WS-FUNCAO-MEIO           PIC X(01) VALUES SPACES.
       77 WS-TIPO-MEIO             PIC X(01) VALUES 'T'.
       77 WS-VALOR-MEIO            PIC X(61) VALUES SPACES.
       77 WS-ORIGEM-MEIO           PIC X(01) VALUES 'C'.
       77 WS-SITUACAO-MEIO         PIC X(01) VALUES SPACES.
       77 WS-RESULTADO-MEIO        PIC X(01) VALUES SPACES.
       77 WS-QTDE-NUMEROS-RUINS    PIC 9(05) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
               IF NOT WS-FS-DIAL-OK
                   MOVE 'S' TO WS-RET-EOF
               END-IF
               IF NOT WS-FIM-RETORNO AND NOT DR-REG-ENVELOPE
                   PERFORM IMPORTA-RESULTADO
               END-IF
           END-PERFORM
           DISPLAY 'DIALIMP: RESULTADOS IMPORTADOS: '
                   WS-QTDE-IMPORTADOS
                   ' INVALIDOS: ' WS-QTDE-INVALIDOS
           DISPLAY 'DIALIMP: NUMEROS ERRADOS/DESLIGADOS MARCADOS: '
                   WS-QTDE-NUMEROS-RUINS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       IMPORTA-RESULTADO.
           IF NOT DR-ATENDIDA AND NOT DR-SEM-RESPOSTA AND
              NOT DR-PROMESSA AND NOT DR-NUMERO-ERRADO AND
              NOT DR-DESLIGADO
               ADD 1 TO WS-QTDE-INVALIDOS
               DISPLAY 'DIALIMP: RESULTADO INVALIDO PARA A CONTA '
                       DR-CONTA ': ' DR-RESULTADO
                   MOVE ZEROS TO CN-DATA-PROMESSA
               END-IF
               MOVE DR-NOTA TO CN-NOTA
               MOVE ZEROS TO CN-VALOR-PROMESSA
               MOVE WS-DATA-HOJE TO CN-DATA
               ACCEPT CN-HORA FROM TIME
               MOVE WS-OPERADOR-DIALER TO CN-OPERADOR
               WRITE CONTATOS-RECORD
               ADD 1 TO WS-QTDE-IMPORTADOS
               IF DR-TELEFONE NOT = SPACES
                   PERFORM MARCA-TELEFONE-DISCADO
               END-IF
           END-IF.

      *    O NUMERO DISCADO ENTRA NO MEIOCTT SE AINDA NAO ESTAVA
      *    (ORIGEM CADASTRO - FOI O DISCADOR QUE O RECEBEU DA FILA).
       MARCA-TELEFONE-DISCADO.
           MOVE SPACES TO WS-FUNCAO-MEIO WS-SITUACAO-MEIO
           MOVE DR-TELEFONE TO WS-VALOR-MEIO
           EVALUATE TRUE
               WHEN DR-NUMERO-ERRADO
                   MOVE 'S' TO WS-FUNCAO-MEIO
                   MOVE 'E' TO WS-SITUACAO-MEIO
               WHEN DR-DESLIGADO
                   MOVE 'S' TO WS-FUNCAO-MEIO
                   MOVE 'D' TO WS-SITUACAO-MEIO
               WHEN DR-ATENDIDA OR DR-PROMESSA
                   MOVE 'U' TO WS-FUNCAO-MEIO
           END-EVALUATE
           IF WS-FUNCAO-MEIO NOT = SPACES
               CALL 'CTTREG' USING WS-FUNCAO-MEIO DR-CONTA
                                   WS-TIPO-MEIO WS-VALOR-MEIO
                                   WS-ORIGEM-MEIO WS-SITUACAO-MEIO
                                   WS-OPERADOR-DIALER
                                   WS-RESULTADO-MEIO
               IF WS-SITUACAO-MEIO NOT = SPACES
                   ADD 1 TO WS-QTDE-NUMEROS-RUINS
               END-IF
           END-IF.
       END PROGRAM DIALIMP.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:IMPORTACAO DO ARQUIVO DE RETORNO DA GRAFICA (GRAFRET),
      *         UMA OCORRENCIA POR CARTA DA REMESSA, PELO NUMERO DA
      *         CARTA: 'P' POSTADA, COM O CODIGO DE RASTREIO DOS
      *         CORREIOS E O CUSTO DE POSTAGEM; 'D' DEVOLVIDA PELOS
      *         CORREIOS, COM O MOTIVO. A OCORRENCIA FICA NO REGISTRO
      *         DE CARTAS GRAFREG, COM O CUSTO E A DATA DO RETORNO PARA
      *         O RELATORIO MENSAL DE CUSTOS DE POSTAGEM (GRAFCUST). NA
      *         DEVOLUCAO DE CARTA AO DEVEDOR, SE O ENDERECO DO
      *         CADASTRO AINDA E O DA CARTA, A CONTA FICA COM O
      *         ENDERECO INVALIDO (CM-END-INVALIDO), COMO NA DEVOLUCAO
      *         REGISTRADA NO BALCAO, E O MEIO DE CONTATO E MARCADO NO
      *         CADASTRO DE MEIOS (ROTINA CTTREG); ENDERECO JA
      *         ALTERADO E CARTA A AVALISTA SO SAEM NO SYSOUT.
      *         OCORRENCIA DE CARTA DESCONHECIDA, REPETIDA OU INVALIDA
      *         VAI PARA O ARQUIVO DE REJEITADOS GRAFREJ. RC 8 SEM O
      *         ARQUIVO DE RETORNO, RC 12 SEM O REGISTRO DE CARTAS OU O
      *         CADASTRO, RC 4 COM REJEITADOS.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Carta devolvida que invalida o endereco gravada
      *                no historico de situacao (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAFIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAFRET-FILE ASSIGN TO "GRAFRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-GRAFRET.
           SELECT GRAFREG-FILE ASSIGN TO "GRAFREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GR-ID-CARTA
               ALTERNATE RECORD KEY GR-CONTA WITH DUPLICATES
               FILE STATUS WS-FS-GRAFREG.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
           SELECT GRAFREJ-FILE ASSIGN TO "GRAFREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-GRAFREJ.
       DATA DIVISION.
       FILE SECTION.
       FD  GRAFRET-FILE.
           COPY GRAFRET.
       FD  GRAFREG-FILE.
           COPY GRAFREG.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  GRAFREJ-FILE.
       01 REJ-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-FS-GRAFRET            PIC X(02) VALUES '00'.
           88 WS-FS-RET-OK         VALUE '00'.
       77 WS-FS-GRAFREG            PIC X(02) VALUES '00'.
           88 WS-FS-GRAFREG-OK     VALUE '00'.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK        VALUE '00'.
       77 WS-FS-GRAFREJ            PIC X(02) VALUES '00'.
       77 WS-RET-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-RET           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-MOTIVO-REJEICAO       PIC X(30) VALUES SPACES.
       77 WS-QTDE-LIDOS            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-POSTADAS         PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-DEVOLVIDAS       PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-INVALIDADOS      PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REJEITADOS       PIC 9(07) VALUES ZEROS.
      *    PARAMETROS DA ROTINA CTTREG (MEIO DE CONTATO INVALIDO).
       77 WS-FUNCAO-MEIO           PIC X(01) VALUES 'S'.
       77 WS-TIPO-MEIO             PIC X(01) VALUES 'N'.
       77 WS-VALOR-MEIO            PIC X(61) VALUES SPACES.
       77 WS-ORIGEM-MEIO           PIC X(01) VALUES 'C'.
       77 WS-SITUACAO-MEIO         PIC X(01) VALUES 'I'.
       77 WS-OPERADOR-ID           PIC X(08) VALUES 'GRAFICA'.
       77 WS-RESULTADO-MEIO        PIC X(01) VALUES SPACES.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT GRAFRET-FILE
           IF NOT WS-FS-RET-OK
               DISPLAY 'GRAFIMP: ARQUIVO DE RETORNO GRAFRET NAO '
                       'ENCONTRADO. STATUS ' WS-FS-GRAFRET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O GRAFREG-FILE
           IF NOT WS-FS-GRAFREG-OK
               DISPLAY 'GRAFIMP: REGISTRO DE CARTAS GRAFREG '
                       'INDISPONIVEL. STATUS ' WS-FS-GRAFREG
               CLOSE GRAFRET-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               DISPLAY 'GRAFIMP: CADASTRO CUSTMAST INDISPONIVEL. '
                       'STATUS ' WS-FS-CUSTMAST
               CLOSE GRAFRET-FILE
               CLOSE GRAFREG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GRAFREJ-FILE
           MOVE 'N' TO WS-RET-EOF
           PERFORM UNTIL WS-FIM-RET
               READ GRAFRET-FILE
                   AT END
                       MOVE 'S' TO WS-RET-EOF
               END-READ
               IF NOT WS-FS-RET-OK
                   MOVE 'S' TO WS-RET-EOF
               END-IF
               IF NOT WS-FIM-RET
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM PROCESSA-RETORNO-GRAFICA
               END-IF
           END-PERFORM
           CLOSE GRAFRET-FILE
           CLOSE GRAFREG-FILE
           CLOSE CUSTMAST-FILE
           CLOSE GRAFREJ-FILE
           DISPLAY 'GRAFIMP: RETORNOS LIDOS: ' WS-QTDE-LIDOS
                   ' REJEITADOS: ' WS-QTDE-REJEITADOS
           DISPLAY 'GRAFIMP: POSTADAS: ' WS-QTDE-POSTADAS
                   ' DEVOLVIDAS: ' WS-QTDE-DEVOLVIDAS
                   ' ENDERECOS INVALIDADOS: ' WS-QTDE-INVALIDADOS
           IF WS-QTDE-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    A CARTA PRECISA EXISTIR NO GRAFREG; POSTAGEM DE CARTA JA
      *    POSTADA OU DEVOLVIDA E DEVOLUCAO REPETIDA SAO REJEITADAS,
      *    ENTAO O MESMO RETORNO PROCESSADO DE NOVO NAO DOBRA O CUSTO.
       PROCESSA-RETORNO-GRAFICA.
           MOVE GT-ID-CARTA TO GR-ID-CARTA
           READ GRAFREG-FILE
               INVALID KEY
                   MOVE 'CARTA NAO ENCONTRADA' TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
           END-READ
           IF WS-FS-GRAFREG-OK
               EVALUATE TRUE
                   WHEN GT-POSTADA
                       IF GR-POSTADA OR GR-DEVOLVIDA
                           MOVE 'CARTA JA POSTADA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM GRAVA-REJEICAO
                       ELSE
                           PERFORM REGISTRA-POSTAGEM
                       END-IF
                   WHEN GT-DEVOLVIDA
                       IF GR-DEVOLVIDA
                           MOVE 'CARTA JA DEVOLVIDA' TO
                                WS-MOTIVO-REJEICAO
                           PERFORM GRAVA-REJEICAO
                       ELSE
                           PERFORM REGISTRA-DEVOLUCAO
                       END-IF
                   WHEN OTHER
                       MOVE 'OCORRENCIA INVALIDA' TO WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-REJEICAO
               END-EVALUATE
           END-IF.

       REGISTRA-POSTAGEM.
           SET GR-POSTADA TO TRUE
           MOVE GT-DATA-OCORRENCIA TO GR-DATA-POSTAGEM
           MOVE GT-RASTREIO TO GR-RASTREIO
           PERFORM REGISTRA-CUSTO
           REWRITE GRAFREG-RECORD
           ADD 1 TO WS-QTDE-POSTADAS.

      *    A DEVOLUCAO PODE CHEGAR SEM A POSTAGEM TER SIDO INFORMADA;
      *    O CUSTO QUE VIER NELA SO E ANOTADO SE A CARTA AINDA NAO
      *    TINHA CUSTO.
       REGISTRA-DEVOLUCAO.
           SET GR-DEVOLVIDA TO TRUE
           MOVE GT-DATA-OCORRENCIA TO GR-DATA-DEVOLUCAO
           MOVE GT-MOTIVO TO GR-MOTIVO-DEVOLUCAO
           MOVE GT-DESC-MOTIVO TO GR-DESC-MOTIVO
           IF GR-RASTREIO = SPACES
               MOVE GT-RASTREIO TO GR-RASTREIO
           END-IF
           IF GR-DATA-CUSTO = ZEROS
               PERFORM REGISTRA-CUSTO
           END-IF
           REWRITE GRAFREG-RECORD
           ADD 1 TO WS-QTDE-DEVOLVIDAS
           IF GR-CARTA-AVALISTA
               DISPLAY 'GRAFIMP: CARTA ' GR-ID-CARTA ' AO AVALISTA '
                       'DA CONTA ' GR-CONTA ' DEVOLVIDA. MOTIVO '
                       GT-MOTIVO ' ' GT-DESC-MOTIVO
           ELSE
               PERFORM INVALIDA-ENDERECO-CONTA
           END-IF.

       REGISTRA-CUSTO.
           IF GT-VALOR-POSTAGEM IS NUMERIC AND GT-VALOR-POSTAGEM > 0
               MOVE GT-VALOR-POSTAGEM TO GR-VALOR-POSTAGEM
               MOVE WS-DATA-HOJE TO GR-DATA-CUSTO
           END-IF.

      *    MESMA MARCACAO DA DEVOLUCAO REGISTRADA NO BALCAO
      *    (BASICCOMMANDS), SO QUANDO O CADASTRO AINDA TEM O ENDERECO
      *    PARA ONDE A CARTA FOI.
       INVALIDA-ENDERECO-CONTA.
           MOVE GR-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY 'GRAFIMP: CARTA ' GR-ID-CARTA
                           ' DEVOLVIDA. CONTA ' GR-CONTA
                           ' NAO ENCONTRADA NO CADASTRO.'
           END-READ
           IF WS-FS-CUST-OK
               EVALUATE TRUE
                   WHEN CM-ENDERECO-INVALIDO
                       CONTINUE
                   WHEN CM-ENDERECO NOT = GR-ENDERECO
                       DISPLAY 'GRAFIMP: CARTA ' GR-ID-CARTA
                               ' DEVOLVIDA. CONTA ' CM-CONTA
                               ' JA COM OUTRO ENDERECO; MANTIDO.'
                   WHEN OTHER
                       SET CM-ENDERECO-INVALIDO TO TRUE
                       REWRITE CUSTMAST-RECORD
                       PERFORM REGISTRA-SITUACAO-ENDERECO
                       MOVE CM-ENDERECO TO WS-VALOR-MEIO
                       CALL 'CTTREG' USING WS-FUNCAO-MEIO CM-CONTA
                                           WS-TIPO-MEIO WS-VALOR-MEIO
                                           WS-ORIGEM-MEIO
                                           WS-SITUACAO-MEIO
                                           WS-OPERADOR-ID
                                           WS-RESULTADO-MEIO
                       ADD 1 TO WS-QTDE-INVALIDADOS
               END-EVALUATE
           END-IF.

      *    A CORRESPONDENCIA DEVOLVIDA VAI PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG), COMO NA DEVOLUCAO DO BALCAO.
       REGISTRA-SITUACAO-ENDERECO.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-CORRESPONDENCIA TO TRUE
           MOVE 'VALIDO' TO SP-SITUACAO-ANTERIOR
           MOVE 'DEVOLVIDA' TO SP-SITUACAO-NOVA
           MOVE 'GRAFIMP' TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       GRAVA-REJEICAO.
           ADD 1 TO WS-QTDE-REJEITADOS
           MOVE SPACES TO REJ-LINE
           STRING 'CARTA: ' GT-ID-CARTA
                  '  OCORRENCIA: ' GT-OCORRENCIA
                  '  DATA: ' GT-DATA-OCORRENCIA
                  '  MOTIVO: ' WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJ-LINE.
       END PROGRAM GRAFIMP.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:MANUTENCAO DAS CAMPANHAS DE DESCONTO (FEIRAO)
      *         AUTORIZADAS PELOS CREDORES (ARQUIVO CAMPANHA): INCLUIR
      *         CAMPANHA (CREDOR - 999 PARA TODAS AS CARTEIRAS -,
      *         FAIXA DE ATRASO, JANELA DE DATAS, DESCONTO MAXIMO E
      *         REGRAS DE PARCELAMENTO), LISTAR E ENCERRAR ANTES DO
      *         PRAZO. CADA GRAVACAO LEVA O OPERADOR E A DATA. A
      *         CAMPANHA EM VIGOR E OFERECIDA AUTOMATICAMENTE PELO
      *         SETCOMMAND E PELO ACORDOS (ROTINA CAMPSEL).
      *         ACESSIVEL SO A SUPERVISORES PELO MENU DO
      *         BASICCOMMANDS, QUE FAZ A TRIAGEM ANTES DO CALL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA-FILE ASSIGN TO "CAMPANHA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FE-CODIGO
               FILE STATUS WS-FS-CAMPANHA.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHA-FILE.
           COPY CAMPANHA.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-CAMPANHA          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CREDMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK       VALUE '00'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-CODIGO-TRAB          PIC X(06) VALUES SPACES.
       77 WS-DATA-TRAB            PIC 9(08) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       77 WS-CAMPANHA-VALIDA      PIC X(01) VALUES 'N'.
           88 WS-EH-CAMPANHA-VALIDA VALUE 'S'.
       77 WS-MOTIVO-RECUSA        PIC X(50) VALUES SPACES.
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-ID IS OMITTED
               DISPLAY 'INFORME O CODIGO DO OPERADOR:'
               ACCEPT WS-OPERADOR-ID
           ELSE
               MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CAMPANHA-FILE
           IF NOT WS-FS-OK
               CLOSE CAMPANHA-FILE
               OPEN OUTPUT CAMPANHA-FILE
               CLOSE CAMPANHA-FILE
               OPEN I-O CAMPANHA-FILE
           END-IF
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM INCLUI-CAMPANHA
                   WHEN 2
                       PERFORM LISTA-CAMPANHAS
                   WHEN 3
                       PERFORM ENCERRA-CAMPANHA
                   WHEN 9
                       DISPLAY 'ENCERRANDO CADASTRO DE CAMPANHAS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE CAMPANHA-FILE
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== CAMPANHAS DE DESCONTO (FEIRAO) ====='
           DISPLAY '1 - INCLUIR CAMPANHA'
           DISPLAY '2 - LISTAR CAMPANHAS'
           DISPLAY '3 - ENCERRAR CAMPANHA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

       INCLUI-CAMPANHA.
           DISPLAY 'CODIGO DA CAMPANHA (ATE 6 POSICOES):'
           MOVE SPACES TO WS-CODIGO-TRAB
           ACCEPT WS-CODIGO-TRAB
           IF WS-CODIGO-TRAB = SPACES
               DISPLAY 'CODIGO EM BRANCO. NADA GRAVADO.'
           ELSE
               MOVE SPACES TO CAMPANHA-RECORD
               MOVE WS-CODIGO-TRAB TO FE-CODIGO
               DISPLAY 'DESCRICAO:'
               ACCEPT FE-DESCRICAO
               DISPLAY 'CREDOR QUE AUTORIZOU (999 = TODAS AS '
                       'CARTEIRAS):'
               ACCEPT FE-CREDOR
               DISPLAY 'FAIXA DE ATRASO - DIAS MINIMO:'
               ACCEPT FE-DIAS-MINIMO
               DISPLAY 'FAIXA DE ATRASO - DIAS MAXIMO (0 = SEM '
                       'LIMITE):'
               ACCEPT FE-DIAS-MAXIMO
               IF FE-DIAS-MAXIMO = 0
                   MOVE 99999 TO FE-DIAS-MAXIMO
               END-IF
               DISPLAY 'INICIO DA CAMPANHA (AAAAMMDD):'
               ACCEPT FE-DATA-INICIO
               DISPLAY 'FIM DA CAMPANHA (AAAAMMDD):'
               ACCEPT FE-DATA-FIM
               DISPLAY 'DESCONTO MAXIMO SOBRE O SALDO (POR CENTO):'
               ACCEPT FE-PCT-DESCONTO
               DISPLAY 'MAXIMO DE PARCELAS NO ACORDO (0 = SO A '
                       'VISTA):'
               ACCEPT FE-MAX-PARCELAS
               DISPLAY 'ENTRADA MINIMA (POR CENTO DO TOTAL '
                       'NEGOCIADO):'
               ACCEPT FE-PCT-ENTRADA
               DISPLAY 'VALOR MINIMO DE PARCELA:'
               ACCEPT FE-VALOR-PARCELA-MIN
               SET FE-ATIVA TO TRUE
               MOVE WS-OPERADOR-ID TO FE-OPERADOR
               MOVE WS-DATA-HOJE TO FE-DATA-ATUALIZACAO
               PERFORM CRITICA-CAMPANHA
               IF NOT WS-EH-CAMPANHA-VALIDA
                   DISPLAY 'CAMPANHA RECUSADA: ' WS-MOTIVO-RECUSA
               ELSE
                   WRITE CAMPANHA-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': CAMPANHA JA '
                                   'EXISTE: ' FE-CODIGO
                       NOT INVALID KEY
                           DISPLAY 'CAMPANHA ' FE-CODIGO ' GRAVADA.'
                   END-WRITE
               END-IF
           END-IF.

      *    CRITICA DA CAMPANHA DIGITADA: CREDOR CADASTRADO (OU 999),
      *    FAIXA DE ATRASO COERENTE, DATAS POSSIVEIS COM O FIM NAO
      *    ANTERIOR AO INICIO NEM A HOJE, DESCONTO ENTRE 1 E 99 POR
      *    CENTO E ENTRADA ATE 100 POR CENTO.
       CRITICA-CAMPANHA.
           MOVE 'S' TO WS-CAMPANHA-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF NOT FE-TODOS-CREDORES AND FE-CREDOR NOT = 0
               OPEN INPUT CREDMAST-FILE
               IF WS-FS-CRED-OK
                   MOVE FE-CREDOR TO CR-CODIGO
                   READ CREDMAST-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-CAMPANHA-VALIDA
                           MOVE 'CREDOR NAO CADASTRADO.'
                                TO WS-MOTIVO-RECUSA
                   END-READ
               END-IF
               CLOSE CREDMAST-FILE
           END-IF
           MOVE FE-DATA-INICIO TO WS-DATA-TRAB
           PERFORM VALIDA-DATA-CAMPANHA
           IF NOT WS-EH-DATA-VALIDA
               MOVE 'N' TO WS-CAMPANHA-VALIDA
               MOVE 'DATA DE INICIO INVALIDA.' TO WS-MOTIVO-RECUSA
           END-IF
           MOVE FE-DATA-FIM TO WS-DATA-TRAB
           PERFORM VALIDA-DATA-CAMPANHA
           EVALUATE TRUE
               WHEN NOT WS-EH-DATA-VALIDA
                   MOVE 'N' TO WS-CAMPANHA-VALIDA
                   MOVE 'DATA DE FIM INVALIDA.' TO WS-MOTIVO-RECUSA
               WHEN FE-DATA-FIM < FE-DATA-INICIO
                   MOVE 'N' TO WS-CAMPANHA-VALIDA
                   MOVE 'FIM ANTERIOR AO INICIO.' TO WS-MOTIVO-RECUSA
               WHEN FE-DATA-FIM < WS-DATA-HOJE
                   MOVE 'N' TO WS-CAMPANHA-VALIDA
                   MOVE 'CAMPANHA JA TERMINADA.' TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FE-DIAS-MAXIMO < FE-DIAS-MINIMO
               MOVE 'N' TO WS-CAMPANHA-VALIDA
               MOVE 'FAIXA DE ATRASO INVERTIDA.' TO WS-MOTIVO-RECUSA
           END-IF
           IF FE-PCT-DESCONTO = 0 OR FE-PCT-DESCONTO > 99
               MOVE 'N' TO WS-CAMPANHA-VALIDA
               MOVE 'DESCONTO FORA DE 1 A 99 POR CENTO.'
                    TO WS-MOTIVO-RECUSA
           END-IF
           IF FE-PCT-ENTRADA > 100
               MOVE 'N' TO WS-CAMPANHA-VALIDA
               MOVE 'ENTRADA ACIMA DE 100 POR CENTO.'
                    TO WS-MOTIVO-RECUSA
           END-IF.

       VALIDA-DATA-CAMPANHA.
           MOVE WS-DATA-TRAB TO WS-DATA-DECOMPOSTA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA.

       LISTA-CAMPANHAS.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE LOW-VALUES TO FE-CODIGO
           START CAMPANHA-FILE KEY IS >= FE-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CAMPANHA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   DISPLAY 'CAMPANHA ' FE-CODIGO ' ' FE-DESCRICAO
                           ' CREDOR ' FE-CREDOR
                           ' SITUACAO ' FE-SITUACAO
                   DISPLAY '   ATRASO ' FE-DIAS-MINIMO ' A '
                           FE-DIAS-MAXIMO ' DIAS  VIGENCIA '
                           FE-DATA-INICIO ' A ' FE-DATA-FIM
                   DISPLAY '   DESCONTO ATE ' FE-PCT-DESCONTO
                           ' %  PARCELAS ATE ' FE-MAX-PARCELAS
                           '  ENTRADA ' FE-PCT-ENTRADA
                           ' %  PARCELA MINIMA ' FE-VALOR-PARCELA-MIN
               END-IF
           END-PERFORM.

      *    O ENCERRAMENTO ANTECIPADO TIRA A CAMPANHA DE VIGOR NA HORA
      *    (CAMPSEL SO ENXERGA CAMPANHA ATIVA); O QUE JA FOI QUITADO
      *    NELA CONTINUA NO RELATORIO DE RESULTADO.
       ENCERRA-CAMPANHA.
           DISPLAY 'CODIGO DA CAMPANHA A ENCERRAR:'
           MOVE SPACES TO WS-CODIGO-TRAB
           ACCEPT WS-CODIGO-TRAB
           MOVE WS-CODIGO-TRAB TO FE-CODIGO
           READ CAMPANHA-FILE
               INVALID KEY
                   DISPLAY 'CAMPANHA NAO ENCONTRADA: ' WS-CODIGO-TRAB
           END-READ
           IF WS-FS-OK
               IF FE-ENCERRADA
                   DISPLAY 'CAMPANHA JA ESTAVA ENCERRADA.'
               ELSE
                   SET FE-ENCERRADA TO TRUE
                   MOVE WS-OPERADOR-ID TO FE-OPERADOR
                   MOVE WS-DATA-HOJE TO FE-DATA-ATUALIZACAO
                   REWRITE CAMPANHA-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ' FE-CODIGO
                       NOT INVALID KEY
                           DISPLAY 'CAMPANHA ' FE-CODIGO
                                   ' ENCERRADA.'
                   END-REWRITE
               END-IF
           END-IF.
       END PROGRAM CAMPCAD.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:MANUTENCAO DOS ALERTAS DA CONTA (ARQUIVO ALERTAS):
      *         CONTAS QUE PEDEM ATENDIMENTO ESPECIAL ("SO FALAR COM O
      *         ADVOGADO", "CLIENTE AMEACOU A EQUIPE", "DEFICIENCIA
      *         AUDITIVA - USAR E-MAIL", "VIP DO CREDOR"). INCLUIR
      *         ALERTA (TIPO DA TABELA ALRTTAB, TEXTO LIVRE, INICIO E
      *         FIM - FIM EM BRANCO PARA ALERTA SEM PRAZO), LISTAR OS
      *         ALERTAS DA CONTA E ENCERRAR ANTES DO PRAZO. CADA
      *         GRAVACAO LEVA O OPERADOR E A DATA. OS ALERTAS ATIVOS
      *         APARECEM PRIMEIRO EM TODA TELA QUE ABRE A CONTA E
      *         ALGUNS TIPOS TIRAM A CONTA DO DISCADOR E DAS MENSAGENS
      *         (ROTINA ALERTVER). ACESSIVEL SO A SUPERVISORES PELO
      *         MENU DO BASICCOMMANDS, QUE FAZ A TRIAGEM ANTES DO CALL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AL-CHAVE
               FILE STATUS WS-FS-ALERTA.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
           COPY ALERTA.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-ALERTA            PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUSTMAST-OK   VALUE '00'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-TRAB           PIC 9(08) VALUES ZEROS.
       77 WS-SEQ-TRAB             PIC 9(03) VALUES ZEROS.
       77 WS-ULTIMA-SEQ           PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-ALERTAS         PIC 9(03) VALUES ZEROS.
       77 WS-TIPO-TRAB            PIC X(02) VALUES SPACES.
       77 WS-IDX-TIPO             PIC 9(02) VALUES ZEROS.
       77 WS-DESCRICAO-TIPO       PIC X(34) VALUES SPACES.
       77 WS-DATA-TRAB            PIC 9(08) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       77 WS-ALERTA-VALIDO        PIC X(01) VALUES 'N'.
           88 WS-EH-ALERTA-VALIDO VALUE 'S'.
       77 WS-MOTIVO-RECUSA        PIC X(50) VALUES SPACES.
       COPY ALRTTAB.
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
           OPEN I-O ALERTA-FILE
           IF NOT WS-FS-OK
               CLOSE ALERTA-FILE
               OPEN OUTPUT ALERTA-FILE
               CLOSE ALERTA-FILE
               OPEN I-O ALERTA-FILE
           END-IF
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM INCLUI-ALERTA
                   WHEN 2
                       PERFORM LISTA-ALERTAS-CONTA
                   WHEN 3
                       PERFORM ENCERRA-ALERTA
                   WHEN 9
                       DISPLAY 'ENCERRANDO CADASTRO DE ALERTAS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE ALERTA-FILE
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== ALERTAS DA CONTA (ATENDIMENTO ESPECIAL) ====='
           DISPLAY '1 - INCLUIR ALERTA'
           DISPLAY '2 - LISTAR ALERTAS DA CONTA'
           DISPLAY '3 - ENCERRAR ALERTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    A SEQUENCIA DO NOVO ALERTA E A MAIOR JA USADA NA CONTA MAIS
      *    UM; OS ENCERRADOS FICAM NO ARQUIVO COMO HISTORICO.
       INCLUI-ALERTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-TRAB
           ACCEPT WS-CONTA-TRAB
           MOVE 'N' TO WS-ALERTA-VALIDO
           OPEN INPUT CUSTMAST-FILE
           IF WS-FS-CUSTMAST-OK
               MOVE WS-CONTA-TRAB TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       DISPLAY 'CONTA NAO ENCONTRADA: ' WS-CONTA-TRAB
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALERTA-VALIDO
                       DISPLAY 'CLIENTE: ' CM-NOME
               END-READ
           ELSE
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL. STATUS '
                       WS-FS-CUSTMAST
           END-IF
           CLOSE CUSTMAST-FILE
           IF WS-EH-ALERTA-VALIDO
               PERFORM LISTA-ALERTAS-CONTA-TRAB
               MOVE SPACES TO ALERTA-RECORD
               MOVE WS-CONTA-TRAB TO AL-CONTA
               COMPUTE AL-SEQ = WS-ULTIMA-SEQ + 1
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > AT-QTDE-TIPOS
                   DISPLAY '   ' AT-CODIGO (WS-IDX-TIPO) ' - '
                           AT-DESCRICAO (WS-IDX-TIPO)
               END-PERFORM
               DISPLAY 'TIPO DO ALERTA:'
               ACCEPT AL-TIPO
               DISPLAY 'TEXTO DO ALERTA:'
               ACCEPT AL-TEXTO
               DISPLAY 'INICIO (AAAAMMDD, 0 = HOJE):'
               MOVE ZEROS TO AL-DATA-INICIO
               ACCEPT AL-DATA-INICIO
               IF AL-DATA-INICIO = 0
                   MOVE WS-DATA-HOJE TO AL-DATA-INICIO
               END-IF
               DISPLAY 'FIM (AAAAMMDD, 0 = SEM PRAZO):'
               MOVE ZEROS TO AL-DATA-FIM
               ACCEPT AL-DATA-FIM
               IF AL-DATA-FIM = 0
                   MOVE 99999999 TO AL-DATA-FIM
               END-IF
               SET AL-ATIVO TO TRUE
               MOVE WS-OPERADOR-ID TO AL-OPERADOR
               MOVE WS-DATA-HOJE TO AL-DATA-INCLUSAO
               MOVE ZEROS TO AL-DATA-ENCERRAMENTO
               PERFORM CRITICA-ALERTA
               IF NOT WS-EH-ALERTA-VALIDO
                   DISPLAY 'ALERTA RECUSADO: ' WS-MOTIVO-RECUSA
               ELSE
                   WRITE ALERTA-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ALERTA JA '
                                   'EXISTE: ' AL-CONTA '/' AL-SEQ
                       NOT INVALID KEY
                           DISPLAY 'ALERTA ' AL-CONTA '/' AL-SEQ
                                   ' GRAVADO.'
                   END-WRITE
               END-IF
           END-IF.

      *    CRITICA DO ALERTA DIGITADO: TIPO DA TABELA, DATAS POSSIVEIS
      *    COM O FIM NAO ANTERIOR AO INICIO NEM A HOJE.
       CRITICA-ALERTA.
           MOVE 'S' TO WS-ALERTA-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE AL-TIPO TO WS-TIPO-TRAB
           PERFORM LOCALIZA-TIPO
           IF WS-DESCRICAO-TIPO = SPACES
               MOVE 'N' TO WS-ALERTA-VALIDO
               MOVE 'TIPO DE ALERTA NAO CADASTRADO.' TO WS-MOTIVO-RECUSA
           END-IF
           MOVE AL-DATA-INICIO TO WS-DATA-TRAB
           PERFORM VALIDA-DATA-ALERTA
           IF NOT WS-EH-DATA-VALIDA
               MOVE 'N' TO WS-ALERTA-VALIDO
               MOVE 'DATA DE INICIO INVALIDA.' TO WS-MOTIVO-RECUSA
           END-IF
           IF AL-DATA-FIM NOT = 99999999
               MOVE AL-DATA-FIM TO WS-DATA-TRAB
               PERFORM VALIDA-DATA-ALERTA
           ELSE
               MOVE 'S' TO WS-DATA-VALIDA
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-EH-DATA-VALIDA
                   MOVE 'N' TO WS-ALERTA-VALIDO
                   MOVE 'DATA DE FIM INVALIDA.' TO WS-MOTIVO-RECUSA
               WHEN AL-DATA-FIM < AL-DATA-INICIO
                   MOVE 'N' TO WS-ALERTA-VALIDO
                   MOVE 'FIM ANTERIOR AO INICIO.' TO WS-MOTIVO-RECUSA
               WHEN AL-DATA-FIM < WS-DATA-HOJE
                   MOVE 'N' TO WS-ALERTA-VALIDO
                   MOVE 'ALERTA JA VENCIDO.' TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDA-DATA-ALERTA.
           MOVE WS-DATA-TRAB TO WS-DATA-DECOMPOSTA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA.

       LOCALIZA-TIPO.
           MOVE SPACES TO WS-DESCRICAO-TIPO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > AT-QTDE-TIPOS
               IF AT-CODIGO (WS-IDX-TIPO) = WS-TIPO-TRAB
                   MOVE AT-DESCRICAO (WS-IDX-TIPO) TO WS-DESCRICAO-TIPO
               END-IF
           END-PERFORM.

       LISTA-ALERTAS-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-TRAB
           ACCEPT WS-CONTA-TRAB
           PERFORM LISTA-ALERTAS-CONTA-TRAB
           IF WS-QTDE-ALERTAS = 0
               DISPLAY 'NENHUM ALERTA PARA A CONTA ' WS-CONTA-TRAB
           END-IF.

      *    LISTA TODOS OS ALERTAS DA CONTA, ATIVOS E ENCERRADOS, E
      *    GUARDA A MAIOR SEQUENCIA USADA.
       LISTA-ALERTAS-CONTA-TRAB.
           MOVE ZEROS TO WS-ULTIMA-SEQ WS-QTDE-ALERTAS
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-CONTA-TRAB TO AL-CONTA
           MOVE ZEROS TO AL-SEQ
           START ALERTA-FILE KEY IS >= AL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ ALERTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK OR AL-CONTA NOT = WS-CONTA-TRAB
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   ADD 1 TO WS-QTDE-ALERTAS
                   MOVE AL-SEQ TO WS-ULTIMA-SEQ
                   MOVE AL-TIPO TO WS-TIPO-TRAB
                   PERFORM LOCALIZA-TIPO
                   DISPLAY 'ALERTA ' AL-CONTA '/' AL-SEQ ' '
                           AL-TIPO ' - ' WS-DESCRICAO-TIPO
                           ' SITUACAO ' AL-SITUACAO
                   DISPLAY '   ' AL-TEXTO
                   DISPLAY '   VIGENCIA ' AL-DATA-INICIO ' A '
                           AL-DATA-FIM '  INCLUIDO POR ' AL-OPERADOR
                           ' EM ' AL-DATA-INCLUSAO
                   IF AL-ENCERRADO
                       DISPLAY '   ENCERRADO POR ' AL-OPER-ENCERRAMENTO
                               ' EM ' AL-DATA-ENCERRAMENTO
                   END-IF
               END-IF
           END-PERFORM.

      *    O ENCERRAMENTO TIRA O ALERTA DAS TELAS E DAS EXCLUSOES DO
      *    DISCADOR E DAS MENSAGENS NA HORA; O REGISTRO FICA NO ARQUIVO.
       ENCERRA-ALERTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-TRAB
           ACCEPT WS-CONTA-TRAB
           DISPLAY 'SEQUENCIA DO ALERTA A ENCERRAR:'
           MOVE ZEROS TO WS-SEQ-TRAB
           ACCEPT WS-SEQ-TRAB
           MOVE WS-CONTA-TRAB TO AL-CONTA
           MOVE WS-SEQ-TRAB TO AL-SEQ
           READ ALERTA-FILE
               INVALID KEY
                   DISPLAY 'ALERTA NAO ENCONTRADO: ' WS-CONTA-TRAB
                           '/' WS-SEQ-TRAB
           END-READ
           IF WS-FS-OK
               IF AL-ENCERRADO
                   DISPLAY 'ALERTA JA ESTAVA ENCERRADO.'
               ELSE
                   SET AL-ENCERRADO TO TRUE
                   MOVE WS-OPERADOR-ID TO AL-OPER-ENCERRAMENTO
                   MOVE WS-DATA-HOJE TO AL-DATA-ENCERRAMENTO
                   REWRITE ALERTA-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ' AL-CONTA '/' AL-SEQ
                       NOT INVALID KEY
                           DISPLAY 'ALERTA ' AL-CONTA '/' AL-SEQ
                                   ' ENCERRADO.'
                   END-REWRITE
               END-IF
           END-IF.
       END PROGRAM ALERTCAD.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:FILA DE APROVACAO DOS AJUSTES (ARQUIVO APROVAC): LISTA
      *         OS PEDIDOS PENDENTES - ESTORNO DE PAGAMENTO PELO
      *         BALCAO, AJUSTE DE CONTESTACAO, DEVOLUCAO DAS MULTAS DE
      *         PAGAMENTO RETROATIVO E RECUPERACAO DE CONTA BAIXADA -
      *         COM QUEM PEDIU, O MOTIVO E O EFEITO EXATO, E PASSA POR
      *         ELES UM A UM PARA APROVAR OU RECUSAR. SO UM SUPERVISOR
      *         DIFERENTE DE QUEM PEDIU DECIDE. O ITEM APROVADO E
      *         EFETIVADO PELO SetCommand (MODO APROVACA) OU, O AJUSTE
      *         DE CONTESTACAO, PELO CONTESTA; O RECUSADO FICA COM A
      *         OBSERVACAO DO SUPERVISOR E NAO MEXE EM NADA. CHAMADO
      *         PELO MENU DO BASICCOMMANDS (SO SUPERVISORES) COM O
      *         OPERADOR AUTENTICADO; SEM ELE, PEDE A AUTENTICACAO DO
      *         SUPERVISOR (ROTINA OPLOGIN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVAC-FILE ASSIGN TO "APROVAC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AP-CHAVE
               FILE STATUS WS-FS-APROVAC.
       DATA DIVISION.
       FILE SECTION.
       FD  APROVAC-FILE.
           COPY APROVAC.
       WORKING-STORAGE SECTION.
       77 WS-FS-APROVAC           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPERADOR-PERFIL      PIC X(01) VALUES SPACES.
       77 WS-LOGIN-OK             PIC X(01) VALUES 'N'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-APROV-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-APROV        VALUE 'S'.
       77 WS-QTDE-PENDENTES       PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-PENDENTE       PIC 9(09)V99 VALUES ZEROS.
       77 WS-DIAS-PENDENTE        PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS        PIC X(01) VALUES 'N'.
      *    PASSAGEM PELOS PENDENTES: A CHAVE DO ULTIMO ITEM VISTO E O
      *    QUE E PRECISO DELE PARA DECIDIR COM O ARQUIVO FECHADO.
       77 WS-ULTIMA-CHAVE         PIC X(24) VALUES LOW-VALUES.
       77 WS-PENDENTE-ACHADO      PIC X(01) VALUES 'N'.
           88 WS-TEM-PENDENTE     VALUE 'S'.
       77 WS-ENCERRA              PIC X(01) VALUES 'N'.
           88 WS-ENCERRA-DECISAO  VALUE 'S'.
       77 WS-TIPO-LIDO            PIC X(02) VALUES SPACES.
           88 WS-LIDO-AJUSTE      VALUE 'AJ'.
       77 WS-DECISAO              PIC X(01) VALUES SPACES.
       77 WS-OBS-DECISAO          PIC X(40) VALUES SPACES.
       77 WS-NOME-TIPO            PIC X(20) VALUES SPACES.
      *    EFETIVACAO DO ITEM APROVADO.
       77 WS-MODO-SETCOMMAND      PIC X(20) VALUES 'APROVACA'.
       01 WS-APROVACAO.
           05 WS-AP-CHAVE         PIC X(24).
           05 WS-AP-RESULTADO     PIC X(01).
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-ID IS OMITTED
               DISPLAY 'AUTENTICACAO DO SUPERVISOR:'
               MOVE SPACES TO WS-OPERADOR-ID WS-OPERADOR-PERFIL
               MOVE 'N' TO WS-LOGIN-OK
               CALL 'OPLOGIN' USING WS-OPERADOR-ID WS-OPERADOR-PERFIL
                                    WS-LOGIN-OK
               IF WS-LOGIN-OK NOT = 'S' OR WS-OPERADOR-PERFIL NOT = 'S'
                   DISPLAY 'APROVACAO RESTRITA A SUPERVISORES.'
                   GOBACK
               END-IF
           ELSE
               MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM LISTA-PENDENTES
                   WHEN 2
                       PERFORM DECIDE-PENDENTES
                   WHEN 9
                       DISPLAY 'ENCERRANDO A FILA DE APROVACAO.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== FILA DE APROVACAO DE AJUSTES (APROVAC) ====='
           DISPLAY 'SUPERVISOR: ' WS-OPERADOR-ID
           DISPLAY '1 - LISTAR PEDIDOS PENDENTES'
           DISPLAY '2 - APROVAR OU RECUSAR OS PENDENTES'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    TODOS OS PENDENTES, INCLUSIVE OS PEDIDOS PELO PROPRIO
      *    SUPERVISOR (QUE ELE NAO PODE DECIDIR), COM A IDADE EM DIAS.
       LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTDE-PENDENTES WS-VALOR-PENDENTE
           MOVE 'N' TO WS-APROV-EOF
           OPEN INPUT APROVAC-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-APROV-EOF
           ELSE
               MOVE LOW-VALUES TO AP-CHAVE
               START APROVAC-FILE KEY IS >= AP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-APROV-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-APROV
               READ APROVAC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-APROV-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-APROV-EOF
               END-IF
               IF NOT WS-FIM-APROV
                   IF AP-PENDENTE
                       ADD 1 TO WS-QTDE-PENDENTES
                       ADD AP-VALOR TO WS-VALOR-PENDENTE
                       PERFORM EXIBE-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-APROVAC NOT = '35'
               CLOSE APROVAC-FILE
           END-IF
           DISPLAY 'PEDIDOS PENDENTES: ' WS-QTDE-PENDENTES
                   '  VALOR: ' WS-VALOR-PENDENTE.

       EXIBE-PEDIDO.
           CALL 'DATEDIF' USING AP-DATA-PEDIDO WS-DATA-HOJE
                                WS-DIAS-PENDENTE WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S'
               MOVE ZEROS TO WS-DIAS-PENDENTE
           END-IF
           EVALUATE TRUE
               WHEN AP-TIPO-ESTORNO
                   MOVE 'ESTORNO DE PAGAMENTO' TO WS-NOME-TIPO
               WHEN AP-TIPO-AJUSTE-DISPUTA
                   MOVE 'AJUSTE CONTESTACAO' TO WS-NOME-TIPO
               WHEN AP-TIPO-DEVOLVE-MULTA
                   MOVE 'DEVOLUCAO DE MULTA' TO WS-NOME-TIPO
               WHEN AP-TIPO-RECUPERACAO
                   MOVE 'RECUPERACAO BAIXADA' TO WS-NOME-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-NOME-TIPO
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'PEDIDO ' AP-CHAVE ' - ' WS-NOME-TIPO
           DISPLAY '  CONTA ' AP-CONTA ' DIVIDA ' AP-SEQ-DIVIDA
                   ' VALOR ' AP-VALOR ' (ENCARGOS ' AP-VALOR-MULTA
                   ' PRINCIPAL ' AP-VALOR-PRINCIPAL ')'
           DISPLAY '  PEDIDO POR ' AP-SOLICITANTE ' EM '
                   AP-DATA-PEDIDO ' ' AP-HORA-PEDIDO ' HA '
                   WS-DIAS-PENDENTE ' DIAS'
           DISPLAY '  MOTIVO: ' AP-MOTIVO
           EVALUATE TRUE
               WHEN AP-TIPO-ESTORNO
                   DISPLAY '  EFEITO: DEVOLVE AO SALDO O PAGAMENTO DE '
                           AP-REF-DATA ' ' AP-REF-HORA ' (FORMA '
                           AP-FORMA ') E LANCA O ESTORNO NO PAYLOG'
               WHEN AP-TIPO-AJUSTE-DISPUTA
                   DISPLAY '  EFEITO: ABATE DO SALDO, LANCA DESCONTO '
                           'NO PAYLOG E RESOLVE A CONTESTACAO ABERTA '
                           'EM ' AP-REF-DATA
               WHEN AP-TIPO-DEVOLVE-MULTA
                   DISPLAY '  EFEITO: DEVOLVE AS MULTAS APLICADAS APOS '
                           AP-REF-DATA ' (PAGAMENTO RETROATIVO) COM '
                           'AJUSTE NO FEELOG'
               WHEN AP-TIPO-RECUPERACAO
                   DISPLAY '  EFEITO: LANCA A RECUPERACAO RECEBIDA EM '
                           AP-REF-DATA ' (FORMA ' AP-FORMA
                           ') E EMITE O RECIBO'
           END-EVALUATE.

      *    PASSA PELOS PENDENTES EM ORDEM DE PEDIDO, UM A UM; O
      *    ARQUIVO FICA FECHADO ENQUANTO O ITEM E DECIDIDO, PORQUE A
      *    EFETIVACAO O ABRE PARA MARCAR O ITEM APROVADO.
       DECIDE-PENDENTES.
           MOVE LOW-VALUES TO WS-ULTIMA-CHAVE
           MOVE 'N' TO WS-ENCERRA
           PERFORM UNTIL WS-ENCERRA-DECISAO
               PERFORM PROXIMO-PENDENTE
               IF NOT WS-TEM-PENDENTE
                   DISPLAY 'NAO HA MAIS PEDIDOS PENDENTES PARA '
                           'DECIDIR.'
                   MOVE 'S' TO WS-ENCERRA
               ELSE
                   PERFORM DECIDE-PEDIDO
               END-IF
           END-PERFORM.

      *    O PROXIMO PENDENTE DEPOIS DO ULTIMO VISTO; OS PEDIDOS DO
      *    PROPRIO SUPERVISOR SAO PULADOS.
       PROXIMO-PENDENTE.
           MOVE 'N' TO WS-PENDENTE-ACHADO WS-APROV-EOF
           OPEN INPUT APROVAC-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-APROV-EOF
           ELSE
               MOVE WS-ULTIMA-CHAVE TO AP-CHAVE
               START APROVAC-FILE KEY IS > AP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-APROV-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-APROV
               READ APROVAC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-APROV-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-APROV-EOF
               END-IF
               IF NOT WS-FIM-APROV
                   MOVE AP-CHAVE TO WS-ULTIMA-CHAVE
                   IF AP-PENDENTE AND
                      AP-SOLICITANTE NOT = WS-OPERADOR-ID
                       MOVE 'S' TO WS-PENDENTE-ACHADO
                       MOVE 'S' TO WS-APROV-EOF
                       MOVE AP-TIPO TO WS-TIPO-LIDO
                       PERFORM EXIBE-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-APROVAC NOT = '35'
               CLOSE APROVAC-FILE
           END-IF.

       DECIDE-PEDIDO.
           DISPLAY 'A=APROVAR / R=RECUSAR / P=PULAR / F=ENCERRAR:'
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN 'A'
                   PERFORM APROVA-PEDIDO
               WHEN 'R'
                   PERFORM RECUSA-PEDIDO
               WHEN 'F'
                   MOVE 'S' TO WS-ENCERRA
               WHEN OTHER
                   DISPLAY 'PEDIDO ' WS-ULTIMA-CHAVE ' CONTINUA '
                           'PENDENTE.'
           END-EVALUATE.

      *    A EFETIVACAO CONFERE O ITEM DE NOVO E SO O MARCA APROVADO
      *    QUANDO O EFEITO PODE SER APLICADO; O QUE NAO PASSA CONTINUA
      *    PENDENTE E PODE SER RECUSADO.
       APROVA-PEDIDO.
           MOVE WS-ULTIMA-CHAVE TO WS-AP-CHAVE
           MOVE 'F' TO WS-AP-RESULTADO
           IF WS-LIDO-AJUSTE
               CALL 'CONTESTA' USING WS-OPERADOR-ID WS-APROVACAO
           ELSE
               CALL 'SetCommand' USING WS-MODO-SETCOMMAND
                                       WS-OPERADOR-ID
                                       OMITTED
                                       OMITTED
                                       WS-APROVACAO
           END-IF
           IF WS-AP-RESULTADO = 'S'
               DISPLAY 'PEDIDO ' WS-AP-CHAVE ' APROVADO E EFETIVADO.'
           ELSE
               DISPLAY 'PEDIDO ' WS-AP-CHAVE ' NAO EFETIVADO; '
                       'CONTINUA PENDENTE.'
           END-IF.

      *    A RECUSA EXIGE A OBSERVACAO DO SUPERVISOR E NAO MEXE EM
      *    NENHUM SALDO.
       RECUSA-PEDIDO.
           MOVE SPACES TO WS-OBS-DECISAO
           PERFORM UNTIL WS-OBS-DECISAO NOT = SPACES
               DISPLAY 'MOTIVO DA RECUSA (OBRIGATORIO):'
               ACCEPT WS-OBS-DECISAO
           END-PERFORM
           OPEN I-O APROVAC-FILE
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': APROVAC'
           ELSE
               MOVE WS-ULTIMA-CHAVE TO AP-CHAVE
               READ APROVAC-FILE
                   INVALID KEY
                       DISPLAY 'PEDIDO ' WS-ULTIMA-CHAVE
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF AP-PENDENTE AND
                          AP-SOLICITANTE NOT = WS-OPERADOR-ID
                           PERFORM GRAVA-RECUSA
                       ELSE
                           DISPLAY 'PEDIDO ' AP-CHAVE ' JA DECIDIDO ('
                                   AP-SITUACAO '). NADA FEITO.'
                       END-IF
               END-READ
               CLOSE APROVAC-FILE
           END-IF.

       GRAVA-RECUSA.
           SET AP-RECUSADO TO TRUE
           MOVE WS-OPERADOR-ID TO AP-APROVADOR
           MOVE WS-DATA-HOJE TO AP-DATA-DECISAO
           ACCEPT AP-HORA-DECISAO FROM TIME
           MOVE WS-OBS-DECISAO TO AP-OBS-DECISAO
           REWRITE APROVAC-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': APROVAC ' AP-CHAVE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' AP-CHAVE ' RECUSADO. NADA FOI '
                           'ALTERADO NA CONTA.'
           END-REWRITE.
       END PROGRAM APROVCAD.

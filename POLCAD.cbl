      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:MANUTENCAO DOS PARAMETROS DE POLITICA (POLPARM): MOSTRA
      *         CADA PARAMETRO DO CATALOGO POLTAB COM O VALOR EM VIGOR
      *         NA DATA DO DATAPROC E AS ALTERACOES PROGRAMADAS, ALTERA
      *         OU PROGRAMA UM VALOR NOVO COM DATA DE VIGENCIA (HOJE OU
      *         FUTURA, NUNCA RETROATIVA) DENTRO DA FAIXA ACEITA PELO
      *         CATALOGO, CANCELA UMA ALTERACAO PROGRAMADA E LISTA O
      *         HISTORICO. TODA ALTERACAO VAI PARA O POLHIST COM O
      *         VALOR ANTERIOR, O NOVO, O OPERADOR E DATA/HORA.
      *         SUBSTITUI A EDICAO DIRETA DOS ARQUIVOS DE CONTROLE
      *         (JURIPRM, NEGAPRM, BAIXAPRM, BOLPRM, MSGPRM, MULTAPRM,
      *         TOLERPRM, ALCADA, ARQPRM, PRESCPRM, PROTPRM). ACESSIVEL
      *         SO A SUPERVISORES PELO MENU DO BASICCOMMANDS, QUE FAZ A
      *         TRIAGEM ANTES DO CALL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLPARM-FILE ASSIGN TO "POLPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PP-CHAVE
               FILE STATUS WS-FS-POLPARM.
           SELECT POLHIST-FILE ASSIGN TO "POLHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-POLHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  POLPARM-FILE.
           COPY POLPARM.
       FD  POLHIST-FILE.
           COPY POLHIST.
       WORKING-STORAGE SECTION.
       77 WS-FS-POLPARM           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-POLHIST           PIC X(02) VALUES '00'.
           88 WS-FS-POLHIST-OK    VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-CODIGO-PEDIDO        PIC X(08) VALUES SPACES.
       77 WS-DATA-REFERENCIA      PIC 9(08) VALUES ZEROS.
      *    VALOR EM VIGOR NA DATA DE REFERENCIA (BUSCA-VIGENTE).
       77 WS-VIGENTE-ACHADO       PIC X(01) VALUES 'N'.
           88 WS-TEM-VIGENTE      VALUE 'S'.
       77 WS-VALOR-VIGENTE        PIC 9(07)V99 VALUES ZEROS.
       77 WS-VIGENCIA-VIGENTE     PIC 9(08) VALUES ZEROS.
       77 WS-OPERADOR-VIGENTE     PIC X(08) VALUES SPACES.
      *    ALTERACAO EM DIGITACAO.
       77 WS-VALOR-NOVO           PIC 9(07)V99 VALUES ZEROS.
       77 WS-VALOR-INTEIRO        PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-ANTES          PIC 9(07)V99 VALUES ZEROS.
       77 WS-VIGENCIA-NOVA        PIC 9(08) VALUES ZEROS.
       77 WS-ENTRADA-OK           PIC X(01) VALUES 'N'.
           88 WS-ENTRADA-VALIDA   VALUE 'S'.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
       77 WS-ACAO-HIST            PIC X(01) VALUES SPACES.
       77 WS-VALOR-EDIT           PIC Z(6)9.99.
       77 WS-MINIMO-EDIT          PIC Z(6)9.99.
       77 WS-MAXIMO-EDIT          PIC Z(6)9.99.
       77 WS-QTDE-HIST            PIC 9(05) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       COPY POLTAB.
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
       PROCEDURE DIVISION USING LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O POLPARM-FILE
           IF NOT WS-FS-OK
               CLOSE POLPARM-FILE
               OPEN OUTPUT POLPARM-FILE
               CLOSE POLPARM-FILE
               OPEN I-O POLPARM-FILE
           END-IF
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM LISTA-PARAMETROS
                   WHEN 2
                       PERFORM ALTERA-PARAMETRO
                   WHEN 3
                       PERFORM CANCELA-PROGRAMADA
                   WHEN 4
                       PERFORM LISTA-HISTORICO
                   WHEN 9
                       DISPLAY 'ENCERRANDO PARAMETROS DE POLITICA.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE POLPARM-FILE
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== PARAMETROS DE POLITICA (DATA ' WS-DATA-HOJE
                   ') ====='
           DISPLAY '1 - LISTAR PARAMETROS EM VIGOR E PROGRAMADOS'
           DISPLAY '2 - ALTERAR OU PROGRAMAR UM PARAMETRO'
           DISPLAY '3 - CANCELAR UMA ALTERACAO PROGRAMADA'
           DISPLAY '4 - HISTORICO DE ALTERACOES'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

       LISTA-PARAMETROS.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-QTDE-ITENS
               PERFORM EXIBE-PARAMETRO
           END-PERFORM.

       EXIBE-PARAMETRO.
           MOVE TP-CODIGO (TP-IDX) TO WS-CODIGO-PEDIDO
           MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA
           PERFORM BUSCA-VIGENTE
           DISPLAY ' '
           DISPLAY TP-CODIGO (TP-IDX) ' - ' TP-DESCRICAO (TP-IDX)
           IF WS-TEM-VIGENTE
               MOVE WS-VALOR-VIGENTE TO WS-VALOR-EDIT
               DISPLAY '  EM VIGOR: ' WS-VALOR-EDIT ' DESDE '
                       WS-VIGENCIA-VIGENTE ' (' WS-OPERADOR-VIGENTE ')'
           ELSE
               MOVE TP-PADRAO (TP-IDX) TO WS-VALOR-EDIT
               DISPLAY '  SEM REGISTRO: VALE O ARQUIVO '
                       TP-ARQUIVO-ANTIGO (TP-IDX) ' OU O PADRAO '
                       WS-VALOR-EDIT
           END-IF
           PERFORM LISTA-PROGRAMADAS.

      *    AS LINHAS DO CODIGO COM VIGENCIA DEPOIS DE HOJE.
       LISTA-PROGRAMADAS.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-CODIGO-PEDIDO TO PP-CODIGO
           MOVE WS-DATA-HOJE TO PP-VIGENCIA
           START POLPARM-FILE KEY IS > PP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           PERFORM UNTIL WS-FIM-SWEEP
               READ POLPARM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF PP-CODIGO NOT = WS-CODIGO-PEDIDO
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE PP-VALOR TO WS-VALOR-EDIT
                       DISPLAY '  PROGRAMADO: ' WS-VALOR-EDIT
                               ' A PARTIR DE ' PP-VIGENCIA ' ('
                               PP-OPERADOR ')'
                   END-IF
               END-IF
           END-PERFORM.

      *    MESMA REGRA DA ROTINA POLVIG, NO ARQUIVO JA ABERTO: A LINHA
      *    DO CODIGO COM A MAIOR VIGENCIA NAO POSTERIOR A DATA.
       BUSCA-VIGENTE.
           MOVE 'N' TO WS-VIGENTE-ACHADO
           MOVE ZEROS TO WS-VALOR-VIGENTE WS-VIGENCIA-VIGENTE
           MOVE SPACES TO WS-OPERADOR-VIGENTE
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-CODIGO-PEDIDO TO PP-CODIGO
           MOVE ZEROS TO PP-VIGENCIA
           START POLPARM-FILE KEY IS >= PP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           PERFORM UNTIL WS-FIM-SWEEP
               READ POLPARM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF PP-CODIGO NOT = WS-CODIGO-PEDIDO OR
                      PP-VIGENCIA > WS-DATA-REFERENCIA
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE 'S' TO WS-VIGENTE-ACHADO
                       MOVE PP-VALOR TO WS-VALOR-VIGENTE
                       MOVE PP-VIGENCIA TO WS-VIGENCIA-VIGENTE
                       MOVE PP-OPERADOR TO WS-OPERADOR-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.

      *    DEVOLVE EM TP-IDX A ENTRADA DO CATALOGO; ZERO SE NAO EXISTE.
       PEDE-CODIGO.
           DISPLAY 'CODIGO DO PARAMETRO (VER OPCAO 1):'
           MOVE SPACES TO WS-CODIGO-PEDIDO
           ACCEPT WS-CODIGO-PEDIDO
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-QTDE-ITENS OR
                         TP-CODIGO (TP-IDX) = WS-CODIGO-PEDIDO
               CONTINUE
           END-PERFORM
           IF TP-IDX > TP-QTDE-ITENS
               MOVE ZEROS TO TP-IDX
               DISPLAY 'PARAMETRO NAO CATALOGADO: ' WS-CODIGO-PEDIDO
           END-IF.

       ALTERA-PARAMETRO.
           PERFORM PEDE-CODIGO
           IF TP-IDX > 0
               PERFORM EXIBE-PARAMETRO
               PERFORM PEDE-NOVO-VALOR
               IF WS-ENTRADA-VALIDA
                   PERFORM PEDE-VIGENCIA
               END-IF
               IF WS-ENTRADA-VALIDA
                   PERFORM CONFIRMA-ALTERACAO
               END-IF
           END-IF.

      *    A FAIXA DO CATALOGO SEGURA O ERRO DE DIGITACAO QUE ANTES
      *    PASSAVA CALADO PELO ARQUIVO DE CONTROLE.
       PEDE-NOVO-VALOR.
           MOVE 'N' TO WS-ENTRADA-OK
           MOVE TP-MINIMO (TP-IDX) TO WS-MINIMO-EDIT
           MOVE TP-MAXIMO (TP-IDX) TO WS-MAXIMO-EDIT
           DISPLAY 'NOVO VALOR (DE ' WS-MINIMO-EDIT ' A '
                   WS-MAXIMO-EDIT '):'
           MOVE ZEROS TO WS-VALOR-NOVO
           ACCEPT WS-VALOR-NOVO
           MOVE WS-VALOR-NOVO TO WS-VALOR-INTEIRO
           EVALUATE TRUE
               WHEN WS-VALOR-NOVO < TP-MINIMO (TP-IDX) OR
                    WS-VALOR-NOVO > TP-MAXIMO (TP-IDX)
                   DISPLAY 'VALOR FORA DA FAIXA ACEITA. NADA ALTERADO.'
               WHEN NOT TP-MONETARIO (TP-IDX) AND
                    WS-VALOR-INTEIRO NOT = WS-VALOR-NOVO
                   DISPLAY 'ESTE PARAMETRO SO ACEITA VALOR INTEIRO. '
                           'NADA ALTERADO.'
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-OK
           END-EVALUATE.

      *    VIGENCIA RETROATIVA NAO: O BATCH DAQUELES DIAS JA RODOU COM
      *    O VALOR ANTIGO.
       PEDE-VIGENCIA.
           MOVE 'N' TO WS-ENTRADA-OK
           DISPLAY 'VIGENCIA AAAAMMDD (0 = HOJE; DATA FUTURA PROGRAMA '
                   'A ALTERACAO):'
           MOVE ZEROS TO WS-VIGENCIA-NOVA
           ACCEPT WS-VIGENCIA-NOVA
           IF WS-VIGENCIA-NOVA = 0
               MOVE WS-DATA-HOJE TO WS-VIGENCIA-NOVA
           END-IF
           MOVE WS-VIGENCIA-NOVA TO WS-DATA-DECOMPOSTA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           IF NOT WS-EH-DATA-VALIDA
               SET EC-DATA-INVALIDA TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
           ELSE
               IF WS-VIGENCIA-NOVA < WS-DATA-HOJE
                   DISPLAY 'VIGENCIA RETROATIVA NAO PERMITIDA. NADA '
                           'ALTERADO.'
               ELSE
                   MOVE 'S' TO WS-ENTRADA-OK
               END-IF
           END-IF.

      *    O VALOR ANTERIOR E O QUE VALERIA NA DATA DE VIGENCIA SEM A
      *    ALTERACAO; SEM REGISTRO, O PADRAO DO CATALOGO.
       CONFIRMA-ALTERACAO.
           MOVE WS-VIGENCIA-NOVA TO WS-DATA-REFERENCIA
           PERFORM BUSCA-VIGENTE
           IF WS-TEM-VIGENTE
               MOVE WS-VALOR-VIGENTE TO WS-VALOR-ANTES
           ELSE
               MOVE TP-PADRAO (TP-IDX) TO WS-VALOR-ANTES
           END-IF
           IF WS-TEM-VIGENTE AND WS-VALOR-ANTES = WS-VALOR-NOVO
               DISPLAY 'VALOR IGUAL AO EM VIGOR NA DATA. NADA '
                       'ALTERADO.'
           ELSE
               MOVE WS-VALOR-ANTES TO WS-MINIMO-EDIT
               MOVE WS-VALOR-NOVO TO WS-VALOR-EDIT
               DISPLAY 'CONFIRMA ' WS-CODIGO-PEDIDO ' DE '
                       WS-MINIMO-EDIT ' PARA ' WS-VALOR-EDIT
                       ' A PARTIR DE ' WS-VIGENCIA-NOVA '? (S/N)'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM GRAVA-PARAMETRO
               ELSE
                   DISPLAY 'ALTERACAO DESCARTADA.'
               END-IF
           END-IF.

       GRAVA-PARAMETRO.
           MOVE WS-CODIGO-PEDIDO TO PP-CODIGO
           MOVE WS-VIGENCIA-NOVA TO PP-VIGENCIA
           MOVE WS-VALOR-NOVO TO PP-VALOR
           MOVE WS-OPERADOR-ID TO PP-OPERADOR
           ACCEPT PP-DATA-ALTERACAO FROM DATE YYYYMMDD
           ACCEPT PP-HORA-ALTERACAO FROM TIME
           IF WS-TEM-VIGENTE AND
              WS-VIGENCIA-VIGENTE = WS-VIGENCIA-NOVA
               MOVE 'A' TO WS-ACAO-HIST
               REWRITE POLPARM-RECORD
                   INVALID KEY
                       MOVE '99' TO WS-FS-POLPARM
               END-REWRITE
           ELSE
               MOVE 'I' TO WS-ACAO-HIST
               WRITE POLPARM-RECORD
                   INVALID KEY
                       MOVE '99' TO WS-FS-POLPARM
               END-WRITE
           END-IF
           IF WS-FS-OK
               PERFORM GRAVA-POLHIST
               DISPLAY 'PARAMETRO ' WS-CODIGO-PEDIDO ' GRAVADO.'
               PERFORM EXIBE-PARAMETRO
           ELSE
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': POLPARM ' WS-CODIGO-PEDIDO
           END-IF.

      *    SO A ALTERACAO AINDA NAO EM VIGOR PODE SER CANCELADA; A QUE
      *    JA VALE SE CORRIGE COM UM VALOR NOVO.
       CANCELA-PROGRAMADA.
           PERFORM PEDE-CODIGO
           IF TP-IDX > 0
               PERFORM EXIBE-PARAMETRO
               DISPLAY 'VIGENCIA DA ALTERACAO A CANCELAR (AAAAMMDD):'
               MOVE ZEROS TO WS-VIGENCIA-NOVA
               ACCEPT WS-VIGENCIA-NOVA
               IF WS-VIGENCIA-NOVA <= WS-DATA-HOJE
                   DISPLAY 'SO ALTERACAO COM VIGENCIA FUTURA PODE SER '
                           'CANCELADA.'
               ELSE
                   MOVE WS-CODIGO-PEDIDO TO PP-CODIGO
                   MOVE WS-VIGENCIA-NOVA TO PP-VIGENCIA
                   READ POLPARM-FILE
                       INVALID KEY
                           DISPLAY 'NAO HA ALTERACAO PROGRAMADA EM '
                                   WS-VIGENCIA-NOVA '.'
                       NOT INVALID KEY
                           PERFORM EXCLUI-PROGRAMADA
                   END-READ
               END-IF
           END-IF.

       EXCLUI-PROGRAMADA.
           MOVE PP-VALOR TO WS-VALOR-ANTES
           DELETE POLPARM-FILE
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': POLPARM ' WS-CODIGO-PEDIDO
               NOT INVALID KEY
                   MOVE ZEROS TO WS-VALOR-NOVO
                   MOVE 'E' TO WS-ACAO-HIST
                   PERFORM GRAVA-POLHIST
                   DISPLAY 'ALTERACAO DE ' WS-VIGENCIA-NOVA
                           ' CANCELADA.'
           END-DELETE.

       GRAVA-POLHIST.
           OPEN EXTEND POLHIST-FILE
           IF NOT WS-FS-POLHIST-OK
               CLOSE POLHIST-FILE
               OPEN OUTPUT POLHIST-FILE
           END-IF
           ACCEPT PH-DATA FROM DATE YYYYMMDD
           ACCEPT PH-HORA FROM TIME
           MOVE WS-OPERADOR-ID TO PH-OPERADOR
           MOVE WS-CODIGO-PEDIDO TO PH-CODIGO
           MOVE WS-VIGENCIA-NOVA TO PH-VIGENCIA
           MOVE WS-VALOR-ANTES TO PH-VALOR-ANTES
           MOVE WS-VALOR-NOVO TO PH-VALOR-DEPOIS
           MOVE WS-ACAO-HIST TO PH-ACAO
           WRITE POLHIST-RECORD
           CLOSE POLHIST-FILE.

      *    CODIGO EM BRANCO LISTA O HISTORICO DE TODOS OS PARAMETROS.
       LISTA-HISTORICO.
           DISPLAY 'CODIGO DO PARAMETRO (EM BRANCO = TODOS):'
           MOVE SPACES TO WS-CODIGO-PEDIDO
           ACCEPT WS-CODIGO-PEDIDO
           MOVE ZEROS TO WS-QTDE-HIST
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT POLHIST-FILE
           IF NOT WS-FS-POLHIST-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ POLHIST-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-POLHIST-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF WS-CODIGO-PEDIDO = SPACES OR
                      PH-CODIGO = WS-CODIGO-PEDIDO
                       ADD 1 TO WS-QTDE-HIST
                       MOVE PH-VALOR-ANTES TO WS-MINIMO-EDIT
                       MOVE PH-VALOR-DEPOIS TO WS-VALOR-EDIT
                       DISPLAY PH-DATA ' ' PH-HORA ' ' PH-OPERADOR ' '
                               PH-CODIGO ' ' PH-ACAO ' VIG '
                               PH-VIGENCIA ' DE ' WS-MINIMO-EDIT
                               ' PARA ' WS-VALOR-EDIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-POLHIST NOT = '35'
               CLOSE POLHIST-FILE
           END-IF
           DISPLAY 'ALTERACOES LISTADAS: ' WS-QTDE-HIST
                   ' (I=NOVA VIGENCIA A=PROGRAMADA SUBSTITUIDA '
                   'E=CANCELADA C=CARGA INICIAL)'.
       END PROGRAM POLCAD.

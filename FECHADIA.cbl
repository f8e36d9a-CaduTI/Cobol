      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:FECHAMENTO DO DIA NO BALCAO PELO SUPERVISOR: CONFERE
      *         NO PAYLOG QUAIS OPERADORES (CADASTRO OPERMAST) LANCARAM
      *         NA DATA CONTABIL DE HOJE E SE CADA UM FECHOU O CAIXA
      *         (CAIXACTL, GRAVADO PELO FECHACX) DEPOIS DO ULTIMO
      *         LANCAMENTO. COM ALGUM CAIXA EM ABERTO, LISTA OS
      *         PENDENTES E NAO FECHA. COM TODOS FECHADOS, GRAVA A
      *         MARCA DO DIA FECHADO NO ARQUIVO DIAFECH; A PARTIR DAI
      *         O LANCAMENTO DE BALCAO DO SETCOMMAND, DO ACORDOS E DO
      *         CONTESTA VAI PARA O PROXIMO DIA UTIL (ROTINA DATACONT)
      *         E O DIA FECHADO NAO MUDA MAIS. ACESSIVEL SO A
      *         SUPERVISORES PELO MENU DO BASICCOMMANDS, QUE FAZ A
      *         TRIAGEM ANTES DO CALL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHADIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAFECH-FILE ASSIGN TO "DIAFECH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DF-DATA
               FILE STATUS WS-FS-DIAFECH.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT CAIXACTL-FILE ASSIGN TO "CAIXACTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CAIXACTL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OP-ID
               FILE STATUS WS-FS-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  DIAFECH-FILE.
           COPY DIAFECH.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  CAIXACTL-FILE.
           COPY CAIXACTL.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-DIAFECH           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-PAYLOG            PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK     VALUE '00'.
       77 WS-FS-CAIXACTL          PIC X(02) VALUES '00'.
           88 WS-FS-CAIXACTL-OK   VALUE '00'.
       77 WS-FS-OPERMAST          PIC X(02) VALUES '00'.
           88 WS-FS-OPERMAST-OK   VALUE '00'.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CONTABIL-LANC   PIC 9(08) VALUES ZEROS.
       77 WS-PROXIMO-DIA-UTIL     PIC 9(08) VALUES ZEROS.
       77 WS-UM-DIA               PIC 9(03) VALUES 1.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
       77 WS-IDX-OPER             PIC 9(03) VALUES ZEROS.
       77 WS-IDX-ACHADO           PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-OPERADORES      PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-PENDENTES       PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-LANCAMENTOS     PIC 9(07) VALUES ZEROS.
       77 WS-TOTAL-LANCADO        PIC S9(09)V99 VALUES ZEROS.
       77 WS-TABELA-CHEIA         PIC X(01) VALUES 'N'.
           88 WS-ESTOUROU-TABELA  VALUE 'S'.
       77 WS-VALOR-EDIT           PIC -(9)9.99.
      *    MOMENTO (DATA E HORA) DO LANCAMENTO OU DO FECHAMENTO DE
      *    CAIXA, COMPARAVEL COMO UM NUMERO SO
       01 WS-MOMENTO.
           05 WS-MOMENTO-DATA     PIC 9(08).
           05 WS-MOMENTO-HORA     PIC 9(08).
       01 WS-MOMENTO-NUM REDEFINES WS-MOMENTO PIC 9(16).
      *    OPERADORES DE BALCAO COM LANCAMENTO NA DATA CONTABIL DE HOJE
       01 WS-TABELA-OPERADORES.
           05 WS-OPD-ENTRY OCCURS 200 TIMES.
               10 WS-OPD-ID               PIC X(08).
               10 WS-OPD-QTDE             PIC 9(05).
               10 WS-OPD-TOTAL            PIC S9(09)V99.
               10 WS-OPD-ULTIMO-LANC      PIC 9(16).
               10 WS-OPD-ULTIMO-FECHAM    PIC 9(16).
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
           DISPLAY ' '
           DISPLAY '===== FECHAMENTO DO DIA NO BALCAO ====='
           DISPLAY 'DATA CONTABIL: ' WS-DATA-HOJE
           OPEN I-O DIAFECH-FILE
           IF NOT WS-FS-OK
               CLOSE DIAFECH-FILE
               OPEN OUTPUT DIAFECH-FILE
               CLOSE DIAFECH-FILE
               OPEN I-O DIAFECH-FILE
           END-IF
           MOVE WS-DATA-HOJE TO DF-DATA
           READ DIAFECH-FILE
               INVALID KEY
                   MOVE ZEROS TO DF-DATA-FECHAMENTO
               NOT INVALID KEY
                   DISPLAY 'DIA JA FECHADO POR ' DF-SUPERVISOR
                           ' EM ' DF-DATA-FECHAMENTO ' AS '
                           DF-HORA-FECHAMENTO (1:2) ':'
                           DF-HORA-FECHAMENTO (3:2) '.'
                   DISPLAY 'LANCAMENTOS DE BALCAO VAO PARA '
                           DF-PROXIMO-DIA-UTIL '.'
                   CLOSE DIAFECH-FILE
                   GOBACK
           END-READ
           OPEN INPUT OPERMAST-FILE
           IF NOT WS-FS-OPERMAST-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CADASTRO OPERMAST INDISPONIVEL. DIA NAO '
                       'FECHADO.'
               CLOSE DIAFECH-FILE
               GOBACK
           END-IF
           PERFORM LEVANTA-OPERADORES-DIA
           CLOSE OPERMAST-FILE
           PERFORM CONFERE-FECHAMENTOS-CAIXA
           PERFORM LISTA-SITUACAO-OPERADORES
           IF WS-ESTOUROU-TABELA
               DISPLAY 'MAIS DE 200 OPERADORES NO DIA. DIA NAO '
                       'FECHADO.'
           ELSE
               IF WS-QTDE-PENDENTES > 0
                   DISPLAY 'OPERADORES SEM FECHAMENTO DE CAIXA: '
                           WS-QTDE-PENDENTES
                   DISPLAY 'DIA NAO FECHADO. FECHE OS CAIXAS PENDENTES '
                           '(FECHACX) E REPITA.'
               ELSE
                   PERFORM GRAVA-DIA-FECHADO
               END-IF
           END-IF
           CLOSE DIAFECH-FILE
           GOBACK.

      *    LANCAMENTO DE BALCAO DA DATA CONTABIL DE HOJE, FEITO POR
      *    OPERADOR CADASTRADO (OS CANAIS DE BATCH NAO ESTAO NO
      *    OPERMAST). DESCONTO NAO E DINHEIRO E NAO PASSA PELA GAVETA.
       LEVANTA-OPERADORES-DIA.
           MOVE ZEROS TO WS-QTDE-OPERADORES WS-QTDE-LANCAMENTOS
                         WS-TOTAL-LANCADO
           MOVE 'N' TO WS-TABELA-CHEIA
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   PERFORM DETERMINA-DATA-CONTABIL
                   IF WS-DATA-CONTABIL-LANC = WS-DATA-HOJE AND
                      NOT PL-TIPO-DESCONTO
                       PERFORM REGISTRA-LANCAMENTO-OPERADOR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYLOG-FILE.

       DETERMINA-DATA-CONTABIL.
           IF PL-DATA-CONTABIL IS NUMERIC AND PL-DATA-CONTABIL > 0
               MOVE PL-DATA-CONTABIL TO WS-DATA-CONTABIL-LANC
           ELSE
               MOVE PL-DATA-MOVIMENTO TO WS-DATA-CONTABIL-LANC
           END-IF.

       REGISTRA-LANCAMENTO-OPERADOR.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERADORES
               IF WS-OPD-ID (WS-IDX-OPER) = PL-OPERADOR
                   MOVE WS-IDX-OPER TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               MOVE PL-OPERADOR TO OP-ID
               READ OPERMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO OP-ID
               END-READ
               IF OP-ID NOT = SPACES AND WS-FS-OPERMAST-OK
                   IF WS-QTDE-OPERADORES < 200
                       ADD 1 TO WS-QTDE-OPERADORES
                       MOVE WS-QTDE-OPERADORES TO WS-IDX-ACHADO
                       MOVE PL-OPERADOR TO WS-OPD-ID (WS-IDX-ACHADO)
                       MOVE ZEROS TO WS-OPD-QTDE (WS-IDX-ACHADO)
                                     WS-OPD-TOTAL (WS-IDX-ACHADO)
                                     WS-OPD-ULTIMO-LANC (WS-IDX-ACHADO)
                                     WS-OPD-ULTIMO-FECHAM
                                         (WS-IDX-ACHADO)
                   ELSE
                       MOVE 'S' TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF
           IF WS-IDX-ACHADO > 0
               ADD 1 TO WS-OPD-QTDE (WS-IDX-ACHADO)
                        WS-QTDE-LANCAMENTOS
               ADD PL-VALOR TO WS-OPD-TOTAL (WS-IDX-ACHADO)
                               WS-TOTAL-LANCADO
               MOVE PL-DATA-MOVIMENTO TO WS-MOMENTO-DATA
               MOVE PL-HORA-MOVIMENTO TO WS-MOMENTO-HORA
               IF WS-MOMENTO-NUM > WS-OPD-ULTIMO-LANC (WS-IDX-ACHADO)
                   MOVE WS-MOMENTO-NUM
                     TO WS-OPD-ULTIMO-LANC (WS-IDX-ACHADO)
               END-IF
           END-IF.

      *    O FECHAMENTO DE CAIXA SO VALE SE FOI FEITO DEPOIS DO ULTIMO
      *    LANCAMENTO DO OPERADOR; O QUE FOI LANCADO DEPOIS DELE AINDA
      *    ESTA NA GAVETA SEM CONFERENCIA.
       CONFERE-FECHAMENTOS-CAIXA.
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT CAIXACTL-FILE
           IF NOT WS-FS-CAIXACTL-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CAIXACTL-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-CAIXACTL-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP AND CX-DATA = WS-DATA-HOJE
                   MOVE CX-DATA TO WS-MOMENTO-DATA
                   MOVE CX-HORA TO WS-MOMENTO-HORA
                   PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                           UNTIL WS-IDX-OPER > WS-QTDE-OPERADORES
                       IF WS-OPD-ID (WS-IDX-OPER) = CX-OPERADOR AND
                          WS-MOMENTO-NUM >
                              WS-OPD-ULTIMO-FECHAM (WS-IDX-OPER)
                           MOVE WS-MOMENTO-NUM
                             TO WS-OPD-ULTIMO-FECHAM (WS-IDX-OPER)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE CAIXACTL-FILE.

       LISTA-SITUACAO-OPERADORES.
           MOVE ZEROS TO WS-QTDE-PENDENTES
           IF WS-QTDE-OPERADORES = 0
               DISPLAY 'NENHUM LANCAMENTO DE BALCAO NA DATA.'
           ELSE
               DISPLAY 'OPERADOR  LANCAM.        TOTAL  CAIXA'
           END-IF
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERADORES
               MOVE WS-OPD-TOTAL (WS-IDX-OPER) TO WS-VALOR-EDIT
               IF WS-OPD-ULTIMO-FECHAM (WS-IDX-OPER) >=
                  WS-OPD-ULTIMO-LANC (WS-IDX-OPER)
                   DISPLAY WS-OPD-ID (WS-IDX-OPER) '  '
                           WS-OPD-QTDE (WS-IDX-OPER) ' '
                           WS-VALOR-EDIT '  FECHADO'
               ELSE
                   ADD 1 TO WS-QTDE-PENDENTES
                   DISPLAY WS-OPD-ID (WS-IDX-OPER) '  '
                           WS-OPD-QTDE (WS-IDX-OPER) ' '
                           WS-VALOR-EDIT '  PENDENTE'
               END-IF
           END-PERFORM.

       GRAVA-DIA-FECHADO.
           CALL 'DIAUTIL' USING WS-DATA-HOJE WS-UM-DIA
                                WS-PROXIMO-DIA-UTIL
           MOVE WS-TOTAL-LANCADO TO WS-VALOR-EDIT
           DISPLAY 'OPERADORES: ' WS-QTDE-OPERADORES
                   '  LANCAMENTOS: ' WS-QTDE-LANCAMENTOS
                   '  TOTAL: ' WS-VALOR-EDIT
           DISPLAY 'APOS O FECHAMENTO, O BALCAO LANCA EM '
                   WS-PROXIMO-DIA-UTIL '.'
           DISPLAY 'CONFIRMA O FECHAMENTO DO DIA ' WS-DATA-HOJE
                   ' (S/N)?'
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'FECHAMENTO CANCELADO. NADA GRAVADO.'
           ELSE
               MOVE SPACES TO DIAFECH-RECORD
               MOVE WS-DATA-HOJE TO DF-DATA
               MOVE WS-OPERADOR-ID TO DF-SUPERVISOR
               ACCEPT DF-DATA-FECHAMENTO FROM DATE YYYYMMDD
               ACCEPT DF-HORA-FECHAMENTO FROM TIME
               MOVE WS-QTDE-OPERADORES TO DF-QTDE-OPERADORES
               MOVE WS-QTDE-LANCAMENTOS TO DF-QTDE-LANCAMENTOS
               MOVE WS-TOTAL-LANCADO TO DF-TOTAL-LANCADO
               MOVE WS-PROXIMO-DIA-UTIL TO DF-PROXIMO-DIA-UTIL
               WRITE DIAFECH-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM ': DIA JA FECHADO.'
                   NOT INVALID KEY
                       DISPLAY 'DIA ' WS-DATA-HOJE ' FECHADO.'
               END-WRITE
           END-IF.
       END PROGRAM FECHADIA.

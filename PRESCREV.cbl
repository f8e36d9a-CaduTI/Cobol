      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:BATCH NOTURNO DE PRESCRICAO DAS DIVIDAS. PRIMEIRO LE O
      *         PAYLOG E REINICIA A DATA DE PRESCRICAO DAS DIVIDAS QUE
      *         RECEBERAM PAGAMENTO (PG), RECUPERACAO (RC) OU
      *         RECEBIMENTO DO ESPOLIO/ADMINISTRADOR JUDICIAL (EP) - O
      *         ACORDO ASSINADO JA REINICIA A DATA NO PROPRIO ACORDOS.
      *         DEPOIS VARRE O CADASTRO: CADA DIVIDA ABERTA (DEBTMAST,
      *         OU A PROPRIA CONTA NO MODELO DE DIVIDA UNICA) SEM DATA
      *         CALCULADA RECEBE O VENCIMENTO MAIS O PRAZO DA POLITICA
      *         (ROTINA PRESCDT / ARQUIVO PRESCPRM) E E CLASSIFICADA
      *         COMO PRESCRITA ('P') OU A PRESCREVER DENTRO DA JANELA
      *         DE ALERTA ('A', 90 DIAS QUANDO O PRESCPRM NAO INFORMA).
      *         A MARCA DA CONTA (CM-PRESCRICAO) TIRA A CONTA PRESCRITA
      *         DA NEGATIVACAO (O NEGATIVA EMITE A REMOCAO NO NEGAREM),
      *         DO JURIDICO (PEDIDO DE DEVOLUCAO AO ESCRITORIO) E DAS
      *         CARTAS. O RELATORIO PRESC-RPT LISTA AS DUAS SITUACOES
      *         PARA A GERENCIA DECIDIR ENTRE UMA ULTIMA ACAO DE
      *         COBRANCA E A BAIXA (BAIXAS COM PARM='PRESCRITAS').
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle PRESCPRM (dias de
      *                alerta).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESCREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
           SELECT DEBTMAST-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DB-CHAVE
               FILE STATUS WS-FS-DEBTMAST.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT PRESCPRM-FILE ASSIGN TO "PRESCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PRESCPRM.
           SELECT PRESC-RPT-FILE ASSIGN TO "PRESC-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  PRESCPRM-FILE.
           COPY PRESCPRM.
       FD  PRESC-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-DEBT-ABRIU            PIC X(01) VALUES 'N'.
           88 WS-DEBT-DISPONIVEL   VALUE 'S'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-PRESCPRM           PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DEBT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT          VALUE 'S'.
       77 WS-PAYLOG-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-PAYLOG        VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DIAS-ALERTA           PIC 9(03) VALUES 90.
       77 WS-DIAS-RESTANTES        PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-DATA-BASE             PIC 9(08) VALUES ZEROS.
       77 WS-DATA-NOVA             PIC 9(08) VALUES ZEROS.
       77 WS-DATA-PRESC            PIC 9(08) VALUES ZEROS.
       77 WS-MENOR-DATA            PIC 9(08) VALUES ZEROS.
       77 WS-SITUACAO              PIC X(01) VALUES SPACES.
           88 WS-SIT-PRESCRITA     VALUE 'P'.
           88 WS-SIT-PROXIMA       VALUE 'A'.
       77 WS-SITUACAO-CONTA        PIC X(01) VALUES SPACES.
       77 WS-TEM-DETALHE           PIC X(01) VALUES 'N'.
           88 WS-CONTA-DETALHADA   VALUE 'S'.
       77 WS-MUDOU                 PIC X(01) VALUES 'N'.
           88 WS-REGISTRO-MUDOU    VALUE 'S'.
       77 WS-CONTA-TRAB            PIC 9(08) VALUES ZEROS.
       77 WS-SEQ-TRAB              PIC 9(02) VALUES ZEROS.
       77 WS-SALDO-TRAB            PIC S9(7)V99 VALUES ZEROS.
       77 WS-VENC-TRAB             PIC 9(08) VALUES ZEROS.
       77 WS-SALDO-EDIT            PIC Z(6)9.99.
       77 WS-DIAS-EDIT             PIC ZZ9.
       77 WS-QTDE-REINICIADAS      PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-PRESCRITAS       PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-PRESCRITO       PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-PROXIMAS         PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-PROXIMO         PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-CONTAS-PRESCR    PIC 9(07) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           PERFORM LE-POLITICA-PRESCRICAO
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'PRESCREV: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-ABRIU
           END-IF
           OPEN OUTPUT PRESC-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'PRESCRICAO DAS DIVIDAS EM ' WS-DATA-HOJE
                  '  (ALERTA: ' WS-DIAS-ALERTA ' DIAS)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM APLICA-INTERRUPCOES-PAGTO
           PERFORM VARRE-CADASTRO
           PERFORM IMPRIME-TOTAIS
           CLOSE PRESC-RPT-FILE
           IF WS-DEBT-DISPONIVEL
               CLOSE DEBTMAST-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           DISPLAY 'PRESCREV: PRAZOS REINICIADOS POR PAGAMENTO: '
                   WS-QTDE-REINICIADAS
           DISPLAY 'PRESCREV: DIVIDAS PRESCRITAS: ' WS-QTDE-PRESCRITAS
                   ' A PRESCREVER: ' WS-QTDE-PROXIMAS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LE-POLITICA-PRESCRICAO.
           OPEN INPUT PRESCPRM-FILE
           IF WS-FS-PRESCPRM = '00'
               READ PRESCPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PRESCPRM = '00' AND
                  PC-DIAS-ALERTA IS NUMERIC AND PC-DIAS-ALERTA > 0
                   MOVE PC-DIAS-ALERTA TO WS-DIAS-ALERTA
               END-IF
           END-IF
           CLOSE PRESCPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'PRESALRT' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-ALERTA
           END-IF.

      *    PAGAMENTO E RECUPERACAO INTERROMPEM A PRESCRICAO: A NOVA
      *    DATA CONTA DA DATA EFETIVA DO RECEBIMENTO. COMO SO SE
      *    GRAVA A DATA QUANDO ELA AVANCA, RELER O PAYLOG INTEIRO
      *    TODA NOITE NAO ALTERA O QUE JA FOI APLICADO.
       APLICA-INTERRUPCOES-PAGTO.
           MOVE 'N' TO WS-PAYLOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'PRESCREV: PAYLOG INDISPONIVEL. PRAZOS NAO '
                       'REINICIADOS NESTA NOITE.'
               MOVE 'S' TO WS-PAYLOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-PAYLOG
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-PAYLOG-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-PAYLOG-EOF
               END-IF
               IF NOT WS-FIM-PAYLOG
                   IF (PL-TIPO-PAGAMENTO OR PL-TIPO-RECUPERACAO OR
                       PL-TIPO-ESPOLIO) AND
                      PL-VALOR > 0
                       PERFORM APLICA-INTERRUPCAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

       APLICA-INTERRUPCAO.
           IF PL-DATA-EFETIVA > 0
               MOVE PL-DATA-EFETIVA TO WS-DATA-BASE
           ELSE
               MOVE PL-DATA-MOVIMENTO TO WS-DATA-BASE
           END-IF
           CALL 'PRESCDT' USING WS-DATA-BASE WS-DATA-NOVA
           IF WS-DATA-NOVA > 0
               MOVE PL-CONTA TO WS-CONTA-TRAB
               MOVE 'N' TO WS-TEM-DETALHE
               IF PL-SEQ-DIVIDA > 0 AND WS-DEBT-DISPONIVEL
                   MOVE 'S' TO WS-TEM-DETALHE
                   MOVE PL-CONTA TO DB-CONTA
                   MOVE PL-SEQ-DIVIDA TO DB-SEQ
                   READ DEBTMAST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-DEBT-OK
                       PERFORM REINICIA-PRAZO-DIVIDA
                   END-IF
               ELSE
                   PERFORM REINICIA-PRAZO-CONTA
               END-IF
           END-IF.

       REINICIA-PRAZO-DIVIDA.
           IF NOT DB-PAGO AND WS-DATA-NOVA > DB-DATA-PRESCRICAO
               MOVE WS-DATA-NOVA TO DB-DATA-PRESCRICAO
               MOVE SPACES TO DB-PRESCRICAO
               REWRITE DEBTMAST-RECORD
               ADD 1 TO WS-QTDE-REINICIADAS
           END-IF.

      *    LANCAMENTO SEM SEQUENCIA DE DIVIDA: NA CONTA DETALHADA
      *    REINICIA TODAS AS DIVIDAS NAO PAGAS; NA CONTA DE DIVIDA
      *    UNICA, A DATA DO PROPRIO CADASTRO.
       REINICIA-PRAZO-CONTA.
           MOVE 'N' TO WS-DEBT-EOF
           IF NOT WS-DEBT-DISPONIVEL
               MOVE 'S' TO WS-DEBT-EOF
           END-IF
           MOVE WS-CONTA-TRAB TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           IF NOT WS-FIM-DEBT
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DEBT-EOF
               END-START
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DEBT-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-DEBT
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DEBT-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DEBT-EOF
               END-IF
               IF NOT WS-FIM-DEBT
                   IF DB-CONTA NOT = WS-CONTA-TRAB
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       MOVE 'S' TO WS-TEM-DETALHE
                       PERFORM REINICIA-PRAZO-DIVIDA
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-CONTA-DETALHADA
               MOVE WS-CONTA-TRAB TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-OK AND NOT CM-PAGO AND
                  WS-DATA-NOVA > CM-DATA-PRESCRICAO
                   MOVE WS-DATA-NOVA TO CM-DATA-PRESCRICAO
                   MOVE SPACES TO CM-PRESCRICAO
                   REWRITE CUSTMAST-RECORD
                   ADD 1 TO WS-QTDE-REINICIADAS
               END-IF
           END-IF.

       VARRE-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF CM-NAO-PAGO
                       PERFORM AVALIA-PRESCRICAO-CONTA
                   END-IF
               END-IF
           END-PERFORM.

      *    A CONTA FICA COM A PIOR SITUACAO ENTRE AS SUAS DIVIDAS
      *    ABERTAS E COM A DATA DA QUE PRESCREVE PRIMEIRO.
       AVALIA-PRESCRICAO-CONTA.
           MOVE 'N' TO WS-TEM-DETALHE
           MOVE SPACES TO WS-SITUACAO-CONTA
           MOVE ZEROS TO WS-MENOR-DATA
           MOVE CM-CONTA TO WS-CONTA-TRAB
           PERFORM AVALIA-DIVIDAS-DETALHE
           IF NOT WS-CONTA-DETALHADA
               PERFORM AVALIA-DIVIDA-UNICA
           END-IF
           IF WS-SITUACAO-CONTA = 'P'
               ADD 1 TO WS-QTDE-CONTAS-PRESCR
           END-IF
           IF CM-PRESCRICAO NOT = WS-SITUACAO-CONTA OR
              CM-DATA-PRESCRICAO NOT = WS-MENOR-DATA
               MOVE WS-SITUACAO-CONTA TO CM-PRESCRICAO
               MOVE WS-MENOR-DATA TO CM-DATA-PRESCRICAO
               REWRITE CUSTMAST-RECORD
           END-IF.

       AVALIA-DIVIDAS-DETALHE.
           MOVE 'N' TO WS-DEBT-EOF
           IF NOT WS-DEBT-DISPONIVEL
               MOVE 'S' TO WS-DEBT-EOF
           END-IF
           MOVE WS-CONTA-TRAB TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           IF NOT WS-FIM-DEBT
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DEBT-EOF
               END-START
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DEBT-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-DEBT
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DEBT-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DEBT-EOF
               END-IF
               IF NOT WS-FIM-DEBT
                   IF DB-CONTA NOT = WS-CONTA-TRAB
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       MOVE 'S' TO WS-TEM-DETALHE
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
                           PERFORM AVALIA-PRESCRICAO-DIVIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       AVALIA-PRESCRICAO-DIVIDA.
           MOVE 'N' TO WS-MUDOU
           IF DB-DATA-PRESCRICAO IS NOT NUMERIC OR
              DB-DATA-PRESCRICAO = 0
               CALL 'PRESCDT' USING DB-DATA-VENCIMENTO
                                    DB-DATA-PRESCRICAO
               MOVE 'S' TO WS-MUDOU
           END-IF
           MOVE DB-DATA-PRESCRICAO TO WS-DATA-PRESC
           PERFORM CLASSIFICA-PRESCRICAO
           IF DB-PRESCRICAO NOT = WS-SITUACAO
               MOVE WS-SITUACAO TO DB-PRESCRICAO
               MOVE 'S' TO WS-MUDOU
           END-IF
           IF WS-REGISTRO-MUDOU
               REWRITE DEBTMAST-RECORD
           END-IF
           MOVE DB-SEQ TO WS-SEQ-TRAB
           MOVE DB-SALDO-DEVEDOR TO WS-SALDO-TRAB
           MOVE DB-DATA-VENCIMENTO TO WS-VENC-TRAB
           PERFORM ACUMULA-SITUACAO-CONTA.

       AVALIA-DIVIDA-UNICA.
           IF CM-DATA-PRESCRICAO IS NOT NUMERIC OR
              CM-DATA-PRESCRICAO = 0
               CALL 'PRESCDT' USING CM-DATA-VENCIMENTO
                                    WS-DATA-PRESC
           ELSE
               MOVE CM-DATA-PRESCRICAO TO WS-DATA-PRESC
           END-IF
           PERFORM CLASSIFICA-PRESCRICAO
           MOVE ZEROS TO WS-SEQ-TRAB
           MOVE CM-SALDO-DEVEDOR TO WS-SALDO-TRAB
           MOVE CM-DATA-VENCIMENTO TO WS-VENC-TRAB
           PERFORM ACUMULA-SITUACAO-CONTA.

       CLASSIFICA-PRESCRICAO.
           MOVE SPACES TO WS-SITUACAO
           IF WS-DATA-PRESC > 0
               CALL 'DATEDIF' USING WS-DATA-HOJE WS-DATA-PRESC
                                    WS-DIAS-RESTANTES WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S'
                   EVALUATE TRUE
                       WHEN WS-DIAS-RESTANTES <= 0
                           MOVE 'P' TO WS-SITUACAO
                       WHEN WS-DIAS-RESTANTES <= WS-DIAS-ALERTA
                           MOVE 'A' TO WS-SITUACAO
                   END-EVALUATE
               END-IF
           END-IF.

       ACUMULA-SITUACAO-CONTA.
           IF WS-MENOR-DATA = 0 OR WS-DATA-PRESC < WS-MENOR-DATA
               MOVE WS-DATA-PRESC TO WS-MENOR-DATA
           END-IF
           EVALUATE TRUE
               WHEN WS-SIT-PRESCRITA
                   MOVE 'P' TO WS-SITUACAO-CONTA
                   ADD 1 TO WS-QTDE-PRESCRITAS
                   ADD WS-SALDO-TRAB TO WS-VALOR-PRESCRITO
                   PERFORM IMPRIME-DIVIDA
               WHEN WS-SIT-PROXIMA
                   IF WS-SITUACAO-CONTA NOT = 'P'
                       MOVE 'A' TO WS-SITUACAO-CONTA
                   END-IF
                   ADD 1 TO WS-QTDE-PROXIMAS
                   ADD WS-SALDO-TRAB TO WS-VALOR-PROXIMO
                   PERFORM IMPRIME-DIVIDA
           END-EVALUATE.

       IMPRIME-DIVIDA.
           MOVE WS-SALDO-TRAB TO WS-SALDO-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-SIT-PRESCRITA
               STRING 'CONTA ' WS-CONTA-TRAB ' DIV ' WS-SEQ-TRAB
                      ' VENC ' WS-VENC-TRAB
                      ' PRESCR ' WS-DATA-PRESC
                      ' SALDO ' WS-SALDO-EDIT ' PRESCRITA'
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
               STRING 'CONTA ' WS-CONTA-TRAB ' DIV ' WS-SEQ-TRAB
                      ' VENC ' WS-VENC-TRAB
                      ' PRESCR ' WS-DATA-PRESC
                      ' SALDO ' WS-SALDO-EDIT ' FALTAM ' WS-DIAS-EDIT
                      'D'
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'DIVIDAS PRESCRITAS: ' WS-QTDE-PRESCRITAS
                  '  VALOR: ' WS-VALOR-PRESCRITO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTAS COM DIVIDA PRESCRITA: ' WS-QTDE-CONTAS-PRESCR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'DIVIDAS A PRESCREVER EM ATE ' WS-DIAS-ALERTA
                  ' DIAS: ' WS-QTDE-PROXIMAS
                  '  VALOR: ' WS-VALOR-PROXIMO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DECISAO DA GERENCIA: ( ) ULTIMA ACAO DE COBRANCA'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE '                      ( ) BAIXA DAS PRESCRITAS'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ASSINATURA DA GERENCIA: ________________'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM PRESCREV.

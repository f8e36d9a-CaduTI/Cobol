      *         CONTABILIDADE. O SALDO FINAL PERMANECE NO CADASTRO
      *         PARA CONSULTA E AUDITORIA.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Novo modo PARM='PRESCRITAS', rodado quando a
      *                gerencia decide pela baixa sobre o relatorio de
      *                prescricao (PRESCREV): so as dividas marcadas
      *                como prescritas sao baixadas, com o motivo PR
      *                no WRITEOFF. Na conta detalhada as demais
      *                dividas seguem abertas e o cadastro e
      *                reconsolidado sem as baixadas.
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle BAIXAPRM.
      *   15/10/2026 - Toda baixa para prejuizo da conta e da divida
      *                (por atraso e por prescricao) vai para o
      *                historico de situacoes SITUHIST (rotina
      *                SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAS.
       77 WS-FS-WRITEOFF           PIC X(02) VALUES '00'.
           88 WS-FS-WO-OK          VALUE '00'.
       77 WS-FS-BAIXAPRM           PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DEBT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT          VALUE 'S'.
       77 WS-MODO-EXECUCAO         PIC X(20) VALUES SPACES.
           88 WS-MODO-PRESCRITAS   VALUE 'PRESCRITAS'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-DIAS-LIMITE           PIC 9(04) VALUES 360.
       77 WS-QTDE-BAIXADAS         PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-BAIXADO         PIC S9(11)V99 VALUES ZEROS.
       77 WS-TEM-DETALHE           PIC X(01) VALUES 'N'.
           88 WS-CONTA-DETALHADA   VALUE 'S'.
       77 WS-TEM-ABERTA            PIC X(01) VALUES 'N'.
           88 WS-RESTA-ABERTA      VALUE 'S'.
       77 WS-VALOR-CONTA           PIC S9(7)V99 VALUES ZEROS.
       77 WS-SALDO-CONSOL          PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONSOL-PRINCIPAL      PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONSOL-MULTA          PIC S9(7)V99 VALUES ZEROS.
       77 WS-VENC-MAIS-ANTIGO      PIC 9(08) VALUES ZEROS.
      *    SITUACAO ANTES DA MUDANCA, PARA O HISTORICO SITUHIST
       77 WS-SITU-ANTERIOR         PIC X(10) VALUES SPACES.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           CALL 'DATAPROC' USING WS-DATA-HOJE
           PERFORM LE-LIMITE-BAIXA
           OPEN I-O CUSTMAST-FILE
           END-IF
           OPEN OUTPUT BAIXA-RPT-FILE
           MOVE SPACES TO RPT-LINE
           IF WS-MODO-PRESCRITAS
               STRING 'BAIXAS PARA PREJUIZO EM ' WS-DATA-HOJE
                      '  (DIVIDAS PRESCRITAS)'
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'BAIXAS PARA PREJUIZO EM ' WS-DATA-HOJE
                      '  (POLITICA: ' WS-DIAS-LIMITE ' DIAS)'
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
                   MOVE BP-DIAS-LIMITE TO WS-DIAS-LIMITE
               END-IF
           END-IF
           CLOSE BAIXAPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'BAIXDIAS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-LIMITE
           END-IF.

       VARRE-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF WS-MODO-PRESCRITAS
                       IF CM-NAO-PAGO AND CM-PRESCRITA AND
                          CM-SALDO-DEVEDOR > 0
                           PERFORM BAIXA-PRESCRITAS-CONTA
                       END-IF
                   ELSE
                       IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0 AND
                          CM-DATA-VENCIMENTO < WS-DATA-HOJE
                           PERFORM AVALIA-BAIXA-CONTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
                  '  DIAS EM ATRASO: ' WS-DIAS-ATRASO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           SET CM-BAIXADO TO TRUE
           PERFORM REGISTRA-SITUACAO-CONTA
           REWRITE CUSTMAST-RECORD
           PERFORM BAIXA-DIVIDAS-DETALHE
           DISPLAY 'BAIXAS: CONTA ' CM-CONTA ' BAIXADA PARA '
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
                           MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                           SET DB-BAIXADO TO TRUE
                           PERFORM REGISTRA-SITUACAO-DIVIDA
                           REWRITE DEBTMAST-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    BAIXA DAS DIVIDAS PRESCRITAS DA CONTA: NA CONTA DETALHADA
      *    SO AS DIVIDAS MARCADAS PELO PRESCREV; AS DEMAIS SEGUEM EM
      *    COBRANCA E O CADASTRO VOLTA A SOMAR SO ELAS. NA CONTA DE
      *    DIVIDA UNICA A CONTA INTEIRA E BAIXADA.
       BAIXA-PRESCRITAS-CONTA.
           CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                WS-DIAS-ATRASO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S' OR WS-DIAS-ATRASO < 0
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF
           MOVE 'N' TO WS-TEM-DETALHE WS-TEM-ABERTA WS-DEBT-EOF
           MOVE ZEROS TO WS-VALOR-CONTA WS-SALDO-CONSOL
                         WS-CONSOL-PRINCIPAL WS-CONSOL-MULTA
           MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
           IF NOT WS-DEBT-DISPONIVEL
               MOVE 'S' TO WS-DEBT-EOF
           END-IF
           MOVE CM-CONTA TO DB-CONTA
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
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       MOVE 'S' TO WS-TEM-DETALHE
                       PERFORM BAIXA-DIVIDA-PRESCRITA
                   END-IF
               END-IF
           END-PERFORM
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           IF WS-CONTA-DETALHADA
               IF WS-RESTA-ABERTA
                   MOVE WS-SALDO-CONSOL TO CM-SALDO-DEVEDOR
                   MOVE WS-CONSOL-PRINCIPAL TO CM-SALDO-PRINCIPAL
                   MOVE WS-CONSOL-MULTA TO CM-SALDO-MULTA
                   MOVE WS-VENC-MAIS-ANTIGO TO CM-DATA-VENCIMENTO
                   MOVE SPACES TO CM-PRESCRICAO
               ELSE
                   SET CM-BAIXADO TO TRUE
               END-IF
           ELSE
               MOVE CM-SALDO-DEVEDOR TO WS-VALOR-CONTA
               SET CM-BAIXADO TO TRUE
           END-IF
           PERFORM REGISTRA-SITUACAO-CONTA
           IF WS-VALOR-CONTA > 0
               ADD 1 TO WS-QTDE-BAIXADAS
               ADD WS-VALOR-CONTA TO WS-VALOR-BAIXADO
               MOVE CM-CONTA TO WO-CONTA
               MOVE CM-NOME TO WO-NOME
               MOVE WS-DATA-HOJE TO WO-DATA-BAIXA
               MOVE WS-VALOR-CONTA TO WO-SALDO-FINAL
               MOVE WS-DIAS-ATRASO TO WO-DIAS-ATRASO
               SET WO-MOTIVO-PRESCRICAO TO TRUE
               WRITE WRITEOFF-RECORD
               MOVE SPACES TO RPT-LINE
               STRING 'CONTA: ' CM-CONTA
                      '  VALOR BAIXADO: ' WS-VALOR-CONTA
                      '  PRESCRITA DESDE: ' CM-DATA-PRESCRICAO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               REWRITE CUSTMAST-RECORD
               DISPLAY 'BAIXAS: CONTA ' CM-CONTA ' COM DIVIDA '
                       'PRESCRITA BAIXADA PARA PREJUIZO.'
           END-IF.

       BAIXA-DIVIDA-PRESCRITA.
           IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
               IF DB-PRESCRITA
                   ADD DB-SALDO-DEVEDOR TO WS-VALOR-CONTA
                   MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET DB-BAIXADO TO TRUE
                   PERFORM REGISTRA-SITUACAO-DIVIDA
                   REWRITE DEBTMAST-RECORD
               ELSE
                   MOVE 'S' TO WS-TEM-ABERTA
                   ADD DB-SALDO-DEVEDOR TO WS-SALDO-CONSOL
                   ADD DB-SALDO-PRINCIPAL TO WS-CONSOL-PRINCIPAL
                   ADD DB-SALDO-MULTA TO WS-CONSOL-MULTA
                   IF DB-DATA-VENCIMENTO < WS-VENC-MAIS-ANTIGO
                       MOVE DB-DATA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
                   END-IF
               END-IF
           END-IF.

      *    TODA BAIXA DA CONTA OU DA DIVIDA VAI PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG).
       REGISTRA-SITUACAO-CONTA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-BAIXA TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'BAIXAS' TO SP-PROGRAMA SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       REGISTRA-SITUACAO-DIVIDA.
           MOVE DB-CONTA TO SP-CONTA
           MOVE DB-SEQ TO SP-SEQ-DIVIDA
           MOVE DB-CREDOR TO SP-CREDOR
           SET SP-TIPO-BAIXA TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE DB-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'BAIXAS' TO SP-PROGRAMA SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.
       END PROGRAM BAIXAS.

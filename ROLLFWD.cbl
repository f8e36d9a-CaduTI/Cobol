      *         FECHAMENTO REAL E GUARDADO NO ROLLCTL PARA ABRIR O
      *         MES SEGUINTE.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Os recebimentos do espolio ou do administrador
      *                judicial (PL-TIPO 'EP', contas com obito,
      *                falencia ou recuperacao judicial) saem dos
      *                pagamentos liquidos e ganham linha propria,
      *                tambem subtraida no fechamento derivado.
      *   15/10/2026 - Pagamento a maior retido ('CR') e reembolso
      *                ('RE') nao entram nos pagamentos do roll-forward
      *                da carteira.
      *   15/10/2026 - As cessoes de credito do mes (historico
      *                CESSHIST) saem como movimento proprio, saida dos
      *                cedentes e entrada dos cessionarios, que se
      *                anulam no fechamento da carteira.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CTLTOT.
           SELECT CESSHIST-FILE ASSIGN TO "CESSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CH-CHAVE
               FILE STATUS WS-FS-CESSHIST.
           SELECT ROLLCTL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ROLLCTL.
           COPY WRITEOFF.
       FD  CTLTOT-FILE.
           COPY CTLTOT.
       FD  CESSHIST-FILE.
           COPY CESSHIST.
       FD  ROLLCTL-FILE.
           COPY ROLLCTL.
       FD  ROLL-RPT-FILE.
           88 WS-FS-WO-OK          VALUE '00'.
       77 WS-FS-CTLTOT             PIC X(02) VALUES '00'.
           88 WS-FS-CTLTOT-OK      VALUE '00'.
       77 WS-FS-CESSHIST           PIC X(02) VALUES '00'.
           88 WS-FS-HIST-OK        VALUE '00'.
       77 WS-FS-ROLLCTL            PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
       77 WS-TOTAL-ENCARGOS        PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-PAGAMENTOS      PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-DESCONTOS       PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-ESPOLIO         PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-BAIXAS          PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-CESSOES         PIC S9(13)V99 VALUES ZEROS.
       77 WS-QTDE-CESSOES          PIC 9(07) VALUES ZEROS.
       77 WS-SALDO-DERIVADO        PIC S9(13)V99 VALUES ZEROS.
       77 WS-SALDO-REAL            PIC S9(13)V99 VALUES ZEROS.
       77 WS-DIFERENCA             PIC S9(13)V99 VALUES ZEROS.
           PERFORM SOMA-PAGAMENTOS-PAYLOG
           PERFORM SOMA-PAGAMENTOS-PAYARCH
           PERFORM SOMA-BAIXAS-WRITEOFF
           PERFORM SOMA-CESSOES-CESSHIST
           PERFORM SOMA-SALDO-CADASTRO
           COMPUTE WS-SALDO-DERIVADO =
               WS-SALDO-ABERTURA + WS-TOTAL-CARGAS
               + WS-TOTAL-ENCARGOS - WS-TOTAL-PAGAMENTOS
               - WS-TOTAL-ESPOLIO - WS-TOTAL-DESCONTOS
           COMPUTE WS-DIFERENCA = WS-SALDO-REAL - WS-SALDO-DERIVADO
           PERFORM GERA-RELATORIO-ROLLFWD
           PERFORM GRAVA-FECHAMENTO
       CLASSIFICA-LANCAMENTO.
           MOVE PL-DATA-MOVIMENTO (1:6) TO WS-MES-MOVIMENTO
           IF WS-MES-MOVIMENTO = WS-MES-PROCESSO
               EVALUATE TRUE
                   WHEN PL-TIPO-DESCONTO
                       ADD PL-VALOR TO WS-TOTAL-DESCONTOS
                   WHEN PL-TIPO-ESPOLIO
                       ADD PL-VALOR TO WS-TOTAL-ESPOLIO
      *            PAGAMENTO A MAIOR RETIDO E REEMBOLSO NAO MEXEM NO
      *            SALDO DEVEDOR DA CARTEIRA.
                   WHEN PL-TIPO-SALDO-CREDOR
                       CONTINUE
                   WHEN OTHER
                       ADD PL-VALOR TO WS-TOTAL-PAGAMENTOS
               END-EVALUATE
           END-IF.

       SOMA-BAIXAS-WRITEOFF.
               CLOSE WRITEOFF-FILE
           END-IF.

      *    CESSOES DE CREDITO PROCESSADAS NO MES: O SALDO SAI DO
      *    CEDENTE E ENTRA NO CESSIONARIO, ENTAO AS DUAS LINHAS DO
      *    RELATORIO SE ANULAM NO FECHAMENTO DA CARTEIRA.
       SOMA-CESSOES-CESSHIST.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CESSHIST-FILE
           IF NOT WS-FS-HIST-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CESSHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-HIST-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE CH-DATA-PROCESSO (1:6) TO WS-MES-MOVIMENTO
                   IF WS-MES-MOVIMENTO = WS-MES-PROCESSO
                       ADD 1 TO WS-QTDE-CESSOES
                       ADD CH-SALDO-TRANSFERIDO TO WS-TOTAL-CESSOES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-HIST-OK OR WS-FS-CESSHIST = '10'
               CLOSE CESSHIST-FILE
           END-IF.

       SOMA-SALDO-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT CUSTMAST-FILE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(-) RECEBIDO ESPOLIO/ADM.JUD.:'
                  WS-TOTAL-ESPOLIO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(-) DESCONTOS CONCEDIDOS:     '
                  WS-TOTAL-DESCONTOS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(-) CESSOES - SAIDA CEDENTES: '
                  WS-TOTAL-CESSOES ' (' WS-QTDE-CESSOES ' CONTAS)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(+) CESSOES - ENTRADA CESSION:'
                  WS-TOTAL-CESSOES
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(=) FECHAMENTO DERIVADO:      '
                  WS-SALDO-DERIVADO
                  DELIMITED BY SIZE INTO RPT-LINE

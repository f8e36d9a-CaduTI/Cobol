      *         (PL-REPASSADO) PARA NADA SER REPASSADO DUAS VEZES.
      *         RODAR SEMANALMENTE (JOB COBREPAS).
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Os recebimentos do espolio ou do administrador
      *                judicial (PL-TIPO 'EP', contas com obito,
      *                falencia ou recuperacao judicial) entram no
      *                cobrado do credor e saem em linha propria no
      *                demonstrativo de acerto.
      *   15/10/2026 - Pagamento a maior retido como saldo credor
      *                ('CR') e reembolso ao cliente ('RE') ficam fora
      *                do repasse: o dinheiro e do cliente, nao do
      *                credor; o que e compensado em divida repassa
      *                pelo pagamento 'SC'.
      *   15/10/2026 - Cessao de credito (CESSAO): cada lancamento e
      *                acertado com o credor dono da divida na data
      *                efetiva do pagamento, pela cadeia do historico
      *                CESSHIST, e o PL-CREDOR e corrigido na mesma
      *                regravacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASSE.
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT CESSHIST-FILE ASSIGN TO "CESSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CH-CHAVE
               FILE STATUS WS-FS-CESSHIST.
           SELECT REPASEX-FILE ASSIGN TO "REPASEX"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-REPASEX.
           COPY PAYLOG.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  CESSHIST-FILE.
           COPY CESSHIST.
       FD  REPASEX-FILE.
           COPY CONTABEX.
       FD  REPAS-RPT-FILE.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-FS-CESSHIST           PIC X(02) VALUES '00'.
           88 WS-FS-HIST-OK        VALUE '00'.
       77 WS-HIST-ABRIU            PIC X(01) VALUES 'N'.
           88 WS-HIST-DISPONIVEL   VALUE 'S'.
       77 WS-HIST-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-HIST          VALUE 'S'.
      *    DONO DA DIVIDA NA DATA DO LANCAMENTO, PELO HISTORICO DE
      *    CESSOES DE CREDITO (CESSHIST).
       77 WS-DATA-DONO             PIC 9(08) VALUES ZEROS.
       77 WS-CREDOR-DONO           PIC 9(03) VALUES ZEROS.
       77 WS-DONO-TROCA            PIC X(01) VALUES 'N'.
           88 WS-DONO-TROCADO      VALUE 'S'.
       77 WS-QTDE-REATRIBUIDOS     PIC 9(07) VALUES ZEROS.
       77 WS-FS-REPASEX            PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
               10 WS-CRED-TAXA     PIC 9(02)V99.
               10 WS-CRED-QTDE     PIC 9(07).
               10 WS-CRED-VALOR    PIC S9(11)V99.
               10 WS-CRED-ESPOLIO  PIC S9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CESSHIST-FILE
           IF WS-FS-HIST-OK
               MOVE 'S' TO WS-HIST-ABRIU
           END-IF
           PERFORM TOTALIZA-E-MARCA-PAYLOG
           CLOSE PAYLOG-FILE
           IF WS-HIST-DISPONIVEL
               CLOSE CESSHIST-FILE
           END-IF
           IF WS-QTDE-CRED = 0
               DISPLAY 'REPASSE: NENHUM LANCAMENTO DE CREDOR '
                       'PENDENTE DE REPASSE.'
           PERFORM GERA-ACERTO
           DISPLAY 'REPASSE: LANCAMENTOS ACERTADOS: '
                   WS-QTDE-MARCADOS ' CREDORES: ' WS-QTDE-CRED
                   ' REATRIBUIDOS POR CESSAO: ' WS-QTDE-REATRIBUIDOS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    TUDO O QUE AINDA NAO FOI REPASSADO ENTRA NO ACERTO DESTA
      *    SEMANA E E MARCADO NA MESMA PASSADA (REWRITE EM
      *    SEQUENCIAL); O ESTORNO ENTRA NEGATIVO, DEVOLVENDO AO
      *    CREDOR SO O QUE DE FATO FICOU COBRADO. O CREDOR DO
      *    LANCAMENTO E QUEM ERA DONO DA DIVIDA NA DATA EFETIVA (CESSAO
      *    DE CREDITO); QUANDO DIFERE DO PL-CREDOR GRAVADO, O
      *    LANCAMENTO E CORRIGIDO NA MESMA REGRAVACAO.
       TOTALIZA-E-MARCA-PAYLOG.
           PERFORM UNTIL WS-FIM-LOG
               READ PAYLOG-FILE
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF NOT PL-JA-REPASSADO AND
                      NOT PL-TIPO-DESCONTO AND
                      NOT PL-TIPO-SALDO-CREDOR
                       PERFORM APURA-DONO-DIVIDA
                       MOVE ZEROS TO WS-IDX-CRED-ACHADO
                       IF PL-CREDOR > 0
                           PERFORM ACUMULA-CREDOR
                           IF WS-IDX-CRED-ACHADO > 0
                               SET PL-JA-REPASSADO TO TRUE
                               ADD 1 TO WS-QTDE-MARCADOS
                           END-IF
                       END-IF
                       IF WS-IDX-CRED-ACHADO > 0 OR WS-DONO-TROCADO
                           REWRITE PAYLOG-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    CADEIA DE CESSOES DA CONTA EM ORDEM DE DATA EFETIVA: A
      *    CONTA E DO CESSIONARIO A PARTIR DA DATA EFETIVA (INCLUSIVE)
      *    E DO CEDENTE ANTES DELA. O ESTORNO SEGUE O DONO DO
      *    LANCAMENTO ESTORNADO (PL-REF-DATA). SEM CESSAO NA CONTA
      *    VALE O PL-CREDOR GRAVADO.
       APURA-DONO-DIVIDA.
           MOVE 'N' TO WS-DONO-TROCA
           MOVE PL-CREDOR TO WS-CREDOR-DONO
           EVALUATE TRUE
               WHEN PL-TIPO-ESTORNO AND PL-REF-DATA > 0
                   MOVE PL-REF-DATA TO WS-DATA-DONO
               WHEN PL-DATA-EFETIVA > 0
                   MOVE PL-DATA-EFETIVA TO WS-DATA-DONO
               WHEN OTHER
                   MOVE PL-DATA-MOVIMENTO TO WS-DATA-DONO
           END-EVALUATE
           MOVE 'N' TO WS-HIST-EOF
           IF NOT WS-HIST-DISPONIVEL
               MOVE 'S' TO WS-HIST-EOF
           ELSE
               MOVE PL-CONTA TO CH-CONTA
               MOVE ZEROS TO CH-DATA-EFETIVA
               START CESSHIST-FILE KEY IS >= CH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-HIST-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-HIST
               READ CESSHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-HIST-EOF
               END-READ
               IF NOT WS-FS-HIST-OK
                   MOVE 'S' TO WS-HIST-EOF
               END-IF
               IF NOT WS-FIM-HIST
                   IF CH-CONTA NOT = PL-CONTA
                       MOVE 'S' TO WS-HIST-EOF
                   ELSE
                       IF CH-DATA-EFETIVA <= WS-DATA-DONO
                           MOVE CH-CREDOR-CESSIONARIO TO
                                WS-CREDOR-DONO
                       ELSE
                           MOVE CH-CREDOR-CEDENTE TO WS-CREDOR-DONO
                           MOVE 'S' TO WS-HIST-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CREDOR-DONO NOT = PL-CREDOR
               MOVE WS-CREDOR-DONO TO PL-CREDOR
               MOVE 'S' TO WS-DONO-TROCA
               ADD 1 TO WS-QTDE-REATRIBUIDOS
           END-IF.

       ACUMULA-CREDOR.
           MOVE ZEROS TO WS-IDX-CRED-ACHADO
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
           IF WS-IDX-CRED-ACHADO > 0
               ADD 1 TO WS-CRED-QTDE (WS-IDX-CRED-ACHADO)
               ADD PL-VALOR TO WS-CRED-VALOR (WS-IDX-CRED-ACHADO)
               IF PL-TIPO-ESPOLIO
                   ADD PL-VALOR TO
                       WS-CRED-ESPOLIO (WS-IDX-CRED-ACHADO)
               END-IF
           END-IF.

       COMPLETA-DADOS-CREDORES.
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-QTDE-REATRIBUIDOS > 0
               MOVE SPACES TO RPT-LINE
               STRING 'LANCAMENTOS ACERTADOS COM O DONO DA DIVIDA NA '
                      'DATA EFETIVA'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '(CESSAO DE CREDITO): ' WS-QTDE-REATRIBUIDOS
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               PERFORM ACERTA-UM-CREDOR
                  WS-CRED-VALOR (WS-IDX-CRED)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      *    O DINHEIRO VINDO DO ESPOLIO OU DO ADMINISTRADOR JUDICIAL
      *    (OBITO, FALENCIA, RJ) ENTRA NO COBRADO, MAS O CREDOR O VE
      *    EM SEPARADO, POIS E RATEIO DE HABILITACAO E NAO COBRANCA.
           IF WS-CRED-ESPOLIO (WS-IDX-CRED) NOT = 0
               MOVE SPACES TO RPT-LINE
               STRING '  DOS QUAIS RECEBIDOS DE ESPOLIO/ADM. '
                      'JUDICIAL: ' WS-CRED-ESPOLIO (WS-IDX-CRED)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING '  COMISSAO (' WS-CRED-TAXA (WS-IDX-CRED)
                  ' %): ' WS-COMISSAO

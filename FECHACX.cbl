      *                o estado existia no layout mas nada o gravava
      *                e todo cheque nao devolvido ficava CUSTODIA
      *                para sempre.
      *   15/10/2026 - Credito nao identificado aplicado pelo
      *                supervisor (forma 'SU') sai da gaveta e aparece
      *                em linha propria: o dinheiro ja estava no banco.
      *   15/10/2026 - Compensacao de saldo credor do cliente (forma
      *                'SC') totalizada a parte, fora da gaveta, como o
      *                credito do suspenso.
      *   15/10/2026 - A gaveta soma pela data contabil do PAYLOG: o
      *                lancado depois do fechamento do dia (FECHADIA)
      *                entra no caixa do proximo dia util.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHACX.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CONTABIL-LANC    PIC 9(08) VALUES ZEROS.
       77 WS-TOTAL-SISTEMA         PIC S9(9)V99 VALUES ZEROS.
       77 WS-VALOR-CONTADO         PIC S9(9)V99 VALUES ZEROS.
       77 WS-DIFERENCA             PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-CHEQUE          PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-CARTAO          PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-PIX             PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-SUSPENSO        PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-SALDO-CREDOR    PIC S9(9)V99 VALUES ZEROS.
       77 WS-FS-CHEQUE             PIC X(02) VALUES '00'.
           88 WS-FS-CHEQUE-OK      VALUE '00'.
       77 WS-CHQ-EOF               PIC X(01) VALUES 'N'.
           DISPLAY 'CHEQUES: ' WS-TOTAL-CHEQUE
                   '  CARTAO: ' WS-TOTAL-CARTAO
                   '  PIX: ' WS-TOTAL-PIX
           DISPLAY 'CREDITOS NAO IDENTIFICADOS APLICADOS: '
                   WS-TOTAL-SUSPENSO
           DISPLAY 'SALDOS CREDORES COMPENSADOS: '
                   WS-TOTAL-SALDO-CREDOR
           DISPLAY 'VALOR CONTADO NA GAVETA:'
           ACCEPT WS-VALOR-CONTADO
           COMPUTE WS-DIFERENCA =

       TOTALIZA-CAIXA-OPERADOR.
           MOVE ZEROS TO WS-TOTAL-SISTEMA WS-QTDE-LANCAMENTOS
                         WS-TOTAL-SUSPENSO WS-TOTAL-SALDO-CREDOR
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   PERFORM DETERMINA-DATA-CONTABIL
                   IF PL-OPERADOR = WS-OPERADOR-CAIXA AND
                      WS-DATA-CONTABIL-LANC = WS-DATA-HOJE AND
                      NOT PL-TIPO-DESCONTO
                       ADD 1 TO WS-QTDE-LANCAMENTOS
                       EVALUATE TRUE
                               ADD PL-VALOR TO WS-TOTAL-CARTAO
                           WHEN PL-FORMA-PIX
                               ADD PL-VALOR TO WS-TOTAL-PIX
      *                    CREDITO DO SUSPENSO APLICADO PELO SUPERVISOR:
      *                    O DINHEIRO JA ESTAVA NO BANCO, NAO NA GAVETA.
                           WHEN PL-FORMA-SUSPENSO
                               ADD PL-VALOR TO WS-TOTAL-SUSPENSO
      *                    SALDO CREDOR DO CLIENTE COMPENSADO EM OUTRA
      *                    DIVIDA: TAMBEM NAO PASSA PELA GAVETA.
                           WHEN PL-FORMA-SALDO-CREDOR
                               ADD PL-VALOR TO WS-TOTAL-SALDO-CREDOR
      *                    DINHEIRO E TAMBEM O LANCAMENTO ANTIGO SEM
      *                    A FORMA PREENCHIDA.
                           WHEN OTHER
           END-PERFORM
           CLOSE PAYLOG-FILE.

      *    LANCAMENTO DE BALCAO FEITO COM O DIA JA FECHADO (FECHADIA)
      *    CONTA NA DATA CONTABIL; SEM ELA, VALE A DO MOVIMENTO.
       DETERMINA-DATA-CONTABIL.
           IF PL-DATA-CONTABIL IS NUMERIC AND PL-DATA-CONTABIL > 0
               MOVE PL-DATA-CONTABIL TO WS-DATA-CONTABIL-LANC
           ELSE
               MOVE PL-DATA-MOVIMENTO TO WS-DATA-CONTABIL-LANC
           END-IF.

       IMPRIME-FECHAMENTO.
           OPEN EXTEND CAIXA-RPT-FILE
           IF NOT WS-FS-RPT = '00'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CREDITOS NAO IDENTIFICADOS APLICADOS: '
                  WS-TOTAL-SUSPENSO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SALDOS CREDORES COMPENSADOS: '
                  WS-TOTAL-SALDO-CREDOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTADO: ' WS-VALOR-CONTADO
                  '  DIFERENCA: ' WS-DIFERENCA
                  DELIMITED BY SIZE INTO RPT-LINE

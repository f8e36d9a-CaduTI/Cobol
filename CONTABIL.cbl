      *                credita a conta de RECEITA DE RECUPERACAO
      *                pedida pela contabilidade, em vez de creditar
      *                clientes - a conta do cliente ja foi baixada.
      *   15/10/2026 - Custas de cartorio (FEELOG tipo 'CP') saem em
      *                lancamento proprio, a debito de clientes e a
      *                credito de custas a pagar (21101CT), em vez de
      *                receita de multa; titulo pago no cartorio
      *                (operador CARTORIO) entra em bancos.
      *   15/10/2026 - Pagamento e recuperacao no cartao (PL-FORMA CA)
      *                debitam CARTOES A RECEBER (11103CA) em vez de
      *                caixa, e o estorno deles credita a mesma conta.
      *                Novo movimento da adquirente (CARTLOG, do
      *                CONCCART): liquidacao debita bancos pelo liquido
      *                e a despesa de MDR (51102MD) pela taxa;
      *                chargeback de venda ja depositada volta o
      *                recebivel contra bancos.
      *   15/10/2026 - Creditos nao identificados: o que entrou hoje no
      *                arquivo SUSPENSO debita bancos e credita o
      *                passivo de CREDITOS NAO IDENTIFICADOS (21102SU);
      *                o credito aplicado a uma conta (PAYLOG na forma
      *                'SU') debita esse passivo em vez de caixa.
      *   15/10/2026 - Saldo credor de clientes: o pagamento a maior
      *                retido (PAYLOG 'CR') vai a debito de bancos
      *                contra o passivo 21103CR (creditos de clientes a
      *                devolver), o reembolso pago ('RE') debita o
      *                passivo contra bancos e a compensacao em outra
      *                divida (forma 'SC') debita o passivo contra
      *                clientes.
      *   15/10/2026 - Recebimento por PIX liquidado no PSP (operador
      *                de canal 'PIX') e debitado em bancos, como o do
      *                retorno bancario.
      *   15/10/2026 - Exportacao pela data contabil do PAYLOG: o
      *                lancamento de balcao feito com o dia ja fechado
      *                (FECHADIA) vai no movimento do proximo dia util.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.
           SELECT FEELOG-FILE ASSIGN TO "FEELOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-FEELOG.
           SELECT CARTLOG-FILE ASSIGN TO "CARTLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CARTLOG.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SU-CHAVE
               FILE STATUS WS-FS-SUSPENSO.
           SELECT CONTABEX-FILE ASSIGN TO "CONTABEX"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTABEX.
           COPY PAYLOG.
       FD  FEELOG-FILE.
           COPY FEELOG.
       FD  CARTLOG-FILE.
           COPY CARTLOG.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  CONTABEX-FILE.
           COPY CONTABEX.
       WORKING-STORAGE SECTION.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-FEELOG             PIC X(02) VALUES '00'.
           88 WS-FS-FEELOG-OK      VALUE '00'.
       77 WS-FS-CARTLOG            PIC X(02) VALUES '00'.
           88 WS-FS-CARTLOG-OK     VALUE '00'.
       77 WS-FS-SUSPENSO           PIC X(02) VALUES '00'.
           88 WS-FS-SUSPENSO-OK    VALUE '00'.
       77 WS-FS-CONTABEX           PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CONTABIL-LANC    PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-LANCAMENTOS      PIC 9(07) VALUES ZEROS.
       77 WS-TOTAL-DEBITOS         PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-CREDITOS        PIC S9(13)V99 VALUES ZEROS.
       77 WS-CTA-RECEITA-MULTA     PIC X(08) VALUES '41101MU'.
       77 WS-CTA-RECEITA-RECUP     PIC X(08) VALUES '41102RC'.
       77 WS-CTA-DESP-DESCONTO     PIC X(08) VALUES '51101DS'.
       77 WS-CTA-CUSTAS-PAGAR      PIC X(08) VALUES '21101CT'.
       77 WS-CTA-CARTOES           PIC X(08) VALUES '11103CA'.
       77 WS-CTA-DESP-MDR          PIC X(08) VALUES '51102MD'.
       77 WS-CTA-SUSPENSO          PIC X(08) VALUES '21102SU'.
       77 WS-CTA-CREDITOS-CLI      PIC X(08) VALUES '21103CR'.
       77 WS-OPERADOR-BANCO        PIC X(08) VALUES 'BANCO'.
      *    O CARTORIO REPASSA O TITULO PAGO POR CREDITO EM CONTA: O
      *    LANCAMENTO VAI PARA BANCOS, COMO O DO CANAL BANCO.
       77 WS-OPERADOR-CARTORIO     PIC X(08) VALUES 'CARTORIO'.
      *    O PIX LIQUIDADO PELO PSP CAI NA CONTA DA EMPRESA NO BANCO.
       77 WS-OPERADOR-PIX          PIC X(08) VALUES 'PIX'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           WRITE CONTABEX-RECORD
           PERFORM EXPORTA-PAYLOG
           PERFORM EXPORTA-FEELOG
           PERFORM EXPORTA-CARTLOG
           PERFORM EXPORTA-SUSPENSO
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-TRAILER TO TRUE
           MOVE WS-QTDE-LANCAMENTOS TO CB-TRL-QTDE
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   PERFORM DETERMINA-DATA-CONTABIL
                   IF WS-DATA-CONTABIL-LANC = WS-DATA-HOJE
                       PERFORM EXPORTA-UM-PAGAMENTO
                   END-IF
               END-IF
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

       EXPORTA-UM-PAGAMENTO.
           EVALUATE TRUE
               WHEN PL-TIPO-RECUPERACAO
      *            ABSOLUTO DO LANCAMENTO NEGATIVO.
                   COMPUTE WS-VALOR-ABS = ZERO - PL-VALOR
                   PERFORM MONTA-LANCAMENTO-ESTORNO
               WHEN PL-TIPO-CREDITO
      *            PAGAMENTO A MAIOR RETIDO: BANCOS CONTRA O PASSIVO
      *            DE CREDITOS DE CLIENTES A DEVOLVER.
                   MOVE PL-VALOR TO WS-VALOR-ABS
                   PERFORM MONTA-LANCAMENTO-CREDITO
               WHEN PL-TIPO-REEMBOLSO
      *            REEMBOLSO PAGO: O PASSIVO CONTRA BANCOS, PELO VALOR
      *            ABSOLUTO DO LANCAMENTO NEGATIVO.
                   COMPUTE WS-VALOR-ABS = ZERO - PL-VALOR
                   PERFORM MONTA-LANCAMENTO-REEMBOLSO
               WHEN OTHER
                   MOVE PL-VALOR TO WS-VALOR-ABS
                   PERFORM MONTA-LANCAMENTO-PAGAMENTO
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           EVALUATE TRUE
               WHEN PL-FORMA-SUSPENSO
                   MOVE WS-CTA-SUSPENSO TO CB-CONTA-DEBITO
               WHEN PL-FORMA-SALDO-CREDOR
                   MOVE WS-CTA-CREDITOS-CLI TO CB-CONTA-DEBITO
               WHEN PL-OPERADOR = WS-OPERADOR-BANCO OR
                    PL-OPERADOR = WS-OPERADOR-CARTORIO OR
                    PL-OPERADOR = WS-OPERADOR-PIX
                   MOVE WS-CTA-BANCOS TO CB-CONTA-DEBITO
               WHEN PL-FORMA-CARTAO
                   MOVE WS-CTA-CARTOES TO CB-CONTA-DEBITO
               WHEN OTHER
                   MOVE WS-CTA-CAIXA TO CB-CONTA-DEBITO
           END-EVALUATE
           MOVE WS-CTA-CLIENTES TO CB-CONTA-CREDITO
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'RECEBIMENTO DE COBRANCA' TO CB-HISTORICO
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           EVALUATE TRUE
               WHEN PL-FORMA-SUSPENSO
                   MOVE WS-CTA-SUSPENSO TO CB-CONTA-DEBITO
               WHEN PL-FORMA-SALDO-CREDOR
                   MOVE WS-CTA-CREDITOS-CLI TO CB-CONTA-DEBITO
               WHEN PL-OPERADOR = WS-OPERADOR-BANCO OR
                    PL-OPERADOR = WS-OPERADOR-CARTORIO OR
                    PL-OPERADOR = WS-OPERADOR-PIX
                   MOVE WS-CTA-BANCOS TO CB-CONTA-DEBITO
               WHEN PL-FORMA-CARTAO
                   MOVE WS-CTA-CARTOES TO CB-CONTA-DEBITO
               WHEN OTHER
                   MOVE WS-CTA-CAIXA TO CB-CONTA-DEBITO
           END-EVALUATE
           MOVE WS-CTA-RECEITA-RECUP TO CB-CONTA-CREDITO
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'RECEITA DE RECUPERACAO' TO CB-HISTORICO
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           MOVE WS-CTA-CLIENTES TO CB-CONTA-DEBITO
           EVALUATE TRUE
               WHEN PL-FORMA-SUSPENSO
                   MOVE WS-CTA-SUSPENSO TO CB-CONTA-CREDITO
               WHEN PL-FORMA-SALDO-CREDOR
                   MOVE WS-CTA-CREDITOS-CLI TO CB-CONTA-CREDITO
               WHEN PL-FORMA-CARTAO
                   MOVE WS-CTA-CARTOES TO CB-CONTA-CREDITO
               WHEN OTHER
                   MOVE WS-CTA-CAIXA TO CB-CONTA-CREDITO
           END-EVALUATE
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'ESTORNO DE RECEBIMENTO' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.
           MOVE 'DESCONTO EM QUITACAO' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.

       MONTA-LANCAMENTO-CREDITO.
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           MOVE WS-CTA-BANCOS TO CB-CONTA-DEBITO
           MOVE WS-CTA-CREDITOS-CLI TO CB-CONTA-CREDITO
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'CREDITO DE CLIENTE A DEVOLVER' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.

       MONTA-LANCAMENTO-REEMBOLSO.
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           MOVE WS-CTA-CREDITOS-CLI TO CB-CONTA-DEBITO
           MOVE WS-CTA-BANCOS TO CB-CONTA-CREDITO
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'REEMBOLSO DE SALDO CREDOR' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.

       EXPORTA-FEELOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT FEELOG-FILE
               IF NOT WS-FIM-LOG
                   IF FL-DATA-MOVIMENTO = WS-DATA-HOJE
                       MOVE FL-VALOR-MULTA TO WS-VALOR-ABS
                       IF FL-TIPO-CUSTAS
                           PERFORM MONTA-LANCAMENTO-CUSTAS
                       ELSE
                           PERFORM MONTA-LANCAMENTO-MULTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'MULTA POR ATRASO' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.

      *    CUSTAS DO CARTORIO DE PROTESTO COBRADAS DO DEVEDOR: NAO E
      *    RECEITA - O VALOR E DEVIDO AO CARTORIO E FICA NO PASSIVO
      *    ATE O ACERTO.
       MONTA-LANCAMENTO-CUSTAS.
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           MOVE WS-CTA-CLIENTES TO CB-CONTA-DEBITO
           MOVE WS-CTA-CUSTAS-PAGAR TO CB-CONTA-CREDITO
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'CUSTAS DE PROTESTO' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.

      *    MOVIMENTO DA ADQUIRENTE DE CARTAO (CARTLOG, GRAVADO PELO
      *    CONCCART): A VENDA NO CARTAO ENTROU EM CARTOES A RECEBER;
      *    A LIQUIDACAO BAIXA O RECEBIVEL PELO DEPOSITO EM BANCOS E
      *    PELA TAXA MDR, QUE E DESPESA; O CHARGEBACK DE VENDA JA
      *    DEPOSITADA VOLTA O RECEBIVEL PELO DEBITO EM BANCOS E PELA
      *    MDR DEVOLVIDA, E O ESTORNO DO PAGAMENTO O ZERA.
       EXPORTA-CARTLOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CARTLOG-FILE
           IF NOT WS-FS-CARTLOG-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CARTLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CARTLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF LQ-DATA-MOVIMENTO = WS-DATA-HOJE
                       IF LQ-CHARGEBACK
                           PERFORM MONTA-LANCAMENTO-CHARGEBACK
                       ELSE
                           PERFORM MONTA-LANCAMENTO-LIQ-CARTAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARTLOG-FILE.

       MONTA-LANCAMENTO-LIQ-CARTAO.
           IF LQ-VALOR-LIQUIDO > 0
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-BANCOS TO CB-CONTA-DEBITO
               MOVE WS-CTA-CARTOES TO CB-CONTA-CREDITO
               MOVE LQ-VALOR-LIQUIDO TO WS-VALOR-ABS
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'LIQUIDACAO ADQUIRENTE CARTAO' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF LQ-VALOR-MDR > 0
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-DESP-MDR TO CB-CONTA-DEBITO
               MOVE WS-CTA-CARTOES TO CB-CONTA-CREDITO
               MOVE LQ-VALOR-MDR TO WS-VALOR-ABS
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'TAXA MDR ADQUIRENTE CARTAO' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF.

       MONTA-LANCAMENTO-CHARGEBACK.
           IF LQ-VALOR-LIQUIDO > 0
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-CARTOES TO CB-CONTA-DEBITO
               MOVE WS-CTA-BANCOS TO CB-CONTA-CREDITO
               MOVE LQ-VALOR-LIQUIDO TO WS-VALOR-ABS
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'CHARGEBACK ADQUIRENTE CARTAO' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF LQ-VALOR-MDR > 0
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-CARTOES TO CB-CONTA-DEBITO
               MOVE WS-CTA-DESP-MDR TO CB-CONTA-CREDITO
               MOVE LQ-VALOR-MDR TO WS-VALOR-ABS
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'MDR DEVOLVIDA NO CHARGEBACK' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF.

      *    CREDITO NAO IDENTIFICADO QUE ENTROU HOJE NO ARQUIVO
      *    SUSPENSO: O DINHEIRO ESTA EM BANCOS, MAS AINDA NAO E DE
      *    NENHUM CLIENTE - FICA NO PASSIVO DE CREDITOS NAO
      *    IDENTIFICADOS ATE SER APLICADO A UMA CONTA (PAYLOG NA
      *    FORMA 'SU', QUE BAIXA ESTE PASSIVO CONTRA CLIENTES).
       EXPORTA-SUSPENSO.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT SUSPENSO-FILE
           IF NOT WS-FS-SUSPENSO-OK
               MOVE 'S' TO WS-LOG-EOF
           ELSE
               MOVE WS-DATA-HOJE TO SU-DATA-ENTRADA
               MOVE ZEROS TO SU-SEQ
               START SUSPENSO-FILE KEY IS >= SU-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-LOG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ SUSPENSO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-SUSPENSO-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF SU-DATA-ENTRADA NOT = WS-DATA-HOJE
                       MOVE 'S' TO WS-LOG-EOF
                   ELSE
                       PERFORM MONTA-LANCAMENTO-SUSPENSO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-SUSPENSO NOT = '35'
               CLOSE SUSPENSO-FILE
           END-IF.

       MONTA-LANCAMENTO-SUSPENSO.
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-DETALHE TO TRUE
           MOVE WS-DATA-HOJE TO CB-DATA
           MOVE WS-CTA-BANCOS TO CB-CONTA-DEBITO
           MOVE WS-CTA-SUSPENSO TO CB-CONTA-CREDITO
           MOVE SU-VALOR TO WS-VALOR-ABS
           MOVE WS-VALOR-ABS TO CB-VALOR
           MOVE 'CREDITO NAO IDENTIFICADO' TO CB-HISTORICO
           PERFORM GRAVA-LANCAMENTO.

       GRAVA-LANCAMENTO.
           WRITE CONTABEX-RECORD
           ADD 1 TO WS-QTDE-LANCAMENTOS

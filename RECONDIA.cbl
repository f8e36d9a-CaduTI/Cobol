      *                lancamento no PAYLOG para a data do header
      *                (mes recem-arquivado) a perna e pulada com
      *                aviso.
      *   15/10/2026 - A conferencia da exportacao contabil passa a
      *                tratar CARTOES A RECEBER (11103CA) e CREDITOS
      *                NAO IDENTIFICADOS (21102SU) como dinheiro e a
      *                ignorar a taxa MDR, e o relatorio traz o saldo
      *                em aberto do arquivo SUSPENSO com as entradas e
      *                aplicacoes do dia.
      *   15/10/2026 - Saldo credor de clientes: pagamento a maior
      *                retido ('CR') e reembolso ('RE') ficam fora da
      *                soma que fecha com o CTLTOT e entram na resoma
      *                da exportacao; a compensacao (forma 'SC') fica
      *                fora da resoma da exportacao. O relatorio traz
      *                os saldos credores disponiveis, em reembolso e
      *                reembolsados hoje (arquivo CREDCLI).
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle TOLERPRM.
      *   15/10/2026 - Resoma do PAYLOG e conferencia com a exportacao
      *                contabil pela data contabil do lancamento, como
      *                o relatorio do dia e a exportacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONDIA.
           SELECT CONTABEX-FILE ASSIGN TO "CONTABEX"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTABEX.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SU-CHAVE
               FILE STATUS WS-FS-SUSPENSO.
           SELECT CREDCLI-FILE ASSIGN TO "CREDCLI"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SD-CHAVE
               FILE STATUS WS-FS-CREDCLI.
           SELECT TOLERPRM-FILE ASSIGN TO "TOLERPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-TOLERPRM.
           COPY PAYLOG.
       FD  CONTABEX-FILE.
           COPY CONTABEX.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  CREDCLI-FILE.
           COPY CREDCLI.
       FD  TOLERPRM-FILE.
           COPY TOLERPRM.
       FD  RECON-RPT-FILE.
       77 WS-HORA-COBRANCA-ULT     PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-STEPS            PIC 9(07) VALUES ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CONTABIL-LANC    PIC 9(08) VALUES ZEROS.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-CONTABEX           PIC X(02) VALUES '00'.
           88 WS-FS-CONTABEX-OK    VALUE '00'.
       77 WS-FS-TOLERPRM           PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-SUSPENSO           PIC X(02) VALUES '00'.
           88 WS-FS-SUSPENSO-OK    VALUE '00'.
       77 WS-TEM-SUSPENSO          PIC X(01) VALUES 'N'.
           88 WS-SUSPENSO-PRESENTE VALUE 'S'.
      *    SALDO DOS CREDITOS NAO IDENTIFICADOS (ARQUIVO SUSPENSO): O
      *    QUE CONTINUA EM ABERTO E O MOVIMENTO DE HOJE.
       77 WS-QTDE-SUSP-ABERTO      PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-SUSP-ABERTO     PIC S9(9)V99 VALUES ZEROS.
       77 WS-QTDE-SUSP-ENTRADA     PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-SUSP-ENTRADA    PIC S9(9)V99 VALUES ZEROS.
       77 WS-QTDE-SUSP-APLICADO    PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-SUSP-APLICADO   PIC S9(9)V99 VALUES ZEROS.
       77 WS-FS-CREDCLI            PIC X(02) VALUES '00'.
           88 WS-FS-CREDCLI-OK     VALUE '00'.
       77 WS-TEM-CREDCLI           PIC X(01) VALUES 'N'.
           88 WS-CREDCLI-PRESENTE  VALUE 'S'.
      *    SALDOS CREDORES DE CLIENTES (ARQUIVO CREDCLI): O QUE ESTA
      *    DISPONIVEL, O QUE ESTA EM REEMBOLSO E O REEMBOLSADO HOJE.
       77 WS-QTDE-CRED-DISPONIVEL  PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-CRED-DISPONIVEL PIC S9(9)V99 VALUES ZEROS.
       77 WS-QTDE-CRED-REEMBOLSO   PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-CRED-REEMBOLSO  PIC S9(9)V99 VALUES ZEROS.
       77 WS-QTDE-CRED-PAGO        PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-CRED-PAGO       PIC S9(9)V99 VALUES ZEROS.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-TOLERANCIA            PIC 9(05)V99 VALUES ZEROS.
      *    EXPORTACAO.
       77 WS-CTA-CAIXA             PIC X(08) VALUES '11101CX'.
       77 WS-CTA-BANCOS            PIC X(08) VALUES '11102BC'.
      *    A VENDA NO CARTAO ENTRA EM CARTOES A RECEBER E O CREDITO
      *    APLICADO DO SUSPENSO SAI DO PASSIVO DE CREDITOS NAO
      *    IDENTIFICADOS; AS DUAS CONTAS ENTRAM NA CONFERENCIA COMO
      *    DINHEIRO, E AS TRANSFERENCIAS ENTRE ELAS E BANCOS
      *    (LIQUIDACAO, CHARGEBACK, CAPTURA DO CREDITO) SE ANULAM. A
      *    TAXA MDR NAO PASSA PELO PAYLOG E FICA FORA.
       77 WS-CTA-CARTOES           PIC X(08) VALUES '11103CA'.
       77 WS-CTA-SUSPENSO          PIC X(08) VALUES '21102SU'.
       77 WS-CTA-DESP-MDR          PIC X(08) VALUES '51102MD'.
       COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                         WS-CAIXA-CONTABEX WS-QTDE-QUEBRAS
                         WS-TOLERANCIA WS-DATA-CONTABEX
                         WS-RESOMA-EXPORT WS-QTDE-EXPORT
                         WS-QTDE-SUSP-ABERTO WS-VALOR-SUSP-ABERTO
                         WS-QTDE-SUSP-ENTRADA WS-VALOR-SUSP-ENTRADA
                         WS-QTDE-SUSP-APLICADO WS-VALOR-SUSP-APLICADO
                         WS-QTDE-CRED-DISPONIVEL
                         WS-VALOR-CRED-DISPONIVEL
                         WS-QTDE-CRED-REEMBOLSO WS-VALOR-CRED-REEMBOLSO
                         WS-QTDE-CRED-PAGO WS-VALOR-CRED-PAGO
           MOVE 'N' TO WS-TEM-CONTABEX
           MOVE 'N' TO WS-TEM-SUSPENSO
           MOVE 'N' TO WS-TEM-CREDCLI
           MOVE '00' TO WS-FS-CTLTOT
           CALL 'DATAPROC' USING WS-DATA-HOJE
           PERFORM LE-TOLERANCIA
           PERFORM SOMA-CAIXA-CONTABEX
           PERFORM RESOMA-PAYLOG-DO-DIA
           PERFORM SOMA-SALDO-SUSPENSO
           PERFORM SOMA-SALDO-CREDOR
           OPEN INPUT CTLTOT-FILE
           IF NOT WS-FS-CTLTOT-OK
               DISPLAY 'ARQUIVO CTLTOT NAO ENCONTRADO. '
                   MOVE TL-TOLERANCIA TO WS-TOLERANCIA
               END-IF
           END-IF
           CLOSE TOLERPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'TOLERVAL' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-TOLERANCIA
           END-IF.

      *    A SOMA INDEPENDENTE: OS LANCAMENTOS DE DINHEIRO DE HOJE
      *    DIRETO DO PAYLOG (DESCONTO FICA FORA, COMO NO RELATORIO
      *    DIARIO; O ESTORNO JA VEM NEGATIVO). NA MESMA PASSADA SAI
      *    A RESOMA DA DATA DA EXPORTACAO CONTABIL, QUE E A DA NOITE
      *    ANTERIOR - O PAYLOG GUARDA O MES EM ABERTO, ENTAO A DATA
      *    DELA AINDA ESTA AQUI. O PAGAMENTO A MAIOR RETIDO E O
      *    REEMBOLSO PAGO NAO SAO COBRANCA E FICAM FORA DA SOMA QUE
      *    FECHA COM O CTLTOT, MAS SAO DINHEIRO NO BANCO E ENTRAM NA
      *    RESOMA DA EXPORTACAO; JA A COMPENSACAO DE SALDO CREDOR
      *    (FORMA 'SC') SAI DO PASSIVO DE CREDITOS DE CLIENTES, SEM
      *    DINHEIRO NOVO, E FICA FORA DA RESOMA DA EXPORTACAO.
       RESOMA-PAYLOG-DO-DIA.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   PERFORM DETERMINA-DATA-CONTABIL
                   IF WS-DATA-CONTABIL-LANC = WS-DATA-HOJE AND
                      NOT PL-TIPO-DESCONTO AND
                      NOT PL-TIPO-SALDO-CREDOR
                       ADD PL-VALOR TO WS-RESOMA-PAYLOG
                   END-IF
                   IF WS-DATA-CONTABIL-LANC = WS-DATA-CONTABEX AND
                      NOT PL-TIPO-DESCONTO
                       IF PL-TIPO-SALDO-CREDOR OR
                          NOT PL-FORMA-SALDO-CREDOR
                           ADD PL-VALOR TO WS-RESOMA-EXPORT
                       END-IF
                       ADD 1 TO WS-QTDE-EXPORT
                   END-IF
               END-IF
               CLOSE PAYLOG-FILE
           END-IF.

      *    LANCAMENTO DE BALCAO FEITO COM O DIA JA FECHADO (FECHADIA)
      *    CONTA NA DATA CONTABIL; SEM ELA, VALE A DO MOVIMENTO.
       DETERMINA-DATA-CONTABIL.
           IF PL-DATA-CONTABIL IS NUMERIC AND PL-DATA-CONTABIL > 0
               MOVE PL-DATA-CONTABIL TO WS-DATA-CONTABIL-LANC
           ELSE
               MOVE PL-DATA-MOVIMENTO TO WS-DATA-CONTABIL-LANC
           END-IF.

      *    DA EXPORTACAO CONTABIL, O MOVIMENTO LIQUIDO DE CAIXA E
      *    BANCOS (DEBITOS MENOS CREDITOS NESSAS CONTAS) DA DATA DO
      *    HEADER DA GERACAO, QUE DEVE FECHAR COM O DINHEIRO DO
                   IF CB-REG-DETALHE AND WS-DATA-CONTABEX = 0
                       MOVE CB-DATA TO WS-DATA-CONTABEX
                   END-IF
                   IF CB-REG-DETALHE AND CB-DATA = WS-DATA-CONTABEX AND
                      CB-CONTA-DEBITO NOT = WS-CTA-DESP-MDR AND
                      CB-CONTA-CREDITO NOT = WS-CTA-DESP-MDR
                       IF CB-CONTA-DEBITO = WS-CTA-CAIXA OR
                          CB-CONTA-DEBITO = WS-CTA-BANCOS OR
                          CB-CONTA-DEBITO = WS-CTA-CARTOES OR
                          CB-CONTA-DEBITO = WS-CTA-SUSPENSO
                           ADD CB-VALOR TO WS-CAIXA-CONTABEX
                       END-IF
                       IF CB-CONTA-CREDITO = WS-CTA-CAIXA OR
                          CB-CONTA-CREDITO = WS-CTA-BANCOS OR
                          CB-CONTA-CREDITO = WS-CTA-CARTOES OR
                          CB-CONTA-CREDITO = WS-CTA-SUSPENSO
                           SUBTRACT CB-VALOR FROM WS-CAIXA-CONTABEX
                       END-IF
                   END-IF
               CLOSE CONTABEX-FILE
           END-IF.

      *    SALDO DOS CREDITOS NAO IDENTIFICADOS, DIRETO DO ARQUIVO
      *    SUSPENSO: O QUE SEGUE EM ABERTO (QUALQUER DATA), O QUE
      *    ENTROU HOJE E O QUE FOI APLICADO HOJE A UMA CONTA. SEM O
      *    ARQUIVO NO AMBIENTE A LINHA SAI DO RELATORIO.
       SOMA-SALDO-SUSPENSO.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT SUSPENSO-FILE
           IF NOT WS-FS-SUSPENSO-OK
               MOVE 'S' TO WS-LOG-EOF
           ELSE
               MOVE 'S' TO WS-TEM-SUSPENSO
               MOVE ZEROS TO SU-CHAVE
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
                   IF SU-ABERTO
                       ADD 1 TO WS-QTDE-SUSP-ABERTO
                       ADD SU-VALOR TO WS-VALOR-SUSP-ABERTO
                   END-IF
                   IF SU-DATA-ENTRADA = WS-DATA-HOJE
                       ADD 1 TO WS-QTDE-SUSP-ENTRADA
                       ADD SU-VALOR TO WS-VALOR-SUSP-ENTRADA
                   END-IF
                   IF SU-APLICADO AND SU-DATA-APLICACAO = WS-DATA-HOJE
                       ADD 1 TO WS-QTDE-SUSP-APLICADO
                       ADD SU-VALOR TO WS-VALOR-SUSP-APLICADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUSPENSO-PRESENTE
               CLOSE SUSPENSO-FILE
           END-IF.

      *    SALDOS CREDORES DE CLIENTES, DIRETO DO ARQUIVO CREDCLI: O
      *    QUE ESTA DISPONIVEL PARA COMPENSACAO OU REEMBOLSO, O QUE
      *    ESTA COM REEMBOLSO PEDIDO OU APROVADO E O QUE SAIU HOJE NO
      *    ARQUIVO DE PAGAMENTO AO BANCO. SEM O ARQUIVO NO AMBIENTE A
      *    LINHA SAI DO RELATORIO.
       SOMA-SALDO-CREDOR.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CREDCLI-FILE
           IF NOT WS-FS-CREDCLI-OK
               MOVE 'S' TO WS-LOG-EOF
           ELSE
               MOVE 'S' TO WS-TEM-CREDCLI
               MOVE ZEROS TO SD-CHAVE
               START CREDCLI-FILE KEY IS >= SD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-LOG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CREDCLI-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CREDCLI-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   EVALUATE TRUE
                       WHEN SD-DISPONIVEL
                           ADD 1 TO WS-QTDE-CRED-DISPONIVEL
                           ADD SD-SALDO TO WS-VALOR-CRED-DISPONIVEL
                       WHEN SD-EM-REEMBOLSO
                           ADD 1 TO WS-QTDE-CRED-REEMBOLSO
                           ADD SD-SALDO TO WS-VALOR-CRED-REEMBOLSO
                       WHEN SD-REEMBOLSADO AND
                            SD-DATA-ENVIO = WS-DATA-HOJE
                           ADD 1 TO WS-QTDE-CRED-PAGO
                           ADD SD-VALOR-REEMBOLSO TO WS-VALOR-CRED-PAGO
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-CREDCLI-PRESENTE
               CLOSE CREDCLI-FILE
           END-IF.

       CONFERE-FECHAMENTO.
           COMPUTE WS-DIFERENCA =
               WS-VALOR-COBRANCA - WS-RESOMA-PAYLOG
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-SUSPENSO-PRESENTE
               MOVE SPACES TO RPT-LINE
               STRING 'CREDITOS NAO IDENTIFICADOS EM ABERTO: '
                      WS-QTDE-SUSP-ABERTO '  SALDO: '
                      WS-VALOR-SUSP-ABERTO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '  ENTRADAS HOJE: ' WS-QTDE-SUSP-ENTRADA
                      '  VALOR: ' WS-VALOR-SUSP-ENTRADA
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '  APLICADOS HOJE: ' WS-QTDE-SUSP-APLICADO
                      '  VALOR: ' WS-VALOR-SUSP-APLICADO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-CREDCLI-PRESENTE
               MOVE SPACES TO RPT-LINE
               STRING 'SALDOS CREDORES DISPONIVEIS: '
                      WS-QTDE-CRED-DISPONIVEL '  SALDO: '
                      WS-VALOR-CRED-DISPONIVEL
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '  EM REEMBOLSO: ' WS-QTDE-CRED-REEMBOLSO
                      '  VALOR: ' WS-VALOR-CRED-REEMBOLSO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '  REEMBOLSADOS HOJE: ' WS-QTDE-CRED-PAGO
                      '  VALOR: ' WS-VALOR-CRED-PAGO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-QTDE-QUEBRAS > 0
               STRING '*** FECHAMENTO QUEBRADO (TOLERANCIA '

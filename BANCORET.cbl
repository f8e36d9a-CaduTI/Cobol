      *                (arquivo BOLETOS, gravado pelo BANCOREM), para
      *                o acompanhamento de boletos em aberto
      *                (BOLAGING) enxergar o que voltou e o que nao.
      *   15/10/2026 - Lancamento novo do PAYLOG sai com a marca de
      *                campanha de desconto (PL-CAMPANHA) em branco.
      *   15/10/2026 - Boleto rejeitado por conta errada ou fechada (DV
      *                invalido, conta nao encontrada, divida nao esta
      *                em aberto) ou por valor acima do saldo/divida
      *                passa tambem para o arquivo de creditos nao
      *                identificados (SUSPENSO, rotina SUSPREG), com a
      *                conta como veio e a sequencia do retorno, para a
      *                pesquisa do supervisor. Duplicidade e valor
      *                zerado ficam so no BANKREJ.
      *   15/10/2026 - Pagamento a maior deixa de ser rejeitado: a
      *                parte que cabe na divida aberta mais antiga (ou
      *                no saldo) e lancada e o excesso fica como saldo
      *                credor da conta (arquivo CREDCLI, PAYLOG 'CR');
      *                boleto de conta ja quitada ou de parcela de
      *                acordo ja paga vai inteiro para saldo credor.
      *                Conta baixada ou inexistente segue para o
      *                SUSPENSO.
      *   15/10/2026 - Detalhe do retorno passa a trazer o nosso
      *                numero. Boleto emitido no balcao (2a via) e
      *                reconhecido por ele: o pagamento vai para a
      *                divida ou parcela do boleto, o registro e
      *                fechado e o pagamento de uma via ja substituida
      *                e avisado e contado no total.
      *   15/10/2026 - Boleto ou valor exato de uma cotacao de quitacao
      *                (COTAQUIT) pago ate a validade quita a conta:
      *                dividas zeradas, diferenca para o saldo lancada
      *                como desconto (PAYLOG 'DS'), excesso como saldo
      *                credor, cotacao e boleto baixados e total de
      *                contas quitadas por cotacao.
      *   15/10/2026 - Pagamento de conta duplicada ja unificada e
      *                lancado na conta sobrevivente, com contagem no
      *                resumo.
      *   15/10/2026 - Modo PIX (PARM 'PIX'): le o arquivo de
      *                liquidacao do PSP no lugar do retorno do banco;
      *                cada PIX e achado pelo txid da cobranca
      *                (PIXCOBS), lancado como o boleto com o operador
      *                de canal 'PIX' e forma 'PX', e a cobranca e
      *                baixada com o end-to-end, que e a guarda de
      *                duplicidade do PIX. Txid desconhecido vai para o
      *                BANKREJ e para o SUSPENSO (canal 'PX').
      *   15/10/2026 - Data contabil do PAYLOG gravada em zeros: o
      *                lancamento do batch vale pela data do movimento.
      *   15/10/2026 - Toda mudanca de pago/nao pago da conta e da
      *                divida pelo retorno vai para o historico de
      *                situacoes SITUHIST (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCORET.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT CREDCLI-FILE ASSIGN TO "CREDCLI"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SD-CHAVE
               FILE STATUS WS-FS-CREDCLI.
           SELECT COTACAO-FILE ASSIGN TO "COTACOES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QT-CHAVE
               FILE STATUS WS-FS-COTACAO.
           SELECT PIXCOB-FILE ASSIGN TO "PIXCOBS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY XC-TXID
               ALTERNATE RECORD KEY XC-REFERENCIA WITH DUPLICATES
               FILE STATUS WS-FS-PIXCOB.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY BOLETO.
       FD  BANKRET-FILE.
           COPY BANKRET.
           COPY PIXRET.
       FD  BANKREJ-FILE.
       01 REJ-LINE                 PIC X(80).
       FD  RETCTL-FILE.
           COPY RETCTL.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  CREDCLI-FILE.
           COPY CREDCLI.
       FD  COTACAO-FILE.
           COPY COTACAO.
       FD  PIXCOB-FILE.
           COPY PIXCOB.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-VALOR-LANCADO         PIC S9(9)V99 VALUES ZEROS.
       77 WS-MOTIVO-REJEICAO       PIC X(30) VALUES SPACES.
      *    OPERADOR DE CANAL GRAVADO NO PAYLOG PARA OS PAGAMENTOS
      *    IMPORTADOS DO BANCO ('BANCO') OU DO PSP ('PIX'),
      *    DISTINGUINDO-OS DOS DE BALCAO. O CANAL DO RETORNO E A FORMA
      *    DO LANCAMENTO NO PAYLOG E O CANAL DO CREDITO NO SUSPENSO.
       77 WS-OPERADOR-CANAL        PIC X(08) VALUES 'BANCO'.
      *    SITUACAO ANTES DA MUDANCA, PARA O HISTORICO SITUHIST
       77 WS-SITU-ANTERIOR         PIC X(10) VALUES SPACES.
       77 WS-CANAL-RETORNO         PIC X(02) VALUES 'BO'.
      *    MODO DE EXECUCAO (PARM): 'PIX' IMPORTA O ARQUIVO DE
      *    LIQUIDACAO DO PSP (LAYOUT PIXRET) NO LUGAR DO RETORNO DO
      *    BANCO. O PAGAMENTO E ACHADO PELO TXID DA COBRANCA (PIXCOBS)
      *    E LANCADO PELAS MESMAS REGRAS DO BOLETO.
       77 WS-MODO-EXECUCAO         PIC X(20) VALUES SPACES.
       77 WS-MODO-RETORNO          PIC X(01) VALUES 'B'.
           88 WS-MODO-PIX          VALUE 'P'.
       77 WS-FS-PIXCOB             PIC X(02) VALUES '00'.
           88 WS-FS-PIXCOB-OK      VALUES '00' '02'.
       77 WS-COBRANCA-PIX          PIC X(01) VALUES 'N'.
           88 WS-TEM-COBRANCA-PIX  VALUE 'S'.
       77 WS-PIXLIQ-TXID           PIC X(35) VALUES SPACES.
       77 WS-PIXLIQ-VALOR          PIC 9(05)V99 VALUES ZEROS.
       77 WS-PIXLIQ-DATA           PIC 9(08) VALUES ZEROS.
       77 WS-PIXLIQ-HORA           PIC 9(06) VALUES ZEROS.
       77 WS-PIXLIQ-E2EID          PIC X(32) VALUES SPACES.
       77 WS-PIXCOB-CONTA          PIC 9(08) VALUES ZEROS.
       77 WS-PIXCOB-ORIGEM         PIC X(01) VALUES SPACES.
       77 WS-PIXCOB-SEQ            PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-PIX-BAIXADAS     PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-PIX-SUPERADAS    PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-PIX-REPAGAS      PIC 9(05) VALUES ZEROS.
       77 WS-PAGO-MULTA            PIC S9(5)V99 VALUES ZEROS.
       77 WS-PAGO-PRINCIPAL        PIC S9(5)V99 VALUES ZEROS.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-BOLETO-ABRIU      VALUE 'S'.
       77 WS-BOL-ORIGEM            PIC X(01) VALUES SPACES.
       77 WS-BOL-SEQ               PIC 9(03) VALUES ZEROS.
      *    BOLETO EMITIDO PELA CASA (2A VIA DE BALCAO) E RECONHECIDO
      *    PELO NOSSO NUMERO DO RETORNO: CONTA, ORIGEM (1=D 2=P 3=C),
      *    SEQUENCIA E VIA. O PAGAMENTO VAI PARA A DIVIDA OU PARCELA
      *    DO BOLETO EM VEZ DA REGRA DA DIVIDA MAIS ANTIGA.
       77 WS-BOLETO-IDENT          PIC X(01) VALUES 'N'.
           88 WS-BOLETO-IDENTIFICADO VALUE 'S'.
       77 WS-BOLID-ORIGEM          PIC X(01) VALUES SPACES.
       77 WS-BOLID-SEQ             PIC 9(03) VALUES ZEROS.
       77 WS-BOLID-SUPERADO        PIC X(01) VALUES 'N'.
       77 WS-QTDE-VIA-SUPERADA     PIC 9(05) VALUES ZEROS.
      *    COTACAO DE QUITACAO (COTAQUIT) PAGA NO BANCO: PELO BOLETO
      *    DA COTACAO OU, SEM NOSSO NUMERO, PELO VALOR COTADO EXATO
      *    PAGO ATE A VALIDADE. A CONTA E QUITADA E A DIFERENCA PARA
      *    O SALDO VIRA DESCONTO.
       77 WS-FS-COTACAO            PIC X(02) VALUES '00'.
           88 WS-FS-COTACAO-OK     VALUE '00'.
       77 WS-COTACAO-DISPONIVEL    PIC X(01) VALUES 'N'.
           88 WS-COTACAO-ABRIU     VALUE 'S'.
       77 WS-COTACAO-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-COTACAO       VALUE 'S'.
       77 WS-COTACAO-RETORNO       PIC X(01) VALUES 'N'.
           88 WS-HA-COTACAO-RETORNO VALUE 'S'.
       77 WS-COTRET-SEQ            PIC 9(03) VALUES ZEROS.
       77 WS-COTRET-VALOR          PIC 9(07)V99 VALUES ZEROS.
       77 WS-COTRET-CAMPANHA       PIC X(06) VALUES SPACES.
       77 WS-VALOR-PERDOADO        PIC S9(7)V99 VALUES ZEROS.
       77 WS-QTDE-COTACOES         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-UNIFICADAS       PIC 9(05) VALUES ZEROS.
       01 WS-NOSSO-RETORNO.
           05 WS-NR-CONTA          PIC 9(08).
           05 WS-NR-ORIGEM         PIC 9(01).
           05 WS-NR-SEQ            PIC 9(03).
           05 WS-NR-VIA            PIC 9(02).
       77 WS-DV-VALIDO              PIC X(01) VALUES 'N'.
       77 WS-CONTA-VERIF            PIC 9(08) VALUES ZEROS.
       77 WS-ATRASO-PAGTO           PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-PAGTOS-TAB       PIC 9(04) VALUES ZEROS.
       77 WS-IDX-PAGTO             PIC 9(04) VALUES ZEROS.
       77 WS-TAB-TRANSBORDOU       PIC X(01) VALUES 'N'.
      *    CREDITO QUE NAO PODE SER COLOCADO NA CONTA (CONTA ERRADA,
      *    FECHADA OU VALOR ACIMA DA DIVIDA) VAI TAMBEM PARA O ARQUIVO
      *    DE CREDITOS NAO IDENTIFICADOS (ROTINA SUSPREG).
       77 WS-QTDE-SUSPENSO         PIC 9(07) VALUES ZEROS.
       77 WS-SU-CANAL              PIC X(02) VALUES 'BO'.
       77 WS-SU-VALOR              PIC 9(05)V99 VALUES ZEROS.
       77 WS-SU-DATA-CREDITO       PIC 9(08) VALUES ZEROS.
       77 WS-SU-CONTA              PIC 9(08) VALUES ZEROS.
       77 WS-SU-REFERENCIA         PIC X(40) VALUES SPACES.
       77 WS-SU-CHAVE              PIC X(13) VALUES SPACES.
       77 WS-SU-RESULTADO          PIC X(01) VALUES SPACES.
      *    PAGAMENTO A MAIOR: A PARTE QUE CABE NA DIVIDA E LANCADA
      *    COMO PAGAMENTO E O EXCESSO FICA COMO SALDO CREDOR DA CONTA
      *    (ARQUIVO CREDCLI, PAYLOG 'CR').
       77 WS-FS-CREDCLI            PIC X(02) VALUES '00'.
           88 WS-FS-CREDCLI-OK     VALUE '00'.
       77 WS-CREDCLI-DISPONIVEL    PIC X(01) VALUES 'N'.
           88 WS-CREDCLI-ABRIU     VALUE 'S'.
       77 WS-CRED-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-CRED          VALUE 'S'.
       77 WS-ULTIMA-SEQ-CRED       PIC 9(03) VALUES ZEROS.
       77 WS-VALOR-APLICADO        PIC 9(05)V99 VALUES ZEROS.
       77 WS-VALOR-EXCESSO         PIC 9(05)V99 VALUES ZEROS.
       77 WS-LIMITE-APLICACAO      PIC S9(7)V99 VALUES ZEROS.
       77 WS-ORIGEM-CREDITO        PIC X(02) VALUES SPACES.
       77 WS-PARCELA-REPETIDA      PIC X(01) VALUES 'N'.
           88 WS-EH-PARCELA-REPETIDA VALUE 'S'.
       77 WS-TEM-PARCELA-ABERTA    PIC X(01) VALUES 'N'.
       77 WS-TEM-PARCELA-QUEBRADA  PIC X(01) VALUES 'N'.
       77 WS-QTDE-CREDITOS         PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-CREDITOS        PIC S9(9)V99 VALUES ZEROS.
      *    PAGAMENTOS JA LANCADOS (PAYLOG) PARA A GUARDA DE
      *    DUPLICIDADE: CONTA, VALOR E DATA EFETIVA DO PAGAMENTO. OS
      *    LANCAMENTOS DESTA PROPRIA EXECUCAO TAMBEM ENTRAM, PARA UM
               10 WS-PAGTAB-VALOR  PIC S9(5)V99.
               10 WS-PAGTAB-DATA   PIC 9(08).
       COPY ERRTAB.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           IF WS-MODO-EXECUCAO (1:3) = 'PIX'
               SET WS-MODO-PIX TO TRUE
               MOVE 'PIX' TO WS-OPERADOR-CANAL
               MOVE 'PX' TO WS-CANAL-RETORNO
               DISPLAY 'BANCORET: IMPORTACAO DA LIQUIDACAO PIX DO PSP.'
           END-IF
           OPEN INPUT BANKRET-FILE
           IF NOT WS-FS-BANKRET-OK
               DISPLAY 'BANCORET: ARQUIVO DE RETORNO BANKRET NAO '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    NO PIX A GUARDA DE DUPLICIDADE E O END-TO-END DA
      *    LIQUIDACAO, GUARDADO NA PROPRIA COBRANCA (PIXCOBS); SEM O
      *    ARQUIVO DE COBRANCAS NENHUM PIX SERIA IDENTIFICADO.
           IF WS-MODO-PIX
               OPEN I-O PIXCOB-FILE
               IF NOT WS-FS-PIXCOB-OK
                   DISPLAY 'BANCORET: COBRANCAS PIX (PIXCOBS) '
                           'INDISPONIVEIS.'
                   CLOSE BANKRET-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM CARREGA-PAGTOS-ANTERIORES
           END-IF
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'BANCORET: CADASTRO CUSTMAST INDISPONIVEL.'
               CLOSE PAYLOG-FILE
               OPEN OUTPUT PAYLOG-FILE
           END-IF
           OPEN I-O CREDCLI-FILE
           IF NOT WS-FS-CREDCLI-OK
               CLOSE CREDCLI-FILE
               OPEN OUTPUT CREDCLI-FILE
               CLOSE CREDCLI-FILE
               OPEN I-O CREDCLI-FILE
           END-IF
           IF WS-FS-CREDCLI-OK
               MOVE 'S' TO WS-CREDCLI-DISPONIVEL
           END-IF
           OPEN I-O COTACAO-FILE
           IF WS-FS-COTACAO-OK
               MOVE 'S' TO WS-COTACAO-DISPONIVEL
           END-IF
           OPEN OUTPUT BANKREJ-FILE

           PERFORM UNTIL WS-FIM-RETORNO
               IF NOT WS-FIM-RETORNO
                   IF BR-REG-DETALHE
                       ADD 1 TO WS-QTDE-LIDOS
                       IF WS-MODO-PIX
                           PERFORM PROCESSA-LIQUIDACAO-PIX
                       ELSE
                           PERFORM PROCESSA-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BOLETO-ABRIU
               CLOSE BOLETO-FILE
           END-IF
           IF WS-CREDCLI-ABRIU
               CLOSE CREDCLI-FILE
           END-IF
           IF WS-COTACAO-ABRIU
               CLOSE COTACAO-FILE
           END-IF
           IF WS-MODO-PIX
               CLOSE PIXCOB-FILE
           END-IF
           CLOSE PAYLOG-FILE
           CLOSE BANKREJ-FILE
           DISPLAY 'BANCORET: LIDOS: ' WS-QTDE-LIDOS
                   ' LANCADOS: ' WS-QTDE-LANCADOS
                   ' REJEITADOS: ' WS-QTDE-REJEITADOS
           DISPLAY 'BANCORET: CREDITOS NAO IDENTIFICADOS: '
                   WS-QTDE-SUSPENSO
           DISPLAY 'BANCORET: PAGAMENTOS A MAIOR RETIDOS COMO SALDO '
                   'CREDOR: ' WS-QTDE-CREDITOS ' VALOR: '
                   WS-VALOR-CREDITOS
           DISPLAY 'BANCORET: PARCELAS DE ACORDO BAIXADAS: '
                   WS-QTDE-PARCELAS-BX
           DISPLAY 'BANCORET: VIAS SUBSTITUIDAS PAGAS: '
                   WS-QTDE-VIA-SUPERADA
           DISPLAY 'BANCORET: CONTAS QUITADAS POR COTACAO: '
                   WS-QTDE-COTACOES
           DISPLAY 'BANCORET: PAGAMENTOS DE CONTA UNIFICADA: '
                   WS-QTDE-UNIFICADAS
           IF WS-MODO-PIX
               DISPLAY 'BANCORET: COBRANCAS PIX BAIXADAS: '
                       WS-QTDE-PIX-BAIXADAS
               DISPLAY 'BANCORET: COBRANCAS PIX SUBSTITUIDAS OU '
                       'EXPIRADAS PAGAS: ' WS-QTDE-PIX-SUPERADAS
               DISPLAY 'BANCORET: COBRANCAS PIX PAGAS MAIS DE UMA '
                       'VEZ: ' WS-QTDE-PIX-REPAGAS
           END-IF
           DISPLAY 'BANCORET: VALOR TOTAL LANCADO: ' WS-VALOR-LANCADO
           MOVE ZERO TO RETURN-CODE
           STOP RUN.
                   MOVE 'S' TO WS-RET-EOF
               END-IF
               IF NOT WS-FIM-RETORNO
                   IF (PL-TIPO-PAGAMENTO OR PL-TIPO-CREDITO) AND
                      PL-DATA-EFETIVA IS NUMERIC AND
                      PL-DATA-EFETIVA > 0
                       MOVE PL-CONTA TO BR-CONTA
               END-IF
           END-PERFORM.

      *    LIQUIDACAO PIX: A COBRANCA E ACHADA PELO TXID (PIXCOBS) E O
      *    PAGAMENTO SEGUE O MESMO LANCAMENTO DO BOLETO, NA CONTA E NO
      *    ITEM (DIVIDA, PARCELA OU COTACAO) DA COBRANCA. TXID
      *    DESCONHECIDO VAI PARA O BANKREJ E PARA O SUSPENSO; A MESMA
      *    LIQUIDACAO REPETIDA (MESMO END-TO-END) SO PARA O BANKREJ.
      *    OS CAMPOS DO PIX SAO GUARDADOS ANTES DE MONTAR O DETALHE NO
      *    LAYOUT DO RETORNO, QUE DIVIDE A AREA DO REGISTRO.
       PROCESSA-LIQUIDACAO-PIX.
           MOVE XR-TXID TO WS-PIXLIQ-TXID
           MOVE XR-VALOR TO WS-PIXLIQ-VALOR
           MOVE XR-DATA-PAGAMENTO TO WS-PIXLIQ-DATA
           MOVE XR-HORA-PAGAMENTO TO WS-PIXLIQ-HORA
           MOVE XR-E2EID TO WS-PIXLIQ-E2EID
           MOVE 'N' TO WS-COBRANCA-PIX
           MOVE ZEROS TO WS-PIXCOB-CONTA WS-PIXCOB-SEQ
           MOVE SPACES TO WS-PIXCOB-ORIGEM
           IF WS-PIXLIQ-TXID (26:10) = SPACES AND
              WS-PIXLIQ-TXID NOT = SPACES
               MOVE WS-PIXLIQ-TXID TO XC-TXID
               READ PIXCOB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-COBRANCA-PIX
               END-READ
           END-IF
           MOVE ZEROS TO BR-CONTA BR-NOSSO-NUMERO
           MOVE WS-PIXLIQ-VALOR TO BR-VALOR
           MOVE WS-PIXLIQ-DATA TO BR-DATA-PAGAMENTO
           EVALUATE TRUE
               WHEN NOT WS-TEM-COBRANCA-PIX
                   MOVE 'TXID NAO ENCONTRADO' TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
                   PERFORM REGISTRA-SUSPENSO
               WHEN XC-PAGA AND XC-E2EID = WS-PIXLIQ-E2EID
                   MOVE 'LIQUIDACAO PIX REPETIDA' TO
                        WS-MOTIVO-REJEICAO
                   MOVE XC-CONTA TO BR-CONTA
                   PERFORM GRAVA-REJEICAO
               WHEN OTHER
                   MOVE XC-CONTA TO BR-CONTA WS-PIXCOB-CONTA
                   MOVE XC-ORIGEM TO WS-PIXCOB-ORIGEM
                   MOVE XC-SEQ TO WS-PIXCOB-SEQ
                   PERFORM PROCESSA-RETORNO
                   PERFORM BAIXA-COBRANCA-PIX
           END-EVALUATE.

      *    A COBRANCA PAGA FICA COM A DATA, O VALOR E O END-TO-END DA
      *    LIQUIDACAO. COBRANCA JA SUBSTITUIDA OU EXPIRADA PAGA E
      *    AVISADA (O PSP ACEITOU O PAGAMENTO DEPOIS DA TROCA); A
      *    SEGUNDA LIQUIDACAO DE UMA COBRANCA JA PAGA E LANCADA PELAS
      *    REGRAS DO RETORNO E SO AVISADA.
       BAIXA-COBRANCA-PIX.
           MOVE WS-PIXLIQ-TXID TO XC-TXID
           READ PIXCOB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XC-PAGA
                       ADD 1 TO WS-QTDE-PIX-REPAGAS
                       DISPLAY 'BANCORET: COBRANCA PIX ' XC-TXID
                               ' PAGA MAIS DE UMA VEZ (E2E '
                               WS-PIXLIQ-E2EID ').'
                   ELSE
                       IF NOT XC-ATIVA
                           ADD 1 TO WS-QTDE-PIX-SUPERADAS
                           DISPLAY 'BANCORET: CONTA ' XC-CONTA
                                   ' PAGOU A COBRANCA PIX ' XC-ESTADO
                                   ' ' XC-TXID
                       END-IF
                       SET XC-PAGA TO TRUE
                       MOVE WS-PIXLIQ-DATA TO XC-DATA-PAGAMENTO
                       MOVE WS-PIXLIQ-HORA TO XC-HORA-PAGAMENTO
                       MOVE WS-PIXLIQ-VALOR TO XC-VALOR-PAGO
                       MOVE WS-PIXLIQ-E2EID TO XC-E2EID
                       MOVE WS-SEQ-ARQUIVO TO XC-SEQ-RETORNO
                       REWRITE PIXCOB-RECORD
                       ADD 1 TO WS-QTDE-PIX-BAIXADAS
                   END-IF
           END-READ.

       PROCESSA-RETORNO.
           MOVE 'N' TO WS-CONTA-ACHADA
           PERFORM SEGUE-CONTA-UNIFICADA
           IF WS-MODO-PIX
               MOVE 'N' TO WS-EH-DUPLICADO
           ELSE
               PERFORM VERIFICA-DUPLICIDADE
           END-IF
           MOVE BR-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'DV DA CONTA INVALIDO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
                   PERFORM REGISTRA-SUSPENSO
               WHEN NOT WS-TEM-CONTA
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
                   PERFORM REGISTRA-SUSPENSO
               WHEN BR-VALOR = 0
                   MOVE 'VALOR ZERADO' TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
      *        CONTA JA QUITADA: O BOLETO FOI PAGO DE NOVO. O DINHEIRO
      *        E DO CLIENTE E FICA INTEIRO COMO SALDO CREDOR.
               WHEN CM-PAGO
                   MOVE ZEROS TO WS-VALOR-APLICADO
                   MOVE BR-VALOR TO WS-VALOR-EXCESSO
                   MOVE 'CQ' TO WS-ORIGEM-CREDITO
                   PERFORM LANCA-SALDO-CREDOR
                   PERFORM IDENTIFICA-BOLETO-RETORNO
                   IF WS-BOLETO-IDENTIFICADO
                       PERFORM FECHA-BOLETO-IDENTIFICADO
                   END-IF
               WHEN NOT CM-NAO-PAGO
                   MOVE 'DIVIDA NAO ESTA EM ABERTO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
                   PERFORM REGISTRA-SUSPENSO
               WHEN OTHER
                   PERFORM IDENTIFICA-BOLETO-RETORNO
                   PERFORM VERIFICA-COTACAO-RETORNO
                   IF WS-HA-COTACAO-RETORNO
                       PERFORM QUITA-COTACAO-BANCO
                   ELSE
                       PERFORM ACHA-DIVIDA-MAIS-ANTIGA
                       PERFORM DIRECIONA-DIVIDA-BOLETO
                       PERFORM SEPARA-EXCESSO-PAGTO
                       IF WS-VALOR-APLICADO > 0
                           PERFORM LANCA-PAGAMENTO-BANCO
                       END-IF
                       IF WS-VALOR-EXCESSO > 0
                           PERFORM LANCA-SALDO-CREDOR
                       END-IF
                   END-IF
           END-EVALUATE.

      *    BOLETO EMITIDO NA CONTA DUPLICADA ANTES DA UNIFICACAO: O
      *    PAGAMENTO VAI PARA A CONTA SOBREVIVENTE (O APONTADOR E
      *    SEMPRE DIRETO), ONDE ESTAO AS DIVIDAS. O NOSSO NUMERO
      *    ANTIGO NAO IDENTIFICA BOLETO DA SOBREVIVENTE E O VALOR
      *    SEGUE A REGRA GERAL.
       SEGUE-CONTA-UNIFICADA.
           MOVE BR-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-UNIFICADA AND CM-CONTA-DESTINO > 0
                       DISPLAY 'BANCORET: CONTA ' BR-CONTA
                               ' UNIFICADA; PAGAMENTO LANCADO NA '
                               'CONTA ' CM-CONTA-DESTINO
                       MOVE CM-CONTA-DESTINO TO BR-CONTA
                       ADD 1 TO WS-QTDE-UNIFICADAS
                   END-IF
           END-READ.

      *    COTACAO DE QUITACAO ABERTA PAGA ATE A VALIDADE: O BOLETO
      *    DA COTACAO (ORIGEM 'C' COM SEQUENCIA) PAGO COM PELO MENOS O
      *    VALOR COTADO OU, NO PAGAMENTO SEM NOSSO NUMERO DA CASA, UMA
      *    COTACAO DA CONTA COM O VALOR EXATO DO RETORNO. PAGAMENTO
      *    MENOR OU FORA DA VALIDADE SEGUE A REGRA GERAL.
       VERIFICA-COTACAO-RETORNO.
           MOVE 'N' TO WS-COTACAO-RETORNO WS-COTACAO-EOF
           IF NOT WS-COTACAO-ABRIU
               MOVE 'S' TO WS-COTACAO-EOF
           ELSE
               IF WS-BOLETO-IDENTIFICADO
                   MOVE 'S' TO WS-COTACAO-EOF
                   IF WS-BOLID-ORIGEM = 'C' AND WS-BOLID-SEQ > 0
                       MOVE CM-CONTA TO QT-CONTA
                       MOVE WS-BOLID-SEQ TO QT-SEQ
                       READ COTACAO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF QT-ABERTA AND
                                  BR-DATA-PAGAMENTO <=
                                  QT-DATA-VALIDADE AND
                                  BR-VALOR >= QT-VALOR-COTADO
                                   PERFORM GUARDA-COTACAO-RETORNO
                               END-IF
                       END-READ
                   END-IF
               ELSE
                   MOVE CM-CONTA TO QT-CONTA
                   MOVE ZEROS TO QT-SEQ
                   START COTACAO-FILE KEY IS >= QT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-COTACAO-EOF
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-COTACAO
               READ COTACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-COTACAO-EOF
               END-READ
               IF NOT WS-FS-COTACAO-OK
                   MOVE 'S' TO WS-COTACAO-EOF
               END-IF
               IF NOT WS-FIM-COTACAO
                   IF QT-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-COTACAO-EOF
                   ELSE
                       IF QT-ABERTA AND
                          BR-DATA-PAGAMENTO <= QT-DATA-VALIDADE AND
                          BR-VALOR = QT-VALOR-COTADO
                           PERFORM GUARDA-COTACAO-RETORNO
                           MOVE 'S' TO WS-COTACAO-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GUARDA-COTACAO-RETORNO.
           MOVE 'S' TO WS-COTACAO-RETORNO
           MOVE QT-SEQ TO WS-COTRET-SEQ
           MOVE QT-VALOR-COTADO TO WS-COTRET-VALOR
           MOVE QT-CAMPANHA TO WS-COTRET-CAMPANHA.

      *    QUITACAO PELA COTACAO: TODAS AS DIVIDAS ABERTAS DA CONTA
      *    SAO ZERADAS. ABATE-SE O VALOR COTADO (OU O SALDO DO DIA, SE
      *    MENOR: PAGAMENTO ANTES DA DATA COTADA); O QUE FALTAR PARA O
      *    SALDO E DESCONTO ('DS', LANCADO ANTES DO PAGAMENTO COMO NO
      *    BALCAO) E O QUE PASSAR DO ABATIDO E SALDO CREDOR.
       QUITA-COTACAO-BANCO.
           IF WS-COTRET-VALOR < CM-SALDO-DEVEDOR
               MOVE WS-COTRET-VALOR TO WS-VALOR-APLICADO
           ELSE
               MOVE CM-SALDO-DEVEDOR TO WS-VALOR-APLICADO
           END-IF
           COMPUTE WS-VALOR-PERDOADO =
               CM-SALDO-DEVEDOR - WS-VALOR-APLICADO
           COMPUTE WS-VALOR-EXCESSO = BR-VALOR - WS-VALOR-APLICADO
           MOVE 'AS' TO WS-ORIGEM-CREDITO
           MOVE CM-DATA-VENCIMENTO TO WS-VENC-PAGTO
           MOVE ZEROS TO WS-ATRASO-PAGTO
           IF WS-VENC-PAGTO > 0 AND WS-VENC-PAGTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING WS-VENC-PAGTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S' AND WS-DIAS-ATRASO > 0
                   MOVE WS-DIAS-ATRASO TO WS-ATRASO-PAGTO
               END-IF
           END-IF
           PERFORM QUITA-DIVIDAS-COTACAO
           MOVE ZEROS TO CM-SALDO-DEVEDOR
           MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           SET CM-PAGO TO TRUE
           PERFORM REGISTRA-SITUACAO-CONTA
           REWRITE CUSTMAST-RECORD
           IF WS-VALOR-PERDOADO > 0
               PERFORM GRAVA-PAYLOG-DESCONTO
           END-IF
           MOVE ZEROS TO WS-SEQ-DIVIDA WS-PAGO-MULTA
           MOVE WS-VALOR-APLICADO TO WS-PAGO-PRINCIPAL
           PERFORM GRAVA-PAYLOG-BANCO
           IF WS-VALOR-EXCESSO > 0
               PERFORM LANCA-SALDO-CREDOR
           END-IF
           MOVE CM-CONTA TO QT-CONTA
           MOVE WS-COTRET-SEQ TO QT-SEQ
           READ COTACAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET QT-QUITADA TO TRUE
                   MOVE BR-DATA-PAGAMENTO TO QT-DATA-QUITACAO
                   SET QT-QUITADA-RETORNO TO TRUE
                   REWRITE COTACAO-RECORD
           END-READ
           IF WS-BOLETO-IDENTIFICADO
               PERFORM FECHA-BOLETO-IDENTIFICADO
           ELSE
               MOVE 'C' TO WS-BOL-ORIGEM
               MOVE WS-COTRET-SEQ TO WS-BOL-SEQ
               PERFORM FECHA-BOLETO-REGISTRO
           END-IF
           ADD 1 TO WS-QTDE-LANCADOS WS-QTDE-COTACOES
           ADD WS-VALOR-APLICADO TO WS-VALOR-LANCADO
           DISPLAY 'BANCORET: CONTA ' CM-CONTA ' QUITADA PELA COTACAO '
                   WS-COTRET-SEQ '. DESCONTO: ' WS-VALOR-PERDOADO
           PERFORM GUARDA-PAGTO-TABELA.

       QUITA-DIVIDAS-COTACAO.
           MOVE 'N' TO WS-DEBT-EOF
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-DEBT-EOF
           END-START
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-EOF
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
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
                           MOVE ZEROS TO DB-SALDO-DEVEDOR
                           MOVE ZEROS TO DB-SALDO-PRINCIPAL
                                         DB-SALDO-MULTA
                           MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                           SET DB-PAGO TO TRUE
                           PERFORM REGISTRA-SITUACAO-DIVIDA
                           REWRITE DEBTMAST-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    O PAGAMENTO ABATE NO MAXIMO A DIVIDA ABERTA MAIS ANTIGA (OU
      *    O SALDO DA CONTA NO MODELO DE DIVIDA UNICA); O QUE PASSAR
      *    DISSO E SALDO CREDOR, QUE A TELA SALDCAD OFERECE PARA AS
      *    DEMAIS DIVIDAS DO MESMO CPF/CNPJ. BOLETO DE PARCELA DE
      *    ACORDO JA PAGA E INTEIRO SALDO CREDOR.
       SEPARA-EXCESSO-PAGTO.
           MOVE BR-VALOR TO WS-VALOR-APLICADO
           MOVE ZEROS TO WS-VALOR-EXCESSO
           PERFORM VERIFICA-PARCELA-REPETIDA
           IF WS-EH-PARCELA-REPETIDA
               MOVE ZEROS TO WS-VALOR-APLICADO
               MOVE BR-VALOR TO WS-VALOR-EXCESSO
               MOVE 'PR' TO WS-ORIGEM-CREDITO
           ELSE
               IF WS-SEQ-MAIS-ANTIGA > 0
                   MOVE WS-SALDO-DIVIDA TO WS-LIMITE-APLICACAO
               ELSE
                   MOVE CM-SALDO-DEVEDOR TO WS-LIMITE-APLICACAO
               END-IF
               IF WS-LIMITE-APLICACAO < 0
                   MOVE ZEROS TO WS-LIMITE-APLICACAO
               END-IF
               IF BR-VALOR > WS-LIMITE-APLICACAO
                   MOVE WS-LIMITE-APLICACAO TO WS-VALOR-APLICADO
                   COMPUTE WS-VALOR-EXCESSO =
                       BR-VALOR - WS-LIMITE-APLICACAO
                   IF BR-VALOR > CM-SALDO-DEVEDOR
                       MOVE 'AS' TO WS-ORIGEM-CREDITO
                   ELSE
                       MOVE 'AD' TO WS-ORIGEM-CREDITO
                   END-IF
               END-IF
           END-IF.

      *    PARCELA PAGA DE NOVO: A CONTA TEM ACORDO EM DIA (SEM
      *    PARCELA QUEBRADA), NENHUMA PARCELA ABERTA OU ATRASADA TEM O
      *    VALOR DO RETORNO, MAS UMA PARCELA JA PAGA TEM.
       VERIFICA-PARCELA-REPETIDA.
           MOVE 'N' TO WS-PARCELA-REPETIDA WS-ACORDO-EOF
                       WS-TEM-PARCELA-ABERTA WS-TEM-PARCELA-QUEBRADA
           IF NOT WS-ACORDO-ABRIU
               MOVE 'S' TO WS-ACORDO-EOF
           END-IF
           MOVE CM-CONTA TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           IF NOT WS-FIM-ACORDO
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-ACORDO-EOF
               END-START
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-ACORDO-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-ACORDO
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-ACORDO-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-ACORDO-EOF
               END-IF
               IF NOT WS-FIM-ACORDO
                   IF AC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-ACORDO-EOF
                   ELSE
                       EVALUATE TRUE
                           WHEN AC-QUEBRADA
                               MOVE 'S' TO WS-TEM-PARCELA-QUEBRADA
                           WHEN (AC-ABERTA OR AC-ATRASADA) AND
                                AC-VALOR = BR-VALOR
                               MOVE 'S' TO WS-TEM-PARCELA-ABERTA
                           WHEN AC-PAGA AND AC-VALOR = BR-VALOR
                               MOVE 'S' TO WS-PARCELA-REPETIDA
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TEM-PARCELA-ABERTA = 'S' OR
              WS-TEM-PARCELA-QUEBRADA = 'S'
               MOVE 'N' TO WS-PARCELA-REPETIDA
           END-IF.

      *    CONTA COM DIVIDAS DETALHADAS: O PAGAMENTO DO BANCO VAI
      *    PARA A DIVIDA ABERTA DE VENCIMENTO MAIS ANTIGO.
       ACHA-DIVIDA-MAIS-ANTIGA.
                   COMPUTE CM-SALDO-PRINCIPAL =
                       CM-SALDO-DEVEDOR - CM-SALDO-MULTA
               END-IF
               IF WS-VALOR-APLICADO > CM-SALDO-MULTA
                   MOVE CM-SALDO-MULTA TO WS-PAGO-MULTA
               ELSE
                   MOVE WS-VALOR-APLICADO TO WS-PAGO-MULTA
               END-IF
               COMPUTE WS-PAGO-PRINCIPAL =
                   WS-VALOR-APLICADO - WS-PAGO-MULTA
               SUBTRACT WS-PAGO-MULTA FROM CM-SALDO-MULTA
               SUBTRACT WS-PAGO-PRINCIPAL FROM CM-SALDO-PRINCIPAL
               SUBTRACT WS-VALOR-APLICADO FROM CM-SALDO-DEVEDOR
               IF CM-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO CM-SALDO-DEVEDOR
                   MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
                   MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET CM-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-CONTA
               END-IF
           END-IF
           REWRITE CUSTMAST-RECORD
           PERFORM GRAVA-PAYLOG-BANCO
      *    BOLETO DE DIVIDA EMITIDO PELA CASA NAO BAIXA PARCELA.
           IF WS-BOLETO-IDENTIFICADO AND WS-BOLID-ORIGEM = 'D'
               MOVE 'N' TO WS-PARCELA-ACHADA
           ELSE
               PERFORM BAIXA-PARCELA-RETORNO
           END-IF
           IF WS-BOLETO-IDENTIFICADO
               PERFORM FECHA-BOLETO-IDENTIFICADO
           ELSE
               IF NOT WS-TEM-PARCELA
                   MOVE 'D' TO WS-BOL-ORIGEM
                   MOVE WS-SEQ-DIVIDA TO WS-BOL-SEQ
                   PERFORM FECHA-BOLETO-REGISTRO
               END-IF
           END-IF
           ADD 1 TO WS-QTDE-LANCADOS
           ADD WS-VALOR-APLICADO TO WS-VALOR-LANCADO
      *    O LANCAMENTO RECEM-FEITO ENTRA NA GUARDA, PARA O MESMO
      *    DETALHE REPETIDO DENTRO DESTE ARQUIVO CAIR NO BANKREJ.
           PERFORM GUARDA-PAGTO-TABELA.
                       MOVE 'S' TO WS-ACORDO-EOF
                   ELSE
                       IF (AC-ABERTA OR AC-ATRASADA) AND
                          AC-VALOR = WS-VALOR-APLICADO AND
                          (WS-BOLID-ORIGEM NOT = 'P' OR
                           AC-PARCELA = WS-BOLID-SEQ)
                           MOVE 'S' TO WS-PARCELA-ACHADA
                           MOVE 'S' TO WS-ACORDO-EOF
                           SET AC-PAGA TO TRUE
               END-IF
           END-PERFORM.

      *    NOSSO NUMERO DA CASA: A CONTA TEM DE SER A DO DETALHE E O
      *    BOLETO TEM DE EXISTIR NO CADASTRO. NOSSO NUMERO DIFERENTE
      *    DO ATUAL DO REGISTRO E DE UMA VIA JA SUBSTITUIDA. RETORNO
      *    SEM NOSSO NUMERO (BOLETO NUMERADO PELO BANCO) SEGUE A
      *    REGRA GERAL.
       IDENTIFICA-BOLETO-RETORNO.
           MOVE 'N' TO WS-BOLETO-IDENT WS-BOLID-SUPERADO
           MOVE SPACES TO WS-BOLID-ORIGEM
           MOVE ZEROS TO WS-BOLID-SEQ
      *    NO PIX O ITEM COBRADO VEM DA COBRANCA DO TXID, QUANDO ELA E
      *    DA PROPRIA CONTA (COBRANCA DE CONTA JA UNIFICADA SEGUE A
      *    REGRA GERAL, COMO O NOSSO NUMERO ANTIGO).
           IF WS-MODO-PIX
               IF WS-PIXCOB-CONTA = CM-CONTA
                   MOVE 'S' TO WS-BOLETO-IDENT
                   MOVE WS-PIXCOB-ORIGEM TO WS-BOLID-ORIGEM
                   MOVE WS-PIXCOB-SEQ TO WS-BOLID-SEQ
               END-IF
           END-IF
           IF NOT WS-MODO-PIX AND
              WS-BOLETO-ABRIU AND BR-NOSSO-NUMERO IS NUMERIC
              AND BR-NOSSO-NUMERO > 0
               MOVE BR-NOSSO-NUMERO TO WS-NOSSO-RETORNO
               IF WS-NR-CONTA = CM-CONTA
                   EVALUATE WS-NR-ORIGEM
                       WHEN 1
                           MOVE 'D' TO WS-BOLID-ORIGEM
                       WHEN 2
                           MOVE 'P' TO WS-BOLID-ORIGEM
                       WHEN 3
                           MOVE 'C' TO WS-BOLID-ORIGEM
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-BOLID-ORIGEM NOT = SPACES AND NOT WS-MODO-PIX
               MOVE CM-CONTA TO BO-CONTA
               MOVE WS-BOLID-ORIGEM TO BO-ORIGEM
               MOVE WS-NR-SEQ TO BO-SEQ
               READ BOLETO-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-BOLID-ORIGEM
                   NOT INVALID KEY
                       MOVE 'S' TO WS-BOLETO-IDENT
                       MOVE WS-NR-SEQ TO WS-BOLID-SEQ
                       IF BO-NOSSO-NUMERO NOT = BR-NOSSO-NUMERO
                           MOVE 'S' TO WS-BOLID-SUPERADO
                       END-IF
               END-READ
           END-IF.

      *    BOLETO DE UMA DIVIDA DETALHADA AINDA ABERTA: O PAGAMENTO
      *    VAI PARA ELA, MESMO QUE NAO SEJA A DE VENCIMENTO MAIS
      *    ANTIGO. DIVIDA JA PAGA SEGUE A REGRA GERAL.
       DIRECIONA-DIVIDA-BOLETO.
           IF WS-BOLETO-IDENTIFICADO AND WS-BOLID-ORIGEM = 'D' AND
              WS-BOLID-SEQ > 0 AND WS-BOLID-SEQ < 100
               MOVE CM-CONTA TO DB-CONTA
               MOVE WS-BOLID-SEQ TO DB-SEQ
               READ DEBTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-DEBT-OK AND DB-NAO-PAGO AND
                  DB-SALDO-DEVEDOR > 0
                   MOVE DB-SEQ TO WS-SEQ-MAIS-ANTIGA
                   MOVE DB-SALDO-DEVEDOR TO WS-SALDO-DIVIDA
                   MOVE DB-DATA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
               END-IF
           END-IF.

      *    O BOLETO IDENTIFICADO E FECHADO. VIA SUBSTITUIDA PAGA E
      *    AVISADA: A VIA ATUAL NAO DEVE MAIS SER COBRADA. NO PIX O
      *    ITEM DA COBRANCA FOI PAGO E O BOLETO DELE, SE HOUVER, TAMBEM
      *    NAO DEVE MAIS SER COBRADO.
       FECHA-BOLETO-IDENTIFICADO.
           IF WS-MODO-PIX
               MOVE WS-BOLID-ORIGEM TO WS-BOL-ORIGEM
               MOVE WS-BOLID-SEQ TO WS-BOL-SEQ
               PERFORM FECHA-BOLETO-REGISTRO
           ELSE
               MOVE CM-CONTA TO BO-CONTA
               MOVE WS-BOLID-ORIGEM TO BO-ORIGEM
               MOVE WS-BOLID-SEQ TO BO-SEQ
               READ BOLETO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT BO-PAGO
                           SET BO-PAGO TO TRUE
                           REWRITE BOLETO-RECORD
                       END-IF
                       IF WS-BOLID-SUPERADO = 'S'
                           ADD 1 TO WS-QTDE-VIA-SUPERADA
                           DISPLAY 'BANCORET: CONTA ' CM-CONTA
                                   ' PAGOU A VIA SUBSTITUIDA '
                                   BR-NOSSO-NUMERO '. VIA ' BO-VIA
                                   ' BAIXADA NO CADASTRO DE BOLETOS.'
                       END-IF
               END-READ
           END-IF.

       BAIXA-DIVIDA-BANCO.
           MOVE CM-CONTA TO DB-CONTA
           MOVE WS-SEQ-DIVIDA TO DB-SEQ
                   COMPUTE DB-SALDO-PRINCIPAL =
                       DB-SALDO-DEVEDOR - DB-SALDO-MULTA
               END-IF
               IF WS-VALOR-APLICADO > DB-SALDO-MULTA
                   MOVE DB-SALDO-MULTA TO WS-PAGO-MULTA
               ELSE
                   MOVE WS-VALOR-APLICADO TO WS-PAGO-MULTA
               END-IF
               COMPUTE WS-PAGO-PRINCIPAL =
                   WS-VALOR-APLICADO - WS-PAGO-MULTA
               SUBTRACT WS-PAGO-MULTA FROM DB-SALDO-MULTA
               SUBTRACT WS-PAGO-PRINCIPAL FROM DB-SALDO-PRINCIPAL
               SUBTRACT WS-VALOR-APLICADO FROM DB-SALDO-DEVEDOR
               IF DB-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO DB-SALDO-DEVEDOR
                   MOVE ZEROS TO DB-SALDO-PRINCIPAL DB-SALDO-MULTA
                   MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
                   SET DB-PAGO TO TRUE
                   PERFORM REGISTRA-SITUACAO-DIVIDA
               END-IF
               REWRITE DEBTMAST-RECORD
           END-IF.
           MOVE WS-SALDO-CONSOL TO CM-SALDO-DEVEDOR
           MOVE WS-CONSOL-PRINCIPAL TO CM-SALDO-PRINCIPAL
           MOVE WS-CONSOL-MULTA TO CM-SALDO-MULTA
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           IF WS-HA-DIVIDA-ABERTA
               SET CM-NAO-PAGO TO TRUE
               MOVE WS-VENC-MAIS-ANTIGO TO CM-DATA-VENCIMENTO
           ELSE
               SET CM-PAGO TO TRUE
           END-IF
           PERFORM REGISTRA-SITUACAO-CONTA.

      *    TODA MUDANCA DE PAGO/NAO PAGO DA CONTA OU DA DIVIDA VAI PARA
      *    O HISTORICO DE SITUACOES (ROTINA SITUREG), COM O CANAL DO
      *    RETORNO COMO OPERADOR.
       REGISTRA-SITUACAO-CONTA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'BANCORET' TO SP-PROGRAMA
           MOVE WS-OPERADOR-CANAL TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       REGISTRA-SITUACAO-DIVIDA.
           MOVE DB-CONTA TO SP-CONTA
           MOVE DB-SEQ TO SP-SEQ-DIVIDA
           MOVE DB-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE DB-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'BANCORET' TO SP-PROGRAMA
           MOVE WS-OPERADOR-CANAL TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       GRAVA-PAYLOG-BANCO.
           MOVE CM-CONTA           TO PL-CONTA
           SET PL-TIPO-PAGAMENTO   TO TRUE
           MOVE WS-VALOR-APLICADO  TO PL-VALOR
           MOVE WS-OPERADOR-CANAL  TO PL-OPERADOR
           MOVE CM-SALDO-DEVEDOR   TO PL-SALDO-APOS
           MOVE WS-DATA-HOJE TO PL-DATA-MOVIMENTO
           ACCEPT PL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO PL-REF-DATA PL-REF-HORA PL-RECIBO
           MOVE BR-DATA-PAGAMENTO TO PL-DATA-EFETIVA
           MOVE WS-CANAL-RETORNO TO PL-FORMA
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE WS-ATRASO-PAGTO TO PL-DIAS-ATRASO
           MOVE SPACES TO PL-SUPERVISOR
           MOVE WS-PAGO-PRINCIPAL TO PL-VALOR-PRINCIPAL
      *    A AREA DO REGISTRO PODE CARREGAR RESIDUO DA CARGA DA
      *    GUARDA DE DUPLICIDADE; A MARCA DE REPASSE NASCE LIMPA.
           MOVE SPACES TO PL-REPASSADO PL-CAMPANHA
           MOVE ZEROS TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

       GRAVA-PAYLOG-DESCONTO.
           MOVE CM-CONTA           TO PL-CONTA
           SET PL-TIPO-DESCONTO    TO TRUE
           MOVE WS-VALOR-PERDOADO  TO PL-VALOR
           MOVE WS-OPERADOR-CANAL  TO PL-OPERADOR
           MOVE WS-VALOR-APLICADO  TO PL-SALDO-APOS
           MOVE WS-DATA-HOJE TO PL-DATA-MOVIMENTO
           ACCEPT PL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO PL-REF-DATA PL-REF-HORA PL-RECIBO
                         PL-SEQ-DIVIDA PL-VALOR-MULTA
                         PL-VALOR-PRINCIPAL PL-DIAS-ATRASO
           MOVE BR-DATA-PAGAMENTO TO PL-DATA-EFETIVA
           MOVE WS-CANAL-RETORNO TO PL-FORMA
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE SPACES TO PL-SUPERVISOR PL-REPASSADO
           MOVE WS-COTRET-CAMPANHA TO PL-CAMPANHA
           MOVE ZEROS TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

       GRAVA-REJEICAO.
                  '  DATA PGTO: ' BR-DATA-PAGAMENTO
                  '  MOTIVO: ' WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJ-LINE
           IF WS-MODO-PIX
               MOVE SPACES TO REJ-LINE
               STRING 'TXID: ' WS-PIXLIQ-TXID
                      ' E2E: ' WS-PIXLIQ-E2EID
                      DELIMITED BY SIZE INTO REJ-LINE
               WRITE REJ-LINE
           END-IF.

      *    O DINHEIRO DO BOLETO REJEITADO ESTA NO BANCO: ALEM DA LINHA
      *    NO BANKREJ, O CREDITO ENTRA NO ARQUIVO SUSPENSO COM A CONTA
      *    COMO VEIO E A IDENTIFICACAO DO ARQUIVO DE RETORNO, PARA A
      *    PESQUISA DO SUPERVISOR. DUPLICIDADE E VALOR ZERADO NAO SAO
      *    DINHEIRO A IDENTIFICAR E FICAM SO NO BANKREJ.
       REGISTRA-SUSPENSO.
           MOVE BR-VALOR TO WS-SU-VALOR
           PERFORM INCLUI-SUSPENSO.

       INCLUI-SUSPENSO.
           MOVE WS-CANAL-RETORNO TO WS-SU-CANAL
           MOVE BR-DATA-PAGAMENTO TO WS-SU-DATA-CREDITO
           MOVE BR-CONTA TO WS-SU-CONTA
           MOVE SPACES TO WS-SU-REFERENCIA
           IF WS-MODO-PIX
               STRING 'PIX SEQ ' WS-SEQ-ARQUIVO ' ' WS-PIXLIQ-TXID
                      DELIMITED BY SIZE INTO WS-SU-REFERENCIA
           ELSE
               STRING 'RETORNO BANCARIO SEQ ' WS-SEQ-ARQUIVO
                      ' CONTA ' BR-CONTA
                      DELIMITED BY SIZE INTO WS-SU-REFERENCIA
           END-IF
           CALL 'SUSPREG' USING WS-SU-CANAL WS-SU-VALOR
                                WS-SU-DATA-CREDITO WS-SU-CONTA
                                WS-SU-REFERENCIA WS-MOTIVO-REJEICAO
                                WS-SU-CHAVE WS-SU-RESULTADO
           IF WS-SU-RESULTADO = 'N'
               ADD 1 TO WS-QTDE-SUSPENSO
           END-IF.
      *    O EXCESSO DO PAGAMENTO ENTRA NO ARQUIVO DE SALDOS CREDORES
      *    (PROXIMA SEQUENCIA DA CONTA, DISPONIVEL, COM O CPF/CNPJ DO
      *    TITULAR) E NO PAYLOG COMO 'CR'. SEM O ARQUIVO, O EXCESSO
      *    NAO SE PERDE: VAI PARA O BANKREJ E PARA O SUSPENSO.
       LANCA-SALDO-CREDOR.
           PERFORM ACHA-ULTIMA-SEQ-CREDITO
           IF NOT WS-CREDCLI-ABRIU OR WS-ULTIMA-SEQ-CRED >= 999
               MOVE 'EXCESSO SEM SALDO CREDOR' TO WS-MOTIVO-REJEICAO
               PERFORM GRAVA-REJEICAO
               MOVE WS-VALOR-EXCESSO TO WS-SU-VALOR
               PERFORM INCLUI-SUSPENSO
           ELSE
               INITIALIZE CREDCLI-RECORD
               MOVE CM-CONTA TO SD-CONTA
               COMPUTE SD-SEQ = WS-ULTIMA-SEQ-CRED + 1
               MOVE CM-DOCUMENTO TO SD-DOCUMENTO
               MOVE WS-ORIGEM-CREDITO TO SD-ORIGEM
               MOVE BR-DATA-PAGAMENTO TO SD-DATA-CREDITO
               MOVE WS-DATA-HOJE TO SD-DATA-INCLUSAO
               MOVE WS-VALOR-EXCESSO TO SD-VALOR-ORIGINAL SD-SALDO
               SET SD-DISPONIVEL TO TRUE
               WRITE CREDCLI-RECORD
                   INVALID KEY
                       MOVE 'EXCESSO SEM SALDO CREDOR' TO
                            WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-REJEICAO
                       MOVE WS-VALOR-EXCESSO TO WS-SU-VALOR
                       PERFORM INCLUI-SUSPENSO
                   NOT INVALID KEY
                       PERFORM GRAVA-PAYLOG-CREDITO
                       ADD 1 TO WS-QTDE-CREDITOS
                       ADD WS-VALOR-EXCESSO TO WS-VALOR-CREDITOS
                       DISPLAY 'BANCORET: CONTA ' CM-CONTA
                               ' - EXCESSO DE ' WS-VALOR-EXCESSO
                               ' RETIDO COMO SALDO CREDOR (ORIGEM '
                               WS-ORIGEM-CREDITO ').'
               END-WRITE
           END-IF
      *    RETORNO QUE FOI INTEIRO PARA SALDO CREDOR TAMBEM ENTRA NA
      *    GUARDA DE DUPLICIDADE DESTE ARQUIVO.
           IF WS-VALOR-APLICADO = 0
               PERFORM GUARDA-PAGTO-TABELA
           END-IF.

       ACHA-ULTIMA-SEQ-CREDITO.
           MOVE ZEROS TO WS-ULTIMA-SEQ-CRED
           MOVE 'N' TO WS-CRED-EOF
           IF NOT WS-CREDCLI-ABRIU
               MOVE 'S' TO WS-CRED-EOF
           ELSE
               MOVE CM-CONTA TO SD-CONTA
               MOVE ZEROS TO SD-SEQ
               START CREDCLI-FILE KEY IS >= SD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CRED-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-CRED
               READ CREDCLI-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CRED-EOF
               END-READ
               IF NOT WS-FS-CREDCLI-OK
                   MOVE 'S' TO WS-CRED-EOF
               END-IF
               IF NOT WS-FIM-CRED
                   IF SD-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-CRED-EOF
                   ELSE
                       MOVE SD-SEQ TO WS-ULTIMA-SEQ-CRED
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-PAYLOG-CREDITO.
           MOVE CM-CONTA           TO PL-CONTA
           SET PL-TIPO-CREDITO     TO TRUE
           MOVE WS-VALOR-EXCESSO   TO PL-VALOR
           MOVE WS-OPERADOR-CANAL  TO PL-OPERADOR
           MOVE CM-SALDO-DEVEDOR   TO PL-SALDO-APOS
           MOVE WS-DATA-HOJE TO PL-DATA-MOVIMENTO
           ACCEPT PL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO PL-REF-DATA PL-REF-HORA PL-RECIBO
                         PL-SEQ-DIVIDA PL-VALOR-MULTA
                         PL-VALOR-PRINCIPAL PL-DIAS-ATRASO
           MOVE BR-DATA-PAGAMENTO TO PL-DATA-EFETIVA
           MOVE WS-CANAL-RETORNO TO PL-FORMA
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE SPACES TO PL-SUPERVISOR PL-REPASSADO PL-CAMPANHA
           MOVE ZEROS TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.
       END PROGRAM BANCORET.

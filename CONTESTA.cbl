      *         NOITE DE TAXA PADRAO POR DIA DE CONTESTACAO, COM
      *         REGISTRO NO FEELOG); A RESOLUCAO AJUSTADA ABATE DO
      *         SALDO O VALOR ACORDADO, COM LANCAMENTO DE DESCONTO
      *         (PL-TIPO 'DS') NO PAYLOG, SO DEPOIS DE APROVADA POR
      *         OUTRO SUPERVISOR NA FILA DE APROVACAO (APROVAC, TELA
      *         APROVCAD, QUE CHAMA ESTE PROGRAMA COM O ITEM
      *         APROVADO PARA EFETIVAR O AJUSTE). CHAMADO PELO MENU DO
      *         BASICCOMMANDS COM O OPERADOR AUTENTICADO.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Lancamento novo do PAYLOG sai com a marca de
      *                campanha de desconto (PL-CAMPANHA) em branco.
      *   15/10/2026 - Resolucao ajustada deixa de abater o saldo na
      *                hora: o ajuste vai para a fila de aprovacao
      *                (APROVAC) com motivo e abertura multa/principal,
      *                e a contestacao segue aberta. Novo parametro
      *                OPTIONAL com o item aprovado pela tela APROVCAD,
      *                que efetiva o abatimento em nome de quem pediu.
      *                O menu volta a abrir a cada chamada.
      *   15/10/2026 - Divida mantida de credor com juros de mora pro
      *                rata (regra do codigo do consumidor no CREDMAST)
      *                nao tem a multa do periodo reaplicada: o batch
      *                noturno cobra os dias congelados a partir do
      *                ultimo lancamento.
      *   15/10/2026 - Os alertas ativos da conta (ALERTVER) aparecem
      *                assim que a conta e informada na abertura, na
      *                listagem e na resolucao.
      *   15/10/2026 - Ajuste lancado depois do fechamento do dia
      *                (FECHADIA) vai para o proximo dia util (data
      *                contabil no PAYLOG, rotina DATACONT), com aviso
      *                na tela.
      *   15/10/2026 - Abertura e resolucao da contestacao e quitacao
      *                pelo abatimento gravadas no historico de
      *                situacao (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTA.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT APROVAC-FILE ASSIGN TO "APROVAC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AP-CHAVE
               FILE STATUS WS-FS-APROVAC.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY FEELOG.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  APROVAC-FILE.
           COPY APROVAC.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
           88 WS-FS-FEELOG-OK     VALUE '00'.
       77 WS-FS-PAYLOG            PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK     VALUE '00'.
       77 WS-FS-APROVAC           PIC X(02) VALUES '00'.
           88 WS-FS-APROVAC-OK    VALUE '00'.
       77 WS-FS-CREDMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CREDMAST-OK   VALUE '00'.
       77 WS-REGRA-CREDOR         PIC X(01) VALUES 'T'.
           88 WS-CREDOR-CDC       VALUE 'C'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CONTABIL        PIC 9(08) VALUES ZEROS.
       77 WS-DIA-FECHADO          PIC X(01) VALUES 'N'.
           88 WS-DIA-JA-FECHADO   VALUE 'S'.
       77 WS-CONTA-TRAB           PIC 9(08) VALUES ZEROS.
       77 WS-SEQ-TRAB             PIC 9(02) VALUES ZEROS.
       77 WS-MOTIVO-TRAB          PIC X(40) VALUES SPACES.
           88 WS-HA-DIVIDA-ABERTA VALUE 'S'.
       77 WS-DEBT-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT         VALUE 'S'.
      *    AJUSTE NA FILA DE APROVACAO (APROVAC).
       77 WS-MOTIVO-PEDIDO        PIC X(40) VALUES SPACES.
       77 WS-APROVADOR            PIC X(08) VALUES SPACES.
       77 WS-PEDIDO-PENDENTE      PIC X(01) VALUES 'N'.
           88 WS-JA-HA-PEDIDO     VALUE 'S'.
       77 WS-APROV-ACHADO         PIC X(01) VALUES 'N'.
           88 WS-TEM-APROVACAO    VALUE 'S'.
       77 WS-AJUSTE-VALIDO        PIC X(01) VALUES 'N'.
           88 WS-AJUSTE-CONFERIDO VALUE 'S'.
      *    HISTORICO DE SITUACAO (ROTINA SITUREG): SITUACAO DA
      *    CONTESTACAO, DA CONTA E DA DIVIDA ANTES DA MUDANCA.
       77 WS-SITU-ANTERIOR        PIC X(10) VALUES SPACES.
       77 WS-SITU-DIVIDA-ANT      PIC X(10) VALUES SPACES.
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.
           COPY SITUREGP.
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
      *    AJUSTE APROVADO NA TELA APROVCAD: CHAVE DO ITEM DA FILA E O
      *    RESULTADO DEVOLVIDO ('S' EFETIVADO, 'F' NAO). O OPERADOR E
      *    O SUPERVISOR QUE APROVOU.
       01 LK-APROVACAO.
           05 LK-AP-CHAVE         PIC X(24).
           05 LK-AP-RESULTADO     PIC X(01).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR-ID
                                OPTIONAL LK-APROVACAO.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-ID IS OMITTED
               DISPLAY 'INFORME O CODIGO DO OPERADOR:'
               CLOSE DEBTMAST-FILE
               OPEN I-O DEBTMAST-FILE
           END-IF
           IF LK-APROVACAO IS NOT OMITTED
               PERFORM EFETIVA-AJUSTE-APROVADO
               MOVE 9 TO WS-OPCAO-MENU
           ELSE
               MOVE ZEROS TO WS-OPCAO-MENU
           END-IF
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
                           ': ' WS-CONTA-TRAB
           END-READ
           IF WS-FS-OK
               PERFORM EXIBE-ALERTAS-CONTA
               DISPLAY 'SEQUENCIA DA DIVIDA CONTESTADA (0 = CONTA '
                       'TODA / DIVIDA UNICA):'
               ACCEPT WS-SEQ-TRAB
               MOVE WS-SEQ-TRAB TO DI-SEQ-DIVIDA
               READ DISPUTA-FILE
                   INVALID KEY
                       MOVE 'NORMAL' TO WS-SITU-ANTERIOR
                       PERFORM MONTA-CONTESTACAO-NOVA
                       WRITE DISPUTA-RECORD
                       PERFORM REGISTRA-SITUACAO-CONTESTACAO
                       DISPLAY 'CONTESTACAO ABERTA. A DIVIDA FICA '
                               'CONGELADA ATE A RESOLUCAO.'
                   NOT INVALID KEY
                           DISPLAY 'JA EXISTE CONTESTACAO ABERTA '
                                   'PARA ESTA DIVIDA.'
                       ELSE
                           MOVE DI-ESTADO TO WS-SITU-ANTERIOR
                           PERFORM MONTA-CONTESTACAO-NOVA
                           REWRITE DISPUTA-RECORD
                           PERFORM REGISTRA-SITUACAO-CONTESTACAO
                           DISPLAY 'CONTESTACAO REABERTA. A DIVIDA '
                                   'FICA CONGELADA ATE A RESOLUCAO.'
                       END-IF
               END-READ
           END-IF.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ASSIM QUE A
      *    CONTA E INFORMADA, ANTES DE QUALQUER OUTRO DADO.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE WS-CONTA-TRAB TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

       MONTA-CONTESTACAO-NOVA.
           MOVE WS-CONTA-TRAB TO DI-CONTA
           MOVE WS-SEQ-TRAB TO DI-SEQ-DIVIDA
       LISTA-CONTESTACOES.
           DISPLAY 'CONTA DO DEVEDOR:'
           ACCEPT WS-CONTA-TRAB
           PERFORM EXIBE-ALERTAS-CONTA
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-CONTA-TRAB TO DI-CONTA
           MOVE ZEROS TO DI-SEQ-DIVIDA
       RESOLVE-CONTESTACAO.
           DISPLAY 'CONTA DO DEVEDOR:'
           ACCEPT WS-CONTA-TRAB
           PERFORM EXIBE-ALERTAS-CONTA
           DISPLAY 'SEQUENCIA DA DIVIDA (0 = CONTA TODA):'
           ACCEPT WS-SEQ-TRAB
           MOVE WS-CONTA-TRAB TO DI-CONTA
      *    DIVIDA MANTIDA: A MULTA QUE O BATCH DEIXOU DE APLICAR NO
      *    PERIODO CONGELADO E REAPLICADA DE UMA VEZ (UMA NOITE DE
      *    TAXA PADRAO POR DIA ENTRE A ABERTURA E A RESOLUCAO), COM
      *    REGISTRO NO FEELOG COMO QUALQUER MULTA. CREDOR COM A
      *    REGRA DO CODIGO DO CONSUMIDOR NAO TEM REAPLICACAO: OS
      *    JUROS DE MORA CONTAM DO ULTIMO LANCAMENTO E O BATCH DA
      *    PROXIMA NOITE JA COBRE OS DIAS CONGELADOS.
       RESOLVE-MANTIDA.
           CALL 'DATEDIF' USING DI-DATA-ABERTURA WS-DATA-HOJE
                                WS-DIAS-CONGELADOS WS-DATAS-VALIDAS
               MOVE ZEROS TO WS-DIAS-CONGELADOS
           END-IF
           PERFORM LE-SALDO-BASE-DIVIDA
           PERFORM VERIFICA-REGRA-CREDOR
           IF WS-CREDOR-CDC
               DISPLAY 'CREDOR COM JUROS DE MORA PRO RATA: OS DIAS '
                       'CONGELADOS ENTRAM NO PROXIMO BATCH.'
           ELSE
               COMPUTE WS-MULTA-REAPLICADA ROUNDED =
                   WS-SALDO-BASE * WS-TAXA-PADRAO * WS-DIAS-CONGELADOS
               IF WS-MULTA-REAPLICADA > 0
                   PERFORM APLICA-MULTA-REAPLICADA
                   DISPLAY 'MULTA DO PERIODO REAPLICADA: '
                           WS-MULTA-REAPLICADA ' ('
                           WS-DIAS-CONGELADOS ' DIAS).'
               ELSE
                   DISPLAY 'NADA A REAPLICAR (SEM SALDO OU SEM DIAS '
                           'CONGELADOS).'
               END-IF
           END-IF
           PERFORM ENCERRA-DISPUTA-MANTIDA.

      *    REGRA DE ENCARGOS DO CREDOR DA DIVIDA (OU DA CONTA DE
      *    DIVIDA UNICA); SEM O CREDMAST, METODO DA TABELA.
       VERIFICA-REGRA-CREDOR.
           MOVE 'T' TO WS-REGRA-CREDOR
           IF WS-DIVIDA-LIDA
               MOVE DB-CREDOR TO CR-CODIGO
           ELSE
               MOVE CM-CREDOR TO CR-CODIGO
           END-IF
           OPEN INPUT CREDMAST-FILE
           IF WS-FS-CREDMAST-OK
               READ CREDMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CREDMAST-OK AND CR-ENCARGO-CDC
                   MOVE 'C' TO WS-REGRA-CREDOR
               END-IF
               CLOSE CREDMAST-FILE
           END-IF.

       LE-SALDO-BASE-DIVIDA.
           MOVE 'N' TO WS-TEM-DIVIDA
           MOVE ZEROS TO WS-SALDO-BASE
           ELSE
               MOVE CM-SALDO-DEVEDOR TO FL-SALDO-APOS
           END-IF
           MOVE ZEROS TO FL-DIAS-JUROS
           WRITE FEELOG-RECORD
           CLOSE FEELOG-FILE.

       ENCERRA-DISPUTA-MANTIDA.
           MOVE WS-DATA-HOJE TO DI-DATA-RESOLUCAO
           MOVE WS-OPERADOR-ID TO DI-RESOLVIDO-POR
           MOVE DI-ESTADO TO WS-SITU-ANTERIOR
           SET DI-MANTIDA TO TRUE
           REWRITE DISPUTA-RECORD
           PERFORM REGISTRA-SITUACAO-CONTESTACAO
           DISPLAY 'CONTESTACAO RESOLVIDA: DIVIDA MANTIDA.'.

      *    SALDO AJUSTADO: O ABATIMENTO ACORDADO VAI PARA A FILA DE
      *    APROVACAO E A CONTESTACAO CONTINUA ABERTA (DIVIDA
      *    CONGELADA) ATE A DECISAO. APROVADO POR OUTRO SUPERVISOR, O
      *    ABATIMENTO SAI DO SALDO (ENCARGOS PRIMEIRO, COMO NO
      *    PAGAMENTO) E FICA RASTREAVEL NUM LANCAMENTO DE DESCONTO NO
      *    PAYLOG.
       RESOLVE-AJUSTADA.
           DISPLAY 'VALOR DO ABATIMENTO:'
           ACCEPT WS-VALOR-AJUSTE
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ' (' WS-SALDO-BASE ').'
               WHEN OTHER
                   PERFORM PEDE-AJUSTE-APROVACAO
           END-EVALUATE.

      *    UM PEDIDO DE AJUSTE PENDENTE POR CONTESTACAO.
       PEDE-AJUSTE-APROVACAO.
           PERFORM VERIFICA-AJUSTE-PENDENTE
           IF WS-JA-HA-PEDIDO
               DISPLAY 'JA EXISTE AJUSTE DESTA CONTESTACAO AGUARDANDO '
                       'APROVACAO. NADA FEITO.'
           ELSE
               MOVE SPACES TO WS-MOTIVO-PEDIDO
               PERFORM UNTIL WS-MOTIVO-PEDIDO NOT = SPACES
                   DISPLAY 'MOTIVO DO AJUSTE (OBRIGATORIO):'
                   ACCEPT WS-MOTIVO-PEDIDO
               END-PERFORM
               PERFORM CALCULA-ABERTURA-AJUSTE
               INITIALIZE APROVAC-RECORD
               MOVE WS-DATA-HOJE TO AP-DATA-PEDIDO
               ACCEPT AP-HORA-PEDIDO FROM TIME
               MOVE WS-CONTA-TRAB TO AP-CONTA
               SET AP-TIPO-AJUSTE-DISPUTA TO TRUE
               MOVE WS-SEQ-TRAB TO AP-SEQ-DIVIDA
               MOVE WS-VALOR-AJUSTE TO AP-VALOR
               MOVE WS-ABATE-MULTA TO AP-VALOR-MULTA
               MOVE WS-ABATE-PRINCIPAL TO AP-VALOR-PRINCIPAL
               MOVE WS-OPERADOR-ID TO AP-SOLICITANTE
               MOVE WS-MOTIVO-PEDIDO TO AP-MOTIVO
               MOVE DI-DATA-ABERTURA TO AP-REF-DATA
               SET AP-PENDENTE TO TRUE
               MOVE SPACES TO AP-APROVADOR AP-OBS-DECISAO
               PERFORM GRAVA-PEDIDO-AJUSTE
           END-IF.

      *    ABERTURA DO ABATIMENTO COM OS SALDOS DE AGORA, SO PARA
      *    O SUPERVISOR VER O EFEITO; NA APROVACAO E RECALCULADA.
       CALCULA-ABERTURA-AJUSTE.
           IF WS-DIVIDA-LIDA
               IF WS-VALOR-AJUSTE > DB-SALDO-MULTA
                   MOVE DB-SALDO-MULTA TO WS-ABATE-MULTA
               ELSE
                   MOVE WS-VALOR-AJUSTE TO WS-ABATE-MULTA
               END-IF
           ELSE
               IF WS-VALOR-AJUSTE > CM-SALDO-MULTA
                   MOVE CM-SALDO-MULTA TO WS-ABATE-MULTA
               ELSE
                   MOVE WS-VALOR-AJUSTE TO WS-ABATE-MULTA
               END-IF
           END-IF
           IF WS-ABATE-MULTA < 0
               MOVE ZEROS TO WS-ABATE-MULTA
           END-IF
           COMPUTE WS-ABATE-PRINCIPAL =
               WS-VALOR-AJUSTE - WS-ABATE-MULTA.

       GRAVA-PEDIDO-AJUSTE.
           OPEN I-O APROVAC-FILE
           IF NOT WS-FS-APROVAC-OK
               CLOSE APROVAC-FILE
               OPEN OUTPUT APROVAC-FILE
               CLOSE APROVAC-FILE
               OPEN I-O APROVAC-FILE
           END-IF
           IF NOT WS-FS-APROVAC-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': APROVAC'
           ELSE
               WRITE APROVAC-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM ': APROVAC ' AP-CHAVE
                   NOT INVALID KEY
                       DISPLAY 'AJUSTE DE ' WS-VALOR-AJUSTE
                               ' ENVIADO PARA APROVACAO (PEDIDO '
                               AP-CHAVE ').'
                       DISPLAY 'A CONTESTACAO CONTINUA ABERTA ATE A '
                               'DECISAO DO SUPERVISOR.'
               END-WRITE
               CLOSE APROVAC-FILE
           END-IF.

       VERIFICA-AJUSTE-PENDENTE.
           MOVE 'N' TO WS-PEDIDO-PENDENTE WS-SWEEP-EOF
           OPEN INPUT APROVAC-FILE
           IF NOT WS-FS-APROVAC-OK
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE LOW-VALUES TO AP-CHAVE
               START APROVAC-FILE KEY IS >= AP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ APROVAC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-APROVAC-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF AP-PENDENTE AND AP-TIPO-AJUSTE-DISPUTA AND
                      AP-CONTA = WS-CONTA-TRAB AND
                      AP-SEQ-DIVIDA = WS-SEQ-TRAB
                       MOVE 'S' TO WS-PEDIDO-PENDENTE
                       MOVE 'S' TO WS-SWEEP-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-APROVAC NOT = '35'
               CLOSE APROVAC-FILE
           END-IF.

      *    AJUSTE APROVADO (CHAMADA DA TELA APROVCAD): O ITEM E
      *    CONFERIDO DE NOVO - PENDENTE, APROVADOR DIFERENTE DE QUEM
      *    PEDIU, CONTESTACAO AINDA ABERTA E VALOR DENTRO DO SALDO -,
      *    MARCADO APROVADO E SO ENTAO O ABATIMENTO E EFETIVADO EM
      *    NOME DE QUEM PEDIU. ITEM QUE NAO PASSA FICA PENDENTE.
       EFETIVA-AJUSTE-APROVADO.
           MOVE 'F' TO LK-AP-RESULTADO
           MOVE WS-OPERADOR-ID TO WS-APROVADOR
           MOVE 'N' TO WS-APROV-ACHADO WS-AJUSTE-VALIDO
           OPEN I-O APROVAC-FILE
           IF WS-FS-APROVAC-OK
               MOVE LK-AP-CHAVE TO AP-CHAVE
               READ APROVAC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-APROV-ACHADO
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TEM-APROVACAO
                   DISPLAY 'PEDIDO ' LK-AP-CHAVE ' NAO ENCONTRADO.'
               WHEN NOT AP-PENDENTE
                   DISPLAY 'PEDIDO ' AP-CHAVE ' JA DECIDIDO ('
                           AP-SITUACAO '). NADA FEITO.'
               WHEN AP-SOLICITANTE = WS-APROVADOR
                   DISPLAY 'QUEM PEDIU NAO PODE APROVAR. NADA FEITO.'
               WHEN NOT AP-TIPO-AJUSTE-DISPUTA
                   DISPLAY 'PEDIDO ' AP-CHAVE ' NAO E AJUSTE DE '
                           'CONTESTACAO. NADA FEITO.'
               WHEN OTHER
                   PERFORM CONFERE-AJUSTE-APROVADO
           END-EVALUATE
           IF WS-AJUSTE-CONFERIDO
               PERFORM APLICA-AJUSTE-APROVADO
           END-IF
           IF WS-FS-APROVAC NOT = '35'
               CLOSE APROVAC-FILE
           END-IF.

       CONFERE-AJUSTE-APROVADO.
           MOVE AP-CONTA TO WS-CONTA-TRAB DI-CONTA CM-CONTA
           MOVE AP-SEQ-DIVIDA TO WS-SEQ-TRAB DI-SEQ-DIVIDA
           READ DISPUTA-FILE
               INVALID KEY
                   DISPLAY 'CONTESTACAO ' DI-CHAVE ' NAO ENCONTRADA.'
           END-READ
           IF WS-FS-DISPUTA-OK
               IF NOT DI-ABERTA
                   DISPLAY 'CONTESTACAO JA RESOLVIDA (' DI-ESTADO
                           '). NADA FEITO.'
               ELSE
                   READ CUSTMAST-FILE
                       INVALID KEY
                           SET EC-CONTA-NAO-ENCONTRADA TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ' WS-CONTA-TRAB
                   END-READ
                   IF WS-FS-OK
                       PERFORM LE-SALDO-BASE-DIVIDA
                       IF AP-VALOR > WS-SALDO-BASE
                           SET EC-VALOR-MAIOR-SALDO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ' (' WS-SALDO-BASE
                                   '). NADA FEITO.'
                       ELSE
                           MOVE 'S' TO WS-AJUSTE-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APLICA-AJUSTE-APROVADO.
           SET AP-APROVADO TO TRUE
           MOVE WS-APROVADOR TO AP-APROVADOR
           MOVE WS-DATA-HOJE TO AP-DATA-DECISAO
           ACCEPT AP-HORA-DECISAO FROM TIME
           REWRITE APROVAC-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': APROVAC ' AP-CHAVE
               NOT INVALID KEY
                   MOVE AP-SOLICITANTE TO WS-OPERADOR-ID
                   MOVE AP-VALOR TO WS-VALOR-AJUSTE
                   PERFORM APLICA-ABATIMENTO
                   PERFORM GRAVA-DESCONTO-AJUSTE
                   MOVE WS-DATA-HOJE TO DI-DATA-RESOLUCAO
                   MOVE WS-OPERADOR-ID TO DI-RESOLVIDO-POR
                   MOVE DI-ESTADO TO WS-SITU-ANTERIOR
                   SET DI-AJUSTADA TO TRUE
                   REWRITE DISPUTA-RECORD
                   PERFORM REGISTRA-SITUACAO-CONTESTACAO
                   MOVE 'S' TO LK-AP-RESULTADO
                   DISPLAY 'CONTESTACAO RESOLVIDA: SALDO AJUSTADO '
                           'EM ' WS-VALOR-AJUSTE '.'
                   MOVE WS-APROVADOR TO WS-OPERADOR-ID
           END-REWRITE.

       APLICA-ABATIMENTO.
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           MOVE DB-ESTADO-PAGTO TO WS-SITU-DIVIDA-ANT
           IF WS-DIVIDA-LIDA
               IF WS-VALOR-AJUSTE > DB-SALDO-MULTA
                   MOVE DB-SALDO-MULTA TO WS-ABATE-MULTA
                   SET CM-PAGO TO TRUE
               END-IF
           END-IF
           REWRITE CUSTMAST-RECORD
           PERFORM REGISTRA-SITUACAO-ABATIMENTO.

       GRAVA-DESCONTO-AJUSTE.
           OPEN EXTEND PAYLOG-FILE
           COMPUTE PL-VALOR-MULTA = ZERO - WS-ABATE-MULTA
           COMPUTE PL-VALOR-PRINCIPAL = ZERO - WS-ABATE-PRINCIPAL
           MOVE SPACES TO PL-SUPERVISOR PL-FORMA PL-REPASSADO
                         PL-CAMPANHA
           MOVE ZEROS TO PL-DIAS-ATRASO
           MOVE CM-CREDOR TO PL-CREDOR
           PERFORM OBTEM-DATA-CONTABIL
           MOVE WS-DATA-CONTABIL TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD
           CLOSE PAYLOG-FILE.

      *    DEPOIS DO FECHAMENTO DO DIA PELO SUPERVISOR (FECHADIA), O
      *    LANCAMENTO VAI PARA O PROXIMO DIA UTIL (ROTINA DATACONT).
       OBTEM-DATA-CONTABIL.
           CALL 'DATACONT' USING WS-DATA-HOJE WS-DATA-CONTABIL
                                 WS-DIA-FECHADO
           IF WS-DIA-JA-FECHADO
               DISPLAY 'ATENCAO: DIA ' WS-DATA-HOJE ' JA FECHADO. '
                       'LANCAMENTO CONTABILIZADO EM ' WS-DATA-CONTABIL
                       '.'
           END-IF.

      *    MESMA RECONSOLIDACAO DOS DEMAIS PROGRAMAS QUE MEXEM NUMA
      *    DIVIDA DETALHADA: SALDO SOMADO DAS ABERTAS, SITUACAO E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO.
           ELSE
               SET CM-PAGO TO TRUE
           END-IF.

      *    ABERTURA, REABERTURA E RESOLUCAO DA CONTESTACAO VAO PARA O
      *    HISTORICO DE SITUACOES (ROTINA SITUREG), COM A SITUACAO
      *    ANTERIOR GUARDADA ANTES DO SET.
       REGISTRA-SITUACAO-CONTESTACAO.
           MOVE DI-CONTA TO SP-CONTA
           MOVE DI-SEQ-DIVIDA TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-CONTESTACAO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE DI-ESTADO TO SP-SITUACAO-NOVA
           MOVE 'CONTESTA' TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

      *    O ABATIMENTO QUE ZERA O SALDO QUITA A DIVIDA E/OU A CONTA;
      *    A ROTINA SITUREG IGNORA QUANDO A SITUACAO NAO MUDOU.
       REGISTRA-SITUACAO-ABATIMENTO.
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE 'CONTESTA' TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           IF WS-DIVIDA-LIDA
               MOVE DB-CONTA TO SP-CONTA
               MOVE DB-SEQ TO SP-SEQ-DIVIDA
               MOVE WS-SITU-DIVIDA-ANT TO SP-SITUACAO-ANTERIOR
               MOVE DB-ESTADO-PAGTO TO SP-SITUACAO-NOVA
               CALL 'SITUREG' USING SITUREG-PARAMETROS
           END-IF
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           CALL 'SITUREG' USING SITUREG-PARAMETROS.
       END PROGRAM CONTESTA.

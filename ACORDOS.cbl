      *                bancaria apagada (AC-REMESSA): o BANCOREM passa
      *                a emitir um boleto por parcela aberta do acordo
      *                e o BANCORET baixa a parcela paga no banco.
      *   15/10/2026 - O acordo assinado interrompe a prescricao: na
      *                inclusao, as dividas nao pagas da conta
      *                (DEBTMAST, ou o proprio cadastro no modelo de
      *                divida unica) recebem a nova data de
      *                prescricao contada da data do acordo (rotina
      *                PRESCDT) e perdem a marca de prescricao.
      *   15/10/2026 - Inclusao de acordo oferece a campanha de
      *                desconto (feirao) em vigor para a conta
      *                (CAMPSEL, oferta registrada no CAMPOFER):
      *                aceita, o acordo e fechado pelo total negociado
      *                dentro do limite de parcelas, com a entrada e a
      *                parcela minimas da campanha, e as parcelas levam
      *                o codigo (AC-CAMPANHA). No modo batch, acordo de
      *                campanha com todas as parcelas pagas tem o saldo
      *                restante perdoado (DS no PAYLOG marcado com a
      *                campanha) e a conta quitada.
      *   15/10/2026 - Os alertas ativos da conta (ALERTVER) aparecem
      *                assim que a conta e informada na inclusao, na
      *                listagem e no cancelamento.
      *   15/10/2026 - Desconto de campanha lancado depois do
      *                fechamento do dia (FECHADIA) vai para o proximo
      *                dia util (data contabil no PAYLOG, rotina
      *                DATACONT), com aviso na tela.
      *   15/10/2026 - Quebra e cancelamento do acordo e quitacao do
      *                acordo de campanha gravados no historico de
      *                situacao (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDOS.
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       WORKING-STORAGE SECTION.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-QTDE-PARCELAS        PIC 9(03) VALUES ZEROS.
       77 WS-IDX-PARCELA          PIC 9(03) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CONTABIL        PIC 9(08) VALUES ZEROS.
       77 WS-DIA-FECHADO          PIC X(01) VALUES 'N'.
           88 WS-DIA-JA-FECHADO   VALUE 'S'.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-CONTA-ANTERIOR       PIC 9(08) VALUES ZEROS.
       77 WS-DV-VALIDO          PIC X(01) VALUES 'N'.
       77 WS-CONTA-ACEITA       PIC X(01) VALUES 'N'.
       77 WS-CONFIRMA-CONTA     PIC X(01) VALUES SPACES.
       77 WS-FS-CUSTMAST        PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK     VALUE '00'.
       77 WS-FS-DEBTMAST        PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK     VALUE '00'.
       77 WS-DEBT-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT       VALUE 'S'.
       77 WS-DATA-PRESCRICAO    PIC 9(08) VALUES ZEROS.
       01 WS-CONTAS-QUEBRA-TAB.
           05 WS-CONTA-QUEBRA     PIC 9(08) OCCURS 200.
       77 WS-FS-PAYLOG          PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK   VALUE '00'.
      *    CAMPANHA DE DESCONTO (FEIRAO) EM VIGOR PARA A CONTA DO
      *    ACORDO (ROTINA CAMPSEL) E AS REGRAS DE PARCELAMENTO DELA.
           COPY CAMPANHA REPLACING ==CAMPANHA-RECORD== BY
                                   ==WS-CAMPANHA-OFERTA==
                         LEADING ==FE== BY ==WS-CAMP==.
       77 WS-ACHOU-CAMPANHA     PIC X(01) VALUES 'N'.
           88 WS-TEM-CAMPANHA   VALUE 'S'.
       77 WS-CAMPANHA-ACORDO    PIC X(06) VALUES SPACES.
       77 WS-CANAL-BALCAO       PIC X(01) VALUES 'B'.
       77 WS-OFERTA-NOVA        PIC X(01) VALUES 'N'.
       77 WS-ACEITA-CAMPANHA    PIC X(01) VALUES SPACES.
       77 WS-DIAS-ATRASO        PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS      PIC X(01) VALUES 'N'.
       77 WS-SALDO-CAMPANHA     PIC S9(7)V99 VALUES ZEROS.
       77 WS-MINIMO-CAMPANHA    PIC S9(7)V99 VALUES ZEROS.
       77 WS-TOTAL-CAMPANHA     PIC S9(7)V99 VALUES ZEROS.
       77 WS-ENTRADA-MINIMA     PIC S9(7)V99 VALUES ZEROS.
       77 WS-TOTAL-LANCADO      PIC S9(7)V99 VALUES ZEROS.
       77 WS-RESTANTE-ACORDO    PIC S9(7)V99 VALUES ZEROS.
       77 WS-MINIMO-RESTANTE    PIC S9(7)V99 VALUES ZEROS.
       77 WS-VALOR-PARCELA-OK   PIC X(01) VALUES 'N'.
           88 WS-PARCELA-ACEITA VALUE 'S'.
      *    FECHAMENTO NOTURNO DOS ACORDOS DE CAMPANHA TOTALMENTE
      *    PAGOS: A CAMPANHA E AS PARCELAS EM ABERTO DA CONTA EM
      *    VARREDURA, E AS CONTAS A FECHAR NA SEGUNDA PASSAGEM.
       77 WS-CAMPANHA-CONTA     PIC X(06) VALUES SPACES.
       77 WS-QTDE-EM-ABERTO     PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-CONTAS-CAMP   PIC 9(03) VALUES ZEROS.
       77 WS-IDX-CAMP           PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-FECHADOS      PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-PERDOADO     PIC S9(7)V99 VALUES ZEROS.
       77 WS-OPERADOR-ACORDOS   PIC X(08) VALUES 'ACORDOS'.
      *    HISTORICO DE SITUACAO (ROTINA SITUREG): PARCELAS QUEBRADAS
      *    NA CONTA EM VARREDURA E A SITUACAO ANTERIOR DO ACORDO OU
      *    DO PAGAMENTO DA CONTA/DIVIDA QUITADA NA CAMPANHA.
       77 WS-QTDE-PARC-QUEBRA   PIC 9(03) VALUES ZEROS.
       77 WS-SITU-ANTERIOR      PIC X(10) VALUES SPACES.
       01 WS-CONTAS-CAMP-TAB.
           05 WS-CONTA-CAMP-ITEM OCCURS 200.
               10 WS-CONTA-CAMP     PIC 9(08).
               10 WS-CODIGO-CAMP    PIC X(06).
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.
           COPY SITUREGP.
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-MODO-EXECUCAO        PIC X(20).
           IF WS-CONTA-ACEITA NOT = 'S'
               DISPLAY 'INCLUSAO CANCELADA.'
           ELSE
               PERFORM EXIBE-ALERTAS-CONTA
               PERFORM AVALIA-CAMPANHA-ACORDO
               DISPLAY 'QUANTIDADE DE PARCELAS:'
               ACCEPT WS-QTDE-PARCELAS
               IF WS-CAMPANHA-ACORDO NOT = SPACES
                   COMPUTE WS-MINIMO-RESTANTE =
                       WS-ENTRADA-MINIMA + (WS-QTDE-PARCELAS - 1)
                       * WS-CAMP-VALOR-PARCELA-MIN
               END-IF
               EVALUATE TRUE
                   WHEN WS-QTDE-PARCELAS = 0
                       DISPLAY 'QUANTIDADE INVALIDA. NADA GRAVADO.'
                   WHEN WS-CAMPANHA-ACORDO NOT = SPACES AND
                        WS-QTDE-PARCELAS > WS-CAMP-MAX-PARCELAS
                       DISPLAY 'A CAMPANHA ACEITA NO MAXIMO '
                               WS-CAMP-MAX-PARCELAS ' PARCELAS. NADA '
                               'GRAVADO.'
                   WHEN WS-CAMPANHA-ACORDO NOT = SPACES AND
                        WS-MINIMO-RESTANTE > WS-TOTAL-CAMPANHA
                       DISPLAY 'ENTRADA E PARCELAS MINIMAS DA CAMPANHA '
                               'NAO CABEM NO VALOR NEGOCIADO. NADA '
                               'GRAVADO.'
                   WHEN OTHER
                       MOVE ZEROS TO WS-TOTAL-LANCADO
                       PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                               UNTIL WS-IDX-PARCELA > WS-QTDE-PARCELAS
                           PERFORM CAPTURA-GRAVA-PARCELA
                       END-PERFORM
                       PERFORM REINICIA-PRESCRICAO-CONTA
               END-EVALUATE
           END-IF.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ASSIM QUE A
      *    CONTA E INFORMADA, ANTES DE QUALQUER OUTRO DADO.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE WS-CONTA-ACORDO TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

      *    CAMPANHA DE DESCONTO EM VIGOR PARA A CONTA: O ATENDENTE VE
      *    AS REGRAS E, SE O DEVEDOR ACEITAR, O ACORDO E FECHADO PELO
      *    VALOR TOTAL NEGOCIADO (NAO MENOR QUE O SALDO MENOS O
      *    DESCONTO MAXIMO), DENTRO DO LIMITE DE PARCELAS, COM A
      *    ENTRADA E A PARCELA MINIMAS DA CAMPANHA. VALOR FORA DA
      *    CAMPANHA SEGUE COMO ACORDO COMUM.
       AVALIA-CAMPANHA-ACORDO.
           MOVE SPACES TO WS-CAMPANHA-ACORDO
           MOVE ZEROS TO WS-TOTAL-CAMPANHA WS-ENTRADA-MINIMA
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CUSTMAST-FILE
           IF WS-FS-CUST-OK
               MOVE WS-CONTA-ACORDO TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUST-OK AND CM-NAO-PAGO AND
                  CM-SALDO-DEVEDOR > 0
                   PERFORM OFERECE-CAMPANHA-ACORDO
               END-IF
           END-IF
           CLOSE CUSTMAST-FILE.

       OFERECE-CAMPANHA-ACORDO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF CM-DATA-VENCIMENTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS NOT = 'S'
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
           END-IF
           CALL 'CAMPSEL' USING CM-CREDOR WS-DIAS-ATRASO WS-DATA-HOJE
                                WS-CAMPANHA-OFERTA WS-ACHOU-CAMPANHA
           IF WS-TEM-CAMPANHA
               MOVE CM-SALDO-DEVEDOR TO WS-SALDO-CAMPANHA
               COMPUTE WS-MINIMO-CAMPANHA ROUNDED =
                   WS-SALDO-CAMPANHA * (100 - WS-CAMP-PCT-DESCONTO)
                   / 100
               DISPLAY '*** CAMPANHA ' WS-CAMP-CODIGO ' - '
                       WS-CAMP-DESCRICAO ' ***'
               DISPLAY 'SALDO ' WS-SALDO-CAMPANHA ' - DESCONTO ATE '
                       WS-CAMP-PCT-DESCONTO ' POR CENTO: TOTAL MINIMO '
                       WS-MINIMO-CAMPANHA
               DISPLAY 'ATE ' WS-CAMP-MAX-PARCELAS ' PARCELAS, '
                       'ENTRADA MINIMA DE ' WS-CAMP-PCT-ENTRADA
                       ' POR CENTO, PARCELA MINIMA '
                       WS-CAMP-VALOR-PARCELA-MIN
               CALL 'CAMPREG' USING WS-CAMP-CODIGO CM-CONTA
                                    WS-DATA-HOJE WS-CANAL-BALCAO
                                    WS-OFERTA-NOVA
               IF WS-CAMP-MAX-PARCELAS = 0
                   DISPLAY 'CAMPANHA SO PARA QUITACAO A VISTA NO '
                           'BALCAO. ACORDO SEGUE SEM CAMPANHA.'
               ELSE
                   DISPLAY 'FECHAR O ACORDO NA CAMPANHA (S/N)?'
                   MOVE SPACES TO WS-ACEITA-CAMPANHA
                   ACCEPT WS-ACEITA-CAMPANHA
                   IF WS-ACEITA-CAMPANHA = 'S'
                       DISPLAY 'VALOR TOTAL NEGOCIADO:'
                       ACCEPT WS-TOTAL-CAMPANHA
                       IF WS-TOTAL-CAMPANHA < WS-MINIMO-CAMPANHA OR
                          WS-TOTAL-CAMPANHA >= WS-SALDO-CAMPANHA
                           DISPLAY 'VALOR FORA DA CAMPANHA. ACORDO '
                                   'SEGUE SEM CAMPANHA.'
                       ELSE
                           MOVE WS-CAMP-CODIGO TO WS-CAMPANHA-ACORDO
                           COMPUTE WS-ENTRADA-MINIMA ROUNDED =
                               WS-TOTAL-CAMPANHA * WS-CAMP-PCT-ENTRADA
                               / 100
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ACORDO ASSINADO E RECONHECIMENTO DA DIVIDA E INTERROMPE A
      *    PRESCRICAO: TODAS AS DIVIDAS NAO PAGAS DA CONTA PASSAM A
      *    PRESCREVER A PARTIR DA DATA DO ACORDO.
       REINICIA-PRESCRICAO-CONTA.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           CALL 'PRESCDT' USING WS-DATA-HOJE WS-DATA-PRESCRICAO
           MOVE 'N' TO WS-DEBT-EOF
           OPEN I-O DEBTMAST-FILE
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-EOF
           ELSE
               MOVE WS-CONTA-ACORDO TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
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
                   IF DB-CONTA NOT = WS-CONTA-ACORDO
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       IF NOT DB-PAGO AND
                          DB-DATA-PRESCRICAO < WS-DATA-PRESCRICAO
                           MOVE WS-DATA-PRESCRICAO TO
                                DB-DATA-PRESCRICAO
                           MOVE SPACES TO DB-PRESCRICAO
                           REWRITE DEBTMAST-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DEBTMAST-FILE
           OPEN I-O CUSTMAST-FILE
           IF WS-FS-CUST-OK
               MOVE WS-CONTA-ACORDO TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUST-OK AND NOT CM-PAGO AND
                  CM-DATA-PRESCRICAO < WS-DATA-PRESCRICAO
                   MOVE WS-DATA-PRESCRICAO TO CM-DATA-PRESCRICAO
                   MOVE SPACES TO CM-PRESCRICAO
                   REWRITE CUSTMAST-RECORD
                   DISPLAY 'PRESCRICAO DA CONTA REINICIADA PELO '
                           'ACORDO: NOVA DATA ' WS-DATA-PRESCRICAO
               END-IF
           END-IF
           CLOSE CUSTMAST-FILE.


      *    DIGITO VERIFICADOR DO NUMERO DE CONTA (ROTINA CONTAVAL):
      *    DIGITO ERRADO E QUASE SEMPRE TRANSPOSICAO NA DIGITACAO;
           MOVE WS-IDX-PARCELA TO AC-PARCELA
           PERFORM CAPTURA-VENC-PARCELA
           MOVE WS-VENC-PARCELA TO AC-DATA-VENCIMENTO
           IF WS-CAMPANHA-ACORDO = SPACES
               DISPLAY 'PARCELA ' WS-IDX-PARCELA ' - VALOR:'
               ACCEPT AC-VALOR
           ELSE
               PERFORM CAPTURA-VALOR-CAMPANHA
           END-IF
           SET AC-ABERTA TO TRUE
           MOVE 'N' TO AC-REMESSA
           MOVE WS-CAMPANHA-ACORDO TO AC-CAMPANHA
           WRITE ACORDO-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                           ': PARCELA JA EXISTE: ' AC-CHAVE
           END-WRITE.

      *    NO ACORDO DE CAMPANHA A PRIMEIRA PARCELA E A ENTRADA E A
      *    ULTIMA FECHA O TOTAL NEGOCIADO; CADA PARCELA DIGITADA TEM DE
      *    DEIXAR VALOR PARA AS SEGUINTES NO MINIMO DA CAMPANHA.
       CAPTURA-VALOR-CAMPANHA.
           IF WS-IDX-PARCELA = WS-QTDE-PARCELAS
               COMPUTE AC-VALOR = WS-TOTAL-CAMPANHA - WS-TOTAL-LANCADO
               DISPLAY 'PARCELA ' WS-IDX-PARCELA ' (ULTIMA) - VALOR: '
                       AC-VALOR
           ELSE
               MOVE 'N' TO WS-VALOR-PARCELA-OK
               PERFORM UNTIL WS-PARCELA-ACEITA
                   DISPLAY 'PARCELA ' WS-IDX-PARCELA ' - VALOR:'
                   ACCEPT AC-VALOR
                   COMPUTE WS-RESTANTE-ACORDO = WS-TOTAL-CAMPANHA
                       - WS-TOTAL-LANCADO - AC-VALOR
                   COMPUTE WS-MINIMO-RESTANTE =
                       (WS-QTDE-PARCELAS - WS-IDX-PARCELA)
                       * WS-CAMP-VALOR-PARCELA-MIN
                   EVALUATE TRUE
                       WHEN AC-VALOR <= 0 OR
                            AC-VALOR < WS-CAMP-VALOR-PARCELA-MIN
                           DISPLAY 'PARCELA ABAIXO DO MINIMO DA '
                                   'CAMPANHA: '
                                   WS-CAMP-VALOR-PARCELA-MIN
                       WHEN WS-IDX-PARCELA = 1 AND
                            AC-VALOR < WS-ENTRADA-MINIMA
                           DISPLAY 'ENTRADA ABAIXO DO MINIMO DA '
                                   'CAMPANHA: ' WS-ENTRADA-MINIMA
                       WHEN WS-RESTANTE-ACORDO <= 0 OR
                            WS-RESTANTE-ACORDO < WS-MINIMO-RESTANTE
                           DISPLAY 'VALOR NAO DEIXA SALDO PARA AS '
                                   'DEMAIS PARCELAS.'
                       WHEN OTHER
                           MOVE 'S' TO WS-VALOR-PARCELA-OK
                   END-EVALUATE
               END-PERFORM
           END-IF
           ADD AC-VALOR TO WS-TOTAL-LANCADO.

      *    MESMA CRITICA DE DATA DA INCLUSAO DE CLIENTES: DATA
      *    POSSIVEL (DATEVAL), NAO PASSADA, E ROLADA PARA O PROXIMO
      *    DIA UTIL QUANDO CAI EM FIM DE SEMANA OU FERIADO.
       LISTA-ACORDO.
           DISPLAY 'CONTA DO DEVEDOR:'
           ACCEPT WS-CONTA-ACORDO
           PERFORM EXIBE-ALERTAS-CONTA
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-CONTA-ACORDO TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
                               ' VENC ' AC-DATA-VENCIMENTO
                               ' VALOR ' AC-VALOR
                               ' SITUACAO ' AC-ESTADO
                               ' CAMPANHA ' AC-CAMPANHA
                   END-IF
               END-IF
           END-PERFORM.
       CANCELA-ACORDO.
           DISPLAY 'CONTA DO DEVEDOR:'
           ACCEPT WS-CONTA-ACORDO
           PERFORM EXIBE-ALERTAS-CONTA
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO WS-QTDE-PARC-QUEBRA
           MOVE 'VIGENTE' TO WS-SITU-ANTERIOR
           MOVE WS-CONTA-ACORDO TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
                       IF NOT AC-PAGA
                           SET AC-QUEBRADA TO TRUE
                           REWRITE ACORDO-RECORD
                           ADD 1 TO WS-QTDE-PARC-QUEBRA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CONTA-ACORDO TO SP-CONTA
           PERFORM REGISTRA-SITUACAO-ACORDO
           DISPLAY 'ACORDO DA CONTA ' WS-CONTA-ACORDO ' CANCELADO '
                   '(PARCELAS NAO PAGAS MARCADAS COMO QUEBRADA).'.

           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO WS-CONTA-ANTERIOR WS-QTDE-ATRASADAS
                         WS-QTDE-CONTAS-QUEBRA WS-QTDE-MARCADAS
                         WS-QTDE-QUEBRADAS WS-QTDE-EM-ABERTO
                         WS-QTDE-CONTAS-CAMP WS-QTDE-FECHADOS
           MOVE SPACES TO WS-CAMPANHA-CONTA
           MOVE ZEROS TO AC-CONTA AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
               INVALID KEY
               IF NOT WS-FIM-SWEEP
                   IF AC-CONTA NOT = WS-CONTA-ANTERIOR
                       PERFORM AVALIA-QUEBRA-CONTA
                       PERFORM AVALIA-FECHAMENTO-CAMPANHA
                       MOVE AC-CONTA TO WS-CONTA-ANTERIOR
                       MOVE ZEROS TO WS-QTDE-ATRASADAS
                                     WS-QTDE-EM-ABERTO
                       MOVE SPACES TO WS-CAMPANHA-CONTA
                   END-IF
                   IF AC-ABERTA AND AC-DATA-VENCIMENTO < WS-DATA-HOJE
                       SET AC-ATRASADA TO TRUE
                   IF AC-ATRASADA
                       ADD 1 TO WS-QTDE-ATRASADAS
                   END-IF
                   IF NOT AC-PAGA
                       ADD 1 TO WS-QTDE-EM-ABERTO
                   END-IF
                   IF AC-CAMPANHA NOT = SPACES AND
                      AC-CAMPANHA NOT = LOW-VALUES
                       MOVE AC-CAMPANHA TO WS-CAMPANHA-CONTA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM AVALIA-QUEBRA-CONTA
           PERFORM AVALIA-FECHAMENTO-CAMPANHA
           PERFORM VARYING WS-IDX-QUEBRA FROM 1 BY 1
                   UNTIL WS-IDX-QUEBRA > WS-QTDE-CONTAS-QUEBRA
               PERFORM QUEBRA-ACORDO-CONTA
           END-PERFORM
           IF WS-QTDE-CONTAS-CAMP > 0
               PERFORM FECHA-ACORDOS-CAMPANHA
           END-IF
           DISPLAY 'ACORDOS: PARCELAS MARCADAS EM ATRASO: '
                   WS-QTDE-MARCADAS
           DISPLAY 'ACORDOS: ACORDOS QUEBRADOS: '
                   WS-QTDE-CONTAS-QUEBRA
           DISPLAY 'ACORDOS: ACORDOS DE CAMPANHA QUITADOS: '
                   WS-QTDE-FECHADOS.

      *    ACORDO DE CAMPANHA COM TODAS AS PARCELAS PAGAS: A CONTA E
      *    ANOTADA PARA O PERDAO DO SALDO RESTANTE NA SEGUNDA
      *    PASSAGEM. PARCELA QUEBRADA, ATRASADA OU ABERTA SEGURA O
      *    DESCONTO.
       AVALIA-FECHAMENTO-CAMPANHA.
           IF WS-CONTA-ANTERIOR > 0 AND
              WS-CAMPANHA-CONTA NOT = SPACES AND
              WS-QTDE-EM-ABERTO = 0
               IF WS-QTDE-CONTAS-CAMP < 200
                   ADD 1 TO WS-QTDE-CONTAS-CAMP
                   MOVE WS-CONTA-ANTERIOR TO
                        WS-CONTA-CAMP (WS-QTDE-CONTAS-CAMP)
                   MOVE WS-CAMPANHA-CONTA TO
                        WS-CODIGO-CAMP (WS-QTDE-CONTAS-CAMP)
               ELSE
                   DISPLAY 'TABELA DE ACORDOS DE CAMPANHA CHEIA. '
                           'CONTA ' WS-CONTA-ANTERIOR ' FICA PARA A '
                           'PROXIMA EXECUCAO.'
               END-IF
           END-IF.

      *    O SALDO QUE SOBRA NA CONTA DEPOIS DA ULTIMA PARCELA E O
      *    DESCONTO DA CAMPANHA: SAI NO PAYLOG COMO DS MARCADO COM A
      *    CAMPANHA (SALDO APOS ZERO) E A CONTA E AS DIVIDAS ABERTAS
      *    FICAM QUITADAS, COMO NA QUITACAO COM DESCONTO DO BALCAO.
      *    CONTA JA QUITADA NAO GERA NOVO LANCAMENTO.
       FECHA-ACORDOS-CAMPANHA.
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               DISPLAY 'ACORDOS: CADASTRO CUSTMAST INDISPONIVEL. '
                       'ACORDOS DE CAMPANHA FICAM PARA A PROXIMA '
                       'EXECUCAO.'
           ELSE
               OPEN I-O DEBTMAST-FILE
               OPEN EXTEND PAYLOG-FILE
               IF NOT WS-FS-PAYLOG-OK
                   CLOSE PAYLOG-FILE
                   OPEN OUTPUT PAYLOG-FILE
               END-IF
               PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                       UNTIL WS-IDX-CAMP > WS-QTDE-CONTAS-CAMP
                   PERFORM QUITA-ACORDO-CAMPANHA
               END-PERFORM
               CLOSE PAYLOG-FILE
               CLOSE DEBTMAST-FILE
           END-IF
           CLOSE CUSTMAST-FILE.

       QUITA-ACORDO-CAMPANHA.
           MOVE WS-CONTA-CAMP (WS-IDX-CAMP) TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CUST-OK AND CM-NAO-PAGO AND
              CM-SALDO-DEVEDOR > 0
               MOVE CM-SALDO-DEVEDOR TO WS-VALOR-PERDOADO
               PERFORM QUITA-DIVIDAS-CAMPANHA
               MOVE ZEROS TO CM-SALDO-DEVEDOR
               MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
               MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
               SET CM-PAGO TO TRUE
               REWRITE CUSTMAST-RECORD
               PERFORM REGISTRA-SITUACAO-CONTA
               PERFORM GRAVA-DESCONTO-CAMPANHA
               ADD 1 TO WS-QTDE-FECHADOS
               DISPLAY 'ACORDO DE CAMPANHA QUITADO: CONTA ' CM-CONTA
                       ' CAMPANHA ' WS-CODIGO-CAMP (WS-IDX-CAMP)
                       ' PERDOADO ' WS-VALOR-PERDOADO
           END-IF.

       QUITA-DIVIDAS-CAMPANHA.
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
                           REWRITE DEBTMAST-RECORD
                           PERFORM REGISTRA-SITUACAO-DIVIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    A QUITACAO DO ACORDO DE CAMPANHA VAI PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG), NA CONTA E EM CADA DIVIDA.
       REGISTRA-SITUACAO-CONTA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'ACORDOS' TO SP-PROGRAMA
           MOVE WS-OPERADOR-ACORDOS TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       REGISTRA-SITUACAO-DIVIDA.
           MOVE DB-CONTA TO SP-CONTA
           MOVE DB-SEQ TO SP-SEQ-DIVIDA
           MOVE DB-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE DB-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'ACORDOS' TO SP-PROGRAMA
           MOVE WS-OPERADOR-ACORDOS TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       GRAVA-DESCONTO-CAMPANHA.
           MOVE CM-CONTA           TO PL-CONTA
           SET PL-TIPO-DESCONTO    TO TRUE
           MOVE WS-VALOR-PERDOADO  TO PL-VALOR
           MOVE WS-OPERADOR-ACORDOS TO PL-OPERADOR
           MOVE ZEROS              TO PL-SALDO-APOS
           MOVE WS-DATA-HOJE TO PL-DATA-MOVIMENTO
           MOVE WS-DATA-HOJE TO PL-DATA-EFETIVA
           ACCEPT PL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO PL-REF-DATA PL-REF-HORA PL-RECIBO
                         PL-SEQ-DIVIDA PL-VALOR-MULTA
                         PL-VALOR-PRINCIPAL PL-DIAS-ATRASO
           MOVE SPACES TO PL-FORMA PL-SUPERVISOR PL-REPASSADO
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE WS-CODIGO-CAMP (WS-IDX-CAMP) TO PL-CAMPANHA
           PERFORM OBTEM-DATA-CONTABIL
           MOVE WS-DATA-CONTABIL TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

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

       AVALIA-QUEBRA-CONTA.
           IF WS-CONTA-ANTERIOR > 0 AND

       QUEBRA-ACORDO-CONTA.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO WS-QTDE-PARC-QUEBRA
           MOVE 'ATRASADO' TO WS-SITU-ANTERIOR
           MOVE WS-CONTA-QUEBRA (WS-IDX-QUEBRA) TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
                           SET AC-QUEBRADA TO TRUE
                           REWRITE ACORDO-RECORD
                           ADD 1 TO WS-QTDE-QUEBRADAS
                           ADD 1 TO WS-QTDE-PARC-QUEBRA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CONTA-QUEBRA (WS-IDX-QUEBRA) TO SP-CONTA
           PERFORM REGISTRA-SITUACAO-ACORDO
           DISPLAY 'ACORDO QUEBRADO: CONTA '
                   WS-CONTA-QUEBRA (WS-IDX-QUEBRA).

      *    REGISTRA NO HISTORICO DE SITUACAO A QUEBRA DO ACORDO DA
      *    CONTA EM SP-CONTA, QUANDO ALGUMA PARCELA FOI QUEBRADA. O
      *    CREDOR VEM DO CADASTRO (ZEROS SE A CONTA NAO FOR ACHADA).
       REGISTRA-SITUACAO-ACORDO.
           IF WS-QTDE-PARC-QUEBRA > 0
               MOVE ZEROS TO SP-CREDOR SP-SEQ-DIVIDA
               OPEN INPUT CUSTMAST-FILE
               IF WS-FS-CUST-OK
                   MOVE SP-CONTA TO CM-CONTA
                   READ CUSTMAST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-CUST-OK
                       MOVE CM-CREDOR TO SP-CREDOR
                   END-IF
               END-IF
               CLOSE CUSTMAST-FILE
               SET SP-TIPO-ACORDO TO TRUE
               MOVE WS-SITU-ANTERIOR    TO SP-SITUACAO-ANTERIOR
               MOVE 'QUEBRADO'          TO SP-SITUACAO-NOVA
               MOVE 'ACORDOS'           TO SP-PROGRAMA
               MOVE WS-OPERADOR-ACORDOS TO SP-OPERADOR
               CALL 'SITUREG' USING SITUREG-PARAMETROS
           END-IF.
       END PROGRAM ACORDOS.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD), ATE
      *         HOJE CALCULADA EM PLANILHA A PARTIR DO AGING E
      *         DIGITADA NO RAZAO. CADA DIVIDA EM ABERTO (DEBTMAST NA
      *         CONTA DETALHADA, CUSTMAST NA CONTA DE DIVIDA UNICA) E
      *         CLASSIFICADA NA FAIXA DE ATRASO DO AGEREPT (MAIS A
      *         FAIXA A VENCER) E PROVISIONADA PELO PERCENTUAL DA
      *         TABELA PDDTAB PARA O CREDOR E A SITUACAO DE ACORDO DA
      *         CONTA. A PROVISAO REQUERIDA E COMPARADA COM A MANTIDA
      *         NO MES ANTERIOR (CONTROLE PDDCTL): AS BAIXAS PARA
      *         PREJUIZO DO MES (WRITEOFF) CONSOMEM PRIMEIRO A
      *         PROVISAO JA MANTIDA E O QUE PASSAR DELA E PERDA; A
      *         DIFERENCA ENTRE A REQUERIDA E O QUE SOBROU E
      *         CONSTITUIDA OU REVERTIDA. OS LANCAMENTOS SAEM
      *         BALANCEADOS NO LAYOUT CONTABEX DO CONTABIL. O
      *         RELATORIO PDD-RPT TRAZ A PROVISAO POR FAIXA E POR
      *         CREDOR E AMARRA A CARTEIRA AO FECHAMENTO DO ROLLFWD
      *         DO MESMO MES (ROLLCTL). RETORNO 4 QUANDO NAO AMARRA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDCALC.
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
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
           SELECT PDDTAB-FILE ASSIGN TO "PDDTAB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PT-CHAVE
               FILE STATUS WS-FS-PDDTAB.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-WRITEOFF.
           SELECT PDDCTL-FILE ASSIGN TO "PDDCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PDDCTL.
           SELECT ROLLCTL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ROLLCTL.
           SELECT CONTABEX-FILE ASSIGN TO "CONTABEX"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTABEX.
           SELECT PDD-RPT-FILE ASSIGN TO "PDD-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  PDDTAB-FILE.
           COPY PDDTAB.
       FD  WRITEOFF-FILE.
           COPY WRITEOFF.
       FD  PDDCTL-FILE.
           COPY PDDCTL.
       FD  ROLLCTL-FILE.
           COPY ROLLCTL.
       FD  CONTABEX-FILE.
           COPY CONTABEX.
       FD  PDD-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBTMAST-OK    VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-FS-PDDTAB             PIC X(02) VALUES '00'.
           88 WS-FS-PDDTAB-OK      VALUE '00'.
       77 WS-FS-WRITEOFF           PIC X(02) VALUES '00'.
           88 WS-FS-WO-OK          VALUE '00'.
       77 WS-FS-PDDCTL             PIC X(02) VALUES '00'.
       77 WS-FS-ROLLCTL            PIC X(02) VALUES '00'.
       77 WS-FS-CONTABEX           PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-DEBT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT          VALUE 'S'.
       77 WS-ACORDO-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-ACORDO        VALUE 'S'.
       77 WS-TEM-DEBTMAST          PIC X(01) VALUES 'N'.
           88 WS-HA-DEBTMAST       VALUE 'S'.
       77 WS-TEM-ACORDOS           PIC X(01) VALUES 'N'.
           88 WS-HA-ACORDOS        VALUE 'S'.
       77 WS-TEM-DETALHE           PIC X(01) VALUES 'N'.
           88 WS-CONTA-DETALHADA   VALUE 'S'.
       77 WS-TEM-ACORDO-ATIVO      PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ATIVO      VALUE 'S'.
       77 WS-TEM-ROLLCTL           PIC X(01) VALUES 'N'.
           88 WS-FECHAMENTO-ROLLFWD VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-MES-PROCESSO          PIC 9(06) VALUES ZEROS.
       77 WS-MES-MOVIMENTO         PIC 9(06) VALUES ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
       77 WS-IDX-CRED              PIC 9(02) VALUES ZEROS.
       77 WS-IDX-CRED-ACHADO       PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-CRED             PIC 9(02) VALUES ZEROS.
       77 WS-IDX-TAB               PIC 9(03) VALUES ZEROS.
       77 WS-IDX-TAB-ACHADO        PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-TAB              PIC 9(03) VALUES ZEROS.
       77 WS-CHAVE-CREDOR          PIC 9(03) VALUES ZEROS.
       77 WS-CHAVE-ACORDO          PIC X(01) VALUES SPACES.
      *    DADOS DA DIVIDA EM CALCULO (DETALHE OU CADASTRO).
       77 WS-DIVIDA-VENCIMENTO     PIC 9(08) VALUES ZEROS.
       77 WS-DIVIDA-SALDO          PIC S9(7)V99 VALUES ZEROS.
       77 WS-DIVIDA-CREDOR         PIC 9(03) VALUES ZEROS.
       77 WS-PERCENTUAL            PIC 9(03)V99 VALUES ZEROS.
       77 WS-PROVISAO-DIVIDA       PIC S9(9)V99 VALUES ZEROS.
       77 WS-QTDE-DIVIDAS          PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-INVALIDAS        PIC 9(05) VALUES ZEROS.
      *    CARTEIRA E PROVISAO.
       77 WS-SALDO-CARTEIRA        PIC S9(13)V99 VALUES ZEROS.
       77 WS-BASE-PROVISAO         PIC S9(13)V99 VALUES ZEROS.
       77 WS-FORA-DA-BASE          PIC S9(13)V99 VALUES ZEROS.
       77 WS-SALDO-ROLLFWD         PIC S9(13)V99 VALUES ZEROS.
       77 WS-DIFERENCA-ROLLFWD     PIC S9(13)V99 VALUES ZEROS.
       77 WS-PROVISAO-ANTERIOR     PIC S9(13)V99 VALUES ZEROS.
       77 WS-PROVISAO-REQUERIDA    PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-BAIXAS          PIC S9(13)V99 VALUES ZEROS.
       77 WS-BAIXA-CONSUMIDA       PIC S9(13)V99 VALUES ZEROS.
       77 WS-PERDA-EXCEDENTE       PIC S9(13)V99 VALUES ZEROS.
       77 WS-PROVISAO-DISPONIVEL   PIC S9(13)V99 VALUES ZEROS.
       77 WS-AJUSTE-PROVISAO       PIC S9(13)V99 VALUES ZEROS.
       77 WS-VALOR-ABS             PIC 9(11)V99 VALUES ZEROS.
       77 WS-QTDE-LANCAMENTOS      PIC 9(07) VALUES ZEROS.
       77 WS-TOTAL-DEBITOS         PIC S9(13)V99 VALUES ZEROS.
       77 WS-TOTAL-CREDITOS        PIC S9(13)V99 VALUES ZEROS.
      *    PLANO DE CONTAS DO RAZAO ACORDADO COM A CONTABILIDADE; A
      *    PROVISAO E CONTA REDUTORA DE CLIENTES.
       77 WS-CTA-CLIENTES          PIC X(08) VALUES '12101CL'.
       77 WS-CTA-PROVISAO          PIC X(08) VALUES '12901PD'.
       77 WS-CTA-DESP-PROVISAO     PIC X(08) VALUES '51103PD'.
       77 WS-CTA-DESP-PERDA        PIC X(08) VALUES '51104PE'.
       77 WS-CTA-REVERSAO          PIC X(08) VALUES '41103RV'.
       01 WS-NOMES-FAIXAS.
           05 FILLER               PIC X(12) VALUE 'A VENCER'.
           05 FILLER               PIC X(12) VALUE 'ATE 30 DIAS'.
           05 FILLER               PIC X(12) VALUE '31 A 60'.
           05 FILLER               PIC X(12) VALUE '61 A 90'.
           05 FILLER               PIC X(12) VALUE '91 A 120'.
           05 FILLER               PIC X(12) VALUE 'MAIS DE 120'.
       01 WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA        PIC X(12) OCCURS 6.
      *    PERCENTUAIS PADRAO QUANDO A PDDTAB NAO TEM LINHA PARA A
      *    DIVIDA.
       01 WS-PERC-PADRAO.
           05 FILLER               PIC 9(03)V99 VALUE 000.50.
           05 FILLER               PIC 9(03)V99 VALUE 001.00.
           05 FILLER               PIC 9(03)V99 VALUE 003.00.
           05 FILLER               PIC 9(03)V99 VALUE 010.00.
           05 FILLER               PIC 9(03)V99 VALUE 030.00.
           05 FILLER               PIC 9(03)V99 VALUE 100.00.
       01 WS-PERC-PADRAO-R REDEFINES WS-PERC-PADRAO.
           05 WS-PERC-FAIXA-PADRAO PIC 9(03)V99 OCCURS 6.
       01 WS-TABELA-PDD.
           05 WS-TAB-ENTRY OCCURS 200.
               10 WS-TAB-CREDOR    PIC 9(03).
               10 WS-TAB-ACORDO    PIC X(01).
               10 WS-TAB-PERC      PIC 9(03)V99 OCCURS 6.
       01 WS-TOTAIS-FAIXA.
           05 WS-FAIXA-ENTRY OCCURS 6.
               10 WS-FAIXA-QTDE    PIC 9(07).
               10 WS-FAIXA-BASE    PIC S9(13)V99.
               10 WS-FAIXA-PROVISAO PIC S9(13)V99.
               10 WS-FAIXA-ANTERIOR PIC S9(13)V99.
       01 WS-TOTAIS-CREDOR.
           05 WS-CRED-ENTRY OCCURS 50.
               10 WS-CRED-CODIGO   PIC 9(03).
               10 WS-CRED-QTDE     PIC 9(07).
               10 WS-CRED-BASE     PIC S9(13)V99.
               10 WS-CRED-PROVISAO PIC S9(13)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-PROCESSO
           INITIALIZE WS-TOTAIS-FAIXA WS-TOTAIS-CREDOR
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'PDDCALC: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBTMAST-OK
               MOVE 'S' TO WS-TEM-DEBTMAST
           END-IF
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-TEM-ACORDOS
           END-IF
           PERFORM CARREGA-TABELA-PDD
           PERFORM LE-PROVISAO-ANTERIOR
           PERFORM LE-FECHAMENTO-ROLLFWD
           PERFORM VARRE-CARTEIRA
           CLOSE CUSTMAST-FILE
           IF WS-HA-DEBTMAST
               CLOSE DEBTMAST-FILE
           END-IF
           IF WS-HA-ACORDOS
               CLOSE ACORDO-FILE
           END-IF
           PERFORM SOMA-BAIXAS-MES
           PERFORM CALCULA-MOVIMENTO
           PERFORM GERA-LANCAMENTOS
           PERFORM GERA-RELATORIO-PDD
           PERFORM GRAVA-PROVISAO
           DISPLAY 'PDDCALC: MES ' WS-MES-PROCESSO
                   ' PROVISAO ANTERIOR: ' WS-PROVISAO-ANTERIOR
                   ' REQUERIDA: ' WS-PROVISAO-REQUERIDA
                   ' AJUSTE: ' WS-AJUSTE-PROVISAO
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY 'PDDCALC: LANCAMENTOS DESBALANCEADOS. CONFERIR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-FECHAMENTO-ROLLFWD OR
                  WS-DIFERENCA-ROLLFWD NOT = 0
                   DISPLAY 'PDDCALC: CARTEIRA NAO AMARRA COM O '
                           'FECHAMENTO DO ROLLFWD. CONFERIR.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       CARREGA-TABELA-PDD.
           MOVE ZEROS TO WS-QTDE-TAB
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PDDTAB-FILE
           IF NOT WS-FS-PDDTAB-OK
               DISPLAY 'PDDCALC: TABELA PDDTAB AUSENTE. PERCENTUAIS '
                       'PADRAO PARA TODA A CARTEIRA.'
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ PDDTAB-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PDDTAB-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF WS-QTDE-TAB < 200
                       ADD 1 TO WS-QTDE-TAB
                       MOVE PT-CREDOR TO WS-TAB-CREDOR (WS-QTDE-TAB)
                       MOVE PT-ACORDO TO WS-TAB-ACORDO (WS-QTDE-TAB)
                       PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                               UNTIL WS-IDX-FAIXA > 6
                           MOVE PT-PERCENTUAL (WS-IDX-FAIXA) TO
                                WS-TAB-PERC (WS-QTDE-TAB WS-IDX-FAIXA)
                       END-PERFORM
                   ELSE
                       DISPLAY 'PDDCALC: TABELA PDDTAB CHEIA. LINHA '
                               PT-CHAVE ' IGNORADA.'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PDDTAB-OK OR WS-FS-PDDTAB = '10'
               CLOSE PDDTAB-FILE
           END-IF.

      *    REEXECUCAO NO MESMO MES ABRE DA PROVISAO DE ANTES DA
      *    PRIMEIRA EXECUCAO DO MES, NAO DA QUE ELA CALCULOU.
       LE-PROVISAO-ANTERIOR.
           MOVE ZEROS TO WS-PROVISAO-ANTERIOR
           OPEN INPUT PDDCTL-FILE
           IF WS-FS-PDDCTL = '00'
               READ PDDCTL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PDDCTL = '00' AND PC-MES IS NUMERIC
                   EVALUATE TRUE
                       WHEN PC-MES < WS-MES-PROCESSO
                           MOVE PC-SALDO TO WS-PROVISAO-ANTERIOR
                           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                                   UNTIL WS-IDX-FAIXA > 6
                               MOVE PC-FAIXA-SALDO (WS-IDX-FAIXA) TO
                                    WS-FAIXA-ANTERIOR (WS-IDX-FAIXA)
                           END-PERFORM
                       WHEN PC-MES = WS-MES-PROCESSO
                           MOVE PC-SALDO-ANTERIOR TO
                                WS-PROVISAO-ANTERIOR
                           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                                   UNTIL WS-IDX-FAIXA > 6
                               MOVE PC-FAIXA-ANTERIOR (WS-IDX-FAIXA)
                                    TO WS-FAIXA-ANTERIOR (WS-IDX-FAIXA)
                           END-PERFORM
                   END-EVALUATE
               END-IF
               CLOSE PDDCTL-FILE
           END-IF.

       LE-FECHAMENTO-ROLLFWD.
           MOVE 'N' TO WS-TEM-ROLLCTL
           OPEN INPUT ROLLCTL-FILE
           IF WS-FS-ROLLCTL = '00'
               READ ROLLCTL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ROLLCTL = '00' AND RL-MES IS NUMERIC AND
                  RL-MES = WS-MES-PROCESSO
                   MOVE 'S' TO WS-TEM-ROLLCTL
                   MOVE RL-SALDO TO WS-SALDO-ROLLFWD
               END-IF
               CLOSE ROLLCTL-FILE
           END-IF.

      *    A CARTEIRA E A SOMA DE CM-SALDO-DEVEDOR, COMO NO ROLLFWD; A
      *    BASE DA PROVISAO SO TEM AS DIVIDAS EM ABERTO (AS BAIXADAS
      *    JA SAIRAM CONTRA A PROVISAO NO MES DA BAIXA).
       VARRE-CARTEIRA.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           PERFORM UNTIL WS-FIM-SWEEP
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   ADD CM-SALDO-DEVEDOR TO WS-SALDO-CARTEIRA
                   PERFORM PROVISIONA-CONTA
               END-IF
           END-PERFORM
           COMPUTE WS-FORA-DA-BASE =
               WS-SALDO-CARTEIRA - WS-BASE-PROVISAO
           IF WS-FECHAMENTO-ROLLFWD
               COMPUTE WS-DIFERENCA-ROLLFWD =
                   WS-SALDO-CARTEIRA - WS-SALDO-ROLLFWD
           END-IF.

       PROVISIONA-CONTA.
           PERFORM VERIFICA-ACORDO-ATIVO
           MOVE 'N' TO WS-TEM-DETALHE
           IF WS-HA-DEBTMAST
               PERFORM PROVISIONA-DIVIDAS-DETALHE
           END-IF
           IF NOT WS-CONTA-DETALHADA AND CM-NAO-PAGO
               MOVE CM-DATA-VENCIMENTO TO WS-DIVIDA-VENCIMENTO
               MOVE CM-SALDO-DEVEDOR TO WS-DIVIDA-SALDO
               MOVE CM-CREDOR TO WS-DIVIDA-CREDOR
               PERFORM PROVISIONA-DIVIDA
           END-IF.

       PROVISIONA-DIVIDAS-DETALHE.
           MOVE 'N' TO WS-DEBT-EOF
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-DEBT-EOF
           END-START
           PERFORM UNTIL WS-FIM-DEBT
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DEBT-EOF
               END-READ
               IF NOT WS-FS-DEBTMAST-OK
                   MOVE 'S' TO WS-DEBT-EOF
               END-IF
               IF NOT WS-FIM-DEBT
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       MOVE 'S' TO WS-TEM-DETALHE
                       IF DB-NAO-PAGO
                           MOVE DB-DATA-VENCIMENTO TO
                                WS-DIVIDA-VENCIMENTO
                           MOVE DB-SALDO-DEVEDOR TO WS-DIVIDA-SALDO
                           MOVE DB-CREDOR TO WS-DIVIDA-CREDOR
                           PERFORM PROVISIONA-DIVIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    FAIXAS DO AGEREPT, COM A DIVIDA AINDA NAO VENCIDA NA
      *    PRIMEIRA.
       PROVISIONA-DIVIDA.
           IF WS-DIVIDA-SALDO > 0
               IF WS-DIVIDA-VENCIMENTO NOT < WS-DATA-HOJE
                   MOVE 1 TO WS-IDX-FAIXA
               ELSE
                   CALL 'DATEDIF' USING WS-DIVIDA-VENCIMENTO
                                        WS-DATA-HOJE WS-DIAS-ATRASO
                                        WS-DATAS-VALIDAS
                   IF WS-DATAS-VALIDAS NOT = 'S'
                       ADD 1 TO WS-QTDE-INVALIDAS
                       DISPLAY 'PDDCALC: CONTA ' CM-CONTA ' COM DATA '
                               'DE VENCIMENTO INVALIDA: '
                               WS-DIVIDA-VENCIMENTO
                               '. PROVISIONADA NA ULTIMA FAIXA.'
                       MOVE 6 TO WS-IDX-FAIXA
                   ELSE
                       EVALUATE TRUE
                           WHEN WS-DIAS-ATRASO <= 30
                               MOVE 2 TO WS-IDX-FAIXA
                           WHEN WS-DIAS-ATRASO <= 60
                               MOVE 3 TO WS-IDX-FAIXA
                           WHEN WS-DIAS-ATRASO <= 90
                               MOVE 4 TO WS-IDX-FAIXA
                           WHEN WS-DIAS-ATRASO <= 120
                               MOVE 5 TO WS-IDX-FAIXA
                           WHEN OTHER
                               MOVE 6 TO WS-IDX-FAIXA
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM BUSCA-PERCENTUAL
               COMPUTE WS-PROVISAO-DIVIDA ROUNDED =
                   WS-DIVIDA-SALDO * WS-PERCENTUAL / 100
               ADD 1 TO WS-QTDE-DIVIDAS
               ADD WS-DIVIDA-SALDO TO WS-BASE-PROVISAO
               ADD WS-PROVISAO-DIVIDA TO WS-PROVISAO-REQUERIDA
               ADD 1 TO WS-FAIXA-QTDE (WS-IDX-FAIXA)
               ADD WS-DIVIDA-SALDO TO WS-FAIXA-BASE (WS-IDX-FAIXA)
               ADD WS-PROVISAO-DIVIDA TO
                   WS-FAIXA-PROVISAO (WS-IDX-FAIXA)
               PERFORM ACUMULA-CREDOR
           END-IF.

      *    DA LINHA MAIS ESPECIFICA PARA A MAIS GERAL: CREDOR E
      *    SITUACAO, CREDOR, QUALQUER CREDOR E SITUACAO, QUALQUER
      *    CREDOR; SEM NENHUMA, O PADRAO DO PROGRAMA.
       BUSCA-PERCENTUAL.
           MOVE ZEROS TO WS-IDX-TAB-ACHADO
           IF WS-ACORDO-ATIVO
               MOVE 'S' TO WS-CHAVE-ACORDO
           ELSE
               MOVE 'N' TO WS-CHAVE-ACORDO
           END-IF
           MOVE WS-DIVIDA-CREDOR TO WS-CHAVE-CREDOR
           PERFORM PROCURA-LINHA-TABELA
           IF WS-IDX-TAB-ACHADO = 0
               MOVE '*' TO WS-CHAVE-ACORDO
               PERFORM PROCURA-LINHA-TABELA
           END-IF
           IF WS-IDX-TAB-ACHADO = 0
               MOVE 999 TO WS-CHAVE-CREDOR
               IF WS-ACORDO-ATIVO
                   MOVE 'S' TO WS-CHAVE-ACORDO
               ELSE
                   MOVE 'N' TO WS-CHAVE-ACORDO
               END-IF
               PERFORM PROCURA-LINHA-TABELA
           END-IF
           IF WS-IDX-TAB-ACHADO = 0
               MOVE '*' TO WS-CHAVE-ACORDO
               PERFORM PROCURA-LINHA-TABELA
           END-IF
           IF WS-IDX-TAB-ACHADO = 0
               MOVE WS-PERC-FAIXA-PADRAO (WS-IDX-FAIXA) TO
                    WS-PERCENTUAL
           ELSE
               MOVE WS-TAB-PERC (WS-IDX-TAB-ACHADO WS-IDX-FAIXA) TO
                    WS-PERCENTUAL
           END-IF.

       PROCURA-LINHA-TABELA.
           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTDE-TAB
                      OR WS-IDX-TAB-ACHADO > 0
               IF WS-TAB-CREDOR (WS-IDX-TAB) = WS-CHAVE-CREDOR AND
                  WS-TAB-ACORDO (WS-IDX-TAB) = WS-CHAVE-ACORDO
                   MOVE WS-IDX-TAB TO WS-IDX-TAB-ACHADO
               END-IF
           END-PERFORM.

       ACUMULA-CREDOR.
           MOVE ZEROS TO WS-IDX-CRED-ACHADO
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               IF WS-CRED-CODIGO (WS-IDX-CRED) = WS-DIVIDA-CREDOR AND
                  WS-IDX-CRED-ACHADO = 0
                   MOVE WS-IDX-CRED TO WS-IDX-CRED-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-CRED-ACHADO = 0
               IF WS-QTDE-CRED < 50
                   ADD 1 TO WS-QTDE-CRED
                   MOVE WS-QTDE-CRED TO WS-IDX-CRED-ACHADO
                   MOVE WS-DIVIDA-CREDOR TO
                        WS-CRED-CODIGO (WS-IDX-CRED-ACHADO)
               ELSE
                   DISPLAY 'PDDCALC: TABELA DE CREDORES CHEIA. CONTA '
                           CM-CONTA ' FORA DO QUADRO POR CREDOR.'
               END-IF
           END-IF
           IF WS-IDX-CRED-ACHADO > 0
               ADD 1 TO WS-CRED-QTDE (WS-IDX-CRED-ACHADO)
               ADD WS-DIVIDA-SALDO TO WS-CRED-BASE (WS-IDX-CRED-ACHADO)
               ADD WS-PROVISAO-DIVIDA TO
                   WS-CRED-PROVISAO (WS-IDX-CRED-ACHADO)
           END-IF.

       VERIFICA-ACORDO-ATIVO.
           MOVE 'N' TO WS-TEM-ACORDO-ATIVO WS-ACORDO-EOF
           IF NOT WS-HA-ACORDOS
               MOVE 'S' TO WS-ACORDO-EOF
           ELSE
               MOVE CM-CONTA TO AC-CONTA
               MOVE ZEROS TO AC-PARCELA
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-ACORDO-EOF
               END-START
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
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO-ATIVO
                           MOVE 'S' TO WS-ACORDO-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    BAIXAS PARA PREJUIZO DO MES; A RECUPERACAO (VALOR NEGATIVO)
      *    E RECEITA E JA SAI NO CONTABIL.
       SOMA-BAIXAS-MES.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT WRITEOFF-FILE
           IF NOT WS-FS-WO-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-WO-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE WO-DATA-BAIXA (1:6) TO WS-MES-MOVIMENTO
                   IF WS-MES-MOVIMENTO = WS-MES-PROCESSO AND
                      NOT WO-MOTIVO-RECUPERACAO AND
                      WO-SALDO-FINAL > 0
                       ADD WO-SALDO-FINAL TO WS-TOTAL-BAIXAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-WO-OK OR WS-FS-WRITEOFF = '10'
               CLOSE WRITEOFF-FILE
           END-IF.

      *    A BAIXA CONSOME A PROVISAO MANTIDA ATE ONDE ELA ALCANCA; O
      *    RESTO DA BAIXA E PERDA DIRETA. A DIFERENCA ENTRE A PROVISAO
      *    REQUERIDA E A QUE SOBROU E CONSTITUIDA (POSITIVA) OU
      *    REVERTIDA (NEGATIVA).
       CALCULA-MOVIMENTO.
           IF WS-TOTAL-BAIXAS > WS-PROVISAO-ANTERIOR
               MOVE WS-PROVISAO-ANTERIOR TO WS-BAIXA-CONSUMIDA
           ELSE
               MOVE WS-TOTAL-BAIXAS TO WS-BAIXA-CONSUMIDA
           END-IF
           IF WS-BAIXA-CONSUMIDA < 0
               MOVE ZEROS TO WS-BAIXA-CONSUMIDA
           END-IF
           COMPUTE WS-PERDA-EXCEDENTE =
               WS-TOTAL-BAIXAS - WS-BAIXA-CONSUMIDA
           COMPUTE WS-PROVISAO-DISPONIVEL =
               WS-PROVISAO-ANTERIOR - WS-BAIXA-CONSUMIDA
           COMPUTE WS-AJUSTE-PROVISAO =
               WS-PROVISAO-REQUERIDA - WS-PROVISAO-DISPONIVEL.

       GERA-LANCAMENTOS.
           OPEN OUTPUT CONTABEX-FILE
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-HEADER TO TRUE
           MOVE WS-DATA-HOJE TO CB-HDR-DATA
           MOVE 'PROVISAO PDD' TO CB-HDR-LITERAL
           WRITE CONTABEX-RECORD
           IF WS-BAIXA-CONSUMIDA > 0
               MOVE WS-BAIXA-CONSUMIDA TO WS-VALOR-ABS
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-PROVISAO TO CB-CONTA-DEBITO
               MOVE WS-CTA-CLIENTES TO CB-CONTA-CREDITO
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'BAIXA CONTRA PROVISAO PDD' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-PERDA-EXCEDENTE > 0
               MOVE WS-PERDA-EXCEDENTE TO WS-VALOR-ABS
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-DESP-PERDA TO CB-CONTA-DEBITO
               MOVE WS-CTA-CLIENTES TO CB-CONTA-CREDITO
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'BAIXA ALEM DA PROVISAO PDD' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-AJUSTE-PROVISAO > 0
               MOVE WS-AJUSTE-PROVISAO TO WS-VALOR-ABS
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-DESP-PROVISAO TO CB-CONTA-DEBITO
               MOVE WS-CTA-PROVISAO TO CB-CONTA-CREDITO
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'CONSTITUICAO DE PROVISAO PDD' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-AJUSTE-PROVISAO < 0
               COMPUTE WS-VALOR-ABS = ZERO - WS-AJUSTE-PROVISAO
               MOVE SPACES TO CONTABEX-RECORD
               SET CB-REG-DETALHE TO TRUE
               MOVE WS-DATA-HOJE TO CB-DATA
               MOVE WS-CTA-PROVISAO TO CB-CONTA-DEBITO
               MOVE WS-CTA-REVERSAO TO CB-CONTA-CREDITO
               MOVE WS-VALOR-ABS TO CB-VALOR
               MOVE 'REVERSAO DE PROVISAO PDD' TO CB-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           MOVE SPACES TO CONTABEX-RECORD
           SET CB-REG-TRAILER TO TRUE
           MOVE WS-QTDE-LANCAMENTOS TO CB-TRL-QTDE
           MOVE WS-TOTAL-DEBITOS TO CB-TRL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO CB-TRL-CREDITOS
           WRITE CONTABEX-RECORD
           CLOSE CONTABEX-FILE.

       GRAVA-LANCAMENTO.
           WRITE CONTABEX-RECORD
           ADD 1 TO WS-QTDE-LANCAMENTOS
           ADD WS-VALOR-ABS TO WS-TOTAL-DEBITOS
           ADD WS-VALOR-ABS TO WS-TOTAL-CREDITOS.

      *    O SALDO ANTERIOR GUARDADO NO CONTROLE E O DE ANTES DESTA
      *    EXECUCAO DO MES, PARA A REEXECUCAO ABRIR DO MESMO PONTO.
       GRAVA-PROVISAO.
           MOVE WS-MES-PROCESSO TO PC-MES
           MOVE WS-PROVISAO-ANTERIOR TO PC-SALDO-ANTERIOR
           MOVE WS-PROVISAO-REQUERIDA TO PC-SALDO
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 6
               MOVE WS-FAIXA-ANTERIOR (WS-IDX-FAIXA) TO
                    PC-FAIXA-ANTERIOR (WS-IDX-FAIXA)
               MOVE WS-FAIXA-PROVISAO (WS-IDX-FAIXA) TO
                    PC-FAIXA-SALDO (WS-IDX-FAIXA)
           END-PERFORM
           OPEN OUTPUT PDDCTL-FILE
           WRITE PDDCTL-RECORD
           CLOSE PDDCTL-FILE.

       GERA-RELATORIO-PDD.
           OPEN OUTPUT PDD-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) - MES '
                  WS-MES-PROCESSO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'POR FAIXA DE ATRASO:'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FAIXA         QTDE            BASE        PROVISAO'
                  '    MES ANTERIOR'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 6
               MOVE SPACES TO RPT-LINE
               STRING WS-NOME-FAIXA (WS-IDX-FAIXA) ' '
                      WS-FAIXA-QTDE (WS-IDX-FAIXA) ' '
                      WS-FAIXA-BASE (WS-IDX-FAIXA) ' '
                      WS-FAIXA-PROVISAO (WS-IDX-FAIXA) ' '
                      WS-FAIXA-ANTERIOR (WS-IDX-FAIXA)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'POR CREDOR:'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CREDOR        QTDE            BASE        PROVISAO'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               MOVE SPACES TO RPT-LINE
               STRING WS-CRED-CODIGO (WS-IDX-CRED) '          '
                      WS-CRED-QTDE (WS-IDX-CRED) ' '
                      WS-CRED-BASE (WS-IDX-CRED) ' '
                      WS-CRED-PROVISAO (WS-IDX-CRED)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'MOVIMENTO DA PROVISAO:'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PROVISAO DO MES ANTERIOR:     '
                  WS-PROVISAO-ANTERIOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(-) CONSUMIDA POR BAIXAS:     '
                  WS-BAIXA-CONSUMIDA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(+/-) CONSTITUICAO/REVERSAO:  '
                  WS-AJUSTE-PROVISAO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(=) PROVISAO REQUERIDA:       '
                  WS-PROVISAO-REQUERIDA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BAIXAS DO MES: ' WS-TOTAL-BAIXAS
                  '  PERDA ALEM DA PROVISAO: ' WS-PERDA-EXCEDENTE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'AMARRACAO COM O ROLLFORWARD:'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BASE DA PROVISAO (EM ABERTO): '
                  WS-BASE-PROVISAO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(+) FORA DA BASE (BAIXADAS):  '
                  WS-FORA-DA-BASE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '(=) CARTEIRA (CUSTMAST):      '
                  WS-SALDO-CARTEIRA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-FECHAMENTO-ROLLFWD
               STRING 'FECHAMENTO DO ROLLFWD:        '
                      WS-SALDO-ROLLFWD '  DIF: '
                      WS-DIFERENCA-ROLLFWD
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'FECHAMENTO DO ROLLFWD DO MES NAO GUARDADO NO '
                      'ROLLCTL - RODAR O ROLLFWD ANTES.'
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           IF WS-QTDE-INVALIDAS > 0
               MOVE SPACES TO RPT-LINE
               STRING 'DIVIDAS COM VENCIMENTO INVALIDO (NA ULTIMA '
                      'FAIXA): ' WS-QTDE-INVALIDAS
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE PDD-RPT-FILE.
       END PROGRAM PDDCALC.

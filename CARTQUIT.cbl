      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CARTA DE QUITACAO. NO BATCH NOTURNO (PARM='BATCH'), LE
      *         OS LANCAMENTOS DO DIA NO PAYLOG (PAGAMENTO, RECUPERACAO,
      *         ESPOLIO E DESCONTO DE QUITACAO, MENOS OS ESTORNOS DO
      *         PROPRIO DIA) E, PARA CADA CONTA QUE FICOU PAGA NO
      *         CADASTRO (BALCAO, RETORNO BANCARIO, QUITACAO COM
      *         DESCONTO, ULTIMA PARCELA DE ACORDO), EMITE A CARTA DE
      *         QUITACAO DA CONTA INTEIRA; NA CONTA QUE SEGUE EM
      *         ABERTO, UMA CARTA POR DIVIDA DETALHADA (DEBTMAST) QUE
      *         FICOU PAGA. A CARTA E NUMERADA (SEQUENCIA SEM FALHAS NO
      *         CONTROLE QUITSEQ), TRAZ O CREDOR (CREDMAST), A DIVIDA
      *         ORIGINAL, A DATA E O VALOR DA QUITACAO E A DECLARACAO
      *         DE QUE NADA MAIS E DEVIDO, SAI NO ARQUIVO DE IMPRESSAO
      *         CARTQIMP E FICA NO REGISTRO CARTAQT, DE ONDE O BATCH DE
      *         MENSAGENS (MENSAGEM) MANDA O AVISO POR E-MAIL. A MESMA
      *         QUITACAO NAO RECEBE SEGUNDA CARTA NA REEXECUCAO. O
      *         ESTORNO QUE REABRE A DIVIDA OU A CONTA (SETCOMMAND)
      *         CANCELA A CARTA NO REGISTRO.
      *         CHAMADO PELO MENU DO BASICCOMMANDS, EMITE A 2A VIA DE
      *         UMA CARTA DO REGISTRO E LISTA AS CARTAS DA CONTA; SEM O
      *         OPERADOR, PEDE A AUTENTICACAO (OPLOGIN).
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - A carta de quitacao da noite tambem vai para o
      *                arquivo de trabalho da grafica (rotina
      *                GRAFCART); a 2a via do balcao continua so na
      *                impressao da casa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTQUIT.
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
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT CARTAQT-FILE ASSIGN TO "CARTAQT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KQ-NUMERO
               ALTERNATE RECORD KEY KQ-CONTA WITH DUPLICATES
               FILE STATUS WS-FS-CARTAQT.
           SELECT QUITSEQ-FILE ASSIGN TO "QUITSEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-QUITSEQ.
           SELECT CARTQIMP-FILE ASSIGN TO "CARTQIMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CARTQIMP.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  CARTAQT-FILE.
           COPY CARTAQT.
       FD  QUITSEQ-FILE.
           COPY QUITSEQ.
       FD  CARTQIMP-FILE.
       01 CARTQIMP-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK        VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
      *    '02' E A LEITURA OU GRAVACAO COM CONTA REPETIDA NA CHAVE
      *    ALTERNATIVA: NORMAL NO REGISTRO DE CARTAS.
       77 WS-FS-CARTAQT            PIC X(02) VALUES '00'.
           88 WS-FS-CARTA-OK       VALUES '00' '02'.
       77 WS-FS-QUITSEQ            PIC X(02) VALUES '00'.
       77 WS-FS-CARTQIMP           PIC X(02) VALUES '00'.
       77 WS-MODO-EXECUCAO         PIC X(20) VALUES SPACES.
       77 WS-OPERADOR-ID           PIC X(08) VALUES SPACES.
       77 WS-OPERADOR-PERFIL       PIC X(01) VALUES SPACES.
       77 WS-LOGIN-OK              PIC X(01) VALUES 'N'.
       77 WS-OPCAO-MENU            PIC 9(01) VALUES ZEROS.
       77 WS-CONFIRMA              PIC X(01) VALUES SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DEBT-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-DEBT-ABRIU        VALUE 'S'.
       77 WS-CRED-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-CRED-ABRIU        VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-DEBT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT          VALUE 'S'.
       77 WS-CARTA-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-CARTA         VALUE 'S'.
      *    LANCAMENTOS DO DIA POR CONTA E DIVIDA: VALOR PAGO LIQUIDO
      *    DOS ESTORNOS DO DIA, DESCONTO E O ULTIMO PAGAMENTO.
       77 WS-QTDE-PAG              PIC 9(04) VALUES ZEROS.
       77 WS-IDX-PAG               PIC 9(04) VALUES ZEROS.
       77 WS-IDX-CONTA             PIC 9(04) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(04) VALUES ZEROS.
       77 WS-TAB-TRANSBORDOU       PIC X(01) VALUES 'N'.
           88 WS-TABELA-CHEIA      VALUE 'S'.
       01 WS-PAGAMENTOS-DIA.
           05 WS-PAG-ENTRY OCCURS 3000.
               10 WS-PAG-CONTA     PIC 9(08).
               10 WS-PAG-SEQ       PIC 9(02).
               10 WS-PAG-VALOR     PIC S9(7)V99.
               10 WS-PAG-DESCONTO  PIC S9(7)V99.
               10 WS-PAG-DATA      PIC 9(08).
               10 WS-PAG-HORA      PIC 9(08).
               10 WS-PAG-RECIBO    PIC 9(08).
               10 WS-PAG-TRATADO   PIC X(01).
      *    CONTA EM TRATAMENTO E OS TOTAIS DO DIA DE TODAS AS SUAS
      *    DIVIDAS.
       77 WS-CONTA-TRATADA         PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-VALOR           PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONTA-DESCONTO        PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONTA-DATA            PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-HORA            PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-RECIBO          PIC 9(08) VALUES ZEROS.
       77 WS-SEQ-CARTA             PIC 9(02) VALUES ZEROS.
       77 WS-CARTA-EXISTE          PIC X(01) VALUES 'N'.
           88 WS-CARTA-JA-EMITIDA  VALUE 'S'.
       77 WS-SOMA-ORIGINAL         PIC S9(7)V99 VALUES ZEROS.
       77 WS-VENC-MAIS-ANTIGO      PIC 9(08) VALUES ZEROS.
       77 WS-PROXIMA-CARTA         PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-CARTAS-CONTA     PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-CARTAS-DIVIDA    PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-JA-EMITIDAS      PIC 9(05) VALUES ZEROS.
      *    SEGUNDA VIA NO BALCAO.
       77 WS-NUMERO-CARTA          PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-CONSULTA        PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-LISTADAS         PIC 9(05) VALUES ZEROS.
       77 WS-SEGUNDA-VIA           PIC X(01) VALUES 'N'.
           88 WS-IMPRIME-2A-VIA    VALUE 'S'.
       77 WS-CADASTRO-ACHADO       PIC X(01) VALUES 'N'.
           88 WS-TEM-CADASTRO      VALUE 'S'.
      *    IMPRESSAO: DATAS DD/MM/AAAA E VALORES EDITADOS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO               PIC 9(04).
           05 WS-MES               PIC 9(02).
           05 WS-DIA               PIC 9(02).
       01 WS-DATA-IMPRESSA.
           05 WS-DI-DIA            PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-DI-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-DI-ANO            PIC 9(04).
       77 WS-DATA-EDITAR           PIC 9(08) VALUES ZEROS.
       77 WS-EMISSAO-IMPRESSA      PIC X(10) VALUES SPACES.
       77 WS-QUITACAO-IMPRESSA     PIC X(10) VALUES SPACES.
       77 WS-VENC-IMPRESSO         PIC X(10) VALUES SPACES.
       77 WS-VALOR-EDIT            PIC Z(6)9.99.
       77 WS-PAGO-EDIT             PIC Z(6)9.99.
       77 WS-DESCONTO-EDIT         PIC Z(6)9.99.
       77 WS-CORPO-CARTA           PIC X(01) VALUES 'N'.
           88 WS-NO-CORPO-CARTA    VALUE 'S'.
       COPY ERRTAB.
       COPY GRAFCARP.
       LINKAGE SECTION.
       01 LK-MODO-EXECUCAO         PIC X(20).
       01 LK-OPERADOR-ID           PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL LK-MODO-EXECUCAO
                                OPTIONAL LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           IF LK-MODO-EXECUCAO IS OMITTED
               ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           ELSE
               MOVE LK-MODO-EXECUCAO TO WS-MODO-EXECUCAO
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           IF WS-MODO-EXECUCAO (1:5) = 'BATCH'
               PERFORM EMITE-CARTAS-DIA
           ELSE
               IF LK-OPERADOR-ID IS OMITTED
                   DISPLAY 'AUTENTICACAO DO ATENDENTE:'
                   MOVE SPACES TO WS-OPERADOR-ID WS-OPERADOR-PERFIL
                   MOVE 'N' TO WS-LOGIN-OK
                   CALL 'OPLOGIN' USING WS-OPERADOR-ID
                                        WS-OPERADOR-PERFIL
                                        WS-LOGIN-OK
               ELSE
                   MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
                   MOVE 'S' TO WS-LOGIN-OK
               END-IF
               IF WS-LOGIN-OK NOT = 'S'
                   DISPLAY 'ACESSO NAO AUTORIZADO.'
               ELSE
                   PERFORM ATENDE-SEGUNDA-VIA
               END-IF
           END-IF
           GOBACK.

      *    BATCH NOTURNO: CARTAS DAS QUITACOES DO DIA.
       EMITE-CARTAS-DIA.
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               DISPLAY 'CARTQUIT: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT DEBTMAST-FILE
               IF WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DEBT-DISPONIVEL
               END-IF
               OPEN INPUT CREDMAST-FILE
               IF WS-FS-CRED-OK
                   MOVE 'S' TO WS-CRED-DISPONIVEL
               END-IF
               OPEN I-O CARTAQT-FILE
               IF NOT WS-FS-CARTA-OK
                   CLOSE CARTAQT-FILE
                   OPEN OUTPUT CARTAQT-FILE
                   CLOSE CARTAQT-FILE
                   OPEN I-O CARTAQT-FILE
               END-IF
               PERFORM ABRE-IMPRESSAO
               PERFORM ACUMULA-PAGAMENTOS-DIA
               PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                       UNTIL WS-IDX-CONTA > WS-QTDE-PAG
                   IF WS-PAG-TRATADO (WS-IDX-CONTA) NOT = 'S'
                       PERFORM TRATA-CONTA-DO-DIA
                   END-IF
               END-PERFORM
               CLOSE CARTQIMP-FILE
               SET GC-ENCERRA TO TRUE
               CALL 'GRAFCART' USING GRAFCART-PARAMETROS
               CLOSE CARTAQT-FILE
               IF WS-CRED-ABRIU
                   CLOSE CREDMAST-FILE
               END-IF
               IF WS-DEBT-ABRIU
                   CLOSE DEBTMAST-FILE
               END-IF
               CLOSE CUSTMAST-FILE
               DISPLAY 'CARTQUIT: CARTAS DE QUITACAO DE CONTA: '
                       WS-QTDE-CARTAS-CONTA
                       ' DE DIVIDA: ' WS-QTDE-CARTAS-DIVIDA
               DISPLAY 'CARTQUIT: QUITACOES JA COM CARTA (REEXECUCAO): '
                       WS-QTDE-JA-EMITIDAS
               IF WS-TABELA-CHEIA
                   DISPLAY 'CARTQUIT: TABELA DE PAGAMENTOS DO DIA '
                           'CHEIA. CONTAS DE FORA FICARAM SEM CARTA.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       ABRE-IMPRESSAO.
           OPEN EXTEND CARTQIMP-FILE
           IF WS-FS-CARTQIMP NOT = '00'
               CLOSE CARTQIMP-FILE
               OPEN OUTPUT CARTQIMP-FILE
           END-IF.

      *    PAGAMENTO, RECUPERACAO E ESPOLIO SOMAM NO VALOR PAGO; O
      *    DESCONTO DA QUITACAO NEGOCIADA, A PARTE; O ESTORNO DE UM
      *    LANCAMENTO DO PROPRIO DIA ABATE O VALOR PAGO.
       ACUMULA-PAGAMENTOS-DIA.
           MOVE ZEROS TO WS-QTDE-PAG
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'CARTQUIT: PAYLOG INDISPONIVEL. NENHUMA CARTA '
                       'EMITIDA.'
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF PL-DATA-MOVIMENTO = WS-DATA-HOJE AND
                      (PL-TIPO-PAGAMENTO OR PL-TIPO-RECUPERACAO OR
                       PL-TIPO-ESPOLIO OR PL-TIPO-DESCONTO OR
                       (PL-TIPO-ESTORNO AND
                        PL-REF-DATA = WS-DATA-HOJE))
                       PERFORM REGISTRA-PAGAMENTO-DIA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

       REGISTRA-PAGAMENTO-DIA.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                   UNTIL WS-IDX-PAG > WS-QTDE-PAG OR
                         WS-IDX-ACHADO > 0
               IF WS-PAG-CONTA (WS-IDX-PAG) = PL-CONTA AND
                  WS-PAG-SEQ (WS-IDX-PAG) = PL-SEQ-DIVIDA
                   MOVE WS-IDX-PAG TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               IF WS-QTDE-PAG < 3000
                   ADD 1 TO WS-QTDE-PAG
                   MOVE WS-QTDE-PAG TO WS-IDX-ACHADO
                   INITIALIZE WS-PAG-ENTRY (WS-IDX-ACHADO)
                   MOVE PL-CONTA TO WS-PAG-CONTA (WS-IDX-ACHADO)
                   MOVE PL-SEQ-DIVIDA TO WS-PAG-SEQ (WS-IDX-ACHADO)
                   MOVE 'N' TO WS-PAG-TRATADO (WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-TAB-TRANSBORDOU
               END-IF
           END-IF
           IF WS-IDX-ACHADO > 0
               IF PL-TIPO-DESCONTO
                   ADD PL-VALOR TO WS-PAG-DESCONTO (WS-IDX-ACHADO)
               ELSE
                   ADD PL-VALOR TO WS-PAG-VALOR (WS-IDX-ACHADO)
                   IF NOT PL-TIPO-ESTORNO
                       MOVE PL-DATA-MOVIMENTO TO
                            WS-PAG-DATA (WS-IDX-ACHADO)
                       MOVE PL-HORA-MOVIMENTO TO
                            WS-PAG-HORA (WS-IDX-ACHADO)
                       MOVE PL-RECIBO TO WS-PAG-RECIBO (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *    TODAS AS LINHAS DA CONTA SAO TRATADAS DE UMA VEZ: CONTA
      *    PAGA RECEBE A CARTA DA CONTA INTEIRA; CONTA AINDA EM ABERTO,
      *    A CARTA DE CADA DIVIDA DETALHADA QUE FICOU PAGA HOJE.
       TRATA-CONTA-DO-DIA.
           MOVE WS-PAG-CONTA (WS-IDX-CONTA) TO WS-CONTA-TRATADA
           MOVE ZEROS TO WS-CONTA-VALOR WS-CONTA-DESCONTO
                         WS-CONTA-DATA WS-CONTA-HORA WS-CONTA-RECIBO
           PERFORM VARYING WS-IDX-PAG FROM WS-IDX-CONTA BY 1
                   UNTIL WS-IDX-PAG > WS-QTDE-PAG
               IF WS-PAG-CONTA (WS-IDX-PAG) = WS-CONTA-TRATADA
                   MOVE 'S' TO WS-PAG-TRATADO (WS-IDX-PAG)
                   ADD WS-PAG-VALOR (WS-IDX-PAG) TO WS-CONTA-VALOR
                   ADD WS-PAG-DESCONTO (WS-IDX-PAG) TO
                       WS-CONTA-DESCONTO
                   IF WS-PAG-HORA (WS-IDX-PAG) > WS-CONTA-HORA
                       MOVE WS-PAG-DATA (WS-IDX-PAG) TO WS-CONTA-DATA
                       MOVE WS-PAG-HORA (WS-IDX-PAG) TO WS-CONTA-HORA
                       MOVE WS-PAG-RECIBO (WS-IDX-PAG) TO
                            WS-CONTA-RECIBO
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CONTA-TRATADA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY 'CARTQUIT: CONTA ' WS-CONTA-TRATADA
                           ' DO PAYLOG SEM CADASTRO.'
               NOT INVALID KEY
                   IF CM-PAGO
                       IF WS-CONTA-VALOR + WS-CONTA-DESCONTO > 0
                           MOVE ZEROS TO WS-SEQ-CARTA
                           PERFORM EMITE-CARTA-CONTA
                       END-IF
                   ELSE
                       IF WS-DEBT-ABRIU
                           PERFORM VERIFICA-DIVIDAS-PAGAS
                       END-IF
                   END-IF
           END-READ.

       VERIFICA-DIVIDAS-PAGAS.
           PERFORM VARYING WS-IDX-PAG FROM WS-IDX-CONTA BY 1
                   UNTIL WS-IDX-PAG > WS-QTDE-PAG
               IF WS-PAG-CONTA (WS-IDX-PAG) = WS-CONTA-TRATADA AND
                  WS-PAG-SEQ (WS-IDX-PAG) > 0 AND
                  WS-PAG-VALOR (WS-IDX-PAG) +
                  WS-PAG-DESCONTO (WS-IDX-PAG) > 0
                   MOVE WS-CONTA-TRATADA TO DB-CONTA
                   MOVE WS-PAG-SEQ (WS-IDX-PAG) TO DB-SEQ
                   READ DEBTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DB-PAGO
                               MOVE DB-SEQ TO WS-SEQ-CARTA
                               PERFORM EMITE-CARTA-DIVIDA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       EMITE-CARTA-CONTA.
           PERFORM VERIFICA-CARTA-EMITIDA
           IF WS-CARTA-JA-EMITIDA
               ADD 1 TO WS-QTDE-JA-EMITIDAS
           ELSE
               PERFORM SOMA-DIVIDAS-ORIGINAIS
               INITIALIZE CARTAQT-RECORD
               MOVE CM-CONTA TO KQ-CONTA
               MOVE ZEROS TO KQ-SEQ-DIVIDA
               MOVE CM-CREDOR TO KQ-CREDOR
               MOVE WS-SOMA-ORIGINAL TO KQ-VALOR-ORIGINAL
               MOVE WS-VENC-MAIS-ANTIGO TO KQ-DATA-VENCIMENTO
               MOVE WS-CONTA-VALOR TO KQ-VALOR-PAGO
               MOVE WS-CONTA-DESCONTO TO KQ-VALOR-DESCONTO
               MOVE WS-CONTA-DATA TO KQ-PAG-DATA
               MOVE WS-CONTA-HORA TO KQ-PAG-HORA
               MOVE WS-CONTA-RECIBO TO KQ-RECIBO
               PERFORM GRAVA-CARTA-QUITACAO
               IF WS-FS-CARTA-OK
                   ADD 1 TO WS-QTDE-CARTAS-CONTA
               END-IF
           END-IF.

       EMITE-CARTA-DIVIDA.
           PERFORM VERIFICA-CARTA-EMITIDA
           IF WS-CARTA-JA-EMITIDA
               ADD 1 TO WS-QTDE-JA-EMITIDAS
           ELSE
               INITIALIZE CARTAQT-RECORD
               MOVE CM-CONTA TO KQ-CONTA
               MOVE DB-SEQ TO KQ-SEQ-DIVIDA
               MOVE DB-CREDOR TO KQ-CREDOR
               MOVE DB-VALOR-ORIGINAL TO KQ-VALOR-ORIGINAL
               MOVE DB-DATA-VENCIMENTO TO KQ-DATA-VENCIMENTO
               MOVE WS-PAG-VALOR (WS-IDX-PAG) TO KQ-VALOR-PAGO
               MOVE WS-PAG-DESCONTO (WS-IDX-PAG) TO KQ-VALOR-DESCONTO
               MOVE WS-PAG-DATA (WS-IDX-PAG) TO KQ-PAG-DATA
               MOVE WS-PAG-HORA (WS-IDX-PAG) TO KQ-PAG-HORA
               MOVE WS-PAG-RECIBO (WS-IDX-PAG) TO KQ-RECIBO
               PERFORM GRAVA-CARTA-QUITACAO
               IF WS-FS-CARTA-OK
                   ADD 1 TO WS-QTDE-CARTAS-DIVIDA
               END-IF
           END-IF.

      *    REEXECUCAO DA NOITE: A MESMA QUITACAO (CONTA, DIVIDA E DIA)
      *    NAO RECEBE SEGUNDA CARTA. QUITACAO DE OUTRO DIA (DIVIDA NOVA
      *    QUITADA DEPOIS) RECEBE A SUA.
       VERIFICA-CARTA-EMITIDA.
           MOVE 'N' TO WS-CARTA-EXISTE WS-CARTA-EOF
           MOVE WS-CONTA-TRATADA TO KQ-CONTA
           START CARTAQT-FILE KEY IS >= KQ-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-CARTA-EOF
           END-START
           PERFORM UNTIL WS-FIM-CARTA
               READ CARTAQT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CARTA-EOF
               END-READ
               IF NOT WS-FS-CARTA-OK
                   MOVE 'S' TO WS-CARTA-EOF
               END-IF
               IF NOT WS-FIM-CARTA
                   IF KQ-CONTA NOT = WS-CONTA-TRATADA
                       MOVE 'S' TO WS-CARTA-EOF
                   ELSE
                       IF KQ-SEQ-DIVIDA = WS-SEQ-CARTA AND
                          KQ-EMITIDA AND
                          KQ-DATA-QUITACAO = WS-DATA-HOJE
                           MOVE 'S' TO WS-CARTA-EXISTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    CONTA DETALHADA: SOMA DAS DIVIDAS PAGAS E O VENCIMENTO MAIS
      *    ANTIGO; CONTA DE DIVIDA UNICA: O PROPRIO CADASTRO.
       SOMA-DIVIDAS-ORIGINAIS.
           MOVE ZEROS TO WS-SOMA-ORIGINAL WS-VENC-MAIS-ANTIGO
           MOVE 'N' TO WS-DEBT-EOF
           IF NOT WS-DEBT-ABRIU
               MOVE 'S' TO WS-DEBT-EOF
           ELSE
               MOVE CM-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DEBT-EOF
               END-START
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
                       IF DB-PAGO
                           ADD DB-VALOR-ORIGINAL TO WS-SOMA-ORIGINAL
                           IF WS-VENC-MAIS-ANTIGO = 0 OR
                              DB-DATA-VENCIMENTO < WS-VENC-MAIS-ANTIGO
                               MOVE DB-DATA-VENCIMENTO TO
                                    WS-VENC-MAIS-ANTIGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VENC-MAIS-ANTIGO = 0
               MOVE CM-VALOR-ORIGINAL TO WS-SOMA-ORIGINAL
               MOVE CM-DATA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
           END-IF.

       GRAVA-CARTA-QUITACAO.
           PERFORM OBTEM-PROXIMA-CARTA
           MOVE WS-PROXIMA-CARTA TO KQ-NUMERO
           PERFORM BUSCA-NOME-CREDOR
           MOVE WS-DATA-HOJE TO KQ-DATA-QUITACAO KQ-DATA-EMISSAO
           SET KQ-EMITIDA TO TRUE
           MOVE ZEROS TO KQ-DATA-CANCELAMENTO KQ-QTDE-VIAS
                         KQ-DATA-ULTIMA-VIA
           MOVE SPACES TO KQ-OPERADOR-VIA
           WRITE CARTAQT-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CARTAQT ' KQ-NUMERO
           END-WRITE
           IF WS-FS-CARTA-OK
               MOVE 'N' TO WS-SEGUNDA-VIA
               PERFORM IMPRIME-CARTA
           END-IF.

      *    NUMERACAO SEM FALHAS, COMO A DOS RECIBOS: O CONTROLE E
      *    REGRAVADO A CADA CARTA.
       OBTEM-PROXIMA-CARTA.
           MOVE ZEROS TO WS-PROXIMA-CARTA
           OPEN INPUT QUITSEQ-FILE
           IF WS-FS-QUITSEQ = '00'
               READ QUITSEQ-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-QUITSEQ = '00'
                   MOVE QS-ULTIMA-CARTA TO WS-PROXIMA-CARTA
               END-IF
           END-IF
           CLOSE QUITSEQ-FILE
           ADD 1 TO WS-PROXIMA-CARTA
           MOVE WS-PROXIMA-CARTA TO QS-ULTIMA-CARTA
           OPEN OUTPUT QUITSEQ-FILE
           WRITE QUITSEQ-RECORD
           CLOSE QUITSEQ-FILE.

       BUSCA-NOME-CREDOR.
           IF KQ-CREDOR = 0
               MOVE 'CARTEIRA PROPRIA' TO KQ-NOME-CREDOR
           ELSE
               MOVE 'CREDOR SEM CADASTRO' TO KQ-NOME-CREDOR
               IF WS-CRED-ABRIU
                   MOVE KQ-CREDOR TO CR-CODIGO
                   READ CREDMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CR-NOME TO KQ-NOME-CREDOR
                   END-READ
               END-IF
           END-IF.

       EDITA-DATA.
           MOVE WS-DATA-EDITAR TO WS-DATA-DECOMPOSTA
           MOVE WS-DIA TO WS-DI-DIA
           MOVE WS-MES TO WS-DI-MES
           MOVE WS-ANO TO WS-DI-ANO.

      *    A CARTA SAI DO REGISTRO (KQ-) COM O NOME E O ENDERECO ATUAIS
      *    DO CADASTRO; A 2A VIA LEVA A MARCA DA VIA E A DATA.
       IMPRIME-CARTA.
           MOVE KQ-DATA-EMISSAO TO WS-DATA-EDITAR
           PERFORM EDITA-DATA
           MOVE WS-DATA-IMPRESSA TO WS-EMISSAO-IMPRESSA
           MOVE KQ-DATA-QUITACAO TO WS-DATA-EDITAR
           PERFORM EDITA-DATA
           MOVE WS-DATA-IMPRESSA TO WS-QUITACAO-IMPRESSA
           MOVE KQ-DATA-VENCIMENTO TO WS-DATA-EDITAR
           PERFORM EDITA-DATA
           MOVE WS-DATA-IMPRESSA TO WS-VENC-IMPRESSO
           MOVE ALL '=' TO CARTQIMP-LINE
           WRITE CARTQIMP-LINE
           IF NOT WS-IMPRIME-2A-VIA
               PERFORM ABRE-CARTA-GRAFICA
           END-IF
           MOVE SPACES TO CARTQIMP-LINE
           STRING 'CARTA DE QUITACAO NO ' KQ-NUMERO
                  '                          EMITIDA EM '
                  WS-EMISSAO-IMPRESSA
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           IF WS-IMPRIME-2A-VIA
               MOVE KQ-DATA-ULTIMA-VIA TO WS-DATA-EDITAR
               PERFORM EDITA-DATA
               MOVE SPACES TO CARTQIMP-LINE
               STRING '2A VIA (VIA ' KQ-QTDE-VIAS ') EMITIDA EM '
                      WS-DATA-IMPRESSA
                      DELIMITED BY SIZE INTO CARTQIMP-LINE
               PERFORM GRAVA-LINHA-QUITACAO
           END-IF
           MOVE SPACES TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE SPACES TO CARTQIMP-LINE
           STRING 'AO(A) SR(A): ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           WRITE CARTQIMP-LINE
           MOVE SPACES TO CARTQIMP-LINE
           STRING CM-RUA ' - ' CM-CIDADE '/' CM-ESTADO ' CEP ' CM-CEP
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           WRITE CARTQIMP-LINE
           MOVE SPACES TO CARTQIMP-LINE
           STRING 'CONTA: ' KQ-CONTA '   CPF/CNPJ: ' CM-DOCUMENTO
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE SPACES TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE SPACES TO CARTQIMP-LINE
           STRING 'CREDOR: ' KQ-CREDOR ' - ' KQ-NOME-CREDOR
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE KQ-VALOR-ORIGINAL TO WS-VALOR-EDIT
           MOVE SPACES TO CARTQIMP-LINE
           IF KQ-SEQ-DIVIDA = 0
               STRING 'DIVIDA ORIGINAL: TODAS AS DIVIDAS DA CONTA, '
                      'VALOR ' WS-VALOR-EDIT
                      DELIMITED BY SIZE INTO CARTQIMP-LINE
           ELSE
               STRING 'DIVIDA ORIGINAL: DIVIDA ' KQ-SEQ-DIVIDA
                      ' DA CONTA, VALOR ' WS-VALOR-EDIT
                      DELIMITED BY SIZE INTO CARTQIMP-LINE
           END-IF
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE SPACES TO CARTQIMP-LINE
           STRING '                 VENCIDA EM ' WS-VENC-IMPRESSO
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           IF KQ-SEQ-DIVIDA = 0
               PERFORM LISTA-DIVIDAS-CARTA
           END-IF
           MOVE KQ-VALOR-PAGO TO WS-PAGO-EDIT
           MOVE SPACES TO CARTQIMP-LINE
           STRING 'QUITADA EM ' WS-QUITACAO-IMPRESSA
                  ' PELO VALOR DE ' WS-PAGO-EDIT
                  DELIMITED BY SIZE INTO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           IF KQ-VALOR-DESCONTO > 0
               MOVE KQ-VALOR-DESCONTO TO WS-DESCONTO-EDIT
               MOVE SPACES TO CARTQIMP-LINE
               STRING 'COM DESCONTO CONCEDIDO DE ' WS-DESCONTO-EDIT
                      DELIMITED BY SIZE INTO CARTQIMP-LINE
               PERFORM GRAVA-LINHA-QUITACAO
           END-IF
           MOVE SPACES TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O DEBITO ACIMA'
               TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE 'ESTA INTEGRALMENTE QUITADO E QUE NADA MAIS E DEVIDO A'
               TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE 'ESTE TITULO, NAO CABENDO QUALQUER COBRANCA POSTERIOR'
               TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE 'REFERENTE A ELE.' TO CARTQIMP-LINE
           PERFORM GRAVA-LINHA-QUITACAO
           MOVE ALL '=' TO CARTQIMP-LINE
           WRITE CARTQIMP-LINE
           MOVE 'N' TO WS-CORPO-CARTA.

      *    A CARTA DA NOITE VAI TAMBEM PARA A GRAFICA (ROTINA
      *    GRAFCART), COM O NUMERO DA CARTA COMO REFERENCIA: O
      *    ENDERECO NO BLOCO DA JANELA E O TEXTO LINHA A LINHA. A 2A
      *    VIA DO BALCAO SAI SO NA IMPRESSAO DA CASA.
       ABRE-CARTA-GRAFICA.
           INITIALIZE GRAFCART-PARAMETROS
           SET GC-NOVA-CARTA TO TRUE
           MOVE 'Q' TO GC-ORIGEM
           MOVE 'QT' TO GC-TIPO-CARTA
           MOVE KQ-CONTA TO GC-CONTA
           MOVE KQ-SEQ-DIVIDA TO GC-SEQ-DIVIDA
           MOVE KQ-CREDOR TO GC-CREDOR
           MOVE KQ-NUMERO TO GC-REFERENCIA
           MOVE CM-PRIMEIRO-NOME TO GC-NOME-1
           MOVE CM-SOBRENOME TO GC-NOME-2
           MOVE CM-ENDERECO TO GC-ENDERECO
           CALL 'GRAFCART' USING GRAFCART-PARAMETROS
           IF GC-GRAVADA
               MOVE 'S' TO WS-CORPO-CARTA
           ELSE
               MOVE 'N' TO WS-CORPO-CARTA
           END-IF.

       GRAVA-LINHA-QUITACAO.
           WRITE CARTQIMP-LINE
           IF WS-NO-CORPO-CARTA
               SET GC-LINHA-CARTA TO TRUE
               MOVE CARTQIMP-LINE TO GC-TEXTO
               CALL 'GRAFCART' USING GRAFCART-PARAMETROS
           END-IF.

      *    NA CARTA DA CONTA DETALHADA, UMA LINHA POR DIVIDA QUITADA.
       LISTA-DIVIDAS-CARTA.
           MOVE 'N' TO WS-DEBT-EOF
           IF NOT WS-DEBT-ABRIU
               MOVE 'S' TO WS-DEBT-EOF
           ELSE
               MOVE KQ-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DEBT-EOF
               END-START
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
                   IF DB-CONTA NOT = KQ-CONTA
                       MOVE 'S' TO WS-DEBT-EOF
                   ELSE
                       IF DB-PAGO
                           MOVE DB-DATA-VENCIMENTO TO WS-DATA-EDITAR
                           PERFORM EDITA-DATA
                           MOVE DB-VALOR-ORIGINAL TO WS-VALOR-EDIT
                           MOVE SPACES TO CARTQIMP-LINE
                           STRING '   DIVIDA ' DB-SEQ
                                  '  VENCIMENTO ' WS-DATA-IMPRESSA
                                  '  VALOR ORIGINAL ' WS-VALOR-EDIT
                                  DELIMITED BY SIZE INTO CARTQIMP-LINE
                           PERFORM GRAVA-LINHA-QUITACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    BALCAO: 2A VIA E CONSULTA DAS CARTAS DA CONTA.
       ATENDE-SEGUNDA-VIA.
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM REIMPRIME-CARTA
                   WHEN 2
                       PERFORM LISTA-CARTAS-CONTA
                   WHEN 9
                       DISPLAY 'ENCERRANDO AS CARTAS DE QUITACAO.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== CARTAS DE QUITACAO ====='
           DISPLAY 'ATENDENTE: ' WS-OPERADOR-ID
           DISPLAY '1 - 2A VIA DE CARTA DE QUITACAO'
           DISPLAY '2 - CONSULTAR CARTAS DA CONTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    CARTA CANCELADA (PAGAMENTO ESTORNADO) NAO TEM 2A VIA.
       REIMPRIME-CARTA.
           DISPLAY 'NUMERO DA CARTA:'
           MOVE ZEROS TO WS-NUMERO-CARTA
           ACCEPT WS-NUMERO-CARTA
           OPEN I-O CARTAQT-FILE
           IF NOT WS-FS-CARTA-OK
               DISPLAY 'REGISTRO DE CARTAS DE QUITACAO INDISPONIVEL.'
           ELSE
               MOVE WS-NUMERO-CARTA TO KQ-NUMERO
               READ CARTAQT-FILE
                   INVALID KEY
                       DISPLAY 'CARTA ' WS-NUMERO-CARTA
                               ' NAO ENCONTRADA.'
                   NOT INVALID KEY
                       IF KQ-CANCELADA
                           DISPLAY 'CARTA ' KQ-NUMERO ' CANCELADA EM '
                                   KQ-DATA-CANCELAMENTO
                                   ' (PAGAMENTO ESTORNADO). SEM 2A '
                                   'VIA.'
                       ELSE
                           PERFORM CONFIRMA-SEGUNDA-VIA
                       END-IF
               END-READ
               CLOSE CARTAQT-FILE
           END-IF.

       CONFIRMA-SEGUNDA-VIA.
           MOVE 'N' TO WS-CADASTRO-ACHADO
           OPEN INPUT CUSTMAST-FILE
           IF WS-FS-CUST-OK
               MOVE KQ-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CADASTRO-ACHADO
               END-READ
           END-IF
           IF NOT WS-TEM-CADASTRO
               DISPLAY 'CONTA ' KQ-CONTA ' DA CARTA SEM CADASTRO.'
           ELSE
               MOVE KQ-VALOR-PAGO TO WS-PAGO-EDIT
               DISPLAY 'CARTA ' KQ-NUMERO ' CONTA ' KQ-CONTA
                       ' DIVIDA ' KQ-SEQ-DIVIDA
               DISPLAY 'CLIENTE: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
               DISPLAY 'QUITADA EM ' KQ-DATA-QUITACAO
                       ' VALOR ' WS-PAGO-EDIT
                       ' VIAS JA EMITIDAS: ' KQ-QTDE-VIAS
               DISPLAY 'CONFIRMA A 2A VIA (S/N)?'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   ADD 1 TO KQ-QTDE-VIAS
                   MOVE WS-DATA-HOJE TO KQ-DATA-ULTIMA-VIA
                   MOVE WS-OPERADOR-ID TO KQ-OPERADOR-VIA
                   REWRITE CARTAQT-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': CARTAQT ' KQ-NUMERO
                   END-REWRITE
                   IF WS-FS-CARTA-OK
                       MOVE 'N' TO WS-DEBT-DISPONIVEL
                       OPEN INPUT DEBTMAST-FILE
                       IF WS-FS-DEBT-OK
                           MOVE 'S' TO WS-DEBT-DISPONIVEL
                       END-IF
                       PERFORM ABRE-IMPRESSAO
                       MOVE 'S' TO WS-SEGUNDA-VIA
                       PERFORM IMPRIME-CARTA
                       CLOSE CARTQIMP-FILE
                       IF WS-DEBT-ABRIU
                           CLOSE DEBTMAST-FILE
                       END-IF
                       DISPLAY '2A VIA DA CARTA ' KQ-NUMERO
                               ' IMPRESSA NO ARQUIVO CARTQIMP.'
                   END-IF
               ELSE
                   DISPLAY '2A VIA NAO EMITIDA.'
               END-IF
           END-IF
           IF WS-FS-CUST-OK OR WS-FS-CUSTMAST = '23'
               CLOSE CUSTMAST-FILE
           END-IF.

       LISTA-CARTAS-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-CONSULTA WS-QTDE-LISTADAS
           ACCEPT WS-CONTA-CONSULTA
           MOVE 'N' TO WS-CARTA-EOF
           OPEN INPUT CARTAQT-FILE
           IF NOT WS-FS-CARTA-OK
               MOVE 'S' TO WS-CARTA-EOF
           ELSE
               MOVE WS-CONTA-CONSULTA TO KQ-CONTA
               START CARTAQT-FILE KEY IS >= KQ-CONTA
                   INVALID KEY
                       MOVE 'S' TO WS-CARTA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-CARTA
               READ CARTAQT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CARTA-EOF
               END-READ
               IF NOT WS-FS-CARTA-OK
                   MOVE 'S' TO WS-CARTA-EOF
               END-IF
               IF NOT WS-FIM-CARTA
                   IF KQ-CONTA NOT = WS-CONTA-CONSULTA
                       MOVE 'S' TO WS-CARTA-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-LISTADAS
                       MOVE KQ-VALOR-PAGO TO WS-PAGO-EDIT
                       DISPLAY KQ-NUMERO ' DIVIDA ' KQ-SEQ-DIVIDA
                               ' QUITADA EM ' KQ-DATA-QUITACAO
                               ' VALOR ' WS-PAGO-EDIT ' '
                               KQ-ESTADO ' VIAS ' KQ-QTDE-VIAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTDE-LISTADAS = 0
               DISPLAY 'NENHUMA CARTA DE QUITACAO PARA A CONTA '
                       WS-CONTA-CONSULTA '.'
           END-IF
           IF WS-FS-CARTA-OK OR WS-FS-CARTAQT = '10' OR
              WS-FS-CARTAQT = '23'
               CLOSE CARTAQT-FILE
           END-IF.
       END PROGRAM CARTQUIT.

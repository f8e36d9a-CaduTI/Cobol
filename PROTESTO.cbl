      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:INTERFACE COM O CARTORIO DE PROTESTO, ATE HOJE FEITA A
      *         MAO NO PORTAL DO CARTORIO. NO MODO PADRAO, VARRE O
      *         CADASTRO UMA VEZ POR NOITE: CONTA NAO PAGO SEM
      *         PROTESTO ANTERIOR QUE CRUZOU A POLITICA (ARQUIVO
      *         PROTPRM: DIAS DE ATRASO, SALDO MINIMO E, SE EXIGIDO,
      *         JA NEGATIVADA; 120 DIAS / 300,00 / EXIGE QUANDO
      *         AUSENTE) SAI NO ARQUIVO DE REMESSA PROTEXP (LAYOUT
      *         FIXO DO CARTORIO, TIPO 'P') E FICA MARCADA COMO
      *         ENVIADA (CM-PROTESTO 'E' + DATA). CONTA EM PROTESTO
      *         QUE CHEGOU A PAGO SAI NA MESMA REMESSA COMO PEDIDO DE
      *         CANCELAMENTO (CARTA DE ANUENCIA, TIPO 'A'). NO MODO
      *         RETORNO (PARAMETRO), LE O ARQUIVO PROTRET DEVOLVIDO
      *         PELO CARTORIO: PROTESTADO, PAGO NO CARTORIO (LANCADO
      *         NO CADASTRO E NO PAYLOG COMO O BANCORET FAZ, COM O
      *         OPERADOR DE CANAL 'CARTORIO'), SUSTADO OU DEVOLVIDO.
      *         AS CUSTAS DO CARTORIO ENTRAM NO SALDO COMO ENCARGO E
      *         NO FEELOG COM TIPO PROPRIO ('CP'). OCORRENCIAS QUE
      *         NAO PODEM SER APLICADAS VAO PARA O ARQUIVO DE
      *         REJEITADOS (PROTREJ) PARA TRATAMENTO MANUAL.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle PROTPRM.
      *   15/10/2026 - Registro de custas no FEELOG sai com os dias de
      *                juros de mora zerados.
      *   15/10/2026 - Data contabil do PAYLOG gravada em zeros: o
      *                lancamento do batch vale pela data do movimento.
      *   15/10/2026 - Titulo pago no cartorio gravado no historico de
      *                situacao (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTESTO.
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
           SELECT PROTPRM-FILE ASSIGN TO "PROTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PROTPRM.
           SELECT PROTEXP-FILE ASSIGN TO "PROTEXP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PROTEXP.
           SELECT PROTRET-FILE ASSIGN TO "PROTRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PROTRET.
           SELECT PROTREJ-FILE ASSIGN TO "PROTREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PROTREJ.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT FEELOG-FILE ASSIGN TO "FEELOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-FEELOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  PROTPRM-FILE.
           COPY PROTPRM.
       FD  PROTEXP-FILE.
           COPY PROTEXP.
       FD  PROTRET-FILE.
           COPY PROTRET.
       FD  PROTREJ-FILE.
       01 REJ-LINE                 PIC X(100).
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  FEELOG-FILE.
           COPY FEELOG.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-FS-PROTPRM            PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-PROTEXP            PIC X(02) VALUES '00'.
       77 WS-FS-PROTRET            PIC X(02) VALUES '00'.
           88 WS-FS-RET-OK         VALUE '00'.
       77 WS-FS-PROTREJ            PIC X(02) VALUES '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-FEELOG             PIC X(02) VALUES '00'.
           88 WS-FS-FEELOG-OK      VALUE '00'.
       77 WS-MODO-EXECUCAO         PIC X(20) VALUES SPACES.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DEBT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT          VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-DIAS-LIMITE           PIC 9(04) VALUES 120.
       77 WS-VALOR-MINIMO          PIC 9(07)V99 VALUES 300.00.
       77 WS-EXIGE-NEGATIVADO      PIC X(01) VALUES 'S'.
           88 WS-SO-NEGATIVADAS    VALUE 'S'.
       77 WS-QTDE-ENVIADAS         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-ANUENCIAS        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-LIDOS            PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-PROTESTADOS      PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-LIQUIDADOS       PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-SUSTADOS         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-DEVOLVIDOS       PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-REJEITADOS       PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-LANCADO         PIC S9(9)V99 VALUES ZEROS.
       77 WS-VALOR-CUSTAS          PIC S9(9)V99 VALUES ZEROS.
       77 WS-MOTIVO-REJEICAO       PIC X(35) VALUES SPACES.
       77 WS-RETORNO-ACEITO        PIC X(01) VALUES 'N'.
           88 WS-OCORRENCIA-ACEITA VALUE 'S'.
      *    OPERADOR DE CANAL GRAVADO NO PAYLOG PARA OS TITULOS PAGOS
      *    NO CARTORIO, DISTINGUINDO-OS DOS DE BALCAO E DE BANCO.
       77 WS-OPERADOR-CARTORIO     PIC X(08) VALUES 'CARTORIO'.
       77 WS-RESTO-PAGTO           PIC S9(7)V99 VALUES ZEROS.
       77 WS-VALOR-PARCIAL         PIC S9(7)V99 VALUES ZEROS.
       77 WS-PAGO-MULTA            PIC S9(5)V99 VALUES ZEROS.
       77 WS-PAGO-PRINCIPAL        PIC S9(5)V99 VALUES ZEROS.
       77 WS-SEQ-DIVIDA            PIC 9(02) VALUES ZEROS.
       77 WS-SEQ-MAIS-ANTIGA       PIC 9(02) VALUES ZEROS.
       77 WS-VENC-MAIS-ANTIGO      PIC 9(08) VALUES ZEROS.
       77 WS-SALDO-DIVIDA          PIC S9(7)V99 VALUES ZEROS.
       77 WS-SALDO-CONSOL          PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONSOL-PRINCIPAL      PIC S9(7)V99 VALUES ZEROS.
       77 WS-CONSOL-MULTA          PIC S9(7)V99 VALUES ZEROS.
       77 WS-TEM-ABERTA            PIC X(01) VALUES 'N'.
           88 WS-HA-DIVIDA-ABERTA  VALUE 'S'.
       77 WS-VENC-PAGTO            PIC 9(08) VALUES ZEROS.
       77 WS-ATRASO-PAGTO          PIC 9(05) VALUES ZEROS.
       77 WS-SALDO-BASE-CUSTAS     PIC S9(7)V99 VALUES ZEROS.
      *    SITUACAO DE PAGAMENTO ANTES DA MUDANCA, PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG).
       77 WS-SITU-ANTERIOR         PIC X(10) VALUES SPACES.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'PROTESTO: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-EXECUCAO (1:7) = 'RETORNO'
               PERFORM IMPORTA-RETORNO-CARTORIO
           ELSE
               PERFORM LE-POLITICA-PROTESTO
               OPEN OUTPUT PROTEXP-FILE
               PERFORM VARRE-CADASTRO
               CLOSE PROTEXP-FILE
               DISPLAY 'PROTESTO: ENVIADAS A PROTESTO: '
                       WS-QTDE-ENVIADAS ' ANUENCIAS: '
                       WS-QTDE-ANUENCIAS
           END-IF
           CLOSE CUSTMAST-FILE
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LE-POLITICA-PROTESTO.
           OPEN INPUT PROTPRM-FILE
           IF WS-FS-PROTPRM = '00'
               READ PROTPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PROTPRM = '00'
                   IF PT-DIAS-LIMITE IS NUMERIC AND
                      PT-DIAS-LIMITE > 0
                       MOVE PT-DIAS-LIMITE TO WS-DIAS-LIMITE
                   END-IF
                   IF PT-VALOR-MINIMO IS NUMERIC AND
                      PT-VALOR-MINIMO > 0
                       MOVE PT-VALOR-MINIMO TO WS-VALOR-MINIMO
                   END-IF
                   IF PT-EXIGE-NEGATIVADO = 'S' OR 'N'
                       MOVE PT-EXIGE-NEGATIVADO TO
                            WS-EXIGE-NEGATIVADO
                   END-IF
               END-IF
           END-IF
           CLOSE PROTPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'PROTDIAS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-LIMITE
           END-IF
           MOVE 'PROTVALR' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-VALOR-MINIMO
           END-IF
           MOVE 'PROTNEGT' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               IF WS-VALOR-POLITICA = 1
                   MOVE 'S' TO WS-EXIGE-NEGATIVADO
               ELSE
                   MOVE 'N' TO WS-EXIGE-NEGATIVADO
               END-IF
           END-IF.

       VARRE-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   EVALUATE TRUE
      *                TITULO EM PROTESTO CUJA CONTA FOI PAGA: O
      *                CANCELAMENTO SAI SOZINHO NA REMESSA, COMO A
      *                REMOCAO DA NEGATIVACAO.
                       WHEN CM-EM-PROTESTO AND CM-PAGO
                           PERFORM EMITE-ANUENCIA
      *                CONTA JA ENCAMINHADA AO ESCRITORIO, PRESCRITA,
      *                COM EVENTO DE VIDA OU COM ENDERECO INVALIDO
      *                (O CARTORIO NAO CONSEGUE INTIMAR) NAO VAI A
      *                PROTESTO.
                       WHEN CM-NAO-PAGO AND CM-SEM-PROTESTO AND
                            NOT CM-PRESCRITA AND
                            NOT CM-COM-EVENTO-VIDA AND
                            NOT CM-EM-JURIDICO AND
                            NOT CM-ENDERECO-INVALIDO AND
                            CM-SALDO-DEVEDOR >= WS-VALOR-MINIMO AND
                            CM-DATA-VENCIMENTO < WS-DATA-HOJE
                           PERFORM AVALIA-PROTESTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       AVALIA-PROTESTO.
           CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                WS-DIAS-ATRASO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS = 'S' AND
              WS-DIAS-ATRASO >= WS-DIAS-LIMITE
               IF CM-ESTA-NEGATIVADO OR NOT WS-SO-NEGATIVADAS
                   PERFORM ENVIA-PROTESTO
               END-IF
           END-IF.

       ENVIA-PROTESTO.
           ADD 1 TO WS-QTDE-ENVIADAS
           MOVE SPACES TO PROTEXP-RECORD
           SET PX-APRESENTACAO TO TRUE
           PERFORM MONTA-REGISTRO-CARTORIO
           MOVE CM-SALDO-DEVEDOR TO PX-VALOR
           MOVE CM-DATA-VENCIMENTO TO PX-DATA-VENCIMENTO
           WRITE PROTEXP-RECORD
           SET CM-PROTESTO-ENVIADO TO TRUE
           MOVE WS-DATA-HOJE TO CM-DATA-PROTESTO
           REWRITE CUSTMAST-RECORD
           DISPLAY 'PROTESTO: CONTA ' CM-CONTA ' ENVIADA A PROTESTO '
                   '(' WS-DIAS-ATRASO ' DIAS, SALDO '
                   CM-SALDO-DEVEDOR ').'.

       EMITE-ANUENCIA.
           ADD 1 TO WS-QTDE-ANUENCIAS
           MOVE SPACES TO PROTEXP-RECORD
           SET PX-ANUENCIA TO TRUE
           PERFORM MONTA-REGISTRO-CARTORIO
           MOVE ZEROS TO PX-VALOR PX-DATA-VENCIMENTO
           WRITE PROTEXP-RECORD
           SET CM-PROTESTO-CANCELADO TO TRUE
           REWRITE CUSTMAST-RECORD
           DISPLAY 'PROTESTO: CONTA ' CM-CONTA ' PAGA - CARTA DE '
                   'ANUENCIA EMITIDA.'.

       MONTA-REGISTRO-CARTORIO.
           MOVE CM-CONTA TO PX-CONTA
           MOVE CM-DOCUMENTO TO PX-DOCUMENTO
           MOVE CM-NOME TO PX-NOME
           MOVE CM-RUA TO PX-RUA
           MOVE CM-CIDADE TO PX-CIDADE
           MOVE CM-ESTADO TO PX-ESTADO
           MOVE CM-CEP TO PX-CEP
           MOVE WS-DATA-HOJE TO PX-DATA-REMESSA
           MOVE CM-CREDOR TO PX-CREDOR.

      *    SO CONTA COM TITULO NO CARTORIO (ENVIADO OU PROTESTADO)
      *    ACEITA OCORRENCIA; O MESMO ARQUIVO PROCESSADO DE NOVO
      *    CAI TODO NO PROTREJ, SEM LANCAR PAGAMENTO NEM CUSTAS DUAS
      *    VEZES.
       IMPORTA-RETORNO-CARTORIO.
           OPEN INPUT PROTRET-FILE
           IF NOT WS-FS-RET-OK
               DISPLAY 'PROTESTO: ARQUIVO DE RETORNO PROTRET NAO '
                       'ENCONTRADO. NADA A IMPORTAR.'
           ELSE
               OPEN I-O DEBTMAST-FILE
               IF NOT WS-FS-DEBT-OK
                   CLOSE DEBTMAST-FILE
                   OPEN OUTPUT DEBTMAST-FILE
                   CLOSE DEBTMAST-FILE
                   OPEN I-O DEBTMAST-FILE
               END-IF
               OPEN EXTEND PAYLOG-FILE
               IF NOT WS-FS-PAYLOG-OK
                   CLOSE PAYLOG-FILE
                   OPEN OUTPUT PAYLOG-FILE
               END-IF
               OPEN EXTEND FEELOG-FILE
               IF NOT WS-FS-FEELOG-OK
                   CLOSE FEELOG-FILE
                   OPEN OUTPUT FEELOG-FILE
               END-IF
               OPEN OUTPUT PROTREJ-FILE
               MOVE 'N' TO WS-SWEEP-EOF
               PERFORM UNTIL WS-FIM-SWEEP
                   READ PROTRET-FILE
                       AT END
                           MOVE 'S' TO WS-SWEEP-EOF
                   END-READ
                   IF NOT WS-FS-RET-OK
                       MOVE 'S' TO WS-SWEEP-EOF
                   END-IF
                   IF NOT WS-FIM-SWEEP
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM PROCESSA-RETORNO-CARTORIO
                   END-IF
               END-PERFORM
               CLOSE PROTRET-FILE
               CLOSE DEBTMAST-FILE
               CLOSE PAYLOG-FILE
               CLOSE FEELOG-FILE
               CLOSE PROTREJ-FILE
               DISPLAY 'PROTESTO: RETORNOS LIDOS: ' WS-QTDE-LIDOS
                       ' REJEITADOS: ' WS-QTDE-REJEITADOS
               DISPLAY 'PROTESTO: PROTESTADOS: ' WS-QTDE-PROTESTADOS
                       ' PAGOS NO CARTORIO: ' WS-QTDE-LIQUIDADOS
                       ' SUSTADOS: ' WS-QTDE-SUSTADOS
                       ' DEVOLVIDOS: ' WS-QTDE-DEVOLVIDOS
               DISPLAY 'PROTESTO: VALOR LANCADO: ' WS-VALOR-LANCADO
                       ' CUSTAS LANCADAS: ' WS-VALOR-CUSTAS
           END-IF.

       PROCESSA-RETORNO-CARTORIO.
           MOVE 'N' TO WS-RETORNO-ACEITO
           MOVE PR-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
           END-READ
           IF WS-FS-OK
               EVALUATE TRUE
                   WHEN NOT CM-EM-PROTESTO
                       MOVE 'CONTA SEM TITULO NO CARTORIO' TO
                            WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-REJEICAO
                   WHEN PR-PROTESTADO
                       MOVE 'S' TO WS-RETORNO-ACEITO
                       ADD 1 TO WS-QTDE-PROTESTADOS
                       SET CM-PROTESTADO TO TRUE
                       REWRITE CUSTMAST-RECORD
                       DISPLAY 'PROTESTO: CONTA ' CM-CONTA
                               ' PROTESTADA (PROTOCOLO '
                               PR-PROTOCOLO ').'
                   WHEN PR-PAGO-CARTORIO
                       PERFORM LIQUIDA-NO-CARTORIO
                   WHEN PR-SUSTADO
                       MOVE 'S' TO WS-RETORNO-ACEITO
                       ADD 1 TO WS-QTDE-SUSTADOS
                       SET CM-PROTESTO-SUSTADO TO TRUE
                       REWRITE CUSTMAST-RECORD
                       DISPLAY 'PROTESTO: CONTA ' CM-CONTA
                               ' COM PROTESTO SUSTADO.'
                   WHEN PR-DEVOLVIDO
                       MOVE 'S' TO WS-RETORNO-ACEITO
                       ADD 1 TO WS-QTDE-DEVOLVIDOS
                       SET CM-PROTESTO-DEVOLVIDO TO TRUE
                       REWRITE CUSTMAST-RECORD
                       DISPLAY 'PROTESTO: CONTA ' CM-CONTA
                               ' DEVOLVIDA PELO CARTORIO (DEVEDOR '
                               'NAO INTIMADO).'
                   WHEN OTHER
                       MOVE 'OCORRENCIA INVALIDA' TO
                            WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-REJEICAO
               END-EVALUATE
           END-IF
      *    NO TITULO PAGO NO CARTORIO AS CUSTAS SAO PAGAS PELO
      *    DEVEDOR NO PROPRIO CARTORIO; NAS DEMAIS OCORRENCIAS ELAS
      *    ENTRAM NO SALDO DA CONTA.
           IF WS-OCORRENCIA-ACEITA AND NOT PR-PAGO-CARTORIO AND
              PR-VALOR-CUSTAS IS NUMERIC AND PR-VALOR-CUSTAS > 0
               IF CM-NAO-PAGO
                   PERFORM LANCA-CUSTAS-PROTESTO
               ELSE
                   MOVE 'CUSTAS EM CONTA SEM SALDO ABERTO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
               END-IF
           END-IF.

      *    TITULO PAGO NO CARTORIO: O VALOR REPASSADO PELO CARTORIO E
      *    LANCADO COMO O BANCORET LANCA O BOLETO, ENCARGOS PRIMEIRO.
      *    NA CONTA COM DIVIDAS DETALHADAS O TITULO COBRIA O SALDO
      *    TODO DA CONTA, ENTAO O VALOR E DISTRIBUIDO DA DIVIDA
      *    ABERTA MAIS ANTIGA PARA A MAIS NOVA, UM LANCAMENTO NO
      *    PAYLOG POR DIVIDA.
       LIQUIDA-NO-CARTORIO.
           EVALUATE TRUE
               WHEN PR-VALOR-PAGO NOT NUMERIC OR PR-VALOR-PAGO = 0
                   MOVE 'VALOR PAGO ZERADO' TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
               WHEN NOT CM-NAO-PAGO
                   MOVE 'DIVIDA NAO ESTA EM ABERTO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
               WHEN PR-VALOR-PAGO > CM-SALDO-DEVEDOR
                   MOVE 'VALOR MAIOR QUE O SALDO' TO
                        WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO
               WHEN OTHER
                   MOVE 'S' TO WS-RETORNO-ACEITO
                   ADD 1 TO WS-QTDE-LIQUIDADOS
                   ADD PR-VALOR-PAGO TO WS-VALOR-LANCADO
                   MOVE PR-VALOR-PAGO TO WS-RESTO-PAGTO
                   PERFORM ACHA-DIVIDA-MAIS-ANTIGA
                   IF WS-SEQ-MAIS-ANTIGA > 0
                       PERFORM UNTIL WS-RESTO-PAGTO = 0 OR
                                     WS-SEQ-MAIS-ANTIGA = 0
                           PERFORM LANCA-PAGTO-DIVIDA-CARTORIO
                           PERFORM ACHA-DIVIDA-MAIS-ANTIGA
                       END-PERFORM
                   ELSE
                       PERFORM LANCA-PAGTO-CONTA-CARTORIO
                   END-IF
                   SET CM-PROTESTO-LIQUIDADO TO TRUE
                   REWRITE CUSTMAST-RECORD
                   DISPLAY 'PROTESTO: CONTA ' CM-CONTA
                           ' PAGA NO CARTORIO: ' PR-VALOR-PAGO
                           ' SALDO APOS: ' CM-SALDO-DEVEDOR
           END-EVALUATE.

       LANCA-PAGTO-DIVIDA-CARTORIO.
           IF WS-RESTO-PAGTO > WS-SALDO-DIVIDA
               MOVE WS-SALDO-DIVIDA TO WS-VALOR-PARCIAL
           ELSE
               MOVE WS-RESTO-PAGTO TO WS-VALOR-PARCIAL
           END-IF
           MOVE WS-SEQ-MAIS-ANTIGA TO WS-SEQ-DIVIDA
           MOVE WS-VENC-MAIS-ANTIGO TO WS-VENC-PAGTO
           PERFORM CALCULA-ATRASO-PAGTO
           MOVE CM-CONTA TO DB-CONTA
           MOVE WS-SEQ-DIVIDA TO DB-SEQ
           READ DEBTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-DEBT-OK
               IF DB-SALDO-PRINCIPAL + DB-SALDO-MULTA NOT =
                  DB-SALDO-DEVEDOR
                   IF DB-SALDO-MULTA > DB-SALDO-DEVEDOR OR
                      DB-SALDO-MULTA < 0
                       MOVE ZEROS TO DB-SALDO-MULTA
                   END-IF
                   COMPUTE DB-SALDO-PRINCIPAL =
                       DB-SALDO-DEVEDOR - DB-SALDO-MULTA
               END-IF
               IF WS-VALOR-PARCIAL > DB-SALDO-MULTA
                   MOVE DB-SALDO-MULTA TO WS-PAGO-MULTA
               ELSE
                   MOVE WS-VALOR-PARCIAL TO WS-PAGO-MULTA
               END-IF
               COMPUTE WS-PAGO-PRINCIPAL =
                   WS-VALOR-PARCIAL - WS-PAGO-MULTA
               SUBTRACT WS-PAGO-MULTA FROM DB-SALDO-MULTA
               SUBTRACT WS-PAGO-PRINCIPAL FROM DB-SALDO-PRINCIPAL
               SUBTRACT WS-VALOR-PARCIAL FROM DB-SALDO-DEVEDOR
               MOVE DB-ESTADO-PAGTO TO WS-SITU-ANTERIOR
               IF DB-SALDO-DEVEDOR <= 0
                   MOVE ZEROS TO DB-SALDO-DEVEDOR
                   MOVE ZEROS TO DB-SALDO-PRINCIPAL DB-SALDO-MULTA
                   SET DB-PAGO TO TRUE
               END-IF
               REWRITE DEBTMAST-RECORD
               PERFORM REGISTRA-SITUACAO-DIVIDA
           END-IF
           PERFORM CONSOLIDA-CONTA-CARTORIO
           PERFORM GRAVA-PAYLOG-CARTORIO
           SUBTRACT WS-VALOR-PARCIAL FROM WS-RESTO-PAGTO.

      *    CONTA NO MODELO DE DIVIDA UNICA: MESMA REGRA DO BALCAO,
      *    COM NORMALIZACAO DOS REGISTROS ANTIGOS.
       LANCA-PAGTO-CONTA-CARTORIO.
           MOVE WS-RESTO-PAGTO TO WS-VALOR-PARCIAL
           MOVE ZEROS TO WS-SEQ-DIVIDA
           MOVE CM-DATA-VENCIMENTO TO WS-VENC-PAGTO
           PERFORM CALCULA-ATRASO-PAGTO
           PERFORM NORMALIZA-SALDO-CONTA
           IF WS-VALOR-PARCIAL > CM-SALDO-MULTA
               MOVE CM-SALDO-MULTA TO WS-PAGO-MULTA
           ELSE
               MOVE WS-VALOR-PARCIAL TO WS-PAGO-MULTA
           END-IF
           COMPUTE WS-PAGO-PRINCIPAL = WS-VALOR-PARCIAL - WS-PAGO-MULTA
           SUBTRACT WS-PAGO-MULTA FROM CM-SALDO-MULTA
           SUBTRACT WS-PAGO-PRINCIPAL FROM CM-SALDO-PRINCIPAL
           SUBTRACT WS-VALOR-PARCIAL FROM CM-SALDO-DEVEDOR
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           IF CM-SALDO-DEVEDOR <= 0
               MOVE ZEROS TO CM-SALDO-DEVEDOR
               MOVE ZEROS TO CM-SALDO-PRINCIPAL CM-SALDO-MULTA
               SET CM-PAGO TO TRUE
           END-IF
           PERFORM REGISTRA-SITUACAO-CONTA
           PERFORM GRAVA-PAYLOG-CARTORIO
           MOVE ZEROS TO WS-RESTO-PAGTO.

       NORMALIZA-SALDO-CONTA.
           IF CM-SALDO-PRINCIPAL + CM-SALDO-MULTA NOT =
              CM-SALDO-DEVEDOR
               IF CM-SALDO-MULTA > CM-SALDO-DEVEDOR OR
                  CM-SALDO-MULTA < 0
                   MOVE ZEROS TO CM-SALDO-MULTA
               END-IF
               COMPUTE CM-SALDO-PRINCIPAL =
                   CM-SALDO-DEVEDOR - CM-SALDO-MULTA
           END-IF.

       CALCULA-ATRASO-PAGTO.
           MOVE ZEROS TO WS-ATRASO-PAGTO
           IF WS-VENC-PAGTO > 0 AND WS-VENC-PAGTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING WS-VENC-PAGTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S' AND WS-DIAS-ATRASO > 0
                   MOVE WS-DIAS-ATRASO TO WS-ATRASO-PAGTO
               END-IF
           END-IF.

      *    CUSTAS DO CARTORIO: ENCARGO DA CONTA (SALDO DE MULTA), NA
      *    DIVIDA ABERTA MAIS ANTIGA QUANDO HA DETALHE NO DEBTMAST,
      *    COM LANCAMENTO PROPRIO NO FEELOG.
       LANCA-CUSTAS-PROTESTO.
           PERFORM ACHA-DIVIDA-MAIS-ANTIGA
           MOVE WS-SEQ-MAIS-ANTIGA TO WS-SEQ-DIVIDA
           IF WS-SEQ-DIVIDA > 0
               MOVE CM-CONTA TO DB-CONTA
               MOVE WS-SEQ-DIVIDA TO DB-SEQ
               READ DEBTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-DEBT-OK
                   MOVE DB-SALDO-DEVEDOR TO WS-SALDO-BASE-CUSTAS
                   ADD PR-VALOR-CUSTAS TO DB-SALDO-DEVEDOR
                                          DB-SALDO-MULTA
                   REWRITE DEBTMAST-RECORD
                   MOVE DB-SALDO-DEVEDOR TO FL-SALDO-APOS
               END-IF
               PERFORM CONSOLIDA-CONTA-CARTORIO
           ELSE
               PERFORM NORMALIZA-SALDO-CONTA
               MOVE CM-SALDO-DEVEDOR TO WS-SALDO-BASE-CUSTAS
               ADD PR-VALOR-CUSTAS TO CM-SALDO-DEVEDOR CM-SALDO-MULTA
               MOVE CM-SALDO-DEVEDOR TO FL-SALDO-APOS
           END-IF
           REWRITE CUSTMAST-RECORD
           MOVE CM-CONTA TO FL-CONTA
           MOVE WS-SEQ-DIVIDA TO FL-SEQ-DIVIDA
           MOVE WS-DATA-HOJE TO FL-DATA-MOVIMENTO
           ACCEPT FL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO FL-TAXA
           MOVE WS-SALDO-BASE-CUSTAS TO FL-SALDO-BASE
           MOVE PR-VALOR-CUSTAS TO FL-VALOR-MULTA
           SET FL-TIPO-CUSTAS TO TRUE
           MOVE ZEROS TO FL-DIAS-JUROS
           WRITE FEELOG-RECORD
           ADD PR-VALOR-CUSTAS TO WS-VALOR-CUSTAS
           DISPLAY 'PROTESTO: CONTA ' CM-CONTA ' CUSTAS DE CARTORIO '
                   PR-VALOR-CUSTAS ' LANCADAS NO SALDO.'.

       ACHA-DIVIDA-MAIS-ANTIGA.
           MOVE ZEROS TO WS-SEQ-MAIS-ANTIGA WS-SALDO-DIVIDA
           MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
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
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0 AND
                          DB-DATA-VENCIMENTO < WS-VENC-MAIS-ANTIGO
                           MOVE DB-DATA-VENCIMENTO TO
                                WS-VENC-MAIS-ANTIGO
                           MOVE DB-SEQ TO WS-SEQ-MAIS-ANTIGA
                           MOVE DB-SALDO-DEVEDOR TO WS-SALDO-DIVIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONSOLIDA-CONTA-CARTORIO.
           MOVE 'N' TO WS-DEBT-EOF WS-TEM-ABERTA
           MOVE ZEROS TO WS-SALDO-CONSOL WS-CONSOL-PRINCIPAL
                         WS-CONSOL-MULTA
           MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
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
                           MOVE 'S' TO WS-TEM-ABERTA
                           ADD DB-SALDO-DEVEDOR TO WS-SALDO-CONSOL
                           ADD DB-SALDO-PRINCIPAL TO
                               WS-CONSOL-PRINCIPAL
                           ADD DB-SALDO-MULTA TO WS-CONSOL-MULTA
                           IF DB-DATA-VENCIMENTO <
                              WS-VENC-MAIS-ANTIGO
                               MOVE DB-DATA-VENCIMENTO TO
                                    WS-VENC-MAIS-ANTIGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
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

      *    TODA MUDANCA DE PAGO/NAO PAGO DA CONTA OU DA DIVIDA PAGA NO
      *    CARTORIO VAI PARA O HISTORICO DE SITUACOES (ROTINA SITUREG);
      *    A SITUACAO ANTERIOR E GUARDADA ANTES DO SET.
       REGISTRA-SITUACAO-CONTA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'PROTESTO' TO SP-PROGRAMA
           MOVE WS-OPERADOR-CARTORIO TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       REGISTRA-SITUACAO-DIVIDA.
           MOVE DB-CONTA TO SP-CONTA
           MOVE DB-SEQ TO SP-SEQ-DIVIDA
           MOVE DB-CREDOR TO SP-CREDOR
           SET SP-TIPO-PAGAMENTO TO TRUE
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE DB-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'PROTESTO' TO SP-PROGRAMA
           MOVE WS-OPERADOR-CARTORIO TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       GRAVA-PAYLOG-CARTORIO.
           MOVE CM-CONTA              TO PL-CONTA
           SET PL-TIPO-PAGAMENTO      TO TRUE
           MOVE WS-VALOR-PARCIAL      TO PL-VALOR
           MOVE WS-OPERADOR-CARTORIO  TO PL-OPERADOR
           MOVE CM-SALDO-DEVEDOR      TO PL-SALDO-APOS
           MOVE WS-DATA-HOJE TO PL-DATA-MOVIMENTO
           ACCEPT PL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO PL-REF-DATA PL-REF-HORA PL-RECIBO
           MOVE PR-DATA-OCORRENCIA TO PL-DATA-EFETIVA
           SET PL-FORMA-CARTORIO TO TRUE
           MOVE CM-CREDOR TO PL-CREDOR
           MOVE WS-ATRASO-PAGTO TO PL-DIAS-ATRASO
           MOVE SPACES TO PL-SUPERVISOR PL-REPASSADO PL-CAMPANHA
           MOVE WS-SEQ-DIVIDA TO PL-SEQ-DIVIDA
           MOVE WS-PAGO-MULTA TO PL-VALOR-MULTA
           MOVE WS-PAGO-PRINCIPAL TO PL-VALOR-PRINCIPAL
           MOVE ZEROS TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.

       GRAVA-REJEICAO.
           ADD 1 TO WS-QTDE-REJEITADOS
           MOVE SPACES TO REJ-LINE
           STRING 'CONTA: ' PR-CONTA
                  '  OCORRENCIA: ' PR-OCORRENCIA
                  '  PROTOCOLO: ' PR-PROTOCOLO
                  '  MOTIVO: ' WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJ-LINE.
       END PROGRAM PROTESTO.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:DEVOLUCAO DE CARTEIRA AO CREDOR, ATE HOJE FEITA CONTA
      *         A CONTA NAS TELAS (E COM CONTA ESQUECIDA NEGATIVADA OU
      *         NO ESCRITORIO). LE O PEDIDO DO CREDOR (ARQUIVO
      *         DEVOLPED: CREDOR, CONTA E DATA DE CORTE; CONTA ZEROS
      *         = TODA A CARTEIRA ABERTA DO CREDOR) OU, COM
      *         PARM='CREDOR NNN AAAAMMDD', DEVOLVE TODA A CARTEIRA DO
      *         CODIGO. UM LOTE E SEMPRE DE UM CREDOR SO. CADA CONTA
      *         DEVOLVIDA TEM AS PARCELAS ABERTAS DO ACORDO QUEBRADAS
      *         (COMO NO CANCELAMENTO DO ACORDOS), OS BOLETOS AINDA NO
      *         BANCO CANCELADOS (A BAIXA NO BANCO SAI NO RELATORIO) E
      *         FICA COM CM-ESTADO-PAGTO = DEVOLVIDO, QUE NENHUM BATCH
      *         COBRA MAIS; A REMOCAO DA NEGATIVACAO E O PEDIDO DE
      *         DEVOLUCAO AO ESCRITORIO SAEM NOS STEPS SEGUINTES DO
      *         JOB (NEGATIVA E JURIDICO). O QUE FOI RECEBIDO ATE O
      *         CORTE E ACERTADO PELO REPASSE COMO SEMPRE. O CREDOR
      *         RECEBE O ARQUIVO DEVOLRET (UMA LINHA POR CONTA PEDIDA:
      *         SALDO FINAL, RECEBIDO ATE E APOS O CORTE, ULTIMO
      *         CONTATO E SITUACAO DA COBRANCA) E A GERENCIA ASSINA O
      *         RELATORIO DEVOL-RPT.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Quebra das parcelas do acordo e devolucao da
      *                conta gravadas no historico de situacao (rotina
      *                SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLCAR.
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
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
           SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CHAVE
               FILE STATUS WS-FS-BOLETO.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT DEVOLPED-FILE ASSIGN TO "DEVOLPED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-DEVOLPED.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT PAYARCH-FILE ASSIGN TO "PAYARCH"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYARCH.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT DEVOLRET-FILE ASSIGN TO "DEVOLRET"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-DEVOLRET.
           SELECT DEVOL-RPT-FILE ASSIGN TO "DEVOL-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  DEVOLPED-FILE.
           COPY DEVOLPED.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  PAYARCH-FILE.
           COPY PAYLOG REPLACING ==PAYLOG-RECORD== BY ==PAYARCH-RECORD==
                         LEADING ==PL== BY ==AR==.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  DEVOLRET-FILE.
           COPY DEVOLRET.
       FD  DEVOL-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-ACORDO-ABRIU          PIC X(01) VALUES 'N'.
           88 WS-ACORDO-DISPONIVEL VALUE 'S'.
       77 WS-FS-BOLETO             PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK      VALUE '00'.
       77 WS-BOLETO-ABRIU          PIC X(01) VALUES 'N'.
           88 WS-BOLETO-DISPONIVEL VALUE 'S'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-FS-DEVOLPED           PIC X(02) VALUES '00'.
           88 WS-FS-PED-OK         VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-PAYARCH            PIC X(02) VALUES '00'.
           88 WS-FS-PAYARCH-OK     VALUE '00'.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CTT-OK         VALUE '00'.
       77 WS-FS-DEVOLRET           PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-MODO-EXECUCAO         PIC X(20) VALUES SPACES.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-PED-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-PED           VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-SUB-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-SUB           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO               PIC 9(04).
           05 WS-MES               PIC 9(02).
           05 WS-DIA               PIC 9(02).
       77 WS-DATA-VALIDA           PIC X(01) VALUES 'N'.
      *    CREDOR DO LOTE: O DA PRIMEIRA LINHA DO PEDIDO (OU DO PARM).
       77 WS-CREDOR-LOTE           PIC 9(03) VALUES ZEROS.
       77 WS-NOME-CREDOR           PIC X(30) VALUES SPACES.
       77 WS-CREDOR-OK             PIC X(01) VALUES 'N'.
           88 WS-CREDOR-VALIDO     VALUE 'S'.
       77 WS-CORTE-TRAB            PIC 9(08) VALUES ZEROS.
       77 WS-CORTE-OK              PIC X(01) VALUES 'N'.
           88 WS-CORTE-VALIDO      VALUE 'S'.
       77 WS-MOTIVO-TRAB           PIC X(20) VALUES SPACES.
       77 WS-CONTA-TRAB            PIC 9(08) VALUES ZEROS.
      *    CONTAS DO LOTE, COM O QUE SE APURA NOS LOGS PARA O ARQUIVO
      *    DE RETORNO (RECEBIDO ATE E APOS O CORTE, ULTIMO CONTATO).
       77 WS-MAX-LOTE              PIC 9(05) VALUES 5000.
       77 WS-QTDE-LOTE             PIC 9(05) VALUES ZEROS.
       77 WS-IDX-LOTE              PIC 9(05) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(05) VALUES ZEROS.
       77 WS-MENOR-CONTA           PIC 9(08) VALUES ZEROS.
       77 WS-MAIOR-CONTA           PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-FORA-LOTE        PIC 9(05) VALUES ZEROS.
       01 WS-LOTE.
           05 WS-LOTE-ENTRY OCCURS 5000.
               10 WS-LT-CONTA      PIC 9(08).
               10 WS-LT-CORTE      PIC 9(08).
               10 WS-LT-RECEB-CORTE PIC S9(09)V99.
               10 WS-LT-RECEB-APOS PIC S9(09)V99.
               10 WS-LT-CTT-DATA   PIC 9(08).
               10 WS-LT-CTT-HORA   PIC 9(08).
               10 WS-LT-CTT-RESULT PIC X(02).
      *    LINHAS DO PEDIDO RECUSADAS, DEVOLVIDAS AO CREDOR NO RETORNO.
       77 WS-MAX-REJ               PIC 9(03) VALUES 500.
       77 WS-QTDE-REJ              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-REJ               PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-REJ-FORA         PIC 9(05) VALUES ZEROS.
       01 WS-REJEITADOS.
           05 WS-REJ-ENTRY OCCURS 500.
               10 WS-RJ-CONTA      PIC 9(08).
               10 WS-RJ-CORTE      PIC 9(08).
               10 WS-RJ-MOTIVO     PIC X(20).
      *    LANCAMENTO DO PAYLOG OU DO PAYARCH EM APURACAO.
       77 WS-MOV-CONTA             PIC 9(08) VALUES ZEROS.
       77 WS-MOV-TIPO              PIC X(02) VALUES SPACES.
           88 WS-MOV-NAO-DINHEIRO  VALUES 'DS' 'CR' 'RE'.
       77 WS-MOV-VALOR             PIC S9(5)V99 VALUES ZEROS.
       77 WS-MOV-DATA              PIC 9(08) VALUES ZEROS.
       77 WS-MOV-REPASSADO         PIC X(01) VALUES SPACES.
           88 WS-MOV-JA-REPASSADO  VALUE 'S'.
       77 WS-MOV-DO-PAYLOG         PIC X(01) VALUES 'N'.
           88 WS-MOV-ABERTO        VALUE 'S'.
      *    CONTA EM DEVOLUCAO.
       77 WS-ESTADO-ANTERIOR       PIC X(10) VALUES SPACES.
       77 WS-SITUACAO-RET          PIC X(02) VALUES SPACES.
       77 WS-PARCELAS-CANCEL       PIC 9(03) VALUES ZEROS.
       77 WS-BOLETOS-CANCEL        PIC 9(03) VALUES ZEROS.
       77 WS-MARCA-NEGATIVADO      PIC X(01) VALUES 'N'.
       77 WS-MARCA-JURIDICO        PIC X(01) VALUES 'N'.
       77 WS-MARCA-PROTESTO        PIC X(01) VALUES SPACES.
       77 WS-SALDO-EDIT            PIC Z(8)9.99.
       77 WS-RECEB-EDIT            PIC Z(8)9.99-.
       77 WS-APOS-EDIT             PIC Z(8)9.99-.
       77 WS-TOTAL-EDIT            PIC Z(10)9.99-.
      *    TOTAIS DO LOTE.
       77 WS-QTDE-DEVOLVIDAS       PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-QUITADAS         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-DETALHES         PIC 9(07) VALUES ZEROS.
       77 WS-SALDO-DEVOLVIDO       PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-RECEB-CORTE     PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-RECEB-APOS      PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-A-REPASSAR      PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-PARCELAS        PIC 9(07) VALUES ZEROS.
       77 WS-TOTAL-BOLETOS         PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-NEGATIVADAS      PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-JURIDICO         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-PROTESTO         PIC 9(05) VALUES ZEROS.
      *    HISTORICO DE SITUACOES (ROTINA SITUREG).
           COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'DEVOLCAR: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CREDMAST-FILE
           IF NOT WS-FS-CRED-OK
               DISPLAY 'DEVOLCAR: CADASTRO DE CREDORES CREDMAST '
                       'INDISPONIVEL.'
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-EXECUCAO (1:6) = 'CREDOR'
               PERFORM MONTA-LOTE-PARM
           ELSE
               PERFORM MONTA-LOTE-ARQUIVO
           END-IF
           CLOSE CREDMAST-FILE
           IF WS-QTDE-LOTE = 0 AND WS-QTDE-REJ = 0
               DISPLAY 'DEVOLCAR: NENHUMA CONTA A DEVOLVER.'
               CLOSE CUSTMAST-FILE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QTDE-LOTE > 0
               PERFORM SOMA-RECEBIMENTOS
               PERFORM LOCALIZA-ULTIMO-CONTATO
           END-IF
           OPEN I-O ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-ABRIU
           ELSE
               DISPLAY 'DEVOLCAR: ARQUIVO ACORDOS INDISPONIVEL. '
                       'PARCELAS NAO CANCELADAS.'
           END-IF
           OPEN I-O BOLETO-FILE
           IF WS-FS-BOLETO-OK
               MOVE 'S' TO WS-BOLETO-ABRIU
           ELSE
               DISPLAY 'DEVOLCAR: ARQUIVO BOLETOS INDISPONIVEL. '
                       'BOLETOS NAO CANCELADOS.'
           END-IF
           OPEN OUTPUT DEVOLRET-FILE
           OPEN OUTPUT DEVOL-RPT-FILE
           PERFORM GRAVA-CABECALHOS
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-QTDE-LOTE
               PERFORM DEVOLVE-UMA-CONTA
           END-PERFORM
           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ > WS-QTDE-REJ
               PERFORM GRAVA-REJEICAO
           END-PERFORM
           PERFORM GRAVA-TRAILER-RETORNO
           PERFORM IMPRIME-TOTAIS
           CLOSE DEVOLRET-FILE
           CLOSE DEVOL-RPT-FILE
           IF WS-BOLETO-DISPONIVEL
               CLOSE BOLETO-FILE
           END-IF
           IF WS-ACORDO-DISPONIVEL
               CLOSE ACORDO-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           DISPLAY 'DEVOLCAR: CREDOR ' WS-CREDOR-LOTE
                   ' CONTAS DEVOLVIDAS: ' WS-QTDE-DEVOLVIDAS
                   ' JA QUITADAS: ' WS-QTDE-QUITADAS
                   ' REJEITADAS: ' WS-QTDE-REJ
           IF WS-QTDE-REJ > 0 OR WS-QTDE-FORA-LOTE > 0 OR
              WS-QTDE-REJ-FORA > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    CARTEIRA INTEIRA DO CODIGO: PARM 'CREDOR NNN AAAAMMDD',
      *    TRATADO COMO UMA LINHA DE PEDIDO COM CONTA ZEROS.
       MONTA-LOTE-PARM.
           IF WS-MODO-EXECUCAO (8:3) IS NUMERIC AND
              WS-MODO-EXECUCAO (12:8) IS NUMERIC
               MOVE WS-MODO-EXECUCAO (8:3) TO DV-CREDOR
               MOVE ZEROS TO DV-CONTA
               MOVE WS-MODO-EXECUCAO (12:8) TO DV-DATA-CORTE
               PERFORM AVALIA-PEDIDO
           ELSE
               DISPLAY 'DEVOLCAR: PARM INVALIDO: ' WS-MODO-EXECUCAO
                       ' (USAR CREDOR NNN AAAAMMDD).'
               CLOSE CREDMAST-FILE
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       MONTA-LOTE-ARQUIVO.
           OPEN INPUT DEVOLPED-FILE
           IF NOT WS-FS-PED-OK
               DISPLAY 'DEVOLCAR: ARQUIVO DE PEDIDOS DEVOLPED NAO '
                       'ENCONTRADO.'
           ELSE
               MOVE 'N' TO WS-PED-EOF
               PERFORM UNTIL WS-FIM-PED
                   READ DEVOLPED-FILE
                       AT END
                           MOVE 'S' TO WS-PED-EOF
                   END-READ
                   IF NOT WS-FS-PED-OK
                       MOVE 'S' TO WS-PED-EOF
                   END-IF
                   IF NOT WS-FIM-PED
                       PERFORM AVALIA-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE DEVOLPED-FILE
           END-IF.

       AVALIA-PEDIDO.
           MOVE SPACES TO WS-MOTIVO-TRAB
           MOVE ZEROS TO WS-CORTE-TRAB
           IF DV-DATA-CORTE IS NUMERIC
               MOVE DV-DATA-CORTE TO WS-CORTE-TRAB
           END-IF
           IF WS-CREDOR-LOTE = 0 AND DV-CREDOR IS NUMERIC
               MOVE DV-CREDOR TO WS-CREDOR-LOTE
               PERFORM VALIDA-CREDOR
           END-IF
           PERFORM VALIDA-CORTE
           EVALUATE TRUE
               WHEN DV-CREDOR IS NOT NUMERIC OR
                    DV-CONTA IS NOT NUMERIC OR
                    DV-DATA-CORTE IS NOT NUMERIC
                   MOVE 'LINHA INVALIDA' TO WS-MOTIVO-TRAB
               WHEN DV-CREDOR NOT = WS-CREDOR-LOTE
                   MOVE 'CREDOR FORA DO LOTE' TO WS-MOTIVO-TRAB
               WHEN WS-CREDOR-LOTE = 0
                   MOVE 'CARTEIRA PROPRIA' TO WS-MOTIVO-TRAB
               WHEN NOT WS-CREDOR-VALIDO
                   MOVE 'CREDOR SEM CADASTRO' TO WS-MOTIVO-TRAB
               WHEN NOT WS-CORTE-VALIDO
                   CONTINUE
               WHEN DV-CONTA = 0
                   PERFORM SELECIONA-CARTEIRA-CREDOR
               WHEN OTHER
                   PERFORM AVALIA-CONTA-PEDIDO
           END-EVALUATE
           IF WS-MOTIVO-TRAB NOT = SPACES
               IF DV-CONTA IS NUMERIC
                   MOVE DV-CONTA TO WS-CONTA-TRAB
               ELSE
                   MOVE ZEROS TO WS-CONTA-TRAB
               END-IF
               PERFORM ANOTA-REJEICAO
           END-IF.

       VALIDA-CREDOR.
           MOVE 'N' TO WS-CREDOR-OK
           MOVE SPACES TO WS-NOME-CREDOR
           IF WS-CREDOR-LOTE > 0
               MOVE WS-CREDOR-LOTE TO CR-CODIGO
               READ CREDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CREDOR-OK
                       MOVE CR-NOME TO WS-NOME-CREDOR
               END-READ
           END-IF.

      *    CORTE ZERADO VALE HOJE; CORTE FUTURO E RECUSADO - O CREDOR
      *    REAPRESENTA O PEDIDO NA DATA, ATE LA A COBRANCA SEGUE.
       VALIDA-CORTE.
           MOVE 'S' TO WS-CORTE-OK
           IF WS-CORTE-TRAB = 0
               MOVE WS-DATA-HOJE TO WS-CORTE-TRAB
           ELSE
               MOVE WS-CORTE-TRAB TO WS-DATA-DECOMPOSTA
               MOVE 'N' TO WS-DATA-VALIDA
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
               EVALUATE TRUE
                   WHEN WS-DATA-VALIDA NOT = 'S'
                       MOVE 'N' TO WS-CORTE-OK
                       MOVE 'DATA DE CORTE INVALIDA' TO
                            WS-MOTIVO-TRAB
                   WHEN WS-CORTE-TRAB > WS-DATA-HOJE
                       MOVE 'N' TO WS-CORTE-OK
                       MOVE 'CORTE FUTURO' TO WS-MOTIVO-TRAB
               END-EVALUATE
           END-IF.

      *    CONTA PEDIDA UMA A UMA: TEM DE SER DO CREDOR DO LOTE. A
      *    JA QUITADA ENTRA NO LOTE SO PARA SER INFORMADA NO RETORNO.
       AVALIA-CONTA-PEDIDO.
           MOVE DV-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FS-OK
                   MOVE 'CONTA INEXISTENTE' TO WS-MOTIVO-TRAB
               WHEN CM-CREDOR NOT = WS-CREDOR-LOTE
                   MOVE 'CONTA DE OUTRO CREDOR' TO WS-MOTIVO-TRAB
               WHEN CM-DEVOLVIDO
                   MOVE 'CONTA JA DEVOLVIDA' TO WS-MOTIVO-TRAB
               WHEN OTHER
                   MOVE CM-CONTA TO WS-CONTA-TRAB
                   PERFORM PROCURA-LOTE
                   IF WS-IDX-ACHADO > 0
                       MOVE 'CONTA REPETIDA' TO WS-MOTIVO-TRAB
                   ELSE
                       PERFORM INCLUI-LOTE
                   END-IF
           END-EVALUATE.

      *    CARTEIRA INTEIRA: TODA CONTA DO CREDOR AINDA EM COBRANCA
      *    OU BAIXADA PARA PREJUIZO. A JA DEVOLVIDA FICA DE FORA, O
      *    QUE PERMITE RODAR DE NOVO O MESMO PEDIDO SEM DUPLICAR.
       SELECIONA-CARTEIRA-CREDOR.
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
                   IF CM-CREDOR = WS-CREDOR-LOTE AND
                      (CM-NAO-PAGO OR CM-BAIXADO)
                       MOVE CM-CONTA TO WS-CONTA-TRAB
                       PERFORM PROCURA-LOTE
                       IF WS-IDX-ACHADO = 0
                           PERFORM INCLUI-LOTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROCURA-LOTE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-QTDE-LOTE OR
                         WS-IDX-ACHADO > 0
               IF WS-LT-CONTA (WS-IDX-LOTE) = WS-CONTA-TRAB
                   MOVE WS-IDX-LOTE TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

      *    SEM VAGA NA TABELA A CONTA FICA PARA UMA NOVA EXECUCAO DO
      *    MESMO PEDIDO (AS JA DEVOLVIDAS NAO VOLTAM AO LOTE).
       INCLUI-LOTE.
           IF WS-QTDE-LOTE < WS-MAX-LOTE
               ADD 1 TO WS-QTDE-LOTE
               MOVE WS-CONTA-TRAB TO WS-LT-CONTA (WS-QTDE-LOTE)
               MOVE WS-CORTE-TRAB TO WS-LT-CORTE (WS-QTDE-LOTE)
               MOVE ZEROS TO WS-LT-RECEB-CORTE (WS-QTDE-LOTE)
                             WS-LT-RECEB-APOS (WS-QTDE-LOTE)
                             WS-LT-CTT-DATA (WS-QTDE-LOTE)
                             WS-LT-CTT-HORA (WS-QTDE-LOTE)
               MOVE SPACES TO WS-LT-CTT-RESULT (WS-QTDE-LOTE)
               IF WS-MENOR-CONTA = 0 OR
                  WS-CONTA-TRAB < WS-MENOR-CONTA
                   MOVE WS-CONTA-TRAB TO WS-MENOR-CONTA
               END-IF
               IF WS-CONTA-TRAB > WS-MAIOR-CONTA
                   MOVE WS-CONTA-TRAB TO WS-MAIOR-CONTA
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-FORA-LOTE
               DISPLAY 'DEVOLCAR: LOTE CHEIO. CONTA ' WS-CONTA-TRAB
                       ' FICA PARA NOVA EXECUCAO DO PEDIDO.'
           END-IF.

       ANOTA-REJEICAO.
           IF WS-QTDE-REJ < WS-MAX-REJ
               ADD 1 TO WS-QTDE-REJ
               MOVE WS-CONTA-TRAB TO WS-RJ-CONTA (WS-QTDE-REJ)
               MOVE WS-CORTE-TRAB TO WS-RJ-CORTE (WS-QTDE-REJ)
               MOVE WS-MOTIVO-TRAB TO WS-RJ-MOTIVO (WS-QTDE-REJ)
           ELSE
               ADD 1 TO WS-QTDE-REJ-FORA
           END-IF
           DISPLAY 'DEVOLCAR: PEDIDO DA CONTA ' WS-CONTA-TRAB
                   ' RECUSADO: ' WS-MOTIVO-TRAB.

      *    DINHEIRO RECEBIDO NA CONTA EM TODA A HISTORIA (PAYLOG DO MES
      *    E PAYARCH DOS MESES FECHADOS), COM O MESMO CRITERIO DO
      *    REPASSE: FORA DESCONTO, SALDO CREDOR E REEMBOLSO. A DATA
      *    QUE SE COMPARA COM O CORTE E A EFETIVA DO RECEBIMENTO.
       SOMA-RECEBIMENTOS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYARCH-FILE
           IF NOT WS-FS-PAYARCH-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ PAYARCH-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PAYARCH-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE AR-CONTA TO WS-MOV-CONTA
                   MOVE AR-TIPO TO WS-MOV-TIPO
                   MOVE AR-VALOR TO WS-MOV-VALOR
                   IF AR-DATA-EFETIVA > 0
                       MOVE AR-DATA-EFETIVA TO WS-MOV-DATA
                   ELSE
                       MOVE AR-DATA-MOVIMENTO TO WS-MOV-DATA
                   END-IF
                   MOVE AR-REPASSADO TO WS-MOV-REPASSADO
                   MOVE 'N' TO WS-MOV-DO-PAYLOG
                   PERFORM ACUMULA-RECEBIMENTO
               END-IF
           END-PERFORM
           IF WS-FS-PAYARCH-OK OR WS-FS-PAYARCH = '10'
               CLOSE PAYARCH-FILE
           END-IF
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'DEVOLCAR: PAYLOG INDISPONIVEL. RECEBIMENTOS '
                       'DO MES NAO APURADOS.'
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
                   MOVE PL-CONTA TO WS-MOV-CONTA
                   MOVE PL-TIPO TO WS-MOV-TIPO
                   MOVE PL-VALOR TO WS-MOV-VALOR
                   IF PL-DATA-EFETIVA > 0
                       MOVE PL-DATA-EFETIVA TO WS-MOV-DATA
                   ELSE
                       MOVE PL-DATA-MOVIMENTO TO WS-MOV-DATA
                   END-IF
                   MOVE PL-REPASSADO TO WS-MOV-REPASSADO
                   MOVE 'S' TO WS-MOV-DO-PAYLOG
                   PERFORM ACUMULA-RECEBIMENTO
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

      *    O QUE ENTROU ATE O CORTE E AINDA NAO FOI REPASSADO E O QUE
      *    O PROXIMO REPASSE ACERTA COM O CREDOR POR ESTAS CONTAS.
       ACUMULA-RECEBIMENTO.
           IF WS-MOV-CONTA >= WS-MENOR-CONTA AND
              WS-MOV-CONTA <= WS-MAIOR-CONTA AND
              NOT WS-MOV-NAO-DINHEIRO
               MOVE WS-MOV-CONTA TO WS-CONTA-TRAB
               PERFORM PROCURA-LOTE
               IF WS-IDX-ACHADO > 0
                   IF WS-MOV-DATA <= WS-LT-CORTE (WS-IDX-ACHADO)
                       ADD WS-MOV-VALOR TO
                           WS-LT-RECEB-CORTE (WS-IDX-ACHADO)
                       IF WS-MOV-ABERTO AND
                          NOT WS-MOV-JA-REPASSADO
                           ADD WS-MOV-VALOR TO WS-TOTAL-A-REPASSAR
                       END-IF
                   ELSE
                       ADD WS-MOV-VALOR TO
                           WS-LT-RECEB-APOS (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-ULTIMO-CONTATO.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CONTATOS-FILE
           IF NOT WS-FS-CTT-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CONTATOS-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CTT-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF CN-CONTA >= WS-MENOR-CONTA AND
                      CN-CONTA <= WS-MAIOR-CONTA
                       MOVE CN-CONTA TO WS-CONTA-TRAB
                       PERFORM PROCURA-LOTE
                       IF WS-IDX-ACHADO > 0
                           PERFORM GUARDA-ULTIMO-CONTATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CTT-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF.

       GUARDA-ULTIMO-CONTATO.
           IF CN-DATA > WS-LT-CTT-DATA (WS-IDX-ACHADO) OR
              (CN-DATA = WS-LT-CTT-DATA (WS-IDX-ACHADO) AND
               CN-HORA > WS-LT-CTT-HORA (WS-IDX-ACHADO))
               MOVE CN-DATA TO WS-LT-CTT-DATA (WS-IDX-ACHADO)
               MOVE CN-HORA TO WS-LT-CTT-HORA (WS-IDX-ACHADO)
               MOVE CN-RESULTADO TO WS-LT-CTT-RESULT (WS-IDX-ACHADO)
           END-IF.

       GRAVA-CABECALHOS.
           MOVE SPACES TO DEVOLRET-RECORD
           SET DE-REG-HEADER TO TRUE
           MOVE WS-DATA-HOJE TO DE-HDR-DATA-GERACAO
           MOVE WS-CREDOR-LOTE TO DE-HDR-CREDOR
           MOVE 'DEVOLUCAO CARTEIRA' TO DE-HDR-LITERAL
           WRITE DEVOLRET-RECORD
           MOVE SPACES TO RPT-LINE
           STRING 'DEVOLUCAO DE CARTEIRA AO CREDOR EM ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CREDOR ' WS-CREDOR-LOTE ' - ' WS-NOME-CREDOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE.

      *    A CONTA AINDA EM ABERTO (OU BAIXADA) PARA A COBRANCA: ACORDO
      *    E BOLETOS CANCELADOS E MARCA DE DEVOLVIDA. A JA QUITADA SO
      *    E INFORMADA AO CREDOR.
       DEVOLVE-UMA-CONTA.
           MOVE WS-LT-CONTA (WS-IDX-LOTE) TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FS-OK
               DISPLAY 'DEVOLCAR: CONTA ' WS-LT-CONTA (WS-IDX-LOTE)
                       ' NAO RELIDA NO CADASTRO. NAO DEVOLVIDA.'
           ELSE
               MOVE CM-ESTADO-PAGTO TO WS-ESTADO-ANTERIOR
               MOVE ZEROS TO WS-PARCELAS-CANCEL WS-BOLETOS-CANCEL
               MOVE CM-NEGATIVADO TO WS-MARCA-NEGATIVADO
               MOVE CM-JURIDICO TO WS-MARCA-JURIDICO
               MOVE CM-PROTESTO TO WS-MARCA-PROTESTO
               IF CM-PAGO
                   MOVE 'QT' TO WS-SITUACAO-RET
                   ADD 1 TO WS-QTDE-QUITADAS
                   PERFORM IMPRIME-CONTA
               ELSE
                   MOVE 'DV' TO WS-SITUACAO-RET
                   PERFORM IMPRIME-CONTA
                   PERFORM CANCELA-PARCELAS-ACORDO
                   PERFORM CANCELA-BOLETOS-CONTA
                   SET CM-DEVOLVIDO TO TRUE
                   MOVE WS-DATA-HOJE TO CM-DATA-DEVOLUCAO
                   MOVE WS-LT-CORTE (WS-IDX-LOTE) TO
                        CM-DATA-CORTE-DEVOL
                   REWRITE CUSTMAST-RECORD
                   PERFORM REGISTRA-SITUACAO-ACORDO
                   PERFORM REGISTRA-SITUACAO-DEVOLUCAO
                   PERFORM ACUMULA-DEVOLVIDA
                   MOVE SPACES TO RPT-LINE
                   STRING '   PARCELAS DE ACORDO CANCELADAS: '
                          WS-PARCELAS-CANCEL
                          '  BOLETOS CANCELADOS: ' WS-BOLETOS-CANCEL
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               ADD WS-LT-RECEB-CORTE (WS-IDX-LOTE) TO
                   WS-TOTAL-RECEB-CORTE
               ADD WS-LT-RECEB-APOS (WS-IDX-LOTE) TO
                   WS-TOTAL-RECEB-APOS
               PERFORM GRAVA-RETORNO-CONTA
           END-IF.

      *    A QUEBRA DAS PARCELAS DO ACORDO E A DEVOLUCAO DA CONTA VAO
      *    PARA O HISTORICO DE SITUACOES (ROTINA SITUREG), COMO NO
      *    CANCELAMENTO DO ACORDOS: UM REGISTRO POR CONTA.
       REGISTRA-SITUACAO-ACORDO.
           IF WS-PARCELAS-CANCEL > 0
               SET SP-TIPO-ACORDO TO TRUE
               MOVE 'VIGENTE' TO SP-SITUACAO-ANTERIOR
               MOVE 'QUEBRADO' TO SP-SITUACAO-NOVA
               PERFORM CHAMA-SITUREG
           END-IF.

       REGISTRA-SITUACAO-DEVOLUCAO.
           SET SP-TIPO-DEVOLUCAO TO TRUE
           MOVE WS-ESTADO-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           PERFORM CHAMA-SITUREG.

       CHAMA-SITUREG.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           MOVE 'DEVOLCAR' TO SP-PROGRAMA
           MOVE 'DEVOLCAR' TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       ACUMULA-DEVOLVIDA.
           ADD 1 TO WS-QTDE-DEVOLVIDAS
           ADD CM-SALDO-DEVEDOR TO WS-SALDO-DEVOLVIDO
           ADD WS-PARCELAS-CANCEL TO WS-TOTAL-PARCELAS
           ADD WS-BOLETOS-CANCEL TO WS-TOTAL-BOLETOS
           IF CM-ESTA-NEGATIVADO
               ADD 1 TO WS-QTDE-NEGATIVADAS
           END-IF
           IF CM-EM-JURIDICO
               ADD 1 TO WS-QTDE-JURIDICO
           END-IF
           IF CM-EM-PROTESTO
               ADD 1 TO WS-QTDE-PROTESTO
           END-IF.

      *    MESMO CANCELAMENTO DA TELA DO ACORDOS: PARCELA QUE NAO FOI
      *    PAGA FICA QUEBRADA E SAI DA REMESSA E DO BALCAO.
       CANCELA-PARCELAS-ACORDO.
           MOVE 'N' TO WS-SUB-EOF
           IF NOT WS-ACORDO-DISPONIVEL
               MOVE 'S' TO WS-SUB-EOF
           END-IF
           MOVE CM-CONTA TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           IF NOT WS-FIM-SUB
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SUB-EOF
               END-START
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-SUB
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SUB-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
               IF NOT WS-FIM-SUB
                   IF AC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-SUB-EOF
                   ELSE
                       IF AC-ABERTA OR AC-ATRASADA
                           SET AC-QUEBRADA TO TRUE
                           REWRITE ACORDO-RECORD
                           ADD 1 TO WS-PARCELAS-CANCEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    BOLETO AINDA NO BANCO E CANCELADO NO CADASTRO E LISTADO
      *    PARA A BAIXA DO TITULO NO BANCO; SE FOR PAGO MESMO ASSIM,
      *    O RETORNO CAI NA REJEICAO (DIVIDA NAO ESTA EM ABERTO) E O
      *    DINHEIRO VAI PARA O SUSPENSO.
       CANCELA-BOLETOS-CONTA.
           MOVE 'N' TO WS-SUB-EOF
           IF NOT WS-BOLETO-DISPONIVEL
               MOVE 'S' TO WS-SUB-EOF
           END-IF
           MOVE CM-CONTA TO BO-CONTA
           MOVE LOW-VALUES TO BO-ORIGEM
           MOVE ZEROS TO BO-SEQ
           IF NOT WS-FIM-SUB
               START BOLETO-FILE KEY IS >= BO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SUB-EOF
               END-START
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-SUB
               READ BOLETO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SUB-EOF
               END-READ
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
               IF NOT WS-FIM-SUB
                   IF BO-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-SUB-EOF
                   ELSE
                       IF BO-REMETIDO
                           SET BO-CANCELADO TO TRUE
                           REWRITE BOLETO-RECORD
                           ADD 1 TO WS-BOLETOS-CANCEL
                           PERFORM IMPRIME-BOLETO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-CONTA.
           MOVE SPACES TO RPT-LINE
           IF WS-SITUACAO-RET = 'QT'
               STRING 'CONTA ' CM-CONTA ' ' CM-PRIMEIRO-NOME ' '
                      CM-SOBRENOME ' JA QUITADA - SO INFORMADA'
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'CONTA ' CM-CONTA ' ' CM-PRIMEIRO-NOME ' '
                      CM-SOBRENOME ' ' WS-ESTADO-ANTERIOR
                      ' DEVOLVIDA'
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE CM-SALDO-DEVEDOR TO WS-SALDO-EDIT
           MOVE WS-LT-RECEB-CORTE (WS-IDX-LOTE) TO WS-RECEB-EDIT
           MOVE WS-LT-RECEB-APOS (WS-IDX-LOTE) TO WS-APOS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '   SALDO ' WS-SALDO-EDIT
                  ' RECEB ATE CORTE ' WS-RECEB-EDIT
                  ' APOS ' WS-APOS-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '   CORTE ' WS-LT-CORTE (WS-IDX-LOTE)
                  ' ULT.CONTATO ' WS-LT-CTT-DATA (WS-IDX-LOTE)
                  ' ' WS-LT-CTT-RESULT (WS-IDX-LOTE)
                  '  NEG ' WS-MARCA-NEGATIVADO
                  '  JUR ' WS-MARCA-JURIDICO
                  '  PROT ' WS-MARCA-PROTESTO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       IMPRIME-BOLETO.
           MOVE BO-VALOR TO WS-SALDO-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '   BOLETO CANCELADO ' BO-ORIGEM ' ' BO-SEQ
                  ' VALOR ' WS-SALDO-EDIT
                  ' VENC ' BO-DATA-VENCIMENTO
                  ' - BAIXAR NO BANCO'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-RETORNO-CONTA.
           MOVE SPACES TO DEVOLRET-RECORD
           SET DE-REG-DETALHE TO TRUE
           MOVE WS-CREDOR-LOTE TO DE-CREDOR
           MOVE CM-CONTA TO DE-CONTA
           MOVE CM-DOCUMENTO TO DE-DOCUMENTO
           MOVE CM-NOME TO DE-NOME
           MOVE WS-SITUACAO-RET TO DE-SITUACAO
           MOVE WS-ESTADO-ANTERIOR TO DE-MOTIVO
           MOVE WS-LT-CORTE (WS-IDX-LOTE) TO DE-DATA-CORTE
           MOVE CM-SALDO-PRINCIPAL TO DE-SALDO-PRINCIPAL
           MOVE CM-SALDO-MULTA TO DE-SALDO-ENCARGOS
           MOVE CM-SALDO-DEVEDOR TO DE-SALDO-FINAL
           MOVE WS-LT-RECEB-CORTE (WS-IDX-LOTE) TO DE-RECEBIDO-CORTE
           MOVE WS-LT-RECEB-APOS (WS-IDX-LOTE) TO DE-RECEBIDO-APOS
           MOVE WS-LT-CTT-DATA (WS-IDX-LOTE) TO DE-DATA-ULT-CONTATO
           MOVE WS-LT-CTT-RESULT (WS-IDX-LOTE) TO
                DE-RESULT-ULT-CONTATO
           MOVE WS-MARCA-NEGATIVADO TO DE-NEGATIVADO
           MOVE WS-MARCA-JURIDICO TO DE-JURIDICO
           MOVE WS-MARCA-PROTESTO TO DE-PROTESTO
           MOVE WS-PARCELAS-CANCEL TO DE-PARCELAS-CANCEL
           MOVE WS-BOLETOS-CANCEL TO DE-BOLETOS-CANCEL
           WRITE DEVOLRET-RECORD
           ADD 1 TO WS-QTDE-DETALHES.

      *    A LINHA RECUSADA VOLTA AO CREDOR SO COM A CONTA E O MOTIVO:
      *    NENHUM DADO DE CONTA DE OUTRO CREDOR SAI NO ARQUIVO.
       GRAVA-REJEICAO.
           MOVE SPACES TO DEVOLRET-RECORD
           SET DE-REG-DETALHE TO TRUE
           MOVE WS-CREDOR-LOTE TO DE-CREDOR
           MOVE WS-RJ-CONTA (WS-IDX-REJ) TO DE-CONTA
           SET DE-REJEITADA TO TRUE
           MOVE WS-RJ-MOTIVO (WS-IDX-REJ) TO DE-MOTIVO
           MOVE WS-RJ-CORTE (WS-IDX-REJ) TO DE-DATA-CORTE
           MOVE ZEROS TO DE-SALDO-PRINCIPAL DE-SALDO-ENCARGOS
                         DE-SALDO-FINAL DE-RECEBIDO-CORTE
                         DE-RECEBIDO-APOS DE-DATA-ULT-CONTATO
                         DE-PARCELAS-CANCEL DE-BOLETOS-CANCEL
           WRITE DEVOLRET-RECORD
           ADD 1 TO WS-QTDE-DETALHES
           MOVE SPACES TO RPT-LINE
           STRING 'RECUSADO: CONTA ' WS-RJ-CONTA (WS-IDX-REJ)
                  ' CORTE ' WS-RJ-CORTE (WS-IDX-REJ)
                  ' - ' WS-RJ-MOTIVO (WS-IDX-REJ)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-TRAILER-RETORNO.
           MOVE SPACES TO DEVOLRET-RECORD
           SET DE-REG-TRAILER TO TRUE
           MOVE WS-QTDE-DETALHES TO DE-TRL-QTDE
           MOVE WS-SALDO-DEVOLVIDO TO DE-TRL-SALDO-TOTAL
           COMPUTE DE-TRL-RECEBIDO-TOTAL =
               WS-TOTAL-RECEB-CORTE + WS-TOTAL-RECEB-APOS
           WRITE DEVOLRET-RECORD.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SALDO-DEVOLVIDO TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'CONTAS DEVOLVIDAS: ' WS-QTDE-DEVOLVIDAS
                  '  SALDO DEVOLVIDO: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTAS JA QUITADAS INFORMADAS: ' WS-QTDE-QUITADAS
                  '  PEDIDOS RECUSADOS: ' WS-QTDE-REJ
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-QTDE-FORA-LOTE > 0 OR WS-QTDE-REJ-FORA > 0
               MOVE SPACES TO RPT-LINE
               STRING 'FORA DESTA EXECUCAO (TABELA CHEIA): '
                      WS-QTDE-FORA-LOTE ' CONTAS, '
                      WS-QTDE-REJ-FORA ' RECUSAS - RODAR DE NOVO'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-TOTAL-RECEB-CORTE TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'RECEBIDO ATE O CORTE: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-A-REPASSAR TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '  DOS QUAIS AINDA NAO REPASSADOS: ' WS-TOTAL-EDIT
                  ' (PROXIMO REPASSE)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-RECEB-APOS TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'RECEBIDO APOS O CORTE: ' WS-TOTAL-EDIT
                  ' (CONFERIR COM O CREDOR)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PARCELAS DE ACORDO CANCELADAS: ' WS-TOTAL-PARCELAS
                  '  BOLETOS CANCELADOS: ' WS-TOTAL-BOLETOS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REMOCOES DE NEGATIVACAO A ENVIAR: '
                  WS-QTDE-NEGATIVADAS
                  '  DEVOLUCOES AO ESCRITORIO: ' WS-QTDE-JURIDICO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TITULOS EM PROTESTO (TRATAR COM O CREDOR): '
                  WS-QTDE-PROTESTO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CONFERIDO POR: ____________________  DATA: __/__/____'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APROVADO (GERENCIA): ______________  DATA: __/__/____'
               TO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM DEVOLCAR.

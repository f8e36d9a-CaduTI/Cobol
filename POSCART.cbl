      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:POSICAO MENSAL DE CARTEIRA POR CREDOR, ATE HOJE MONTADA
      *         EM PLANILHA COM O AGING E O DEMONSTRATIVO DO REPASSE A
      *         CADA PEDIDO DE CREDOR. GRAVA O ARQUIVO DELIMITADO POR
      *         '|' POSCART COM UM BLOCO POR CREDOR (CM-CREDOR; 000 =
      *         CARTEIRA PROPRIA), EM ORDEM DE CODIGO, QUE A
      *         TRANSMISSAO SEPARA EM UM ARQUIVO POR CREDOR:
      *           H|CREDOR|NOME|MES|DATA GERACAO
      *           D|CREDOR|CONTA|DIVIDA|DOCUMENTO|NOME|VALOR ORIGINAL|
      *             SALDO PRINCIPAL|SALDO MULTA|SALDO|VENCIMENTO|FAIXA
      *             DE ATRASO|SITUACAO|EM ACORDO|EM JURIDICO|
      *             NEGATIVADA|CONTESTADA|ULTIMO PAGAMENTO|ULTIMO
      *             CONTATO|RESULTADO|PARCELAS ABERTAS|VALOR PARCELAS
      *           T|CREDOR|CONTAS|LINHAS|TOTAL ORIGINAL|PRINCIPAL|
      *             MULTA|SALDO DAS CONTAS|A VENCER|ATE 30|31-60|
      *             61-90|91-120|MAIS DE 120|CONTAS EM ACORDO|VALOR
      *             PARCELAS|COBRADO NO MES|REPASSADO|A REPASSAR|
      *             DESCONTOS NO MES
      *         UMA LINHA D POR DIVIDA (DEBTMAST) OU UMA SO, DIVIDA 00,
      *         NA CONTA DE DIVIDA UNICA; OS DADOS DE ACORDO, CONTATO E
      *         PAGAMENTO SAO DA CONTA E SE REPETEM NAS LINHAS DELA. O
      *         SALDO DAS CONTAS DO TRAILER E A SOMA DE CM-SALDO-
      *         DEVEDOR, COMO NO ROLLFWD; O COBRADO NO MES E O MESMO
      *         CRITERIO DO REPASSE (PAYLOG E PAYARCH DO MES, FORA
      *         DESCONTO, SALDO CREDOR E REEMBOLSO). NO FIM, A LINHA
      *           G|CREDORES|SALDO GERAL|COBRADO GERAL
      *         FECHA COM O FECHAMENTO REAL DO ROLLFWD DO MESMO MES. O
      *         RESUMO POR CREDOR SAI NO POSC-RPT. RODAR NO FECHAMENTO
      *         MENSAL (JOB COBMES), DEPOIS DO ROLLFWD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCART.
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
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DI-CHAVE
               FILE STATUS WS-FS-DISPUTA.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT PAYARCH-FILE ASSIGN TO "PAYARCH"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYARCH.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT POSCART-FILE ASSIGN TO "POSCART"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-POSCART.
           SELECT POSC-RPT-FILE ASSIGN TO "POSC-RPT"
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
       FD  DISPUTA-FILE.
           COPY DISPUTA.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  PAYARCH-FILE.
           COPY PAYLOG REPLACING ==PAYLOG-RECORD== BY ==PAYARCH-RECORD==
                         LEADING ==PL== BY ==AR==.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  POSCART-FILE.
       01 POS-LINE                 PIC X(400).
       FD  POSC-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-DEBT-ABRIU            PIC X(01) VALUES 'N'.
           88 WS-DEBT-DISPONIVEL   VALUE 'S'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-ACORDO-ABRIU          PIC X(01) VALUES 'N'.
           88 WS-ACORDO-DISPONIVEL VALUE 'S'.
       77 WS-FS-DISPUTA            PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK     VALUE '00'.
       77 WS-DISPUTA-ABRIU         PIC X(01) VALUES 'N'.
           88 WS-DISPUTA-DISPONIVEL VALUE 'S'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-PAYARCH            PIC X(02) VALUES '00'.
           88 WS-FS-PAYARCH-OK     VALUE '00'.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CTT-OK         VALUE '00'.
       77 WS-FS-POSCART            PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-SUB-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-SUB           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-MES-PROCESSO          PIC 9(06) VALUES ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
      *    CREDORES DA CARTEIRA, EM ORDEM DE CODIGO, COM O DINHEIRO DO
      *    MES APURADO NOS LOGS PELO CRITERIO DO REPASSE.
       77 WS-MAX-CRED              PIC 9(03) VALUES 100.
       77 WS-QTDE-CRED             PIC 9(03) VALUES ZEROS.
       77 WS-IDX-CRED              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-CRED-ACHADO       PIC 9(03) VALUES ZEROS.
       77 WS-IDX-INSERE            PIC 9(03) VALUES ZEROS.
       77 WS-IDX-DESTINO           PIC 9(03) VALUES ZEROS.
       77 WS-CRED-PROCURA          PIC 9(03) VALUES ZEROS.
       77 WS-CRED-TRANSBORDOU      PIC X(01) VALUES 'N'.
           88 WS-CRED-CHEIA        VALUE 'S'.
       01 WS-TAB-CREDORES.
           05 WS-CRED-ENTRY OCCURS 100.
               10 WS-CRED-CODIGO   PIC 9(03).
               10 WS-CRED-NOME     PIC X(30).
               10 WS-CRED-COBRADO  PIC S9(11)V99.
               10 WS-CRED-REPASSADO PIC S9(11)V99.
               10 WS-CRED-DESCONTOS PIC S9(11)V99.
      *    ULTIMO PAGAMENTO E ULTIMO CONTATO POR CONTA, LEVANTADOS DOS
      *    LOGS ANTES DAS VARREDURAS, COMO NO ARQCAD.
       77 WS-MAX-CONTAS            PIC 9(05) VALUES 5000.
       77 WS-QTDE-CONTAS           PIC 9(05) VALUES ZEROS.
       77 WS-IDX                   PIC 9(05) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(05) VALUES ZEROS.
       77 WS-CONTA-PROCURA         PIC 9(08) VALUES ZEROS.
       77 WS-TAB-TRANSBORDOU       PIC X(01) VALUES 'N'.
           88 WS-TAB-CHEIA         VALUE 'S'.
       01 WS-TAB-CONTAS.
           05 WS-CT-ENTRY OCCURS 5000.
               10 WS-CT-CONTA      PIC 9(08).
               10 WS-CT-ULT-PAGTO  PIC 9(08).
               10 WS-CT-CTT-DATA   PIC 9(08).
               10 WS-CT-CTT-HORA   PIC 9(08).
               10 WS-CT-CTT-RESULT PIC X(02).
      *    LANCAMENTO DO PAYLOG OU DO PAYARCH EM APURACAO.
       77 WS-MOV-CONTA             PIC 9(08) VALUES ZEROS.
       77 WS-MOV-CREDOR            PIC 9(03) VALUES ZEROS.
       77 WS-MOV-TIPO              PIC X(02) VALUES SPACES.
           88 WS-MOV-DESCONTO      VALUE 'DS'.
           88 WS-MOV-SALDO-CREDOR  VALUES 'CR' 'RE'.
           88 WS-MOV-RECEBIMENTO   VALUES 'PG' 'RC' 'EP'.
       77 WS-MOV-VALOR             PIC S9(5)V99 VALUES ZEROS.
       77 WS-MOV-DATA              PIC 9(08) VALUES ZEROS.
       77 WS-MOV-DATA-EFETIVA      PIC 9(08) VALUES ZEROS.
       77 WS-MOV-REPASSADO         PIC X(01) VALUES SPACES.
           88 WS-MOV-JA-REPASSADO  VALUE 'S'.
       77 WS-MES-MOVIMENTO         PIC 9(06) VALUES ZEROS.
      *    FAIXAS DE ATRASO DO AGEREPT, MAIS A DIVIDA AINDA NO PRAZO.
       01 WS-NOMES-FAIXAS.
           05 FILLER               PIC X(12) VALUE 'A VENCER'.
           05 FILLER               PIC X(12) VALUE 'ATE 30 DIAS'.
           05 FILLER               PIC X(12) VALUE '31 A 60'.
           05 FILLER               PIC X(12) VALUE '61 A 90'.
           05 FILLER               PIC X(12) VALUE '91 A 120'.
           05 FILLER               PIC X(12) VALUE 'MAIS DE 120'.
       01 WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA        PIC X(12) OCCURS 6.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
      *    CONTA EM GRAVACAO.
       77 WS-CONTA-DETALHADA       PIC X(01) VALUES 'N'.
           88 WS-TEM-DETALHE       VALUE 'S'.
       77 WS-LIN-SEQ               PIC 9(02) VALUES ZEROS.
       77 WS-LIN-ORIGINAL          PIC S9(7)V99 VALUES ZEROS.
       77 WS-LIN-PRINCIPAL         PIC S9(7)V99 VALUES ZEROS.
       77 WS-LIN-MULTA             PIC S9(7)V99 VALUES ZEROS.
       77 WS-LIN-SALDO             PIC S9(7)V99 VALUES ZEROS.
       77 WS-LIN-VENCIMENTO        PIC 9(08) VALUES ZEROS.
       77 WS-LIN-SITUACAO          PIC X(10) VALUES SPACES.
           88 WS-LIN-EM-ABERTO     VALUE 'NAO PAGO'.
       77 WS-LIN-FAIXA             PIC X(12) VALUES SPACES.
       77 WS-LIN-CONTESTADA        PIC X(01) VALUES 'N'.
       77 WS-CTA-ACORDO            PIC X(01) VALUES 'N'.
           88 WS-CTA-EM-ACORDO     VALUE 'S'.
       77 WS-CTA-JURIDICO          PIC X(01) VALUES 'N'.
       77 WS-CTA-NEGATIVADA        PIC X(01) VALUES 'N'.
       77 WS-CTA-PARCELAS          PIC 9(03) VALUES ZEROS.
       77 WS-CTA-VALOR-PARCELAS    PIC S9(7)V99 VALUES ZEROS.
       77 WS-CTA-ULT-PAGTO         PIC 9(08) VALUES ZEROS.
       77 WS-CTA-CTT-DATA          PIC 9(08) VALUES ZEROS.
       77 WS-CTA-CTT-RESULT        PIC X(02) VALUES SPACES.
      *    CAMPOS TEXTO DA LINHA DELIMITADA.
       77 WS-ORIGINAL-TXT          PIC -9(07).99.
       77 WS-PRINCIPAL-TXT         PIC -9(07).99.
       77 WS-MULTA-TXT             PIC -9(07).99.
       77 WS-SALDO-TXT             PIC -9(07).99.
       77 WS-PARCELAS-TXT          PIC -9(07).99.
       77 WS-TOTAL-TXT             PIC -9(11).99.
       77 WS-PTR-POS               PIC 9(03) VALUES 1.
      *    TOTAIS DO CREDOR EM GRAVACAO.
       77 WS-TOT-CONTAS            PIC 9(07) VALUES ZEROS.
       77 WS-TOT-LINHAS            PIC 9(07) VALUES ZEROS.
       77 WS-TOT-ORIGINAL          PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOT-PRINCIPAL         PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOT-MULTA             PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOT-SALDO-CONTAS      PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOT-CONTAS-ACORDO     PIC 9(07) VALUES ZEROS.
       77 WS-TOT-VALOR-PARCELAS    PIC S9(11)V99 VALUES ZEROS.
       77 WS-A-REPASSAR            PIC S9(11)V99 VALUES ZEROS.
       01 WS-TOT-FAIXAS.
           05 WS-TOT-FAIXA         PIC S9(11)V99 OCCURS 6.
      *    TOTAIS GERAIS (LINHA G), QUE FECHAM COM O ROLLFWD.
       77 WS-GER-CONTAS            PIC 9(07) VALUES ZEROS.
       77 WS-GER-SALDO             PIC S9(13)V99 VALUES ZEROS.
       77 WS-GER-COBRADO           PIC S9(13)V99 VALUES ZEROS.
       77 WS-GER-SALDO-TXT         PIC -9(13).99.
       77 WS-GER-COBRADO-TXT       PIC -9(13).99.
       77 WS-EDIT-VALOR            PIC Z(10)9.99-.
       77 WS-EDIT-VALOR-2          PIC Z(10)9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-PROCESSO
           INITIALIZE WS-TAB-CREDORES WS-TAB-CONTAS
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'POSCART: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEVANTA-CREDORES
           PERFORM APURA-PAYARCH
           PERFORM APURA-PAYLOG
           PERFORM APURA-CONTATOS
           PERFORM COMPLETA-NOMES-CREDORES
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-ABRIU
           END-IF
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-ABRIU
           END-IF
           OPEN INPUT DISPUTA-FILE
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-DISPUTA-ABRIU
           END-IF
           OPEN OUTPUT POSCART-FILE
           OPEN OUTPUT POSC-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'POSICAO DE CARTEIRA POR CREDOR - MES '
                  WS-MES-PROCESSO ' (GERADA EM ' WS-DATA-HOJE ')'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               PERFORM GERA-BLOCO-CREDOR
           END-PERFORM
           PERFORM GRAVA-TOTAL-GERAL
           CLOSE POSCART-FILE
           CLOSE POSC-RPT-FILE
           IF WS-DISPUTA-DISPONIVEL
               CLOSE DISPUTA-FILE
           END-IF
           IF WS-ACORDO-DISPONIVEL
               CLOSE ACORDO-FILE
           END-IF
           IF WS-DEBT-DISPONIVEL
               CLOSE DEBTMAST-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           DISPLAY 'POSCART: MES ' WS-MES-PROCESSO
                   ' CREDORES: ' WS-QTDE-CRED
                   ' CONTAS: ' WS-GER-CONTAS
                   ' SALDO: ' WS-GER-SALDO
           IF WS-TAB-CHEIA OR WS-CRED-CHEIA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    PRIMEIRA PASSADA NO CADASTRO: SO OS CODIGOS DE CREDOR QUE
      *    TEM CONTA, PARA CADA UM GANHAR O SEU BLOCO.
       LEVANTA-CREDORES.
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
                   MOVE CM-CREDOR TO WS-CRED-PROCURA
                   PERFORM ACHA-CREDOR
               END-IF
           END-PERFORM.

      *    TABELA MANTIDA EM ORDEM DE CODIGO: O CREDOR NOVO ENTRA NO
      *    SEU LUGAR E OS MAIORES DESCEM UMA POSICAO.
       ACHA-CREDOR.
           MOVE ZEROS TO WS-IDX-CRED-ACHADO WS-IDX-INSERE
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED OR
                         WS-IDX-CRED-ACHADO > 0 OR
                         WS-IDX-INSERE > 0
               EVALUATE TRUE
                   WHEN WS-CRED-CODIGO (WS-IDX-CRED) = WS-CRED-PROCURA
                       MOVE WS-IDX-CRED TO WS-IDX-CRED-ACHADO
                   WHEN WS-CRED-CODIGO (WS-IDX-CRED) > WS-CRED-PROCURA
                       MOVE WS-IDX-CRED TO WS-IDX-INSERE
               END-EVALUATE
           END-PERFORM
           IF WS-IDX-CRED-ACHADO = 0
               IF WS-QTDE-CRED < WS-MAX-CRED
                   IF WS-IDX-INSERE = 0
                       COMPUTE WS-IDX-INSERE = WS-QTDE-CRED + 1
                   END-IF
                   PERFORM VARYING WS-IDX-CRED FROM WS-QTDE-CRED BY -1
                           UNTIL WS-IDX-CRED < WS-IDX-INSERE
                       COMPUTE WS-IDX-DESTINO = WS-IDX-CRED + 1
                       MOVE WS-CRED-ENTRY (WS-IDX-CRED) TO
                            WS-CRED-ENTRY (WS-IDX-DESTINO)
                   END-PERFORM
                   ADD 1 TO WS-QTDE-CRED
                   MOVE WS-IDX-INSERE TO WS-IDX-CRED-ACHADO
                   INITIALIZE WS-CRED-ENTRY (WS-IDX-CRED-ACHADO)
                   MOVE WS-CRED-PROCURA TO
                        WS-CRED-CODIGO (WS-IDX-CRED-ACHADO)
               ELSE
                   IF NOT WS-CRED-CHEIA
                       DISPLAY 'POSCART: TABELA DE CREDORES CHEIA. '
                               'CREDOR ' WS-CRED-PROCURA
                               ' FORA DA POSICAO.'
                   END-IF
                   MOVE 'S' TO WS-CRED-TRANSBORDOU
               END-IF
           END-IF.

       APURA-PAYARCH.
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
                   MOVE AR-CREDOR TO WS-MOV-CREDOR
                   MOVE AR-TIPO TO WS-MOV-TIPO
                   MOVE AR-VALOR TO WS-MOV-VALOR
                   MOVE AR-DATA-MOVIMENTO TO WS-MOV-DATA
                   MOVE AR-DATA-EFETIVA TO WS-MOV-DATA-EFETIVA
                   MOVE AR-REPASSADO TO WS-MOV-REPASSADO
                   PERFORM CLASSIFICA-LANCAMENTO
               END-IF
           END-PERFORM
           IF WS-FS-PAYARCH-OK OR WS-FS-PAYARCH = '10'
               CLOSE PAYARCH-FILE
           END-IF.

       APURA-PAYLOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'POSCART: PAYLOG INDISPONIVEL. COBRADO DO MES '
                       'SO COM O ARQUIVO.'
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
                   MOVE PL-CREDOR TO WS-MOV-CREDOR
                   MOVE PL-TIPO TO WS-MOV-TIPO
                   MOVE PL-VALOR TO WS-MOV-VALOR
                   MOVE PL-DATA-MOVIMENTO TO WS-MOV-DATA
                   MOVE PL-DATA-EFETIVA TO WS-MOV-DATA-EFETIVA
                   MOVE PL-REPASSADO TO WS-MOV-REPASSADO
                   PERFORM CLASSIFICA-LANCAMENTO
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

      *    DINHEIRO DO MES POR CREDOR COM O CRITERIO DO REPASSE (O
      *    ESTORNO ENTRA NEGATIVO) E ULTIMO RECEBIMENTO POR CONTA.
       CLASSIFICA-LANCAMENTO.
           MOVE WS-MOV-DATA (1:6) TO WS-MES-MOVIMENTO
           IF WS-MES-MOVIMENTO = WS-MES-PROCESSO AND
              NOT WS-MOV-SALDO-CREDOR
               MOVE WS-MOV-CREDOR TO WS-CRED-PROCURA
               PERFORM ACHA-CREDOR
               IF WS-IDX-CRED-ACHADO > 0
                   IF WS-MOV-DESCONTO
                       ADD WS-MOV-VALOR TO
                           WS-CRED-DESCONTOS (WS-IDX-CRED-ACHADO)
                   ELSE
                       ADD WS-MOV-VALOR TO
                           WS-CRED-COBRADO (WS-IDX-CRED-ACHADO)
                       IF WS-MOV-JA-REPASSADO
                           ADD WS-MOV-VALOR TO
                               WS-CRED-REPASSADO (WS-IDX-CRED-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MOV-RECEBIMENTO
               MOVE WS-MOV-CONTA TO WS-CONTA-PROCURA
               PERFORM ACHA-CONTA
               IF WS-IDX-ACHADO > 0
                   IF WS-MOV-DATA-EFETIVA = 0
                       MOVE WS-MOV-DATA TO WS-MOV-DATA-EFETIVA
                   END-IF
                   IF WS-MOV-DATA-EFETIVA >
                      WS-CT-ULT-PAGTO (WS-IDX-ACHADO)
                       MOVE WS-MOV-DATA-EFETIVA TO
                            WS-CT-ULT-PAGTO (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       APURA-CONTATOS.
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
                   MOVE CN-CONTA TO WS-CONTA-PROCURA
                   PERFORM ACHA-CONTA
                   IF WS-IDX-ACHADO > 0
                       IF CN-DATA > WS-CT-CTT-DATA (WS-IDX-ACHADO) OR
                          (CN-DATA = WS-CT-CTT-DATA (WS-IDX-ACHADO)
                           AND CN-HORA > WS-CT-CTT-HORA (WS-IDX-ACHADO))
                           MOVE CN-DATA TO
                                WS-CT-CTT-DATA (WS-IDX-ACHADO)
                           MOVE CN-HORA TO
                                WS-CT-CTT-HORA (WS-IDX-ACHADO)
                           MOVE CN-RESULTADO TO
                                WS-CT-CTT-RESULT (WS-IDX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CTT-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF.

      *    SEM VAGA NA TABELA A CONTA SAI NA POSICAO SEM ULTIMO
      *    PAGAMENTO E SEM ULTIMO CONTATO (AVISO NO RESUMO, RC 4).
       ACHA-CONTA.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CONTAS OR WS-IDX-ACHADO > 0
               IF WS-CT-CONTA (WS-IDX) = WS-CONTA-PROCURA
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               IF WS-QTDE-CONTAS < WS-MAX-CONTAS
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE WS-QTDE-CONTAS TO WS-IDX-ACHADO
                   MOVE WS-CONTA-PROCURA TO
                        WS-CT-CONTA (WS-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO WS-TAB-TRANSBORDOU
               END-IF
           END-IF.

       COMPLETA-NOMES-CREDORES.
           OPEN INPUT CREDMAST-FILE
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               IF WS-CRED-CODIGO (WS-IDX-CRED) = 0
                   MOVE 'CARTEIRA PROPRIA' TO
                        WS-CRED-NOME (WS-IDX-CRED)
               ELSE
                   MOVE 'CREDOR SEM CADASTRO' TO
                        WS-CRED-NOME (WS-IDX-CRED)
                   IF WS-FS-CRED-OK OR WS-FS-CREDMAST = '23'
                       MOVE WS-CRED-CODIGO (WS-IDX-CRED) TO CR-CODIGO
                       READ CREDMAST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CR-NOME TO
                                    WS-CRED-NOME (WS-IDX-CRED)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CRED-OK OR WS-FS-CREDMAST = '23'
               CLOSE CREDMAST-FILE
           END-IF.

      *    UMA PASSADA NO CADASTRO POR CREDOR: O BLOCO SAI INTEIRO,
      *    CABECALHO, CONTAS E TRAILER, PRONTO PARA SER SEPARADO.
       GERA-BLOCO-CREDOR.
           MOVE ZEROS TO WS-TOT-CONTAS WS-TOT-LINHAS WS-TOT-ORIGINAL
                         WS-TOT-PRINCIPAL WS-TOT-MULTA
                         WS-TOT-SALDO-CONTAS WS-TOT-CONTAS-ACORDO
                         WS-TOT-VALOR-PARCELAS
           INITIALIZE WS-TOT-FAIXAS
           MOVE SPACES TO POS-LINE
           STRING 'H|' WS-CRED-CODIGO (WS-IDX-CRED)
                  '|' WS-CRED-NOME (WS-IDX-CRED)
                  '|' WS-MES-PROCESSO
                  '|' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO POS-LINE
           WRITE POS-LINE
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
                   IF CM-CREDOR = WS-CRED-CODIGO (WS-IDX-CRED)
                       PERFORM GRAVA-POSICAO-CONTA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM GRAVA-TRAILER-CREDOR
           PERFORM IMPRIME-RESUMO-CREDOR
           ADD WS-TOT-CONTAS TO WS-GER-CONTAS
           ADD WS-TOT-SALDO-CONTAS TO WS-GER-SALDO
           ADD WS-CRED-COBRADO (WS-IDX-CRED) TO WS-GER-COBRADO.

       GRAVA-POSICAO-CONTA.
           ADD 1 TO WS-TOT-CONTAS
           ADD CM-SALDO-DEVEDOR TO WS-TOT-SALDO-CONTAS
           PERFORM LEVANTA-DADOS-CONTA
           MOVE 'N' TO WS-CONTA-DETALHADA
           MOVE 'N' TO WS-SUB-EOF
           IF NOT WS-DEBT-DISPONIVEL
               MOVE 'S' TO WS-SUB-EOF
           END-IF
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           IF NOT WS-FIM-SUB
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SUB-EOF
               END-START
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-SUB
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SUB-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
               IF NOT WS-FIM-SUB
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-SUB-EOF
                   ELSE
                       MOVE 'S' TO WS-CONTA-DETALHADA
                       MOVE DB-SEQ TO WS-LIN-SEQ
                       MOVE DB-VALOR-ORIGINAL TO WS-LIN-ORIGINAL
                       MOVE DB-SALDO-PRINCIPAL TO WS-LIN-PRINCIPAL
                       MOVE DB-SALDO-MULTA TO WS-LIN-MULTA
                       MOVE DB-SALDO-DEVEDOR TO WS-LIN-SALDO
                       MOVE DB-DATA-VENCIMENTO TO WS-LIN-VENCIMENTO
                       MOVE DB-ESTADO-PAGTO TO WS-LIN-SITUACAO
                       PERFORM GRAVA-LINHA-DIVIDA
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-TEM-DETALHE
               MOVE ZEROS TO WS-LIN-SEQ
               MOVE CM-VALOR-ORIGINAL TO WS-LIN-ORIGINAL
               MOVE CM-SALDO-PRINCIPAL TO WS-LIN-PRINCIPAL
               MOVE CM-SALDO-MULTA TO WS-LIN-MULTA
               MOVE CM-SALDO-DEVEDOR TO WS-LIN-SALDO
               MOVE CM-DATA-VENCIMENTO TO WS-LIN-VENCIMENTO
               MOVE CM-ESTADO-PAGTO TO WS-LIN-SITUACAO
               PERFORM GRAVA-LINHA-DIVIDA
           END-IF.

      *    DADOS DA CONTA QUE SE REPETEM EM TODAS AS LINHAS DELA.
       LEVANTA-DADOS-CONTA.
           MOVE 'N' TO WS-CTA-ACORDO WS-CTA-JURIDICO WS-CTA-NEGATIVADA
           MOVE ZEROS TO WS-CTA-PARCELAS WS-CTA-VALOR-PARCELAS
                         WS-CTA-ULT-PAGTO WS-CTA-CTT-DATA
           MOVE SPACES TO WS-CTA-CTT-RESULT
           IF CM-EM-JURIDICO
               MOVE 'S' TO WS-CTA-JURIDICO
           END-IF
           IF CM-ESTA-NEGATIVADO
               MOVE 'S' TO WS-CTA-NEGATIVADA
           END-IF
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CONTAS OR WS-IDX-ACHADO > 0
               IF WS-CT-CONTA (WS-IDX) = CM-CONTA
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO > 0
               MOVE WS-CT-ULT-PAGTO (WS-IDX-ACHADO) TO WS-CTA-ULT-PAGTO
               MOVE WS-CT-CTT-DATA (WS-IDX-ACHADO) TO WS-CTA-CTT-DATA
               MOVE WS-CT-CTT-RESULT (WS-IDX-ACHADO) TO
                    WS-CTA-CTT-RESULT
           END-IF
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
                           ADD 1 TO WS-CTA-PARCELAS
                           ADD AC-VALOR TO WS-CTA-VALOR-PARCELAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CTA-PARCELAS > 0
               MOVE 'S' TO WS-CTA-ACORDO
               ADD 1 TO WS-TOT-CONTAS-ACORDO
               ADD WS-CTA-VALOR-PARCELAS TO WS-TOT-VALOR-PARCELAS
           END-IF.

      *    A CONTA DEVOLVIDA AO CREDOR SAI COMO DEVOLVIDA EM TODAS AS
      *    LINHAS; SO A DIVIDA EM ABERTO GANHA FAIXA DE ATRASO.
       GRAVA-LINHA-DIVIDA.
           IF CM-DEVOLVIDO
               MOVE CM-ESTADO-PAGTO TO WS-LIN-SITUACAO
           END-IF
           MOVE SPACES TO WS-LIN-FAIXA
           IF WS-LIN-EM-ABERTO
               PERFORM CLASSIFICA-FAIXA
           END-IF
           PERFORM VERIFICA-CONTESTACAO
           ADD 1 TO WS-TOT-LINHAS
           ADD WS-LIN-ORIGINAL TO WS-TOT-ORIGINAL
           ADD WS-LIN-PRINCIPAL TO WS-TOT-PRINCIPAL
           ADD WS-LIN-MULTA TO WS-TOT-MULTA
           MOVE WS-LIN-ORIGINAL TO WS-ORIGINAL-TXT
           MOVE WS-LIN-PRINCIPAL TO WS-PRINCIPAL-TXT
           MOVE WS-LIN-MULTA TO WS-MULTA-TXT
           MOVE WS-LIN-SALDO TO WS-SALDO-TXT
           MOVE WS-CTA-VALOR-PARCELAS TO WS-PARCELAS-TXT
           MOVE SPACES TO POS-LINE
           STRING 'D|' CM-CREDOR
                  '|' CM-CONTA
                  '|' WS-LIN-SEQ
                  '|' CM-DOCUMENTO
                  '|' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  '|' WS-ORIGINAL-TXT
                  '|' WS-PRINCIPAL-TXT
                  '|' WS-MULTA-TXT
                  '|' WS-SALDO-TXT
                  '|' WS-LIN-VENCIMENTO
                  '|' WS-LIN-FAIXA
                  '|' WS-LIN-SITUACAO
                  '|' WS-CTA-ACORDO
                  '|' WS-CTA-JURIDICO
                  '|' WS-CTA-NEGATIVADA
                  '|' WS-LIN-CONTESTADA
                  '|' WS-CTA-ULT-PAGTO
                  '|' WS-CTA-CTT-DATA
                  '|' WS-CTA-CTT-RESULT
                  '|' WS-CTA-PARCELAS
                  '|' WS-PARCELAS-TXT
                  DELIMITED BY SIZE INTO POS-LINE
           WRITE POS-LINE.

       CLASSIFICA-FAIXA.
           IF WS-LIN-VENCIMENTO >= WS-DATA-HOJE
               MOVE 1 TO WS-IDX-FAIXA
           ELSE
               CALL 'DATEDIF' USING WS-LIN-VENCIMENTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               EVALUATE TRUE
                   WHEN WS-DATAS-VALIDAS NOT = 'S'
                       MOVE 6 TO WS-IDX-FAIXA
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
           MOVE WS-NOME-FAIXA (WS-IDX-FAIXA) TO WS-LIN-FAIXA
           ADD WS-LIN-SALDO TO WS-TOT-FAIXA (WS-IDX-FAIXA).

      *    CONTESTACAO ABERTA NA PROPRIA DIVIDA OU NA CONTA TODA
      *    (SEQUENCIA 00).
       VERIFICA-CONTESTACAO.
           MOVE 'N' TO WS-LIN-CONTESTADA
           IF WS-DISPUTA-DISPONIVEL
               MOVE CM-CONTA TO DI-CONTA
               MOVE WS-LIN-SEQ TO DI-SEQ-DIVIDA
               READ DISPUTA-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-DISPUTA-OK AND DI-ABERTA
                   MOVE 'S' TO WS-LIN-CONTESTADA
               END-IF
               IF WS-LIN-CONTESTADA = 'N' AND WS-LIN-SEQ > 0
                   MOVE CM-CONTA TO DI-CONTA
                   MOVE ZEROS TO DI-SEQ-DIVIDA
                   READ DISPUTA-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-DISPUTA-OK AND DI-ABERTA
                       MOVE 'S' TO WS-LIN-CONTESTADA
                   END-IF
               END-IF
           END-IF.

       GRAVA-TRAILER-CREDOR.
           COMPUTE WS-A-REPASSAR =
               WS-CRED-COBRADO (WS-IDX-CRED) -
               WS-CRED-REPASSADO (WS-IDX-CRED)
           MOVE SPACES TO POS-LINE
           MOVE 1 TO WS-PTR-POS
           STRING 'T|' WS-CRED-CODIGO (WS-IDX-CRED)
                  '|' WS-TOT-CONTAS
                  '|' WS-TOT-LINHAS
                  DELIMITED BY SIZE INTO POS-LINE
                  WITH POINTER WS-PTR-POS
           MOVE WS-TOT-ORIGINAL TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-TOT-PRINCIPAL TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-TOT-MULTA TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-TOT-SALDO-CONTAS TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 6
               MOVE WS-TOT-FAIXA (WS-IDX-FAIXA) TO WS-TOTAL-TXT
               PERFORM ACRESCENTA-TOTAL
           END-PERFORM
           STRING '|' WS-TOT-CONTAS-ACORDO
                  DELIMITED BY SIZE INTO POS-LINE
                  WITH POINTER WS-PTR-POS
           MOVE WS-TOT-VALOR-PARCELAS TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-CRED-COBRADO (WS-IDX-CRED) TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-CRED-REPASSADO (WS-IDX-CRED) TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-A-REPASSAR TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           MOVE WS-CRED-DESCONTOS (WS-IDX-CRED) TO WS-TOTAL-TXT
           PERFORM ACRESCENTA-TOTAL
           WRITE POS-LINE.

       ACRESCENTA-TOTAL.
           STRING '|' WS-TOTAL-TXT
                  DELIMITED BY SIZE INTO POS-LINE
                  WITH POINTER WS-PTR-POS.

       IMPRIME-RESUMO-CREDOR.
           MOVE SPACES TO RPT-LINE
           STRING 'CREDOR ' WS-CRED-CODIGO (WS-IDX-CRED)
                  ' - ' WS-CRED-NOME (WS-IDX-CRED)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-SALDO-CONTAS TO WS-EDIT-VALOR
           MOVE SPACES TO RPT-LINE
           STRING '  CONTAS: ' WS-TOT-CONTAS
                  '  LINHAS: ' WS-TOT-LINHAS
                  '  SALDO: ' WS-EDIT-VALOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-VALOR-PARCELAS TO WS-EDIT-VALOR
           MOVE SPACES TO RPT-LINE
           STRING '  CONTAS EM ACORDO: ' WS-TOT-CONTAS-ACORDO
                  '  PARCELAS ABERTAS: ' WS-EDIT-VALOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CRED-COBRADO (WS-IDX-CRED) TO WS-EDIT-VALOR
           MOVE WS-A-REPASSAR TO WS-EDIT-VALOR-2
           MOVE SPACES TO RPT-LINE
           STRING '  COBRADO NO MES: ' WS-EDIT-VALOR
                  '  A REPASSAR: ' WS-EDIT-VALOR-2
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       GRAVA-TOTAL-GERAL.
           MOVE WS-GER-SALDO TO WS-GER-SALDO-TXT
           MOVE WS-GER-COBRADO TO WS-GER-COBRADO-TXT
           MOVE SPACES TO POS-LINE
           STRING 'G|' WS-QTDE-CRED
                  '|' WS-GER-SALDO-TXT
                  '|' WS-GER-COBRADO-TXT
                  DELIMITED BY SIZE INTO POS-LINE
           WRITE POS-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GER-SALDO TO WS-EDIT-VALOR
           MOVE SPACES TO RPT-LINE
           STRING 'SALDO GERAL DAS CONTAS: ' WS-EDIT-VALOR
                  ' (= FECHAMENTO REAL DO ROLLFWD)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GER-COBRADO TO WS-EDIT-VALOR
           MOVE SPACES TO RPT-LINE
           STRING 'COBRADO NO MES (TODOS OS CREDORES): '
                  WS-EDIT-VALOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-TAB-CHEIA
               MOVE SPACES TO RPT-LINE
               STRING '*** TABELA DE CONTAS CHEIA: PARTE DAS LINHAS '
                      'SEM ULTIMO PAGAMENTO/CONTATO'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-CRED-CHEIA
               MOVE SPACES TO RPT-LINE
               STRING '*** TABELA DE CREDORES CHEIA: POSICAO '
                      'INCOMPLETA, NAO FECHA COM O ROLLFWD'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       END PROGRAM POSCART.

      *         PROMETIDA E O PERCENTUAL DE CONVERSAO. SAI NO
      *         ARQUIVO DE IMPRESSAO EFICA-RPT.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - O cobrado por canal ganha a coluna CARTORIO
      *                (titulos pagos no cartorio de protesto), que
      *                antes cairia no balcao.
      *   15/10/2026 - Nova secao de recuperacao por faixa do score
      *                comportamental (arquivo SCORE): cobrado no mes,
      *                contas e taxa de recuperacao de cada faixa A-E,
      *                pela faixa congelada no inicio do mes, para ver
      *                se o score de fato antecipa o pagamento.
      *   15/10/2026 - Pagamento a maior retido ('CR') e reembolso
      *                ('RE') nao contam como recuperacao do mes.
      *   15/10/2026 - O cobrado por canal ganha a linha PIX
      *                (liquidacoes do PSP, operador 'PIX').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFICACIA.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT SCORE-FILE ASSIGN TO "SCORE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SR-CONTA
               FILE STATUS WS-FS-SCORE.
           SELECT EFICA-RPT-FILE ASSIGN TO "EFICA-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
           COPY PAYLOG.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  SCORE-FILE.
           COPY SCORE.
       FD  EFICA-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK    VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-FS-SCORE              PIC X(02) VALUES '00'.
           88 WS-FS-SCORE-OK       VALUE '00'.
       77 WS-SCORE-DISPONIVEL      PIC X(01) VALUES 'N'.
           88 WS-SCORE-ABRIU       VALUE 'S'.
       77 WS-IDX-SCORE             PIC 9(01) VALUES ZEROS.
       77 WS-CONTA-SCORE           PIC 9(08) VALUES ZEROS.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-TOTAL-BALCAO          PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-BANCO           PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-CARTORIO        PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-PIX             PIC S9(11)V99 VALUES ZEROS.
       77 WS-BASE-FAIXA            PIC S9(11)V99 VALUES ZEROS.
       77 WS-PCT-RECUPERACAO       PIC 9(03)V99 VALUES ZEROS.
       77 WS-PCT-CONVERSAO         PIC 9(03)V99 VALUES ZEROS.
       77 WS-OPERADOR-BANCO        PIC X(08) VALUES 'BANCO'.
       77 WS-OPERADOR-CARTORIO     PIC X(08) VALUES 'CARTORIO'.
       77 WS-OPERADOR-PIX          PIC X(08) VALUES 'PIX'.
       77 WS-IDX                   PIC 9(04) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(04) VALUES ZEROS.
       77 WS-IDX-OP                PIC 9(02) VALUES ZEROS.
       01 WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA        PIC X(12) OCCURS 5.

      *    FAIXAS DO SCORE COMPORTAMENTAL (A-E) E A LINHA DAS CONTAS
      *    AINDA SEM SCORE.
       01 WS-NOMES-SCORE.
           05 FILLER               PIC X(09) VALUE 'FAIXA A'.
           05 FILLER               PIC X(09) VALUE 'FAIXA B'.
           05 FILLER               PIC X(09) VALUE 'FAIXA C'.
           05 FILLER               PIC X(09) VALUE 'FAIXA D'.
           05 FILLER               PIC X(09) VALUE 'FAIXA E'.
           05 FILLER               PIC X(09) VALUE 'SEM SCORE'.
       01 WS-NOMES-SCORE-R REDEFINES WS-NOMES-SCORE.
           05 WS-NOME-SCORE        PIC X(09) OCCURS 6.
       01 WS-LETRAS-SCORE          PIC X(05) VALUE 'ABCDE'.

      *    COBRADO NO MES E SALDO ATUAL POR FAIXA DE SCORE, COM A
      *    QUANTIDADE DE CONTAS EM ABERTO DA FAIXA.
       01 WS-FAIXAS-SCORE.
           05 WS-SCORE-ENTRY OCCURS 6.
               10 WS-SCORE-COBRADO PIC S9(11)V99.
               10 WS-SCORE-SALDO   PIC S9(11)V99.
               10 WS-SCORE-CONTAS  PIC 9(07).

      *    COBRADO NO MES POR FAIXA (PL-DIAS-ATRASO) E SALDO ATUAL
      *    DA FAIXA NO CADASTRO.
       01 WS-FAIXAS.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-PROCESSO
           INITIALIZE WS-FAIXAS WS-OPERADORES WS-FAIXAS-SCORE
           OPEN INPUT SCORE-FILE
           IF WS-FS-SCORE-OK
               MOVE 'S' TO WS-SCORE-DISPONIVEL
           END-IF
           PERFORM CARREGA-PAYLOG-MES
           PERFORM CARREGA-SALDOS-FAIXA
           IF WS-SCORE-ABRIU
               CLOSE SCORE-FILE
           END-IF
           PERFORM AVALIA-PROMESSAS
           PERFORM GERA-RELATORIO
           MOVE ZERO TO RETURN-CODE
               IF NOT WS-FIM-LOG
                   MOVE PL-DATA-MOVIMENTO (1:6) TO WS-MES-MOVIMENTO
                   IF WS-MES-MOVIMENTO = WS-MES-PROCESSO AND
                      NOT PL-TIPO-DESCONTO AND
                      NOT PL-TIPO-SALDO-CREDOR
                       PERFORM ACUMULA-LANCAMENTO-MES
                   END-IF
               END-IF
      *    ESTORNO ENTRA NEGATIVO NO PROPRIO PL-VALOR, ENTAO AS
      *    SOMAS SAEM LIQUIDAS POR COMPENSACAO.
       ACUMULA-LANCAMENTO-MES.
           EVALUATE PL-OPERADOR
               WHEN WS-OPERADOR-BANCO
                   ADD PL-VALOR TO WS-TOTAL-BANCO
               WHEN WS-OPERADOR-CARTORIO
                   ADD PL-VALOR TO WS-TOTAL-CARTORIO
               WHEN WS-OPERADOR-PIX
                   ADD PL-VALOR TO WS-TOTAL-PIX
               WHEN OTHER
                   ADD PL-VALOR TO WS-TOTAL-BALCAO
           END-EVALUATE
           MOVE PL-DIAS-ATRASO TO WS-DIAS-ATRASO
           PERFORM CLASSIFICA-FAIXA
           ADD PL-VALOR TO WS-FAIXA-COBRADO (WS-IDX-FAIXA)
           MOVE PL-CONTA TO WS-CONTA-SCORE
           PERFORM LOCALIZA-FAIXA-SCORE
           ADD PL-VALOR TO WS-SCORE-COBRADO (WS-IDX-SCORE)
           IF NOT PL-TIPO-ESTORNO AND WS-QTDE-PAGTOS < 2000
               ADD 1 TO WS-QTDE-PAGTOS
               MOVE PL-CONTA TO WS-PAG-CONTA (WS-QTDE-PAGTOS)
                   MOVE 5 TO WS-IDX-FAIXA
           END-EVALUATE.

      *    FAIXA DE SCORE DA CONTA WS-CONTA-SCORE: A CONGELADA NO
      *    PRIMEIRO CALCULO DO MES (O SCORE DE DEPOIS DO PAGAMENTO JA
      *    SOBE POR CAUSA DELE); SEM ELA, A FAIXA ATUAL; SEM SCORE,
      *    A LINHA 6.
       LOCALIZA-FAIXA-SCORE.
           MOVE 6 TO WS-IDX-SCORE
           IF WS-SCORE-ABRIU
               MOVE WS-CONTA-SCORE TO SR-CONTA
               READ SCORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SR-MES-FAIXA = WS-MES-PROCESSO
                           MOVE SR-FAIXA-MES TO SR-FAIXA
                       END-IF
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > 5
                           IF WS-LETRAS-SCORE (WS-IDX:1) = SR-FAIXA
                               MOVE WS-IDX TO WS-IDX-SCORE
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       CARREGA-SALDOS-FAIXA.
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT CUSTMAST-FILE
                       PERFORM CLASSIFICA-FAIXA
                       ADD CM-SALDO-DEVEDOR TO
                           WS-FAIXA-SALDO (WS-IDX-FAIXA)
                       MOVE CM-CONTA TO WS-CONTA-SCORE
                       PERFORM LOCALIZA-FAIXA-SCORE
                       ADD CM-SALDO-DEVEDOR TO
                           WS-SCORE-SALDO (WS-IDX-SCORE)
                       ADD 1 TO WS-SCORE-CONTAS (WS-IDX-SCORE)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RECUPERACAO POR FAIXA DE SCORE (CONTAS EM ABERTO / '
                  'COBRADO / TAXA):'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-SCORE FROM 1 BY 1
                   UNTIL WS-IDX-SCORE > 6
               COMPUTE WS-BASE-FAIXA =
                   WS-SCORE-SALDO (WS-IDX-SCORE) +
                   WS-SCORE-COBRADO (WS-IDX-SCORE)
               IF WS-BASE-FAIXA > 0
                   COMPUTE WS-PCT-RECUPERACAO ROUNDED =
                       WS-SCORE-COBRADO (WS-IDX-SCORE) * 100
                       / WS-BASE-FAIXA
               ELSE
                   MOVE ZEROS TO WS-PCT-RECUPERACAO
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING '  ' WS-NOME-SCORE (WS-IDX-SCORE)
                      ' ' WS-SCORE-CONTAS (WS-IDX-SCORE)
                      ' / ' WS-SCORE-COBRADO (WS-IDX-SCORE)
                      ' / ' WS-PCT-RECUPERACAO ' %'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'POR CANAL - BALCAO: ' WS-TOTAL-BALCAO
                  '  BANCO: ' WS-TOTAL-BANCO
                  '  CARTORIO: ' WS-TOTAL-CARTORIO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '               PIX: ' WS-TOTAL-PIX
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           END-PERFORM
           CLOSE EFICA-RPT-FILE
           DISPLAY 'EFICACIA: BALCAO: ' WS-TOTAL-BALCAO
                   ' BANCO: ' WS-TOTAL-BANCO
                   ' CARTORIO: ' WS-TOTAL-CARTORIO
                   ' PIX: ' WS-TOTAL-PIX.
       END PROGRAM EFICACIA.

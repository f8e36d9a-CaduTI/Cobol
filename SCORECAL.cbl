      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:BATCH NOTURNO DO SCORE COMPORTAMENTAL DE COBRANCA
      *         (PROPENSAO A PAGAR) DE CADA CONTA, GRAVADO NO ARQUIVO
      *         SCORE COM OS PONTOS (0-999) E A FAIXA (A = MELHOR A
      *         E). OS COMPONENTES VEM DO HISTORICO QUE JA EXISTE:
      *         (1) REGULARIDADE - MESES COM PAGAMENTO NOS ULTIMOS SEIS
      *         (PAYLOG; O SCORE GUARDA O HISTORICO, PORQUE O PAYLOG SO
      *         TEM O MES EM ABERTO) E PAGAMENTO NOS ULTIMOS 30 DIAS;
      *         (2) PROMESSAS CUMPRIDAS X QUEBRADAS NO CONTATOS (A
      *         PROMESSA E JULGADA UMA VEZ, NA NOITE SEGUINTE A DATA
      *         PROMETIDA); (3) TAXA DE CONTATO DO DISCADOR (RESULTADOS
      *         DO DIALIMP, OPERADOR 'DIALER'); (4) ACORDO QUEBRADO OU
      *         EM DIA NO ACORDOS; (5) TAMANHO DO SALDO; E (6) A MARCA
      *         DE CORRESPONDENCIA DEVOLVIDA (CM-END-INVALIDO). SO AS
      *         CONTAS NAO PAGO COM SALDO SAO RECALCULADAS; AS DEMAIS
      *         GUARDAM O ULTIMO SCORE. A FILA DE TRABALHO (FILATRAB)
      *         ORDENA AS CONTAS PELO SCORE DENTRO DE CADA FAIXA DE
      *         ATRASO E O EFICACIA MOSTRA A RECUPERACAO POR FAIXA DE
      *         SCORE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECAL.
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
           SELECT SCORE-FILE ASSIGN TO "SCORE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SR-CONTA
               FILE STATUS WS-FS-SCORE.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  SCORE-FILE.
           COPY SCORE.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  ACORDO-FILE.
           COPY ACORDO.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-SCORE              PIC X(02) VALUES '00'.
           88 WS-FS-SCORE-OK       VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK    VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-ACORDO-ABRIU          PIC X(01) VALUES 'N'.
           88 WS-ACORDO-DISPONIVEL VALUE 'S'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-ACORDO-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-ACORDO        VALUE 'S'.
       77 WS-SCORE-NOVO            PIC X(01) VALUES 'N'.
           88 WS-EH-SCORE-NOVO     VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-MES-HOJE              PIC 9(06) VALUES ZEROS.
       77 WS-DATA-PAGTO            PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-TRAB            PIC 9(08) VALUES ZEROS.
       77 WS-DIAS                  PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-DIF-MESES             PIC S9(05) VALUES ZEROS.
       77 WS-POSICAO               PIC S9(05) VALUES ZEROS.
       77 WS-TAMANHO               PIC S9(05) VALUES ZEROS.
       77 WS-MESES-TRAB            PIC X(06) VALUES SPACES.
       77 WS-QTDE-MESES-PAGOS      PIC 9(02) VALUES ZEROS.
       77 WS-PONTOS                PIC S9(05) VALUES ZEROS.
       77 WS-PONTOS-PROMESSA       PIC S9(05) VALUES ZEROS.
       77 WS-PCT-ATENDIDAS         PIC S9(05) VALUES ZEROS.
       77 WS-PROMESSA-CUMPRIDA     PIC X(01) VALUES 'N'.
       77 WS-OPERADOR-DIALER       PIC X(08) VALUES 'DIALER'.
       77 WS-IDX                   PIC 9(04) VALUES ZEROS.
       77 WS-QTDE-PAGTOS           PIC 9(04) VALUES ZEROS.
       77 WS-PAGTOS-TRANSBORDOU    PIC X(01) VALUES 'N'.
       77 WS-QTDE-CALCULADAS       PIC 9(07) VALUES ZEROS.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
      *    PESOS DO SCORE. PONTO DE PARTIDA 500; CADA COMPONENTE SOMA
      *    OU TIRA PONTOS E O RESULTADO FICA ENTRE 0 E 999.
       01 WS-PESOS-SCORE.
           05 WS-PONTOS-BASE       PIC 9(03) VALUE 500.
           05 WS-PONTOS-POR-MES    PIC 9(03) VALUE 040.
           05 WS-PONTOS-SEM-PAGTO  PIC 9(03) VALUE 060.
           05 WS-PONTOS-PAGTO-REC  PIC 9(03) VALUE 060.
           05 WS-PONTOS-CUMPRIDA   PIC 9(03) VALUE 030.
           05 WS-MAX-CUMPRIDAS     PIC 9(03) VALUE 150.
           05 WS-PONTOS-QUEBRADA   PIC 9(03) VALUE 040.
           05 WS-MAX-QUEBRADAS     PIC 9(03) VALUE 200.
           05 WS-MIN-TENTATIVAS    PIC 9(03) VALUE 003.
           05 WS-PONTOS-ACORDO-QBR PIC 9(03) VALUE 150.
           05 WS-PONTOS-ACORDO-DIA PIC 9(03) VALUE 050.
           05 WS-PONTOS-END-INVAL  PIC 9(03) VALUE 100.
      *    LIMITE INFERIOR DE PONTOS DE CADA FAIXA (A, B, C, D; ABAIXO
      *    DE D E A FAIXA E).
       01 WS-LIMITES-FAIXAS.
           05 FILLER               PIC 9(03) VALUE 700.
           05 FILLER               PIC 9(03) VALUE 550.
           05 FILLER               PIC 9(03) VALUE 400.
           05 FILLER               PIC 9(03) VALUE 250.
       01 WS-LIMITES-FAIXAS-R REDEFINES WS-LIMITES-FAIXAS.
           05 WS-LIMITE-FAIXA      PIC 9(03) OCCURS 4.
      *    MESES (AAAAMM) PARA A DIFERENCA EM MESES.
       01 WS-MES-DE.
           05 WS-ANO-DE            PIC 9(04).
           05 WS-MM-DE             PIC 9(02).
       01 WS-MES-ATE.
           05 WS-ANO-ATE           PIC 9(04).
           05 WS-MM-ATE            PIC 9(02).
       01 WS-LETRAS-FAIXAS         PIC X(05) VALUE 'ABCDE'.
       01 WS-QTDE-POR-FAIXA.
           05 WS-QTDE-FAIXA        PIC 9(07) OCCURS 5.
      *    PAGAMENTOS DO PAYLOG (CONTA E DATA) PARA JULGAR PROMESSAS.
       01 WS-PAGTOS-TAB.
           05 WS-PAG-ENTRY OCCURS 5000.
               10 WS-PAG-CONTA     PIC 9(08).
               10 WS-PAG-DATA      PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-HOJE
           INITIALIZE WS-QTDE-POR-FAIXA
           PERFORM ABRE-ARQUIVO-SCORE
           IF NOT WS-FS-SCORE-OK
               DISPLAY 'SCORECAL: ARQUIVO SCORE INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'SCORECAL: CADASTRO CUSTMAST INDISPONIVEL.'
               CLOSE SCORE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-ABRIU
           END-IF
           PERFORM APLICA-PAGAMENTOS
           PERFORM APLICA-CONTATOS
           PERFORM VARRE-CADASTRO
           IF WS-ACORDO-DISPONIVEL
               CLOSE ACORDO-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           CLOSE SCORE-FILE
           DISPLAY 'SCORECAL: CONTAS PONTUADAS: ' WS-QTDE-CALCULADAS
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 5
               DISPLAY 'SCORECAL: FAIXA '
                       WS-LETRAS-FAIXAS (WS-IDX-FAIXA:1) ': '
                       WS-QTDE-FAIXA (WS-IDX-FAIXA)
           END-PERFORM
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       ABRE-ARQUIVO-SCORE.
           OPEN I-O SCORE-FILE
           IF NOT WS-FS-SCORE-OK
               CLOSE SCORE-FILE
               OPEN OUTPUT SCORE-FILE
               CLOSE SCORE-FILE
               OPEN I-O SCORE-FILE
           END-IF.

      *    CADA PAGAMENTO (PG, RC, EP) MARCA O MES NO HISTORICO DE
      *    SEIS MESES DO SCORE E AVANCA A DATA DO ULTIMO PAGAMENTO.
      *    MARCAR DE NOVO O MESMO MES NAO MUDA NADA, ENTAO RELER O
      *    PAYLOG INTEIRO TODA NOITE E SEGURO.
       APLICA-PAGAMENTOS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'SCORECAL: PAYLOG INDISPONIVEL. REGULARIDADE '
                       'SEM OS PAGAMENTOS DO MES.'
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
                   IF (PL-TIPO-PAGAMENTO OR PL-TIPO-RECUPERACAO OR
                       PL-TIPO-ESPOLIO) AND
                      PL-VALOR > 0
                       PERFORM APLICA-UM-PAGAMENTO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF
           IF WS-PAGTOS-TRANSBORDOU = 'S'
               DISPLAY 'SCORECAL: MAIS DE 5000 PAGAMENTOS NO PAYLOG. '
                       'PROMESSAS JULGADAS PELO ULTIMO PAGAMENTO.'
           END-IF.

       APLICA-UM-PAGAMENTO.
           IF PL-DATA-EFETIVA > 0
               MOVE PL-DATA-EFETIVA TO WS-DATA-PAGTO
           ELSE
               MOVE PL-DATA-MOVIMENTO TO WS-DATA-PAGTO
           END-IF
           IF WS-QTDE-PAGTOS < 5000
               ADD 1 TO WS-QTDE-PAGTOS
               MOVE PL-CONTA TO WS-PAG-CONTA (WS-QTDE-PAGTOS)
               MOVE WS-DATA-PAGTO TO WS-PAG-DATA (WS-QTDE-PAGTOS)
           ELSE
               MOVE 'S' TO WS-PAGTOS-TRANSBORDOU
           END-IF
           MOVE PL-CONTA TO WS-CONTA-TRAB
           PERFORM LOCALIZA-SCORE
           MOVE SR-MES-HISTORICO TO WS-MES-ATE
           MOVE WS-DATA-PAGTO (1:6) TO WS-MES-DE
           PERFORM CALCULA-DIF-MESES
           COMPUTE WS-POSICAO = WS-DIF-MESES + 1
           IF WS-POSICAO >= 1 AND WS-POSICAO <= 6
               MOVE 'S' TO SR-MESES-PAGTO (WS-POSICAO:1)
           END-IF
           IF WS-DATA-PAGTO > SR-DATA-ULT-PAGTO
               MOVE WS-DATA-PAGTO TO SR-DATA-ULT-PAGTO
           END-IF
           PERFORM GRAVA-SCORE.

      *    O CONTATOS E CUMULATIVO: SO ENTRA NOS CONTADORES O QUE
      *    AINDA NAO FOI CONTADO, PELA DATA DO ULTIMO CALCULO DA
      *    CONTA - TENTATIVA DO DISCADOR DEPOIS DELA, PROMESSA COM
      *    DATA PROMETIDA DELA ATE ONTEM.
       APLICA-CONTATOS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CONTATOS-FILE
           IF NOT WS-FS-CONTATOS-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CONTATOS-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CONTATOS-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF CN-OPERADOR = WS-OPERADOR-DIALER OR
                      (CN-PROMESSA AND CN-DATA-PROMESSA > 0 AND
                       CN-DATA-PROMESSA < WS-DATA-HOJE)
                       PERFORM APLICA-UM-CONTATO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CONTATOS-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF.

       APLICA-UM-CONTATO.
           MOVE CN-CONTA TO WS-CONTA-TRAB
           PERFORM LOCALIZA-SCORE
           IF CN-OPERADOR = WS-OPERADOR-DIALER AND
              CN-DATA > SR-DATA-CALCULO AND
              CN-DATA <= WS-DATA-HOJE
               IF SR-TENTATIVAS-DISCADOR < 99999
                   ADD 1 TO SR-TENTATIVAS-DISCADOR
                   IF CN-ATENDIDO
                       ADD 1 TO SR-ATENDIDAS-DISCADOR
                   END-IF
               END-IF
           END-IF
           IF CN-PROMESSA AND CN-DATA-PROMESSA > 0 AND
              CN-DATA-PROMESSA >= SR-DATA-CALCULO AND
              CN-DATA-PROMESSA < WS-DATA-HOJE
               PERFORM JULGA-PROMESSA
               IF WS-PROMESSA-CUMPRIDA = 'S'
                   IF SR-PROM-CUMPRIDAS < 999
                       ADD 1 TO SR-PROM-CUMPRIDAS
                   END-IF
               ELSE
                   IF SR-PROM-QUEBRADAS < 999
                       ADD 1 TO SR-PROM-QUEBRADAS
                   END-IF
               END-IF
           END-IF
           PERFORM GRAVA-SCORE.

      *    PROMESSA CUMPRIDA = ALGUM PAGAMENTO DA CONTA ENTRE O
      *    CONTATO E A DATA PROMETIDA (INCLUSIVE), NO PAYLOG OU COMO
      *    ULTIMO PAGAMENTO GUARDADO NO SCORE (O PAYLOG DO MES
      *    ANTERIOR JA PODE TER SIDO ARQUIVADO).
       JULGA-PROMESSA.
           MOVE 'N' TO WS-PROMESSA-CUMPRIDA
           IF SR-DATA-ULT-PAGTO >= CN-DATA AND
              SR-DATA-ULT-PAGTO <= CN-DATA-PROMESSA
               MOVE 'S' TO WS-PROMESSA-CUMPRIDA
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-PAGTOS
               IF WS-PAG-CONTA (WS-IDX) = CN-CONTA AND
                  WS-PAG-DATA (WS-IDX) >= CN-DATA AND
                  WS-PAG-DATA (WS-IDX) <= CN-DATA-PROMESSA
                   MOVE 'S' TO WS-PROMESSA-CUMPRIDA
               END-IF
           END-PERFORM.

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
                   IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0
                       PERFORM CALCULA-SCORE-CONTA
                   ELSE
                       PERFORM FECHA-CALCULO-CONTA
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-SCORE-CONTA.
           MOVE CM-CONTA TO WS-CONTA-TRAB
           PERFORM LOCALIZA-SCORE
           PERFORM AVALIA-ACORDO-CONTA
           PERFORM CALCULA-PONTOS
           PERFORM CLASSIFICA-FAIXA-SCORE
      *    A FAIXA DO PRIMEIRO CALCULO DO MES FICA CONGELADA PARA O
      *    EFICACIA COMPARAR COM O QUE A CONTA PAGOU NO MES.
           IF SR-MES-FAIXA NOT = WS-MES-HOJE
               MOVE WS-MES-HOJE TO SR-MES-FAIXA
               MOVE SR-FAIXA TO SR-FAIXA-MES
           END-IF
           MOVE WS-DATA-HOJE TO SR-DATA-CALCULO
           PERFORM GRAVA-SCORE
           ADD 1 TO WS-QTDE-CALCULADAS
           ADD 1 TO WS-QTDE-FAIXA (WS-IDX-FAIXA).

      *    CONTA PAGA OU BAIXADA GUARDA O ULTIMO SCORE; SO A DATA DO
      *    CALCULO AVANCA, PARA OS CONTATOS DE HOJE NAO SEREM
      *    CONTADOS DE NOVO AMANHA.
       FECHA-CALCULO-CONTA.
           MOVE CM-CONTA TO SR-CONTA
           READ SCORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DATA-HOJE TO SR-DATA-CALCULO
                   REWRITE SCORE-RECORD
           END-READ.

      *    ACORDO: QUALQUER PARCELA QUEBRADA CONTA COMO ACORDO
      *    QUEBRADO; PARCELA ATRASADA, COMO ACORDO ATRASADO; PARCELAS
      *    SO ABERTAS OU PAGAS, COMO ACORDO EM DIA.
       AVALIA-ACORDO-CONTA.
           SET SR-SEM-ACORDO TO TRUE
           MOVE 'N' TO WS-ACORDO-EOF
           IF NOT WS-ACORDO-DISPONIVEL
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
                               SET SR-ACORDO-QUEBRADO TO TRUE
                           WHEN AC-ATRASADA
                               IF NOT SR-ACORDO-QUEBRADO
                                   SET SR-ACORDO-ATRASADO TO TRUE
                               END-IF
                           WHEN OTHER
                               IF SR-SEM-ACORDO
                                   SET SR-ACORDO-EM-DIA TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-PONTOS.
           MOVE WS-PONTOS-BASE TO WS-PONTOS
      *    REGULARIDADE: MESES COM PAGAMENTO NOS ULTIMOS SEIS.
           MOVE ZEROS TO WS-QTDE-MESES-PAGOS
           INSPECT SR-MESES-PAGTO TALLYING WS-QTDE-MESES-PAGOS
                   FOR ALL 'S'
           IF WS-QTDE-MESES-PAGOS = 0
               SUBTRACT WS-PONTOS-SEM-PAGTO FROM WS-PONTOS
           ELSE
               COMPUTE WS-PONTOS = WS-PONTOS +
                       WS-QTDE-MESES-PAGOS * WS-PONTOS-POR-MES
           END-IF
           IF SR-DATA-ULT-PAGTO > 0
               CALL 'DATEDIF' USING SR-DATA-ULT-PAGTO WS-DATA-HOJE
                                    WS-DIAS WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S' AND WS-DIAS <= 30
                   ADD WS-PONTOS-PAGTO-REC TO WS-PONTOS
               END-IF
           END-IF
      *    PROMESSAS CUMPRIDAS SOBEM, QUEBRADAS DESCEM (COM TETO).
           COMPUTE WS-PONTOS-PROMESSA =
                   SR-PROM-CUMPRIDAS * WS-PONTOS-CUMPRIDA
           IF WS-PONTOS-PROMESSA > WS-MAX-CUMPRIDAS
               MOVE WS-MAX-CUMPRIDAS TO WS-PONTOS-PROMESSA
           END-IF
           ADD WS-PONTOS-PROMESSA TO WS-PONTOS
           COMPUTE WS-PONTOS-PROMESSA =
                   SR-PROM-QUEBRADAS * WS-PONTOS-QUEBRADA
           IF WS-PONTOS-PROMESSA > WS-MAX-QUEBRADAS
               MOVE WS-MAX-QUEBRADAS TO WS-PONTOS-PROMESSA
           END-IF
           SUBTRACT WS-PONTOS-PROMESSA FROM WS-PONTOS
      *    TAXA DE CONTATO DO DISCADOR: 50% E NEUTRO; CADA PONTO
      *    PERCENTUAL ACIMA OU ABAIXO VALE DOIS PONTOS.
           IF SR-TENTATIVAS-DISCADOR >= WS-MIN-TENTATIVAS
               COMPUTE WS-PCT-ATENDIDAS =
                       SR-ATENDIDAS-DISCADOR * 100
                       / SR-TENTATIVAS-DISCADOR
               COMPUTE WS-PONTOS = WS-PONTOS +
                       (WS-PCT-ATENDIDAS - 50) * 2
           END-IF
           EVALUATE TRUE
               WHEN SR-ACORDO-QUEBRADO
                   SUBTRACT WS-PONTOS-ACORDO-QBR FROM WS-PONTOS
               WHEN SR-ACORDO-EM-DIA
                   ADD WS-PONTOS-ACORDO-DIA TO WS-PONTOS
           END-EVALUATE
      *    SALDO PEQUENO E MAIS FACIL DE RECEBER.
           EVALUATE TRUE
               WHEN CM-SALDO-DEVEDOR <= 1000
                   ADD 50 TO WS-PONTOS
               WHEN CM-SALDO-DEVEDOR <= 5000
                   CONTINUE
               WHEN CM-SALDO-DEVEDOR <= 20000
                   SUBTRACT 50 FROM WS-PONTOS
               WHEN OTHER
                   SUBTRACT 100 FROM WS-PONTOS
           END-EVALUATE
           IF CM-ENDERECO-INVALIDO
               SUBTRACT WS-PONTOS-END-INVAL FROM WS-PONTOS
           END-IF
           IF WS-PONTOS < 0
               MOVE ZEROS TO WS-PONTOS
           END-IF
           IF WS-PONTOS > 999
               MOVE 999 TO WS-PONTOS
           END-IF
           MOVE WS-PONTOS TO SR-PONTOS.

       CLASSIFICA-FAIXA-SCORE.
           MOVE 5 TO WS-IDX-FAIXA
           PERFORM VARYING WS-IDX FROM 4 BY -1 UNTIL WS-IDX < 1
               IF SR-PONTOS >= WS-LIMITE-FAIXA (WS-IDX)
                   MOVE WS-IDX TO WS-IDX-FAIXA
               END-IF
           END-PERFORM
           MOVE WS-LETRAS-FAIXAS (WS-IDX-FAIXA:1) TO SR-FAIXA.

      *    LE O SCORE DA CONTA WS-CONTA-TRAB (OU MONTA UM NOVO) E
      *    EMPURRA O HISTORICO DE MESES ATE O MES CORRENTE.
       LOCALIZA-SCORE.
           MOVE 'N' TO WS-SCORE-NOVO
           MOVE WS-CONTA-TRAB TO SR-CONTA
           READ SCORE-FILE
               INVALID KEY
                   MOVE 'S' TO WS-SCORE-NOVO
           END-READ
           IF WS-EH-SCORE-NOVO
               INITIALIZE SCORE-RECORD
               MOVE WS-CONTA-TRAB TO SR-CONTA
               MOVE 'C' TO SR-FAIXA
               MOVE WS-MES-HOJE TO SR-MES-HISTORICO
               MOVE ALL 'N' TO SR-MESES-PAGTO
               SET SR-SEM-ACORDO TO TRUE
           END-IF
           IF SR-MES-HISTORICO < WS-MES-HOJE
               MOVE SR-MES-HISTORICO TO WS-MES-DE
               MOVE WS-MES-HOJE TO WS-MES-ATE
               PERFORM CALCULA-DIF-MESES
               MOVE ALL 'N' TO WS-MESES-TRAB
               IF WS-DIF-MESES < 6
                   COMPUTE WS-POSICAO = WS-DIF-MESES + 1
                   COMPUTE WS-TAMANHO = 6 - WS-DIF-MESES
                   MOVE SR-MESES-PAGTO (1:WS-TAMANHO) TO
                        WS-MESES-TRAB (WS-POSICAO:WS-TAMANHO)
               END-IF
               MOVE WS-MESES-TRAB TO SR-MESES-PAGTO
               MOVE WS-MES-HOJE TO SR-MES-HISTORICO
           END-IF.

       GRAVA-SCORE.
           IF WS-EH-SCORE-NOVO
               WRITE SCORE-RECORD
                   INVALID KEY
                       REWRITE SCORE-RECORD
               END-WRITE
               MOVE 'N' TO WS-SCORE-NOVO
           ELSE
               REWRITE SCORE-RECORD
           END-IF.

      *    MESES ENTRE WS-MES-DE E WS-MES-ATE (AAAAMM).
       CALCULA-DIF-MESES.
           COMPUTE WS-DIF-MESES =
                   (WS-ANO-ATE * 12 + WS-MM-ATE) -
                   (WS-ANO-DE * 12 + WS-MM-DE).
       END PROGRAM SCORECAL.

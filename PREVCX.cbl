      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:PREVISAO SEMANAL DE RECEBIMENTOS PARA OS PROXIMOS 30,
      *         60 E 90 DIAS, POR SEMANA E POR CREDOR. FONTES: PARCELAS
      *         DE ACORDO EM ABERTO (ACORDOS), BOLETOS REMETIDOS
      *         (BOLETOS, MENOS OS DE PARCELA, QUE JA ENTRAM COMO
      *         ACORDO), PROMESSAS DE PAGAMENTO (CONTATOS) E CHEQUES EM
      *         CUSTODIA (CHEQUES) PELA DATA PREVISTA DE COMPENSACAO.
      *         CADA FONTE E PONDERADA PELA SUA TAXA DE REALIZACAO NOS
      *         ULTIMOS PREVDIAS DIAS (PARCELA PAGA, BOLETO PAGO,
      *         CHEQUE COMPENSADO, PROMESSA COM PAGAMENTO NO PAYLOG ATE
      *         A DATA PROMETIDA), OU PELO PESO FIXO PREVPXX QUANDO
      *         CADASTRADO NO POLPARM. A PREVISAO DE CADA SEMANA FICA
      *         GRAVADA NO PREVHIST; A EXECUCAO SEGUINTE COMPARA A
      *         PRIMEIRA SEMANA DA PREVISAO ANTERIOR (PREVANT) COM O
      *         QUE DE FATO SE REALIZOU E COM O CAIXA DO PAYLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVCX.
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
           SELECT CHEQUE-FILE ASSIGN TO "CHEQUES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-CHAVE
               FILE STATUS WS-FS-CHEQUE.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT PREVANT-FILE ASSIGN TO "PREVANT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PREVANT.
           SELECT PREVHIST-FILE ASSIGN TO "PREVHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PREVHIST.
           SELECT PREV-RPT-FILE ASSIGN TO "PREV-RPT"
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
       FD  CHEQUE-FILE.
           COPY CHEQUE.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  PREVANT-FILE.
           COPY PREVHIST REPLACING ==PREVHIST-RECORD== BY
                ==PREVANT-RECORD== LEADING ==PH== BY ==PA==.
       FD  PREVHIST-FILE.
           COPY PREVHIST.
       FD  PREV-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-FS-BOLETO             PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK      VALUE '00'.
       77 WS-FS-CHEQUE             PIC X(02) VALUES '00'.
           88 WS-FS-CHEQUE-OK      VALUE '00'.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK    VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-PREVANT            PIC X(02) VALUES '00'.
           88 WS-FS-PREVANT-OK     VALUE '00'.
       77 WS-FS-PREVHIST           PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-ACORDO-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-ACORDO        VALUE 'S'.
       77 WS-TEM-ACORDOS           PIC X(01) VALUES 'N'.
           88 WS-HA-ACORDOS        VALUE 'S'.
       77 WS-TEM-ACORDO-ATIVO      PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ATIVO      VALUE 'S'.
       77 WS-TEM-ANTERIOR          PIC X(01) VALUES 'N'.
           88 WS-HA-PREVISAO-ANTERIOR VALUE 'S'.
       77 WS-CONTA-EXISTE          PIC X(01) VALUES 'N'.
           88 WS-CONTA-CADASTRADA  VALUE 'S'.
       77 WS-PROMESSA-SUPERADA     PIC X(01) VALUES 'N'.
           88 WS-HA-PROMESSA-NOVA  VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DIA-HOJE              PIC 9(07) VALUES ZEROS.
       77 WS-DIAS-HISTORICO        PIC 9(03) VALUES 90.
       77 WS-DATA-INICIO-HIST      PIC 9(08) VALUES ZEROS.
       77 WS-DATA-LIMITE           PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CORTE-PROMESSA   PIC 9(08) VALUES ZEROS.
       77 WS-MENOR-DATA-CONTATO    PIC 9(08) VALUES ZEROS.
       77 WS-ANT-DATA-PREVISAO     PIC 9(08) VALUES ZEROS.
       77 WS-ANT-INICIO            PIC 9(08) VALUES ZEROS.
       77 WS-ANT-FIM               PIC 9(08) VALUES ZEROS.
       77 WS-ANT-FIM-SEMANA        PIC 9(08) VALUES ZEROS.
       77 WS-ANT-CAIXA             PIC S9(11)V99 VALUES ZEROS.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
      *    ITEM EM PREVISAO (PARCELA, BOLETO, PROMESSA OU CHEQUE).
       77 WS-IDX-FONTE             PIC 9(01) VALUES ZEROS.
       77 WS-ITEM-CONTA            PIC 9(08) VALUES ZEROS.
       77 WS-ITEM-DATA             PIC 9(08) VALUES ZEROS.
       77 WS-ITEM-VALOR            PIC S9(9)V99 VALUES ZEROS.
       77 WS-DESLOCAMENTO          PIC S9(07) VALUES ZEROS.
       77 WS-IDX-SEMANA            PIC 9(02) VALUES ZEROS.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
      *    ULTIMA CONTA LIDA NO CADASTRO.
       77 WS-CONTA-LIDA            PIC 9(08) VALUES ZEROS.
       77 WS-CREDOR-CONTA          PIC 9(03) VALUES ZEROS.
       77 WS-SALDO-CONTA           PIC S9(7)V99 VALUES ZEROS.
       77 WS-IDX-CRED              PIC 9(02) VALUES ZEROS.
       77 WS-IDX-CRED-ACHADO       PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-CRED             PIC 9(02) VALUES ZEROS.
       77 WS-IDX-PROM              PIC 9(04) VALUES ZEROS.
       77 WS-IDX-PROM2             PIC 9(04) VALUES ZEROS.
       77 WS-QTDE-PROMESSAS        PIC 9(04) VALUES ZEROS.
       77 WS-QTDE-PROM-FORA        PIC 9(05) VALUES ZEROS.
       77 WS-PERC-REALIZADO        PIC 9(05)V99 VALUES ZEROS.
       77 WS-TOTAL-LINHA           PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-BRUTO           PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-PREVISTO        PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-REALIZADO       PIC S9(11)V99 VALUES ZEROS.
       77 WS-V1                    PIC 9(09)V99 VALUES ZEROS.
       77 WS-V2                    PIC 9(09)V99 VALUES ZEROS.
       77 WS-V3                    PIC 9(09)V99 VALUES ZEROS.
       77 WS-V4                    PIC 9(09)V99 VALUES ZEROS.
       77 WS-V5                    PIC 9(09)V99 VALUES ZEROS.
       77 WS-DATA-SEMANA           PIC 9(08) VALUES ZEROS.
       01 WS-NOMES-FONTES.
           05 FILLER               PIC X(10) VALUE 'ACORDOS'.
           05 FILLER               PIC X(10) VALUE 'BOLETOS'.
           05 FILLER               PIC X(10) VALUE 'PROMESSAS'.
           05 FILLER               PIC X(10) VALUE 'CHEQUES'.
       01 WS-NOMES-FONTES-R REDEFINES WS-NOMES-FONTES.
           05 WS-NOME-FONTE        PIC X(10) OCCURS 4.
      *    PESO DE CADA FONTE QUANDO NAO HA HISTORICO NA JANELA NEM
      *    PESO CADASTRADO NO POLPARM.
       01 WS-PESOS-PADRAO.
           05 FILLER               PIC 9(03)V99 VALUE 070.00.
           05 FILLER               PIC 9(03)V99 VALUE 050.00.
           05 FILLER               PIC 9(03)V99 VALUE 040.00.
           05 FILLER               PIC 9(03)V99 VALUE 095.00.
       01 WS-PESOS-PADRAO-R REDEFINES WS-PESOS-PADRAO.
           05 WS-PESO-PADRAO       PIC 9(03)V99 OCCURS 4.
       01 WS-CODIGOS-PESO.
           05 FILLER               PIC X(08) VALUE 'PREVPAC'.
           05 FILLER               PIC X(08) VALUE 'PREVPBO'.
           05 FILLER               PIC X(08) VALUE 'PREVPPR'.
           05 FILLER               PIC X(08) VALUE 'PREVPCQ'.
       01 WS-CODIGOS-PESO-R REDEFINES WS-CODIGOS-PESO.
           05 WS-CODIGO-PESO       PIC X(08) OCCURS 4.
      *    POR FONTE: HISTORICO DA JANELA (NA PROMESSA, QUANTIDADE DE
      *    PROMESSAS E DE CUMPRIDAS; NAS DEMAIS, VALOR), PESO, SEMANA
      *    DA PREVISAO ANTERIOR E O PREVISTO AGORA POR SEMANA E FAIXA.
       01 WS-FONTES-TAB.
           05 WS-FT-ENTRY OCCURS 4.
               10 WS-FT-HIST-BASE  PIC S9(11)V99.
               10 WS-FT-HIST-REAL  PIC S9(11)V99.
               10 WS-FT-PESO-FIXO  PIC 9(03)V99.
               10 WS-FT-PESO       PIC 9(03)V99.
               10 WS-FT-ORIGEM     PIC X(10).
               10 WS-FT-ANT-BRUTO  PIC S9(11)V99.
               10 WS-FT-ANT-PESO   PIC 9(03)V99.
               10 WS-FT-ANT-PREVISTO PIC S9(11)V99.
               10 WS-FT-ANT-REAL   PIC S9(11)V99.
               10 WS-FT-BRUTO-SEMANA PIC S9(11)V99 OCCURS 13.
               10 WS-FT-PREV-SEMANA PIC S9(11)V99 OCCURS 13.
               10 WS-FT-BRUTO-FAIXA PIC S9(11)V99 OCCURS 3.
               10 WS-FT-PREV-FAIXA PIC S9(11)V99 OCCURS 3.
       01 WS-TOTAIS-CREDOR.
           05 WS-CRED-ENTRY OCCURS 50.
               10 WS-CRED-CODIGO   PIC 9(03).
               10 WS-CRED-FONTE OCCURS 4.
                   15 WS-CRED-BRUTO PIC S9(11)V99 OCCURS 3.
               10 WS-CRED-PREVISTO PIC S9(11)V99 OCCURS 3.
      *    PROMESSAS DA JANELA DE HISTORICO, DA SEMANA DA PREVISAO
      *    ANTERIOR E DO HORIZONTE DA PREVISAO.
       01 WS-PROMESSAS-TAB.
           05 WS-PROM-ENTRY OCCURS 3000.
               10 WS-PR-CONTA      PIC 9(08).
               10 WS-PR-DATA       PIC 9(08).
               10 WS-PR-DATA-PROMESSA PIC 9(08).
               10 WS-PR-VALOR      PIC 9(7)V99.
               10 WS-PR-CUMPRIDA   PIC X(01).
               10 WS-PR-PAGO       PIC S9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           INITIALIZE WS-FONTES-TAB WS-TOTAIS-CREDOR
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'PREVCX: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LE-PARAMETROS
           COMPUTE WS-DATA-INICIO-HIST = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOJE - WS-DIAS-HISTORICO)
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIA-HOJE + 90)
           PERFORM LE-PREVISAO-ANTERIOR
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-TEM-ACORDOS
               PERFORM PROCESSA-ACORDOS
           END-IF
           PERFORM PROCESSA-BOLETOS
           PERFORM PROCESSA-CHEQUES
           PERFORM CARREGA-PROMESSAS
           PERFORM PROCESSA-PAYLOG
           PERFORM PROCESSA-PROMESSAS
           IF WS-HA-ACORDOS
               CLOSE ACORDO-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           PERFORM CALCULA-PESOS
           PERFORM CALCULA-PREVISTO
           PERFORM GRAVA-PREVISAO
           PERFORM GERA-RELATORIO-PREVISAO
           DISPLAY 'PREVCX: PREVISAO DE ' WS-DATA-HOJE
                   ' PARA 90 DIAS: ' WS-TOTAL-PREVISTO
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *    JANELA DO HISTORICO E PESOS FIXOS NO POLPARM; PESO NAO
      *    CADASTRADO (OU ZERO) SIGNIFICA PESO PELO HISTORICO.
       LE-PARAMETROS.
           MOVE 'PREVDIAS' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-DIAS-HISTORICO
           END-IF
           PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                   UNTIL WS-IDX-FONTE > 4
               MOVE WS-CODIGO-PESO (WS-IDX-FONTE) TO
                    WS-CODIGO-POLITICA
               PERFORM LE-POLITICA
               IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
                   MOVE WS-VALOR-POLITICA TO
                        WS-FT-PESO-FIXO (WS-IDX-FONTE)
               END-IF
           END-PERFORM.

       LE-POLITICA.
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA.

      *    A SEMANA COMPARADA E A PRIMEIRA DA PREVISAO ANTERIOR, ATE
      *    ONTEM QUANDO AINDA NAO SE PASSARAM SETE DIAS.
       LE-PREVISAO-ANTERIOR.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PREVANT-FILE
           IF NOT WS-FS-PREVANT-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ PREVANT-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PREVANT-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF PA-SEMANA = 1 AND PA-FONTE >= 1 AND
                      PA-FONTE <= 4 AND
                      PA-DATA-PREVISAO < WS-DATA-HOJE
                       MOVE 'S' TO WS-TEM-ANTERIOR
                       MOVE PA-DATA-PREVISAO TO WS-ANT-DATA-PREVISAO
                       MOVE PA-VALOR-BRUTO TO
                            WS-FT-ANT-BRUTO (PA-FONTE)
                       MOVE PA-PESO TO WS-FT-ANT-PESO (PA-FONTE)
                       MOVE PA-VALOR-PREVISTO TO
                            WS-FT-ANT-PREVISTO (PA-FONTE)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PREVANT-OK OR WS-FS-PREVANT = '10'
               CLOSE PREVANT-FILE
           END-IF
           IF WS-HA-PREVISAO-ANTERIOR
               MOVE WS-ANT-DATA-PREVISAO TO WS-ANT-INICIO
               COMPUTE WS-ANT-FIM-SEMANA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-ANT-INICIO) + 6)
               COMPUTE WS-ANT-FIM = FUNCTION DATE-OF-INTEGER
                   (WS-DIA-HOJE - 1)
               IF WS-ANT-FIM-SEMANA < WS-ANT-FIM
                   MOVE WS-ANT-FIM-SEMANA TO WS-ANT-FIM
               END-IF
           END-IF.

      *    PARCELA VENCIDA NA JANELA CONTA NA BASE DO HISTORICO, PAGA
      *    CONTA COMO REALIZADA; PARCELA EM ABERTO QUE VENCE NO
      *    HORIZONTE ENTRA NA PREVISAO.
       PROCESSA-ACORDOS.
           MOVE 1 TO WS-IDX-FONTE
           MOVE 'N' TO WS-ACORDO-EOF
           MOVE ZEROS TO AC-CHAVE
           START ACORDO-FILE KEY IS >= AC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-ACORDO-EOF
           END-START
           PERFORM UNTIL WS-FIM-ACORDO
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-ACORDO-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-ACORDO-EOF
               END-IF
               IF NOT WS-FIM-ACORDO
                   IF AC-DATA-VENCIMENTO >= WS-DATA-INICIO-HIST AND
                      AC-DATA-VENCIMENTO < WS-DATA-HOJE
                       ADD AC-VALOR TO WS-FT-HIST-BASE (1)
                       IF AC-PAGA
                           ADD AC-VALOR TO WS-FT-HIST-REAL (1)
                       END-IF
                   END-IF
                   IF WS-HA-PREVISAO-ANTERIOR AND AC-PAGA AND
                      AC-DATA-VENCIMENTO >= WS-ANT-INICIO AND
                      AC-DATA-VENCIMENTO <= WS-ANT-FIM
                       ADD AC-VALOR TO WS-FT-ANT-REAL (1)
                   END-IF
                   IF AC-ABERTA AND
                      AC-DATA-VENCIMENTO >= WS-DATA-HOJE AND
                      AC-DATA-VENCIMENTO < WS-DATA-LIMITE
                       MOVE AC-CONTA TO WS-ITEM-CONTA
                       MOVE AC-DATA-VENCIMENTO TO WS-ITEM-DATA
                       MOVE AC-VALOR TO WS-ITEM-VALOR
                       PERFORM PREVE-ITEM
                   END-IF
               END-IF
           END-PERFORM.

      *    BOLETO DE PARCELA JA ENTRA PELA PARCELA DO ACORDO; BOLETO
      *    REJEITADO OU CANCELADO NUNCA ESTEVE NO BANCO.
       PROCESSA-BOLETOS.
           MOVE 2 TO WS-IDX-FONTE
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT BOLETO-FILE
           IF NOT WS-FS-BOLETO-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ BOLETO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG AND NOT BO-ORIGEM-PARCELA AND
                  NOT BO-REJEITADO AND NOT BO-CANCELADO
                   IF BO-DATA-VENCIMENTO >= WS-DATA-INICIO-HIST AND
                      BO-DATA-VENCIMENTO < WS-DATA-HOJE
                       ADD BO-VALOR TO WS-FT-HIST-BASE (2)
                       IF BO-PAGO
                           ADD BO-VALOR TO WS-FT-HIST-REAL (2)
                       END-IF
                   END-IF
                   IF WS-HA-PREVISAO-ANTERIOR AND BO-PAGO AND
                      BO-DATA-VENCIMENTO >= WS-ANT-INICIO AND
                      BO-DATA-VENCIMENTO <= WS-ANT-FIM
                       ADD BO-VALOR TO WS-FT-ANT-REAL (2)
                   END-IF
                   IF BO-REMETIDO AND
                      BO-DATA-VENCIMENTO >= WS-DATA-HOJE AND
                      BO-DATA-VENCIMENTO < WS-DATA-LIMITE
                       MOVE BO-CONTA TO WS-ITEM-CONTA
                       MOVE BO-DATA-VENCIMENTO TO WS-ITEM-DATA
                       MOVE BO-VALOR TO WS-ITEM-VALOR
                       PERFORM PREVE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-BOLETO-OK OR WS-FS-BOLETO = '10'
               CLOSE BOLETO-FILE
           END-IF.

      *    CHEQUE AINDA EM CUSTODIA NAO ENTRA NO HISTORICO; EM
      *    CUSTODIA COM A COMPENSACAO JA VENCIDA ENTRA NA PRIMEIRA
      *    SEMANA.
       PROCESSA-CHEQUES.
           MOVE 4 TO WS-IDX-FONTE
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CHEQUE-FILE
           IF NOT WS-FS-CHEQUE-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CHEQUE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CHEQUE-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF NOT CQ-EM-CUSTODIA AND
                      CQ-DATA-COMPENSACAO >= WS-DATA-INICIO-HIST AND
                      CQ-DATA-COMPENSACAO < WS-DATA-HOJE
                       ADD CQ-VALOR TO WS-FT-HIST-BASE (4)
                       IF CQ-COMPENSADO
                           ADD CQ-VALOR TO WS-FT-HIST-REAL (4)
                       END-IF
                   END-IF
                   IF WS-HA-PREVISAO-ANTERIOR AND CQ-COMPENSADO AND
                      CQ-DATA-COMPENSACAO >= WS-ANT-INICIO AND
                      CQ-DATA-COMPENSACAO <= WS-ANT-FIM
                       ADD CQ-VALOR TO WS-FT-ANT-REAL (4)
                   END-IF
                   IF CQ-EM-CUSTODIA AND
                      CQ-DATA-COMPENSACAO < WS-DATA-LIMITE
                       MOVE CQ-CONTA TO WS-ITEM-CONTA
                       IF CQ-DATA-COMPENSACAO < WS-DATA-HOJE
                           MOVE WS-DATA-HOJE TO WS-ITEM-DATA
                       ELSE
                           MOVE CQ-DATA-COMPENSACAO TO WS-ITEM-DATA
                       END-IF
                       MOVE CQ-VALOR TO WS-ITEM-VALOR
                       PERFORM PREVE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CHEQUE-OK OR WS-FS-CHEQUE = '10'
               CLOSE CHEQUE-FILE
           END-IF.

       CARREGA-PROMESSAS.
           MOVE WS-DATA-INICIO-HIST TO WS-DATA-CORTE-PROMESSA
           IF WS-HA-PREVISAO-ANTERIOR AND
              WS-ANT-INICIO < WS-DATA-CORTE-PROMESSA
               MOVE WS-ANT-INICIO TO WS-DATA-CORTE-PROMESSA
           END-IF
           MOVE WS-DATA-HOJE TO WS-MENOR-DATA-CONTATO
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
                   IF CN-PROMESSA AND
                      CN-DATA-PROMESSA >= WS-DATA-CORTE-PROMESSA AND
                      CN-DATA-PROMESSA < WS-DATA-LIMITE
                       PERFORM GUARDA-PROMESSA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CONTATOS-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF
           IF WS-QTDE-PROM-FORA > 0
               DISPLAY 'PREVCX: TABELA DE PROMESSAS CHEIA. '
                       WS-QTDE-PROM-FORA ' PROMESSAS FORA DA PREVISAO.'
           END-IF.

       GUARDA-PROMESSA.
           IF WS-QTDE-PROMESSAS < 3000
               ADD 1 TO WS-QTDE-PROMESSAS
               MOVE CN-CONTA TO WS-PR-CONTA (WS-QTDE-PROMESSAS)
               MOVE CN-DATA TO WS-PR-DATA (WS-QTDE-PROMESSAS)
               MOVE CN-DATA-PROMESSA TO
                    WS-PR-DATA-PROMESSA (WS-QTDE-PROMESSAS)
               IF CN-VALOR-PROMESSA IS NUMERIC
                   MOVE CN-VALOR-PROMESSA TO
                        WS-PR-VALOR (WS-QTDE-PROMESSAS)
               ELSE
                   MOVE ZEROS TO WS-PR-VALOR (WS-QTDE-PROMESSAS)
               END-IF
               MOVE 'N' TO WS-PR-CUMPRIDA (WS-QTDE-PROMESSAS)
               MOVE ZEROS TO WS-PR-PAGO (WS-QTDE-PROMESSAS)
               IF CN-DATA < WS-MENOR-DATA-CONTATO
                   MOVE CN-DATA TO WS-MENOR-DATA-CONTATO
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-PROM-FORA
           END-IF.

      *    UMA PASSADA NO PAYLOG: PROMESSA CUMPRIDA = PAGAMENTO DA
      *    CONTA ENTRE O CONTATO E A DATA PROMETIDA (INCLUSIVE), COMO
      *    NO EFICACIA; E O CAIXA QUE ENTROU NA SEMANA DA PREVISAO
      *    ANTERIOR (DESCONTO E CREDITO JA EXISTENTE NAO SAO CAIXA).
       PROCESSA-PAYLOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
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
               IF NOT WS-FIM-LOG AND NOT PL-TIPO-DESCONTO AND
                  NOT PL-FORMA-SUSPENSO AND NOT PL-FORMA-SALDO-CREDOR
                   IF WS-HA-PREVISAO-ANTERIOR AND
                      PL-DATA-MOVIMENTO >= WS-ANT-INICIO AND
                      PL-DATA-MOVIMENTO <= WS-ANT-FIM
                       ADD PL-VALOR TO WS-ANT-CAIXA
                   END-IF
                   IF (PL-TIPO-PAGAMENTO OR PL-TIPO-RECUPERACAO OR
                       PL-TIPO-ESPOLIO) AND
                      PL-DATA-MOVIMENTO >= WS-MENOR-DATA-CONTATO
                       PERFORM MARCA-PROMESSAS-CUMPRIDAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

       MARCA-PROMESSAS-CUMPRIDAS.
           PERFORM VARYING WS-IDX-PROM FROM 1 BY 1
                   UNTIL WS-IDX-PROM > WS-QTDE-PROMESSAS
               IF WS-PR-CONTA (WS-IDX-PROM) = PL-CONTA AND
                  PL-DATA-MOVIMENTO >= WS-PR-DATA (WS-IDX-PROM) AND
                  PL-DATA-MOVIMENTO <=
                  WS-PR-DATA-PROMESSA (WS-IDX-PROM)
                   MOVE 'S' TO WS-PR-CUMPRIDA (WS-IDX-PROM)
                   ADD PL-VALOR TO WS-PR-PAGO (WS-IDX-PROM)
               END-IF
           END-PERFORM.

      *    NA PROMESSA O HISTORICO E POR QUANTIDADE: O VALOR PROMETIDO
      *    NEM SEMPRE FOI INFORMADO. PARA A PREVISAO VALE A PROMESSA
      *    MAIS RECENTE DA CONTA, PELO VALOR PROMETIDO (OU O SALDO,
      *    SE MAIOR OU NAO INFORMADO); CONTA COM ACORDO ATIVO JA ESTA
      *    NA PREVISAO PELAS PARCELAS.
       PROCESSA-PROMESSAS.
           MOVE 3 TO WS-IDX-FONTE
           PERFORM VARYING WS-IDX-PROM FROM 1 BY 1
                   UNTIL WS-IDX-PROM > WS-QTDE-PROMESSAS
               IF WS-PR-DATA-PROMESSA (WS-IDX-PROM) < WS-DATA-HOJE
                   PERFORM AVALIA-PROMESSA-VENCIDA
               ELSE
                   PERFORM AVALIA-PROMESSA-FUTURA
               END-IF
           END-PERFORM.

       AVALIA-PROMESSA-VENCIDA.
           IF WS-PR-DATA-PROMESSA (WS-IDX-PROM) >= WS-DATA-INICIO-HIST
               ADD 1 TO WS-FT-HIST-BASE (3)
               IF WS-PR-CUMPRIDA (WS-IDX-PROM) = 'S'
                   ADD 1 TO WS-FT-HIST-REAL (3)
               END-IF
           END-IF
           IF WS-HA-PREVISAO-ANTERIOR AND
              WS-PR-CUMPRIDA (WS-IDX-PROM) = 'S' AND
              WS-PR-DATA-PROMESSA (WS-IDX-PROM) >= WS-ANT-INICIO AND
              WS-PR-DATA-PROMESSA (WS-IDX-PROM) <= WS-ANT-FIM
               ADD WS-PR-PAGO (WS-IDX-PROM) TO WS-FT-ANT-REAL (3)
           END-IF.

       AVALIA-PROMESSA-FUTURA.
           MOVE 'N' TO WS-PROMESSA-SUPERADA
           PERFORM VARYING WS-IDX-PROM2 FROM WS-IDX-PROM BY 1
                   UNTIL WS-IDX-PROM2 >= WS-QTDE-PROMESSAS
               IF WS-PR-CONTA (WS-IDX-PROM2 + 1) =
                  WS-PR-CONTA (WS-IDX-PROM) AND
                  WS-PR-DATA-PROMESSA (WS-IDX-PROM2 + 1) >=
                  WS-DATA-HOJE
                   MOVE 'S' TO WS-PROMESSA-SUPERADA
               END-IF
           END-PERFORM
           IF NOT WS-HA-PROMESSA-NOVA
               MOVE WS-PR-CONTA (WS-IDX-PROM) TO WS-ITEM-CONTA
               PERFORM LE-CONTA-ITEM
               PERFORM VERIFICA-ACORDO-ATIVO
               IF WS-CONTA-CADASTRADA AND WS-SALDO-CONTA > 0 AND
                  NOT WS-ACORDO-ATIVO
                   MOVE WS-PR-DATA-PROMESSA (WS-IDX-PROM) TO
                        WS-ITEM-DATA
                   IF WS-PR-VALOR (WS-IDX-PROM) > 0 AND
                      WS-PR-VALOR (WS-IDX-PROM) < WS-SALDO-CONTA
                       MOVE WS-PR-VALOR (WS-IDX-PROM) TO WS-ITEM-VALOR
                   ELSE
                       MOVE WS-SALDO-CONTA TO WS-ITEM-VALOR
                   END-IF
                   PERFORM PREVE-ITEM
               END-IF
           END-IF.

       VERIFICA-ACORDO-ATIVO.
           MOVE 'N' TO WS-TEM-ACORDO-ATIVO WS-ACORDO-EOF
           IF NOT WS-HA-ACORDOS
               MOVE 'S' TO WS-ACORDO-EOF
           ELSE
               MOVE WS-ITEM-CONTA TO AC-CONTA
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
                   IF AC-CONTA NOT = WS-ITEM-CONTA
                       MOVE 'S' TO WS-ACORDO-EOF
                   ELSE
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO-ATIVO
                           MOVE 'S' TO WS-ACORDO-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LE-CONTA-ITEM.
           IF WS-ITEM-CONTA NOT = WS-CONTA-LIDA
               MOVE WS-ITEM-CONTA TO WS-CONTA-LIDA CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CONTA-EXISTE
                       MOVE ZEROS TO WS-CREDOR-CONTA WS-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CONTA-EXISTE
                       MOVE CM-CREDOR TO WS-CREDOR-CONTA
                       IF CM-NAO-PAGO
                           MOVE CM-SALDO-DEVEDOR TO WS-SALDO-CONTA
                       ELSE
                           MOVE ZEROS TO WS-SALDO-CONTA
                       END-IF
               END-READ
           END-IF.

      *    SEMANA E FAIXA DE 30 DIAS CONTADAS A PARTIR DE HOJE.
       PREVE-ITEM.
           COMPUTE WS-DESLOCAMENTO =
               FUNCTION INTEGER-OF-DATE (WS-ITEM-DATA) - WS-DIA-HOJE
           IF WS-DESLOCAMENTO >= 0 AND WS-DESLOCAMENTO < 90 AND
              WS-ITEM-VALOR > 0
               COMPUTE WS-IDX-SEMANA = WS-DESLOCAMENTO / 7 + 1
               COMPUTE WS-IDX-FAIXA = WS-DESLOCAMENTO / 30 + 1
               ADD WS-ITEM-VALOR TO
                   WS-FT-BRUTO-SEMANA (WS-IDX-FONTE WS-IDX-SEMANA)
               ADD WS-ITEM-VALOR TO
                   WS-FT-BRUTO-FAIXA (WS-IDX-FONTE WS-IDX-FAIXA)
               PERFORM LE-CONTA-ITEM
               PERFORM ACUMULA-CREDOR
           END-IF.

       ACUMULA-CREDOR.
           MOVE ZEROS TO WS-IDX-CRED-ACHADO
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               IF WS-CRED-CODIGO (WS-IDX-CRED) = WS-CREDOR-CONTA AND
                  WS-IDX-CRED-ACHADO = 0
                   MOVE WS-IDX-CRED TO WS-IDX-CRED-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-CRED-ACHADO = 0
               IF WS-QTDE-CRED < 50
                   ADD 1 TO WS-QTDE-CRED
                   MOVE WS-QTDE-CRED TO WS-IDX-CRED-ACHADO
                   MOVE WS-CREDOR-CONTA TO
                        WS-CRED-CODIGO (WS-IDX-CRED-ACHADO)
               ELSE
                   DISPLAY 'PREVCX: TABELA DE CREDORES CHEIA. CONTA '
                           WS-ITEM-CONTA ' FORA DO QUADRO POR CREDOR.'
               END-IF
           END-IF
           IF WS-IDX-CRED-ACHADO > 0
               ADD WS-ITEM-VALOR TO WS-CRED-BRUTO
                   (WS-IDX-CRED-ACHADO WS-IDX-FONTE WS-IDX-FAIXA)
           END-IF.

      *    PESO = REALIZADO / BASE DA JANELA, SALVO PESO FIXO NO
      *    POLPARM; SEM BASE NA JANELA, O PESO PADRAO DA FONTE.
       CALCULA-PESOS.
           PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                   UNTIL WS-IDX-FONTE > 4
               EVALUATE TRUE
                   WHEN WS-FT-PESO-FIXO (WS-IDX-FONTE) > 0
                       MOVE WS-FT-PESO-FIXO (WS-IDX-FONTE) TO
                            WS-FT-PESO (WS-IDX-FONTE)
                       MOVE 'POLPARM' TO WS-FT-ORIGEM (WS-IDX-FONTE)
                   WHEN WS-FT-HIST-BASE (WS-IDX-FONTE) > 0
                       COMPUTE WS-PERC-REALIZADO ROUNDED =
                           WS-FT-HIST-REAL (WS-IDX-FONTE) * 100 /
                           WS-FT-HIST-BASE (WS-IDX-FONTE)
                       IF WS-PERC-REALIZADO > 100
                           MOVE 100 TO WS-PERC-REALIZADO
                       END-IF
                       MOVE WS-PERC-REALIZADO TO
                            WS-FT-PESO (WS-IDX-FONTE)
                       MOVE 'HISTORICO' TO WS-FT-ORIGEM (WS-IDX-FONTE)
                   WHEN OTHER
                       MOVE WS-PESO-PADRAO (WS-IDX-FONTE) TO
                            WS-FT-PESO (WS-IDX-FONTE)
                       MOVE 'PADRAO' TO WS-FT-ORIGEM (WS-IDX-FONTE)
               END-EVALUATE
           END-PERFORM.

       CALCULA-PREVISTO.
           PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                   UNTIL WS-IDX-FONTE > 4
               PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
                       UNTIL WS-IDX-SEMANA > 13
                   COMPUTE WS-FT-PREV-SEMANA
                           (WS-IDX-FONTE WS-IDX-SEMANA) ROUNDED =
                       WS-FT-BRUTO-SEMANA (WS-IDX-FONTE WS-IDX-SEMANA)
                       * WS-FT-PESO (WS-IDX-FONTE) / 100
               END-PERFORM
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 3
                   COMPUTE WS-FT-PREV-FAIXA
                           (WS-IDX-FONTE WS-IDX-FAIXA) ROUNDED =
                       WS-FT-BRUTO-FAIXA (WS-IDX-FONTE WS-IDX-FAIXA)
                       * WS-FT-PESO (WS-IDX-FONTE) / 100
                   ADD WS-FT-PREV-FAIXA (WS-IDX-FONTE WS-IDX-FAIXA)
                       TO WS-TOTAL-PREVISTO
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 3
                   MOVE ZEROS TO WS-TOTAL-LINHA
                   PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                           UNTIL WS-IDX-FONTE > 4
                       COMPUTE WS-TOTAL-LINHA ROUNDED =
                           WS-TOTAL-LINHA + WS-CRED-BRUTO
                           (WS-IDX-CRED WS-IDX-FONTE WS-IDX-FAIXA)
                           * WS-FT-PESO (WS-IDX-FONTE) / 100
                   END-PERFORM
                   MOVE WS-TOTAL-LINHA TO
                        WS-CRED-PREVISTO (WS-IDX-CRED WS-IDX-FAIXA)
               END-PERFORM
           END-PERFORM.

       GRAVA-PREVISAO.
           OPEN OUTPUT PREVHIST-FILE
           PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                   UNTIL WS-IDX-FONTE > 4
               PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
                       UNTIL WS-IDX-SEMANA > 13
                   MOVE WS-DATA-HOJE TO PH-DATA-PREVISAO
                   MOVE WS-IDX-FONTE TO PH-FONTE
                   MOVE WS-IDX-SEMANA TO PH-SEMANA
                   COMPUTE PH-DATA-INICIO = FUNCTION DATE-OF-INTEGER
                       (WS-DIA-HOJE + (WS-IDX-SEMANA - 1) * 7)
                   MOVE WS-FT-BRUTO-SEMANA (WS-IDX-FONTE WS-IDX-SEMANA)
                        TO PH-VALOR-BRUTO
                   MOVE WS-FT-PESO (WS-IDX-FONTE) TO PH-PESO
                   MOVE WS-FT-PREV-SEMANA (WS-IDX-FONTE WS-IDX-SEMANA)
                        TO PH-VALOR-PREVISTO
                   WRITE PREVHIST-RECORD
               END-PERFORM
           END-PERFORM
           CLOSE PREVHIST-FILE.

       GERA-RELATORIO-PREVISAO.
           OPEN OUTPUT PREV-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'PREVISAO DE RECEBIMENTOS - 90 DIAS A PARTIR DE '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM IMPRIME-PESOS
           PERFORM IMPRIME-SEMANAS
           PERFORM IMPRIME-FAIXAS
           PERFORM IMPRIME-CREDORES
           PERFORM IMPRIME-PREVISTO-REALIZADO
           CLOSE PREV-RPT-FILE.

       IMPRIME-PESOS.
           MOVE SPACES TO RPT-LINE
           STRING 'PESOS (REALIZACAO NOS ULTIMOS ' WS-DIAS-HISTORICO
                  ' DIAS; PROMESSAS EM QUANTIDADE):'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FONTE      BASE HISTORICO   REALIZADO'
                  '   PESO  ORIGEM'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                   UNTIL WS-IDX-FONTE > 4
               MOVE WS-FT-HIST-BASE (WS-IDX-FONTE) TO WS-V1
               MOVE WS-FT-HIST-REAL (WS-IDX-FONTE) TO WS-V2
               MOVE SPACES TO RPT-LINE
               STRING WS-NOME-FONTE (WS-IDX-FONTE) ' '
                      WS-V1 '  ' WS-V2 ' '
                      WS-FT-PESO (WS-IDX-FONTE) ' '
                      WS-FT-ORIGEM (WS-IDX-FONTE)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIME-SEMANAS.
           MOVE SPACES TO RPT-LINE
           STRING 'PREVISTO POR SEMANA (JA PONDERADO):'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SM INICIO       ACORDOS     BOLETOS   PROMESSAS'
                  '     CHEQUES       TOTAL'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
                   UNTIL WS-IDX-SEMANA > 13
               COMPUTE WS-DATA-SEMANA = FUNCTION DATE-OF-INTEGER
                   (WS-DIA-HOJE + (WS-IDX-SEMANA - 1) * 7)
               MOVE WS-FT-PREV-SEMANA (1 WS-IDX-SEMANA) TO WS-V1
               MOVE WS-FT-PREV-SEMANA (2 WS-IDX-SEMANA) TO WS-V2
               MOVE WS-FT-PREV-SEMANA (3 WS-IDX-SEMANA) TO WS-V3
               MOVE WS-FT-PREV-SEMANA (4 WS-IDX-SEMANA) TO WS-V4
               COMPUTE WS-V5 = WS-V1 + WS-V2 + WS-V3 + WS-V4
               MOVE SPACES TO RPT-LINE
               STRING WS-IDX-SEMANA ' ' WS-DATA-SEMANA ' '
                      WS-V1 ' ' WS-V2 ' ' WS-V3 ' ' WS-V4 ' ' WS-V5
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIME-FAIXAS.
           MOVE SPACES TO RPT-LINE
           STRING 'PREVISTO POR PRAZO:'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PRAZO           ACORDOS     BOLETOS   PROMESSAS'
                  '     CHEQUES       TOTAL'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 3
               MOVE WS-FT-PREV-FAIXA (1 WS-IDX-FAIXA) TO WS-V1
               MOVE WS-FT-PREV-FAIXA (2 WS-IDX-FAIXA) TO WS-V2
               MOVE WS-FT-PREV-FAIXA (3 WS-IDX-FAIXA) TO WS-V3
               MOVE WS-FT-PREV-FAIXA (4 WS-IDX-FAIXA) TO WS-V4
               COMPUTE WS-V5 = WS-V1 + WS-V2 + WS-V3 + WS-V4
               MOVE SPACES TO RPT-LINE
               EVALUATE WS-IDX-FAIXA
                   WHEN 1
                       MOVE 'ATE 30 DIAS' TO RPT-LINE (1:11)
                   WHEN 2
                       MOVE '31 A 60 DIAS' TO RPT-LINE (1:12)
                   WHEN 3
                       MOVE '61 A 90 DIAS' TO RPT-LINE (1:12)
               END-EVALUATE
               STRING WS-V1 ' ' WS-V2 ' ' WS-V3 ' ' WS-V4 ' ' WS-V5
                      DELIMITED BY SIZE INTO RPT-LINE (13:60)
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-TOTAL-PREVISTO TO WS-V5
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL PREVISTO EM 90 DIAS: ' WS-V5
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIME-CREDORES.
           MOVE SPACES TO RPT-LINE
           STRING 'PREVISTO POR CREDOR:'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CREDOR     ATE 30     31 A 60     61 A 90'
                  '       TOTAL'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-CRED FROM 1 BY 1
                   UNTIL WS-IDX-CRED > WS-QTDE-CRED
               MOVE WS-CRED-PREVISTO (WS-IDX-CRED 1) TO WS-V1
               MOVE WS-CRED-PREVISTO (WS-IDX-CRED 2) TO WS-V2
               MOVE WS-CRED-PREVISTO (WS-IDX-CRED 3) TO WS-V3
               COMPUTE WS-V4 = WS-V1 + WS-V2 + WS-V3
               MOVE SPACES TO RPT-LINE
               STRING WS-CRED-CODIGO (WS-IDX-CRED) '    '
                      WS-V1 ' ' WS-V2 ' ' WS-V3 ' ' WS-V4
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    REALIZADO DA FONTE = O QUE ERA DEVIDO NA SEMANA E SE
      *    REALIZOU; O CAIXA DO PAYLOG E O TOTAL QUE ENTROU NA SEMANA,
      *    DE QUALQUER ORIGEM.
       IMPRIME-PREVISTO-REALIZADO.
           MOVE SPACES TO RPT-LINE
           IF NOT WS-HA-PREVISAO-ANTERIOR
               STRING 'PREVISTO X REALIZADO: SEM PREVISAO ANTERIOR '
                      'PARA COMPARAR.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               STRING 'PREVISTO X REALIZADO - PREVISAO DE '
                      WS-ANT-DATA-PREVISAO ', DE ' WS-ANT-INICIO
                      ' A ' WS-ANT-FIM
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF WS-ANT-FIM < WS-ANT-FIM-SEMANA
                   MOVE SPACES TO RPT-LINE
                   STRING '(SEMANA AINDA INCOMPLETA)'
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING 'FONTE          BRUTO   PESO    PREVISTO'
                      '   REALIZADO   %REAL'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                       UNTIL WS-IDX-FONTE > 4
                   PERFORM IMPRIME-REALIZADO-FONTE
               END-PERFORM
               MOVE WS-TOTAL-BRUTO TO WS-V1
               MOVE ZEROS TO WS-V2
               PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                       UNTIL WS-IDX-FONTE > 4
                   ADD WS-FT-ANT-PREVISTO (WS-IDX-FONTE) TO WS-V2
               END-PERFORM
               MOVE WS-TOTAL-REALIZADO TO WS-V3
               MOVE SPACES TO RPT-LINE
               STRING 'TOTAL      ' WS-V1 '        ' WS-V2 ' ' WS-V3
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-ANT-CAIXA < 0
                   MOVE ZEROS TO WS-V4
               ELSE
                   MOVE WS-ANT-CAIXA TO WS-V4
               END-IF
               STRING 'CAIXA EFETIVO NO PAYLOG NO PERIODO: ' WS-V4
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       IMPRIME-REALIZADO-FONTE.
           MOVE WS-FT-ANT-BRUTO (WS-IDX-FONTE) TO WS-V1
           MOVE WS-FT-ANT-PREVISTO (WS-IDX-FONTE) TO WS-V2
           MOVE WS-FT-ANT-REAL (WS-IDX-FONTE) TO WS-V3
           ADD WS-FT-ANT-BRUTO (WS-IDX-FONTE) TO WS-TOTAL-BRUTO
           ADD WS-FT-ANT-REAL (WS-IDX-FONTE) TO WS-TOTAL-REALIZADO
           MOVE ZEROS TO WS-PERC-REALIZADO
           IF WS-FT-ANT-BRUTO (WS-IDX-FONTE) > 0
               COMPUTE WS-PERC-REALIZADO ROUNDED =
                   WS-FT-ANT-REAL (WS-IDX-FONTE) * 100 /
                   WS-FT-ANT-BRUTO (WS-IDX-FONTE)
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-NOME-FONTE (WS-IDX-FONTE) WS-V1 ' '
                  WS-FT-ANT-PESO (WS-IDX-FONTE) ' ' WS-V2 ' '
                  WS-V3 ' ' WS-PERC-REALIZADO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM PREVCX.

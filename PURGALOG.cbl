      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:EXPURGO MENSAL DOS LOGS OPERACIONAIS PELA POLITICA DE
      *         RETENCAO: O ARQPAY FECHA O PAYLOG E O REPOCAP EXPIRA
      *         OS RELATORIOS, MAS CONTATOS, ERRLOG, CADLOG, LGPDLOG,
      *         RUNHIST, OPNOTES, MSGHIST E OS BOLETOS PAGOS OU
      *         EXPIRADOS CRESCIAM PARA SEMPRE. PARA CADA LOG, A
      *         RETENCAO EM DIAS E A ACAO VEM DO LOGRETEN (SEM
      *         REGISTRO VALE O PADRAO DO LOG, ARQUIVANDO): OS
      *         REGISTROS ANTERIORES AO CORTE VAO PARA O ARQUIVO DO
      *         LOG (O JOB APONTA O DD PARA O DATASET DO MES) OU SAO
      *         SO APAGADOS, E O LOG E RECRIADO COM O RESTANTE PELO
      *         ARQUIVO DE TRABALHO DO LOG, COMO NO ARQPAY. NUNCA SAI
      *         REGISTRO DE CONTA COM CONTESTACAO (DISPUTAS) OU
      *         RECLAMACAO (RECLAMAS) EM ABERTO OU EM CASO JUDICIAL
      *         (JURIDICO, FALENCIA OU RECUPERACAO JUDICIAL NO
      *         CUSTMAST): ESSES FICAM E SAO CONTADOS COMO
      *         PRESERVADOS. O RESUMO DE CADA LOG VAI PARA O CTLTOT E
      *         PARA O RELATORIO DE RETENCAO DO ENCARREGADO DE DADOS
      *         (RETEN-RPT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGALOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT CTTARQ-FILE ASSIGN TO "CTTARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT CTTNEW-FILE ASSIGN TO "CTTNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT ERRARQ-FILE ASSIGN TO "ERRARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT ERRNEW-FILE ASSIGN TO "ERRNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT CADLOG-FILE ASSIGN TO "CADLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT CADARQ-FILE ASSIGN TO "CADARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT CADNEW-FILE ASSIGN TO "CADNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT LGPDLOG-FILE ASSIGN TO "LGPDLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT LGPDARQ-FILE ASSIGN TO "LGPDARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT LGPDNEW-FILE ASSIGN TO "LGPDNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT RUNARQ-FILE ASSIGN TO "RUNARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT RUNNEW-FILE ASSIGN TO "RUNNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT OPNOTES-FILE ASSIGN TO "OPNOTES"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT NOTARQ-FILE ASSIGN TO "NOTARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT NOTNEW-FILE ASSIGN TO "NOTNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT MSGHIST-FILE ASSIGN TO "MSGHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-LOG.
           SELECT MSGARQ-FILE ASSIGN TO "MSGARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT MSGNEW-FILE ASSIGN TO "MSGNEW"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-NEW.
           SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CHAVE
               FILE STATUS WS-FS-LOG.
           SELECT BOLARQ-FILE ASSIGN TO "BOLARQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ARQ.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               FILE STATUS WS-FS-CUSTMAST.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DI-CHAVE
               FILE STATUS WS-FS-DISPUTA.
           SELECT RECLAMA-FILE ASSIGN TO "RECLAMAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RQ-CHAVE
               FILE STATUS WS-FS-RECLAMA.
           SELECT LOGRETEN-FILE ASSIGN TO "LOGRETEN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LR-NOME
               FILE STATUS WS-FS-LOGRETEN.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CTLTOT.
           SELECT RETEN-RPT-FILE ASSIGN TO "RETEN-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  CTTARQ-FILE.
           COPY CONTATOS REPLACING ==CONTATOS-RECORD==
                         BY ==CTTARQ-RECORD== LEADING ==CN== BY ==XC==.
       FD  CTTNEW-FILE.
           COPY CONTATOS REPLACING ==CONTATOS-RECORD==
                         BY ==CTTNEW-RECORD== LEADING ==CN== BY ==NC==.
       FD  ERRLOG-FILE.
           COPY ERRLOG.
       FD  ERRARQ-FILE.
           COPY ERRLOG REPLACING ==ERRLOG-RECORD==
                         BY ==ERRARQ-RECORD== LEADING ==EL== BY ==XE==.
       FD  ERRNEW-FILE.
           COPY ERRLOG REPLACING ==ERRLOG-RECORD==
                         BY ==ERRNEW-RECORD== LEADING ==EL== BY ==NE==.
       FD  CADLOG-FILE.
           COPY CADLOG.
       FD  CADARQ-FILE.
           COPY CADLOG REPLACING ==CADLOG-RECORD==
                         BY ==CADARQ-RECORD== LEADING ==CL== BY ==XL==.
       FD  CADNEW-FILE.
           COPY CADLOG REPLACING ==CADLOG-RECORD==
                         BY ==CADNEW-RECORD== LEADING ==CL== BY ==NL==.
       FD  LGPDLOG-FILE.
           COPY LGPDLOG.
       FD  LGPDARQ-FILE.
           COPY LGPDLOG REPLACING ==LGPDLOG-RECORD==
                         BY ==LGPDARQ-RECORD== LEADING ==LG== BY ==XG==.
       FD  LGPDNEW-FILE.
           COPY LGPDLOG REPLACING ==LGPDLOG-RECORD==
                         BY ==LGPDNEW-RECORD== LEADING ==LG== BY ==NG==.
       FD  RUNHIST-FILE.
           COPY RUNHIST.
       FD  RUNARQ-FILE.
           COPY RUNHIST REPLACING ==RUNHIST-RECORD==
                         BY ==RUNARQ-RECORD== LEADING ==RH== BY ==XR==.
       FD  RUNNEW-FILE.
           COPY RUNHIST REPLACING ==RUNHIST-RECORD==
                         BY ==RUNNEW-RECORD== LEADING ==RH== BY ==NR==.
       FD  OPNOTES-FILE.
           COPY OPNOTES.
       FD  NOTARQ-FILE.
           COPY OPNOTES REPLACING ==OPNOTES-RECORD==
                         BY ==NOTARQ-RECORD== LEADING ==ON== BY ==XO==.
       FD  NOTNEW-FILE.
           COPY OPNOTES REPLACING ==OPNOTES-RECORD==
                         BY ==NOTNEW-RECORD== LEADING ==ON== BY ==NT==.
       FD  MSGHIST-FILE.
           COPY MSGHIST.
       FD  MSGARQ-FILE.
           COPY MSGHIST REPLACING ==MSGHIST-RECORD==
                         BY ==MSGARQ-RECORD== LEADING ==MH== BY ==XM==.
       FD  MSGNEW-FILE.
           COPY MSGHIST REPLACING ==MSGHIST-RECORD==
                         BY ==MSGNEW-RECORD== LEADING ==MH== BY ==NM==.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  BOLARQ-FILE.
           COPY BOLETO REPLACING ==BOLETO-RECORD==
                         BY ==BOLARQ-RECORD== LEADING ==BO== BY ==XB==.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DISPUTA-FILE.
           COPY DISPUTA.
       FD  RECLAMA-FILE.
           COPY RECLAMA.
       FD  LOGRETEN-FILE.
           COPY LOGRETEN.
       FD  CTLTOT-FILE.
           COPY CTLTOT.
       FD  RETEN-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-LOG                PIC X(02) VALUES '00'.
           88 WS-FS-LOG-OK         VALUE '00'.
       77 WS-FS-ARQ                PIC X(02) VALUES '00'.
           88 WS-FS-ARQ-OK         VALUE '00'.
       77 WS-FS-NEW                PIC X(02) VALUES '00'.
           88 WS-FS-NEW-OK         VALUE '00'.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CUSTMAST-OK    VALUE '00'.
       77 WS-FS-DISPUTA            PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK     VALUE '00'.
       77 WS-FS-RECLAMA            PIC X(02) VALUES '00'.
           88 WS-FS-RECLAMA-OK     VALUE '00'.
       77 WS-FS-LOGRETEN           PIC X(02) VALUES '00'.
           88 WS-FS-LOGRETEN-OK    VALUE '00'.
       77 WS-FS-CTLTOT             PIC X(02) VALUES '00'.
           88 WS-FS-CTLTOT-OK      VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-BUSCA-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-BUSCA         VALUE 'S'.
      *    SEM O ARQUIVO DE CONTESTACOES OU DE RECLAMACOES NAO HA
      *    NENHUMA EM ABERTO; SEM O CADASTRO NAO DA PARA SABER QUEM
      *    ESTA EM CASO JUDICIAL E NADA E EXPURGADO.
       77 WS-TEM-DISPUTAS          PIC X(01) VALUES 'N'.
           88 WS-HA-DISPUTAS       VALUE 'S'.
       77 WS-TEM-RECLAMACOES       PIC X(01) VALUES 'N'.
           88 WS-HA-RECLAMACOES    VALUE 'S'.
       77 WS-TEM-POLITICA          PIC X(01) VALUES 'N'.
           88 WS-HA-POLITICA       VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-NOME-LOG              PIC X(08) VALUES SPACES.
       77 WS-DIAS-RETENCAO         PIC 9(04) VALUES ZEROS.
       77 WS-ACAO-RETENCAO         PIC X(01) VALUES 'A'.
           88 WS-ACAO-ARQUIVA      VALUE 'A'.
           88 WS-ACAO-EXCLUI       VALUE 'E'.
       77 WS-NOME-ACAO             PIC X(07) VALUES SPACES.
       77 WS-DATA-CORTE            PIC 9(08) VALUES ZEROS.
      *    DADOS DO REGISTRO EM EXAME, MONTADOS PELO PARAGRAFO DO LOG:
      *    CONTA ZERO QUANDO O LOG NAO E DE CONTA (ERRLOG, RUNHIST,
      *    OPNOTES); ELEGIVEL 'N' QUANDO O REGISTRO NUNCA SAI PELA
      *    IDADE (RECADO NAO LIDO, BOLETO AINDA EM ABERTO).
       77 WS-DATA-REGISTRO         PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-REGISTRO        PIC 9(08) VALUES ZEROS.
       77 WS-ELEGIVEL              PIC X(01) VALUES 'S'.
           88 WS-REGISTRO-ELEGIVEL VALUE 'S'.
       77 WS-EXPURGA               PIC X(01) VALUES 'N'.
           88 WS-DEVE-EXPURGAR     VALUE 'S'.
       77 WS-CONTA-VERIFICADA      PIC 9(08) VALUES ZEROS.
       77 WS-PROTEGIDA             PIC X(01) VALUES 'N'.
           88 WS-CONTA-E-PROTEGIDA VALUE 'S'.
       77 WS-QTDE-LIDOS            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-EXPURGADOS       PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-PRESERVADOS      PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-MANTIDOS         PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-EXPURGADO       PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-EXPURGADOS      PIC 9(07) VALUES ZEROS.
       77 WS-TOTAL-PRESERVADOS     PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-LOGS-AUSENTES    PIC 9(02) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUSTMAST-OK
               DISPLAY 'PURGALOG: CUSTMAST NAO ENCONTRADO (STATUS '
                       WS-FS-CUSTMAST '). SEM O CADASTRO NAO HA COMO '
                       'PRESERVAR OS CASOS JUDICIAIS. NADA EXPURGADO.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DISPUTA-FILE
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-TEM-DISPUTAS
           END-IF
           OPEN INPUT RECLAMA-FILE
           IF WS-FS-RECLAMA-OK
               MOVE 'S' TO WS-TEM-RECLAMACOES
           END-IF
           OPEN INPUT LOGRETEN-FILE
           IF WS-FS-LOGRETEN-OK
               MOVE 'S' TO WS-TEM-POLITICA
           END-IF
           OPEN EXTEND CTLTOT-FILE
           IF NOT WS-FS-CTLTOT-OK
               CLOSE CTLTOT-FILE
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           OPEN OUTPUT RETEN-RPT-FILE
           PERFORM CABECALHO-RELATORIO
           PERFORM EXPURGA-CONTATOS
           PERFORM EXPURGA-ERRLOG
           PERFORM EXPURGA-CADLOG
           PERFORM EXPURGA-LGPDLOG
           PERFORM EXPURGA-RUNHIST
           PERFORM EXPURGA-OPNOTES
           PERFORM EXPURGA-MSGHIST
           PERFORM EXPURGA-BOLETOS
           PERFORM GRAVA-TOTAIS
           CLOSE RETEN-RPT-FILE
           CLOSE CTLTOT-FILE
           CLOSE CUSTMAST-FILE
           IF WS-HA-DISPUTAS
               CLOSE DISPUTA-FILE
           END-IF
           IF WS-HA-RECLAMACOES
               CLOSE RECLAMA-FILE
           END-IF
           IF WS-HA-POLITICA
               CLOSE LOGRETEN-FILE
           END-IF
           DISPLAY 'PURGALOG: REGISTROS EXPURGADOS: '
                   WS-TOTAL-EXPURGADOS ' PRESERVADOS POR CONTA EM '
                   'ABERTO: ' WS-TOTAL-PRESERVADOS
           IF WS-QTDE-LOGS-AUSENTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       CABECALHO-RELATORIO.
           MOVE SPACES TO RPT-LINE
           STRING 'RETENCAO DOS LOGS OPERACIONAIS - EXPURGO DE '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LOG      DIAS ACAO    CORTE      LIDOS    EXPURG.'
                  '  PRESERV.   MANTIDOS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE.

      *    O PADRAO DO LOG (JA MOVIDO PELO PARAGRAFO DO LOG) VALE
      *    QUANDO NAO HA POLITICA PARA ELE NO LOGRETEN.
       PREPARA-LOG.
           MOVE 'A' TO WS-ACAO-RETENCAO
           IF WS-HA-POLITICA
               MOVE WS-NOME-LOG TO LR-NOME
               READ LOGRETEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LR-DIAS IS NUMERIC AND LR-DIAS > 0
                           MOVE LR-DIAS TO WS-DIAS-RETENCAO
                       END-IF
                       IF LR-EXCLUI
                           MOVE 'E' TO WS-ACAO-RETENCAO
                       END-IF
               END-READ
           END-IF
           IF WS-ACAO-EXCLUI
               MOVE 'EXCLUI' TO WS-NOME-ACAO
           ELSE
               MOVE 'ARQUIVA' TO WS-NOME-ACAO
           END-IF
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                - WS-DIAS-RETENCAO)
           MOVE ZEROS TO WS-QTDE-LIDOS WS-QTDE-EXPURGADOS
                         WS-QTDE-PRESERVADOS WS-QTDE-MANTIDOS
                         WS-VALOR-EXPURGADO
           MOVE 'N' TO WS-LOG-EOF
           MOVE '00' TO WS-FS-ARQ WS-FS-NEW.

      *    UM REGISTRO SAI QUANDO E ANTERIOR AO CORTE E NAO E DE CONTA
      *    PRESERVADA; O RESTANTE VOLTA PARA O LOG.
       DECIDE-EXPURGO.
           MOVE 'N' TO WS-EXPURGA
           ADD 1 TO WS-QTDE-LIDOS
           IF WS-REGISTRO-ELEGIVEL AND
              WS-DATA-REGISTRO < WS-DATA-CORTE
               IF WS-CONTA-REGISTRO = ZEROS
                   MOVE 'N' TO WS-PROTEGIDA
               ELSE
                   PERFORM VERIFICA-CONTA-PROTEGIDA
               END-IF
               IF WS-CONTA-E-PROTEGIDA
                   ADD 1 TO WS-QTDE-PRESERVADOS
               ELSE
                   MOVE 'S' TO WS-EXPURGA
               END-IF
           END-IF
           IF WS-DEVE-EXPURGAR
               ADD 1 TO WS-QTDE-EXPURGADOS
           ELSE
               ADD 1 TO WS-QTDE-MANTIDOS
           END-IF.

      *    CONTA EM CASO JUDICIAL, COM CONTESTACAO OU COM RECLAMACAO
      *    DE CONSUMIDOR EM ABERTO GUARDA TODO O SEU HISTORICO. UM
      *    ATENDIMENTO GRAVA VARIOS REGISTROS SEGUIDOS DA MESMA CONTA,
      *    ENTAO A ULTIMA CONTA VERIFICADA EVITA RELER OS ARQUIVOS.
       VERIFICA-CONTA-PROTEGIDA.
           IF WS-CONTA-REGISTRO NOT = WS-CONTA-VERIFICADA
               PERFORM LE-SITUACAO-CONTA
           END-IF.

       LE-SITUACAO-CONTA.
           MOVE WS-CONTA-REGISTRO TO WS-CONTA-VERIFICADA
           MOVE 'N' TO WS-PROTEGIDA
           MOVE WS-CONTA-REGISTRO TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-EM-JURIDICO OR CM-FALENCIA OR
                      CM-RECUP-JUDICIAL
                       MOVE 'S' TO WS-PROTEGIDA
                   END-IF
           END-READ
           IF NOT WS-CONTA-E-PROTEGIDA AND WS-HA-DISPUTAS
               PERFORM PROCURA-DISPUTA-ABERTA
           END-IF
           IF NOT WS-CONTA-E-PROTEGIDA AND WS-HA-RECLAMACOES
               PERFORM PROCURA-RECLAMACAO-ABERTA
           END-IF.

       PROCURA-DISPUTA-ABERTA.
           MOVE 'N' TO WS-BUSCA-EOF
           MOVE WS-CONTA-REGISTRO TO DI-CONTA
           MOVE ZEROS TO DI-SEQ-DIVIDA
           START DISPUTA-FILE KEY IS >= DI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BUSCA-EOF
           END-START
           PERFORM UNTIL WS-FIM-BUSCA
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BUSCA-EOF
               END-READ
               IF NOT WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-BUSCA-EOF
               END-IF
               IF NOT WS-FIM-BUSCA
                   IF DI-CONTA NOT = WS-CONTA-REGISTRO
                       MOVE 'S' TO WS-BUSCA-EOF
                   ELSE
                       IF DI-ABERTA
                           MOVE 'S' TO WS-PROTEGIDA
                           MOVE 'S' TO WS-BUSCA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROCURA-RECLAMACAO-ABERTA.
           MOVE 'N' TO WS-BUSCA-EOF
           MOVE WS-CONTA-REGISTRO TO RQ-CONTA
           MOVE ZEROS TO RQ-SEQ
           START RECLAMA-FILE KEY IS >= RQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BUSCA-EOF
           END-START
           PERFORM UNTIL WS-FIM-BUSCA
               READ RECLAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BUSCA-EOF
               END-READ
               IF NOT WS-FS-RECLAMA-OK
                   MOVE 'S' TO WS-BUSCA-EOF
               END-IF
               IF NOT WS-FIM-BUSCA
                   IF RQ-CONTA NOT = WS-CONTA-REGISTRO
                       MOVE 'S' TO WS-BUSCA-EOF
                   ELSE
                       IF RQ-EM-ANDAMENTO
                           MOVE 'S' TO WS-PROTEGIDA
                           MOVE 'S' TO WS-BUSCA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    LOG QUE NAO EXISTE NAO E ERRO DO EXPURGO, MAS FICA NO
      *    RELATORIO (E NO RETORNO 4) PARA O DD DO JOB SER CONFERIDO.
       LOG-AUSENTE.
           ADD 1 TO WS-QTDE-LOGS-AUSENTES
           MOVE SPACES TO RPT-LINE
           STRING WS-NOME-LOG ' NAO ENCONTRADO (STATUS ' WS-FS-LOG
                  ') - NADA EXPURGADO'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *    LINHA DO LOG NO RELATORIO E NO CTLTOT (VALOR SO NOS BOLETOS).
       FECHA-LOG.
           ADD WS-QTDE-EXPURGADOS TO WS-TOTAL-EXPURGADOS
           ADD WS-QTDE-PRESERVADOS TO WS-TOTAL-PRESERVADOS
           MOVE SPACES TO RPT-LINE
           STRING WS-NOME-LOG ' ' WS-DIAS-RETENCAO ' ' WS-NOME-ACAO
                  ' ' WS-DATA-CORTE ' ' WS-QTDE-LIDOS '    '
                  WS-QTDE-EXPURGADOS '    ' WS-QTDE-PRESERVADOS
                  '    ' WS-QTDE-MANTIDOS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           SET CT-ORIGEM-PURGALOG TO TRUE
           MOVE WS-DATA-HOJE TO CT-DATA-MOVIMENTO
           ACCEPT CT-HORA-MOVIMENTO FROM TIME
           MOVE WS-QTDE-EXPURGADOS TO CT-QUANTIDADE
           MOVE WS-VALOR-EXPURGADO TO CT-VALOR-TOTAL
           MOVE SPACES TO CT-DESCRICAO
           STRING 'EXPURGO DO ' WS-NOME-LOG ' (' WS-NOME-ACAO ')'
                  DELIMITED BY SIZE INTO CT-DESCRICAO
           WRITE CTLTOT-RECORD.

       GRAVA-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL EXPURGADO: ' WS-TOTAL-EXPURGADOS
                  '  PRESERVADO: ' WS-TOTAL-PRESERVADOS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PRESERVADOS: ANTERIORES AO CORTE, DE CONTA COM '
                  'CONTESTACAO OU RECLAMACAO'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '             EM ABERTO OU EM CASO JUDICIAL.'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *    CONTATOS: HISTORICO DE LIGACOES DA CONTA. PADRAO 5 ANOS,
      *    O PRAZO GERAL DE PRESCRICAO DA DIVIDA.
       EXPURGA-CONTATOS.
           MOVE 'CONTATOS' TO WS-NOME-LOG
           MOVE 1825 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT CONTATOS-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-CONTATOS
           END-IF.

       SEPARA-CONTATOS.
           OPEN EXTEND CTTARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE CTTARQ-FILE
               OPEN OUTPUT CTTARQ-FILE
           END-IF
           OPEN OUTPUT CTTNEW-FILE
           MOVE 'S' TO WS-ELEGIVEL
           PERFORM UNTIL WS-FIM-LOG
               READ CONTATOS-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE CN-DATA TO WS-DATA-REGISTRO
                   MOVE CN-CONTA TO WS-CONTA-REGISTRO
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE CONTATOS-RECORD TO CTTARQ-RECORD
                           WRITE CTTARQ-RECORD
                       END-IF
                   ELSE
                       MOVE CONTATOS-RECORD TO CTTNEW-RECORD
                       WRITE CTTNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONTATOS-FILE
           CLOSE CTTARQ-FILE
           CLOSE CTTNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-CONTATOS
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-CONTATOS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CTTNEW-FILE
           OPEN OUTPUT CONTATOS-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ CTTNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE CTTNEW-RECORD TO CONTATOS-RECORD
                   WRITE CONTATOS-RECORD
               END-IF
           END-PERFORM
           CLOSE CTTNEW-FILE
           CLOSE CONTATOS-FILE.

      *    ERRLOG: ERROS DE EXECUCAO DOS PROGRAMAS, SEM CONTA.
       EXPURGA-ERRLOG.
           MOVE 'ERRLOG' TO WS-NOME-LOG
           MOVE 365 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT ERRLOG-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-ERRLOG
           END-IF.

       SEPARA-ERRLOG.
           OPEN EXTEND ERRARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE ERRARQ-FILE
               OPEN OUTPUT ERRARQ-FILE
           END-IF
           OPEN OUTPUT ERRNEW-FILE
           MOVE 'S' TO WS-ELEGIVEL
           MOVE ZEROS TO WS-CONTA-REGISTRO
           PERFORM UNTIL WS-FIM-LOG
               READ ERRLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE EL-DATA TO WS-DATA-REGISTRO
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE ERRLOG-RECORD TO ERRARQ-RECORD
                           WRITE ERRARQ-RECORD
                       END-IF
                   ELSE
                       MOVE ERRLOG-RECORD TO ERRNEW-RECORD
                       WRITE ERRNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ERRLOG-FILE
           CLOSE ERRARQ-FILE
           CLOSE ERRNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-ERRLOG
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-ERRLOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT ERRNEW-FILE
           OPEN OUTPUT ERRLOG-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ ERRNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE ERRNEW-RECORD TO ERRLOG-RECORD
                   WRITE ERRLOG-RECORD
               END-IF
           END-PERFORM
           CLOSE ERRNEW-FILE
           CLOSE ERRLOG-FILE.

      *    CADLOG: ALTERACOES DE CADASTRO DA CONTA.
       EXPURGA-CADLOG.
           MOVE 'CADLOG' TO WS-NOME-LOG
           MOVE 1825 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT CADLOG-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-CADLOG
           END-IF.

       SEPARA-CADLOG.
           OPEN EXTEND CADARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE CADARQ-FILE
               OPEN OUTPUT CADARQ-FILE
           END-IF
           OPEN OUTPUT CADNEW-FILE
           MOVE 'S' TO WS-ELEGIVEL
           PERFORM UNTIL WS-FIM-LOG
               READ CADLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE CL-DATA TO WS-DATA-REGISTRO
                   MOVE CL-CONTA TO WS-CONTA-REGISTRO
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE CADLOG-RECORD TO CADARQ-RECORD
                           WRITE CADARQ-RECORD
                       END-IF
                   ELSE
                       MOVE CADLOG-RECORD TO CADNEW-RECORD
                       WRITE CADNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CADLOG-FILE
           CLOSE CADARQ-FILE
           CLOSE CADNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-CADLOG
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-CADLOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CADNEW-FILE
           OPEN OUTPUT CADLOG-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ CADNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE CADNEW-RECORD TO CADLOG-RECORD
                   WRITE CADLOG-RECORD
               END-IF
           END-PERFORM
           CLOSE CADNEW-FILE
           CLOSE CADLOG-FILE.

      *    LGPDLOG: ACESSOS A DADO PESSOAL DA CONTA.
       EXPURGA-LGPDLOG.
           MOVE 'LGPDLOG' TO WS-NOME-LOG
           MOVE 1825 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT LGPDLOG-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-LGPDLOG
           END-IF.

       SEPARA-LGPDLOG.
           OPEN EXTEND LGPDARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE LGPDARQ-FILE
               OPEN OUTPUT LGPDARQ-FILE
           END-IF
           OPEN OUTPUT LGPDNEW-FILE
           MOVE 'S' TO WS-ELEGIVEL
           PERFORM UNTIL WS-FIM-LOG
               READ LGPDLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE LG-DATA TO WS-DATA-REGISTRO
                   MOVE LG-CONTA TO WS-CONTA-REGISTRO
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE LGPDLOG-RECORD TO LGPDARQ-RECORD
                           WRITE LGPDARQ-RECORD
                       END-IF
                   ELSE
                       MOVE LGPDLOG-RECORD TO LGPDNEW-RECORD
                       WRITE LGPDNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LGPDLOG-FILE
           CLOSE LGPDARQ-FILE
           CLOSE LGPDNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-LGPDLOG
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-LGPDLOG.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT LGPDNEW-FILE
           OPEN OUTPUT LGPDLOG-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ LGPDNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE LGPDNEW-RECORD TO LGPDLOG-RECORD
                   WRITE LGPDLOG-RECORD
               END-IF
           END-PERFORM
           CLOSE LGPDNEW-FILE
           CLOSE LGPDLOG-FILE.

      *    RUNHIST: HISTORICO DE EXECUCAO DOS BATCHES, SEM CONTA.
       EXPURGA-RUNHIST.
           MOVE 'RUNHIST' TO WS-NOME-LOG
           MOVE 730 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT RUNHIST-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-RUNHIST
           END-IF.

       SEPARA-RUNHIST.
           OPEN EXTEND RUNARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE RUNARQ-FILE
               OPEN OUTPUT RUNARQ-FILE
           END-IF
           OPEN OUTPUT RUNNEW-FILE
           MOVE 'S' TO WS-ELEGIVEL
           MOVE ZEROS TO WS-CONTA-REGISTRO
           PERFORM UNTIL WS-FIM-LOG
               READ RUNHIST-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE RH-DATA TO WS-DATA-REGISTRO
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE RUNHIST-RECORD TO RUNARQ-RECORD
                           WRITE RUNARQ-RECORD
                       END-IF
                   ELSE
                       MOVE RUNHIST-RECORD TO RUNNEW-RECORD
                       WRITE RUNNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RUNHIST-FILE
           CLOSE RUNARQ-FILE
           CLOSE RUNNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-RUNHIST
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-RUNHIST.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT RUNNEW-FILE
           OPEN OUTPUT RUNHIST-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ RUNNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE RUNNEW-RECORD TO RUNHIST-RECORD
                   WRITE RUNHIST-RECORD
               END-IF
           END-PERFORM
           CLOSE RUNNEW-FILE
           CLOSE RUNHIST-FILE.

      *    OPNOTES: RECADOS DA OPERACAO, SEM CONTA. RECADO AINDA NAO
      *    LIDO NUNCA SAI, POR MAIS ANTIGO QUE SEJA.
       EXPURGA-OPNOTES.
           MOVE 'OPNOTES' TO WS-NOME-LOG
           MOVE 365 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT OPNOTES-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-OPNOTES
           END-IF.

       SEPARA-OPNOTES.
           OPEN EXTEND NOTARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE NOTARQ-FILE
               OPEN OUTPUT NOTARQ-FILE
           END-IF
           OPEN OUTPUT NOTNEW-FILE
           MOVE ZEROS TO WS-CONTA-REGISTRO
           PERFORM UNTIL WS-FIM-LOG
               READ OPNOTES-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE ON-DATA TO WS-DATA-REGISTRO
                   IF ON-FOI-LIDO
                       MOVE 'S' TO WS-ELEGIVEL
                   ELSE
                       MOVE 'N' TO WS-ELEGIVEL
                   END-IF
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE OPNOTES-RECORD TO NOTARQ-RECORD
                           WRITE NOTARQ-RECORD
                       END-IF
                   ELSE
                       MOVE OPNOTES-RECORD TO NOTNEW-RECORD
                       WRITE NOTNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OPNOTES-FILE
           CLOSE NOTARQ-FILE
           CLOSE NOTNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-OPNOTES
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-OPNOTES.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT NOTNEW-FILE
           OPEN OUTPUT OPNOTES-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ NOTNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE NOTNEW-RECORD TO OPNOTES-RECORD
                   WRITE OPNOTES-RECORD
               END-IF
           END-PERFORM
           CLOSE NOTNEW-FILE
           CLOSE OPNOTES-FILE.

      *    MSGHIST: HISTORICO DAS MENSAGENS (SMS E E-MAIL) GERADAS NO
      *    MSGEXP PARA A CONTA.
       EXPURGA-MSGHIST.
           MOVE 'MSGHIST' TO WS-NOME-LOG
           MOVE 1825 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN INPUT MSGHIST-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-MSGHIST
           END-IF.

       SEPARA-MSGHIST.
           OPEN EXTEND MSGARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE MSGARQ-FILE
               OPEN OUTPUT MSGARQ-FILE
           END-IF
           OPEN OUTPUT MSGNEW-FILE
           MOVE 'S' TO WS-ELEGIVEL
           PERFORM UNTIL WS-FIM-LOG
               READ MSGHIST-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE MH-DATA TO WS-DATA-REGISTRO
                   MOVE MH-CONTA TO WS-CONTA-REGISTRO
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE MSGHIST-RECORD TO MSGARQ-RECORD
                           WRITE MSGARQ-RECORD
                       END-IF
                   ELSE
                       MOVE MSGHIST-RECORD TO MSGNEW-RECORD
                       WRITE MSGNEW-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MSGHIST-FILE
           CLOSE MSGARQ-FILE
           CLOSE MSGNEW-FILE
           IF WS-QTDE-EXPURGADOS > 0
               PERFORM RECARREGA-MSGHIST
           END-IF
           PERFORM FECHA-LOG.

       RECARREGA-MSGHIST.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT MSGNEW-FILE
           OPEN OUTPUT MSGHIST-FILE
           PERFORM UNTIL WS-FIM-LOG
               READ MSGNEW-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-NEW-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE MSGNEW-RECORD TO MSGHIST-RECORD
                   WRITE MSGHIST-RECORD
               END-IF
           END-PERFORM
           CLOSE MSGNEW-FILE
           CLOSE MSGHIST-FILE.

      *    BOLETOS: SO OS PAGOS E OS EXPIRADOS SAEM, PELA DATA DE
      *    VENCIMENTO; OS DEMAIS ESTADOS AINDA PODEM VOLTAR NO RETORNO
      *    DO BANCO. O ARQUIVO E INDEXADO, ENTAO O EXPURGO APAGA PELA
      *    CHAVE E NAO HA ARQUIVO DE TRABALHO.
       EXPURGA-BOLETOS.
           MOVE 'BOLETOS' TO WS-NOME-LOG
           MOVE 730 TO WS-DIAS-RETENCAO
           PERFORM PREPARA-LOG
           OPEN I-O BOLETO-FILE
           IF NOT WS-FS-LOG-OK
               PERFORM LOG-AUSENTE
           ELSE
               PERFORM SEPARA-BOLETOS
           END-IF.

       SEPARA-BOLETOS.
           OPEN EXTEND BOLARQ-FILE
           IF NOT WS-FS-ARQ-OK
               CLOSE BOLARQ-FILE
               OPEN OUTPUT BOLARQ-FILE
           END-IF
           MOVE LOW-VALUES TO BO-CHAVE
           START BOLETO-FILE KEY IS >= BO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-FIM-LOG
               READ BOLETO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-LOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE BO-DATA-VENCIMENTO TO WS-DATA-REGISTRO
                   MOVE BO-CONTA TO WS-CONTA-REGISTRO
                   IF BO-PAGO OR BO-EXPIRADO
                       MOVE 'S' TO WS-ELEGIVEL
                   ELSE
                       MOVE 'N' TO WS-ELEGIVEL
                   END-IF
                   PERFORM DECIDE-EXPURGO
                   IF WS-DEVE-EXPURGAR
                       IF WS-ACAO-ARQUIVA
                           MOVE BOLETO-RECORD TO BOLARQ-RECORD
                           WRITE BOLARQ-RECORD
                       END-IF
                       ADD BO-VALOR TO WS-VALOR-EXPURGADO
                       DELETE BOLETO-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BOLETO-FILE
           CLOSE BOLARQ-FILE
           PERFORM FECHA-LOG.
       END PROGRAM PURGALOG.

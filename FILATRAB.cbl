      *                e a janela de ligacao permitida (0800-2000).
      *                O resultado do fim do dia do discador volta
      *                pelo DIALIMP direto para o CONTATOS.
      *   15/10/2026 - Conta com obito, falencia ou recuperacao
      *                judicial registrados (CM-EVENTO-VIDA) fica fora
      *                da fila de trabalho e, por consequencia, da
      *                exportacao do discador.
      *   15/10/2026 - A fila passa a ser ordenada pela faixa de
      *                atraso (ate 30, 31-60, 61-90, 91-120, mais de
      *                120 dias) e, dentro da faixa, pelo score
      *                comportamental do arquivo SCORE (SCORECAL);
      *                promessa quebrada e endereco invalido continuam
      *                subindo a conta, agora dentro da sua faixa.
      *                Conta sem score entra com score neutro (500).
      *                O relatorio mostra a faixa do score da conta.
      *   15/10/2026 - O telefone exportado para o discador passa a
      *                sair do arquivo de meios de contato (MEIOCTT):
      *                rodizio entre os telefones validos da conta (o
      *                tentado ha mais tempo primeiro). Conta com
      *                telefones cadastrados mas nenhum valido fica
      *                fora do export; sem nenhum telefone no MEIOCTT
      *                vale o telefone do cadastro.
      *   15/10/2026 - Pagamento a maior retido ('CR') e reembolso
      *                ('RE') nao contam como ultimo pagamento da
      *                conta.
      *   15/10/2026 - Janela de ligacao do export do discador passa a
      *                vir dos parametros de politica (rotina CTTLIM) e
      *                conta que ja chegou ao maximo de contatos do
      *                devedor no dia ou em 7 dias (ligacoes do
      *                CONTATOS e SMS de cobranca do MSGHIST) fica fora
      *                do export.
      *   15/10/2026 - Conta com alerta ativo de tipo que impede o
      *                discador (ALERTVER) fica fora do export do
      *                discador, contada a parte; continua na fila dos
      *                operadores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILATRAB.
               ACCESS MODE DYNAMIC
               RECORD KEY FW-CHAVE
               FILE STATUS WS-FS-FILAWRK.
           SELECT MEIOCTT-FILE ASSIGN TO "MEIOCTT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MC-CHAVE
               FILE STATUS WS-FS-MEIOCTT.
           SELECT MSGHIST-FILE ASSIGN TO "MSGHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-MSGHIST.
           SELECT SCORE-FILE ASSIGN TO "SCORE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SR-CONTA
               FILE STATUS WS-FS-SCORE.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY OPERMAST.
       FD  FILAWRK-FILE.
           COPY FILAWRK.
       FD  MSGHIST-FILE.
           COPY MSGHIST.
       FD  SCORE-FILE.
           COPY SCORE.
       FD  MEIOCTT-FILE.
           COPY MEIOCTT.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
           88 WS-FS-OPER-OK        VALUE '00'.
       77 WS-FS-FILAWRK            PIC X(02) VALUES '00'.
           88 WS-FS-WRK-OK         VALUE '00'.
       77 WS-FS-SCORE              PIC X(02) VALUES '00'.
           88 WS-FS-SCORE-OK       VALUE '00'.
       77 WS-SCORE-DISPONIVEL      PIC X(01) VALUES 'N'.
           88 WS-SCORE-ABRIU       VALUE 'S'.
      *    SCORE DA CONTA E FAIXA DE ATRASO QUE COMPOEM A PRIORIDADE:
      *    FAIXA DE ATRASO * 100000 + PROMESSA QUEBRADA (20000) +
      *    ENDERECO INVALIDO (10000) + SCORE (0-999).
       77 WS-PONTOS-CONTA          PIC 9(03) VALUES ZEROS.
       77 WS-FAIXA-SCORE           PIC X(01) VALUES SPACES.
       77 WS-FAIXA-ATRASO          PIC 9(01) VALUES ZEROS.
       77 WS-PONTOS-NEUTRO         PIC 9(03) VALUES 500.
      *    RODIZIO DOS TELEFONES DO MEIOCTT NA EXPORTACAO DO DISCADOR.
       77 WS-FS-MEIOCTT            PIC X(02) VALUES '00'.
           88 WS-FS-MEIO-OK        VALUE '00'.
       77 WS-MEIO-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-MEIO-ABRIU        VALUE 'S'.
       77 WS-MEIO-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-MEIO          VALUE 'S'.
       77 WS-QTDE-FONES-CONTA      PIC 9(03) VALUES ZEROS.
       77 WS-SEQ-FONE-ESCOLHIDO    PIC 9(03) VALUES ZEROS.
       77 WS-TENTATIVA-ESCOLHIDA   PIC 9(08) VALUES ZEROS.
       77 WS-FONE-EXPORT           PIC X(15) VALUES SPACES.
       77 WS-QTDE-SEM-FONE-VALIDO  PIC 9(05) VALUES ZEROS.
       77 WS-WRK-DISPONIVEL        PIC X(01) VALUES 'N'.
           88 WS-WRK-ABRIU         VALUE 'S'.
       77 WS-WRK-EOF               PIC X(01) VALUES 'N'.
           05 WS-CTT-ENTRY OCCURS 2000.
               10 WS-CTT-CONTA     PIC 9(08).
               10 WS-CTT-DATA      PIC 9(08).
      *    JANELA DE LIGACAO PERMITIDA, ACORDADA COM O DISCADOR. VEM
      *    DOS PARAMETROS DE POLITICA (ROTINA CTTLIM), JUNTO COM O
      *    MAXIMO DE CONTATOS POR DEVEDOR NO DIA E EM 7 DIAS.
       77 WS-JANELA-LIGACAO        PIC X(09) VALUES '0800-2000'.
           COPY CTTLIMP.
       77 WS-FS-MSGHIST            PIC X(02) VALUES '00'.
           88 WS-FS-MSGHIST-OK     VALUE '00'.
       77 WS-DATA-INICIO-SEMANA    PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-LIMITE          PIC 9(08) VALUES ZEROS.
       77 WS-DATA-LIMITE           PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-NO-LIMITE        PIC 9(05) VALUES ZEROS.
      *    ALERTAS DA CONTA (ROTINA ALERTVER): ALGUNS TIPOS TIRAM A
      *    CONTA DO EXPORT DO DISCADOR.
           COPY ALERTVP.
       77 WS-QTDE-COM-ALERTA       PIC 9(05) VALUES ZEROS.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
               10 WS-FILA-FONE     PIC X(15).
               10 WS-FILA-OPERADOR PIC X(08).
               10 WS-FILA-SEM-END  PIC X(01).
               10 WS-FILA-FAIXA-SCORE PIC X(01).
               10 WS-FILA-CTT-DIA  PIC 9(03).
               10 WS-FILA-CTT-SEMANA PIC 9(03).
       01 WS-FILA-TROCA.
           05 WS-TRO-PRIORIDADE    PIC 9(07).
           05 WS-TRO-CONTA         PIC 9(08).
           05 WS-TRO-FONE          PIC X(15).
           05 WS-TRO-OPERADOR      PIC X(08).
           05 WS-TRO-SEM-END       PIC X(01).
           05 WS-TRO-FAIXA-SCORE   PIC X(01).
           05 WS-TRO-CTT-DIA       PIC 9(03).
           05 WS-TRO-CTT-SEMANA    PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-DISPUTA-DISPONIVEL
           END-IF
           OPEN INPUT SCORE-FILE
           IF WS-FS-SCORE-OK
               MOVE 'S' TO WS-SCORE-DISPONIVEL
           ELSE
               DISPLAY 'FILATRAB: ARQUIVO SCORE INDISPONIVEL. FILA '
                       'SO POR FAIXA DE ATRASO (SCORE NEUTRO).'
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'FILATRAB: CADASTRO CUSTMAST INDISPONIVEL.'
           IF WS-DISPUTA-ABRIU
               CLOSE DISPUTA-FILE
           END-IF
           IF WS-SCORE-ABRIU
               CLOSE SCORE-FILE
           END-IF
           PERFORM ORDENA-FILA
           PERFORM DESIGNA-OPERADORES
           PERFORM GRAVA-ARQUIVO-TRABALHO
           PERFORM GERA-RELATORIO-FILA
           PERFORM CARREGA-LIMITES-CONTATO
           PERFORM GERA-EXPORT-DISCADOR
           IF WS-WRK-ABRIU
               CLOSE FILAWRK-FILE
               END-IF
               IF NOT WS-FIM-LOG
                   IF NOT PL-TIPO-ESTORNO AND
                      NOT PL-TIPO-DESCONTO AND
                      NOT PL-TIPO-SALDO-CREDOR
                       PERFORM GUARDA-ULTIMO-PAGTO
                   END-IF
               END-IF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF CM-NAO-PAGO AND NOT CM-EM-JURIDICO AND
                      NOT CM-COM-EVENTO-VIDA AND
                      CM-SALDO-DEVEDOR > 0 AND
                      CM-DATA-VENCIMENTO < WS-DATA-HOJE
                       PERFORM VERIFICA-CONTESTACAO-CONTA
           IF WS-DATAS-VALIDAS NOT = 'S'
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF
      *    A FAIXA DE ATRASO MANDA; DENTRO DELA, O SCORE ORDENA.
           PERFORM CLASSIFICA-FAIXA-ATRASO
           PERFORM OBTEM-SCORE-CONTA
           COMPUTE WS-PRIORIDADE = WS-FAIXA-ATRASO * 100000 +
                                   WS-PONTOS-CONTA
           PERFORM VERIFICA-PROMESSA-QUEBRADA
           IF WS-PROMESSA-QUEBRADA = 'S'
      *        PROMESSA FURADA SOBE A CONTA PARA O TOPO DA SUA FAIXA.
               ADD 20000 TO WS-PRIORIDADE
           END-IF
      *    ENDERECO INVALIDO TAMBEM SOBE: SO A LIGACAO CONSEGUE UM
      *    ENDERECO NOVO.
           IF CM-ENDERECO-INVALIDO
               ADD 10000 TO WS-PRIORIDADE
           END-IF
           IF WS-QTDE-FILA < 2000
               ADD 1 TO WS-QTDE-FILA
               MOVE CM-TELEFONE TO WS-FILA-FONE (WS-QTDE-FILA)
               MOVE CM-END-INVALIDO TO
                    WS-FILA-SEM-END (WS-QTDE-FILA)
               MOVE WS-FAIXA-SCORE TO
                    WS-FILA-FAIXA-SCORE (WS-QTDE-FILA)
               MOVE ZEROS TO WS-FILA-CTT-DIA (WS-QTDE-FILA)
                             WS-FILA-CTT-SEMANA (WS-QTDE-FILA)
           ELSE
               DISPLAY 'FILATRAB: FILA CHEIA (2000). CONTA ' CM-CONTA
                       ' FICA DE FORA DO QUADRO DE HOJE.'
           END-IF.

       CLASSIFICA-FAIXA-ATRASO.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 1 TO WS-FAIXA-ATRASO
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 2 TO WS-FAIXA-ATRASO
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 3 TO WS-FAIXA-ATRASO
               WHEN WS-DIAS-ATRASO <= 120
                   MOVE 4 TO WS-FAIXA-ATRASO
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA-ATRASO
           END-EVALUATE.

      *    CONTA AINDA SEM SCORE (OU ARQUIVO INDISPONIVEL) ENTRA COM
      *    O SCORE NEUTRO, NO MEIO DA SUA FAIXA DE ATRASO.
       OBTEM-SCORE-CONTA.
           MOVE WS-PONTOS-NEUTRO TO WS-PONTOS-CONTA
           MOVE '-' TO WS-FAIXA-SCORE
           IF WS-SCORE-ABRIU
               MOVE CM-CONTA TO SR-CONTA
               READ SCORE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SR-PONTOS TO WS-PONTOS-CONTA
                       MOVE SR-FAIXA TO WS-FAIXA-SCORE
               END-READ
           END-IF.

      *    PROMESSA QUEBRADA: A ULTIMA DATA PROMETIDA JA PASSOU E NAO
      *    HOUVE NENHUM PAGAMENTO NA CONTA A PARTIR DELA.
       VERIFICA-PROMESSA-QUEBRADA.
               MOVE SPACES TO RPT-LINE
               IF WS-FILA-QUEBRADA (WS-IDX) = 'S'
                   STRING '* ' WS-FILA-CONTA (WS-IDX)
                          ' ' WS-FILA-FAIXA-SCORE (WS-IDX)
                          ' ' WS-FILA-NOME (WS-IDX)
                          ' SALDO ' WS-FILA-SALDO (WS-IDX)
                          ' ATRASO ' WS-FILA-DIAS (WS-IDX)
                          DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING '  ' WS-FILA-CONTA (WS-IDX)
                          ' ' WS-FILA-FAIXA-SCORE (WS-IDX)
                          ' ' WS-FILA-NOME (WS-IDX)
                          ' SALDO ' WS-FILA-SALDO (WS-IDX)
                          ' ATRASO ' WS-FILA-DIAS (WS-IDX)
                       MOVE SPACES TO RPT-LINE
                       IF WS-FILA-SEM-END (WS-IDX) = 'S'
                           STRING '  ' WS-FILA-CONTA (WS-IDX)
                                  ' ' WS-FILA-FAIXA-SCORE (WS-IDX)
                                  ' ' WS-FILA-NOME (WS-IDX)
                                  ' SALDO ' WS-FILA-SALDO (WS-IDX)
                                  ' ATRASO ' WS-FILA-DIAS (WS-IDX)
                                  DELIMITED BY SIZE INTO RPT-LINE
                       ELSE
                           STRING '  ' WS-FILA-CONTA (WS-IDX)
                                  ' ' WS-FILA-FAIXA-SCORE (WS-IDX)
                                  ' ' WS-FILA-NOME (WS-IDX)
                                  ' SALDO ' WS-FILA-SALDO (WS-IDX)
                                  ' ATRASO ' WS-FILA-DIAS (WS-IDX)
      *    JANELA DE LIGACAO PERMITIDA, DELIMITADO POR ';'.
       GERA-EXPORT-DISCADOR.
           OPEN OUTPUT DIALEXP-FILE
           OPEN I-O MEIOCTT-FILE
           IF WS-FS-MEIO-OK
               MOVE 'S' TO WS-MEIO-DISPONIVEL
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-FILA
               IF WS-FILA-CTT-DIA (WS-IDX) NOT < LM-MAX-DIA OR
                  WS-FILA-CTT-SEMANA (WS-IDX) NOT < LM-MAX-SEMANA
                   ADD 1 TO WS-QTDE-NO-LIMITE
               ELSE
                   SET AE-CONSULTA TO TRUE
                   MOVE WS-FILA-CONTA (WS-IDX) TO AE-CONTA
                   CALL 'ALERTVER' USING ALERTVER-PARAMETROS
                   IF AE-BLOQUEIA-DISCADOR
                       ADD 1 TO WS-QTDE-COM-ALERTA
                   ELSE
                       PERFORM EXPORTA-CONTA-DISCADOR
                   END-IF
               END-IF
           END-PERFORM
           SET AE-ENCERRA TO TRUE
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS
           IF WS-MEIO-ABRIU
               CLOSE MEIOCTT-FILE
           END-IF
           CLOSE DIALEXP-FILE
           DISPLAY 'FILATRAB: EXPORT DO DISCADOR GRAVADO ('
                   WS-QTDE-FILA ' CONTAS).'
           DISPLAY 'FILATRAB: CONTAS SEM TELEFONE VALIDO (FORA DO '
                   'EXPORT): ' WS-QTDE-SEM-FONE-VALIDO
           DISPLAY 'FILATRAB: CONTAS NO LIMITE DE CONTATOS (FORA DO '
                   'EXPORT): ' WS-QTDE-NO-LIMITE
           DISPLAY 'FILATRAB: CONTAS COM ALERTA QUE IMPEDE O DISCADOR '
                   '(FORA DO EXPORT): ' WS-QTDE-COM-ALERTA.

       EXPORTA-CONTA-DISCADOR.
           PERFORM ESCOLHE-TELEFONE-DISCADOR
           IF WS-QTDE-FONES-CONTA > 0 AND
              WS-SEQ-FONE-ESCOLHIDO = 0
               ADD 1 TO WS-QTDE-SEM-FONE-VALIDO
           ELSE
               MOVE SPACES TO DIAL-LINE
               STRING WS-FILA-CONTA (WS-IDX) ';'
                      WS-FONE-EXPORT ';'
                      WS-FILA-NOME (WS-IDX) ';'
                      WS-FILA-SALDO (WS-IDX) ';'
                      WS-FILA-PRIORIDADE (WS-IDX) ';'
                      WS-JANELA-LIGACAO
                      DELIMITED BY SIZE INTO DIAL-LINE
               WRITE DIAL-LINE
           END-IF.

      *    LIMITES DO CODIGO DE AUTORREGULACAO: JANELA DE LIGACAO E
      *    MAXIMO DE CONTATOS POR DEVEDOR. CONTA QUE JA CHEGOU AO
      *    LIMITE DO DIA OU DOS 7 DIAS (LIGACOES DO CONTATOS, MENOS
      *    NUMERO ERRADO E DESLIGADO, E SMS DE COBRANCA DO MSGHIST)
      *    NAO VAI PARA O DISCADOR, MAS CONTINUA NA FILA E NA LISTA
      *    DO ATENDENTE.
       CARREGA-LIMITES-CONTATO.
           SET LM-SO-LIMITES TO TRUE
           MOVE ZEROS TO LM-CONTA LM-HORA
           MOVE WS-DATA-HOJE TO LM-DATA
           CALL 'CTTLIM' USING CTTLIM-PARAMETROS
           MOVE SPACES TO WS-JANELA-LIGACAO
           STRING LM-HORA-INICIO '-' LM-HORA-FIM
                  DELIMITED BY SIZE INTO WS-JANELA-LIGACAO
           COMPUTE WS-DATA-INICIO-SEMANA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 6)
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
                   IF NOT CN-NUMERO-ERRADO AND NOT CN-DESLIGADO
                       MOVE CN-CONTA TO WS-CONTA-LIMITE
                       MOVE CN-DATA TO WS-DATA-LIMITE
                       PERFORM SOMA-CONTATO-FILA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CONTATOS-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT MSGHIST-FILE
           IF NOT WS-FS-MSGHIST-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ MSGHIST-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-MSGHIST-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF MH-SMS AND MH-COBRANCA
                       MOVE MH-CONTA TO WS-CONTA-LIMITE
                       MOVE MH-DATA TO WS-DATA-LIMITE
                       PERFORM SOMA-CONTATO-FILA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-MSGHIST-OK OR WS-FS-MSGHIST = '10'
               CLOSE MSGHIST-FILE
           END-IF.

       SOMA-CONTATO-FILA.
           IF WS-DATA-LIMITE NOT < WS-DATA-INICIO-SEMANA AND
              WS-DATA-LIMITE NOT > WS-DATA-HOJE
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTDE-FILA
                   IF WS-FILA-CONTA (WS-IDX2) = WS-CONTA-LIMITE
                       ADD 1 TO WS-FILA-CTT-SEMANA (WS-IDX2)
                       IF WS-DATA-LIMITE = WS-DATA-HOJE
                           ADD 1 TO WS-FILA-CTT-DIA (WS-IDX2)
                       END-IF
                       MOVE WS-QTDE-FILA TO WS-IDX2
                   END-IF
               END-PERFORM
           END-IF.

      *    ENTRE OS TELEFONES VALIDOS DA CONTA NO MEIOCTT, SAI O
      *    TENTADO HA MAIS TEMPO (NUNCA TENTADO PRIMEIRO), QUE FICA
      *    MARCADO COM A TENTATIVA DE HOJE. SEM TELEFONE NO MEIOCTT,
      *    SAI O TELEFONE DO CADASTRO.
       ESCOLHE-TELEFONE-DISCADOR.
           MOVE WS-FILA-FONE (WS-IDX) TO WS-FONE-EXPORT
           MOVE ZEROS TO WS-QTDE-FONES-CONTA WS-SEQ-FONE-ESCOLHIDO
           MOVE 'N' TO WS-MEIO-EOF
           IF NOT WS-MEIO-ABRIU
               MOVE 'S' TO WS-MEIO-EOF
           END-IF
           MOVE WS-FILA-CONTA (WS-IDX) TO MC-CONTA
           MOVE ZEROS TO MC-SEQ
           IF NOT WS-FIM-MEIO
               START MEIOCTT-FILE KEY IS >= MC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-MEIO-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-MEIO
               READ MEIOCTT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-MEIO-EOF
               END-READ
               IF NOT WS-FS-MEIO-OK
                   MOVE 'S' TO WS-MEIO-EOF
               END-IF
               IF NOT WS-FIM-MEIO
                   IF MC-CONTA NOT = WS-FILA-CONTA (WS-IDX)
                       MOVE 'S' TO WS-MEIO-EOF
                   ELSE
                       IF MC-TELEFONE
                           ADD 1 TO WS-QTDE-FONES-CONTA
                           IF MC-VALIDO AND
                              (WS-SEQ-FONE-ESCOLHIDO = 0 OR
                               MC-DATA-ULT-TENTATIVA <
                               WS-TENTATIVA-ESCOLHIDA)
                               MOVE MC-SEQ TO WS-SEQ-FONE-ESCOLHIDO
                               MOVE MC-DATA-ULT-TENTATIVA TO
                                    WS-TENTATIVA-ESCOLHIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEQ-FONE-ESCOLHIDO > 0
               MOVE WS-FILA-CONTA (WS-IDX) TO MC-CONTA
               MOVE WS-SEQ-FONE-ESCOLHIDO TO MC-SEQ
               READ MEIOCTT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MC-NUMERO TO WS-FONE-EXPORT
                       MOVE WS-DATA-HOJE TO MC-DATA-ULT-TENTATIVA
                       REWRITE MEIOCTT-RECORD
               END-READ
           END-IF.
       END PROGRAM FILATRAB.

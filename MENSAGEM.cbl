      *         (CM-SEM-MENSAGEM, MARCADO PELOS ATENDENTES - AS
      *         RECLAMACOES DE LGPD PARAM AQUI), COM CORRESPONDENCIA
      *         DEVOLVIDA (CM-END-INVALIDO) OU COM CONTESTACAO
      *         ABERTA OU COM ALERTA DA CONTA DE TIPO QUE SEGURA AS
      *         MENSAGENS (ROTINA ALERTVER). O CONTATO E O E-MAIL DO
      *         CADASTRO OU, SEM E-MAIL, O TELEFONE.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Conta com obito, falencia ou recuperacao
      *                judicial registrados (CM-EVENTO-VIDA) nao recebe
      *                lembrete nem confirmacao de pagamento.
      *   15/10/2026 - Conta em aberto que se encaixa numa campanha de
      *                desconto (feirao) em vigor e registrada como
      *                elegivel no CAMPOFER e, se pode receber
      *                mensagem, recebe uma unica oferta 'OC' por
      *                campanha (referencia = fim da campanha, com o
      *                codigo e o desconto maximo no fim da linha).
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle MSGPRM.
      *   15/10/2026 - Lembrete e oferta de campanha que iriam por SMS
      *                respeitam o maximo de contatos do devedor no dia
      *                e em 7 dias (rotina CTTLIM), contando junto com
      *                as ligacoes do CONTATOS; toda mensagem entregue
      *                ao bureau fica no historico datado MSGHIST.
      *   15/10/2026 - Carta de quitacao emitida no dia (registro
      *                CARTAQT) gera o aviso 'QT' por e-mail, com o
      *                numero da carta, a data e o valor da quitacao.
      *   15/10/2026 - Lembrete de vencimento da conta ('LV') e da
      *                parcela de acordo ('LP') leva no fim da linha o
      *                txid e o copia e cola da cobranca PIX do item
      *                (rotina PIXGERA); conta com acordo ativo recebe
      *                o PIX so na parcela. Linha do MSGEXP passa a 400
      *                posicoes.
      *   15/10/2026 - Conta com alerta ativo de tipo que segura as
      *                mensagens (ALERTVER) nao recebe lembrete,
      *                confirmacao, oferta nem aviso de carta de
      *                quitacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSAGEM.
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
           SELECT DEBTMAST-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DB-CHAVE
               FILE STATUS WS-FS-DEBTMAST.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           SELECT MSGEXP-FILE ASSIGN TO "MSGEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MSGEXP.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT MSGHIST-FILE ASSIGN TO "MSGHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-MSGHIST.
           SELECT CARTAQT-FILE ASSIGN TO "CARTAQT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY KQ-NUMERO
               ALTERNATE RECORD KEY KQ-CONTA WITH DUPLICATES
               FILE STATUS WS-FS-CARTAQT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  DISPUTA-FILE.
           COPY DISPUTA.
       FD  PAYLOG-FILE.
       FD  MSGPRM-FILE.
           COPY MSGPRM.
       FD  MSGEXP-FILE.
       01 MSG-LINE                 PIC X(400).
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  MSGHIST-FILE.
           COPY MSGHIST.
       FD  CARTAQT-FILE.
           COPY CARTAQT.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-MSGPRM             PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-MSGEXP             PIC X(02) VALUES '00'.
       77 WS-ACORDO-DISPONIVEL     PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ABRIU      VALUE 'S'.
           88 WS-DISPUTA-ABERTA    VALUE 'S'.
       77 WS-CONTA-ELEGIVEL        PIC X(01) VALUES 'N'.
           88 WS-PODE-MENSAGEM     VALUE 'S'.
      *    CAMPANHA DE DESCONTO (FEIRAO) EM VIGOR PARA A CONTA
      *    (ROTINA CAMPSEL) E O REGISTRO DA ELEGIBILIDADE E DA OFERTA
      *    NO CAMPOFER (ROTINA CAMPREG).
           COPY CAMPANHA REPLACING ==CAMPANHA-RECORD== BY
                                   ==WS-CAMPANHA-OFERTA==
                         LEADING ==FE== BY ==WS-CAMP==.
       77 WS-ACHOU-CAMPANHA        PIC X(01) VALUES 'N'.
           88 WS-TEM-CAMPANHA      VALUE 'S'.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-CANAL-OFERTA          PIC X(01) VALUES SPACES.
       77 WS-OFERTA-NOVA           PIC X(01) VALUES 'N'.
           88 WS-EH-OFERTA-NOVA    VALUE 'S'.
       77 WS-QTDE-ELEGIVEIS        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-OFERTAS          PIC 9(05) VALUES ZEROS.
      *    LIMITES DE CONTATO COM O DEVEDOR (ROTINA CTTLIM): O SMS DE
      *    COBRANCA CONTA JUNTO COM AS LIGACOES DO CONTATOS. CONTATOS
      *    DOS ULTIMOS 7 DIAS POR CONTA, ATUALIZADOS A CADA SMS.
           COPY CTTLIMP.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK    VALUE '00'.
       77 WS-FS-MSGHIST            PIC X(02) VALUES '00'.
           88 WS-FS-MSGHIST-OK     VALUE '00'.
       77 WS-DATA-INICIO-SEMANA    PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-LIMITE          PIC 9(08) VALUES ZEROS.
       77 WS-DATA-LIMITE           PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-LIM              PIC 9(04) VALUES ZEROS.
       77 WS-IDX-LIM               PIC 9(04) VALUES ZEROS.
       77 WS-LIM-TRANSBORDOU       PIC X(01) VALUES 'N'.
       77 WS-SMS-LIMITE            PIC X(01) VALUES 'S'.
           88 WS-SMS-LIBERADO      VALUE 'S'.
       77 WS-QTDE-NO-LIMITE        PIC 9(05) VALUES ZEROS.
      *    AVISO POR E-MAIL DAS CARTAS DE QUITACAO EMITIDAS HOJE
      *    (REGISTRO CARTAQT, BATCH CARTQUIT).
       77 WS-FS-CARTAQT            PIC X(02) VALUES '00'.
           88 WS-FS-CARTAQT-OK     VALUES '00' '02'.
       77 WS-CARTA-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-CARTA         VALUE 'S'.
       77 WS-VALOR-CARTA           PIC 9(07)V99 VALUES ZEROS.
       77 WS-QTDE-CARTAS-QUITACAO  PIC 9(05) VALUES ZEROS.
      *    COBRANCA PIX DO LEMBRETE (ROTINA PIXGERA): O TXID E O
      *    COPIA E COLA VAO NO FIM DA LINHA DO 'LV' E DO 'LP'. CONTA
      *    COM ACORDO ATIVO SO RECEBE O PIX DA PARCELA.
           COPY PIXGERAP.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-DEBTMAST-DISPONIVEL   PIC X(01) VALUES 'N'.
           88 WS-DEBTMAST-ABRIU    VALUE 'S'.
       77 WS-DEBT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DEBT          VALUE 'S'.
       77 WS-TEM-DETALHE           PIC X(01) VALUES 'N'.
       77 WS-TEM-ACORDO            PIC X(01) VALUES 'N'.
       77 WS-PIX-SEQ               PIC 9(03) VALUES ZEROS.
       77 WS-PIX-VALOR             PIC 9(07)V99 VALUES ZEROS.
       77 WS-PIX-VENC              PIC 9(08) VALUES ZEROS.
       77 WS-PIX-TXID              PIC X(25) VALUES SPACES.
       77 WS-PIX-PAYLOAD           PIC X(250) VALUES SPACES.
       77 WS-QTDE-PIX              PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-SEM-PIX          PIC 9(05) VALUES ZEROS.
      *    ALERTAS DA CONTA (ROTINA ALERTVER): ALGUNS TIPOS SEGURAM
      *    TODA MENSAGEM PARA A CONTA.
           COPY ALERTVP.
       77 WS-QTDE-COM-ALERTA       PIC 9(05) VALUES ZEROS.
       01 WS-LIMITES-TAB.
           05 WS-LIM-ENTRY OCCURS 3000.
               10 WS-LIM-CONTA     PIC 9(08).
               10 WS-LIM-DIA       PIC 9(03).
               10 WS-LIM-SEMANA    PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-DISPUTA-DISPONIVEL
           END-IF
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBTMAST-DISPONIVEL
           END-IF
           PERFORM CARREGA-CONTATOS-SEMANA
           OPEN OUTPUT MSGEXP-FILE
           OPEN EXTEND MSGHIST-FILE
           IF NOT WS-FS-MSGHIST-OK
               CLOSE MSGHIST-FILE
               OPEN OUTPUT MSGHIST-FILE
           END-IF
           PERFORM GERA-LEMBRETES
           PERFORM GERA-CONFIRMACOES
           PERFORM GERA-AVISOS-QUITACAO
           CLOSE MSGEXP-FILE
           CLOSE MSGHIST-FILE
           IF WS-ACORDO-ABRIU
               CLOSE ACORDO-FILE
           END-IF
           IF WS-DISPUTA-ABRIU
               CLOSE DISPUTA-FILE
           END-IF
           IF WS-DEBTMAST-ABRIU
               CLOSE DEBTMAST-FILE
           END-IF
           SET XG-ENCERRA TO TRUE
           CALL 'PIXGERA' USING PIXGERA-PARAMETROS
           SET AE-ENCERRA TO TRUE
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS
           CLOSE CUSTMAST-FILE
           DISPLAY 'MENSAGEM: LEMBRETES: ' WS-QTDE-LEMBRETES
                   ' CONFIRMACOES: ' WS-QTDE-CONFIRMACOES
                   ' CARTAS DE QUITACAO: ' WS-QTDE-CARTAS-QUITACAO
           DISPLAY 'MENSAGEM: ELEGIVEIS A CAMPANHA: ' WS-QTDE-ELEGIVEIS
                   ' OFERTAS DE CAMPANHA: ' WS-QTDE-OFERTAS
           DISPLAY 'MENSAGEM: LEMBRETES POR SMS SEGURADOS PELO LIMITE '
                   'DE CONTATOS: ' WS-QTDE-NO-LIMITE
           DISPLAY 'MENSAGEM: LEMBRETES COM COBRANCA PIX: ' WS-QTDE-PIX
                   ' SEM PIX: ' WS-QTDE-SEM-PIX
           DISPLAY 'MENSAGEM: MENSAGENS SEGURADAS POR ALERTA DA CONTA: '
                   WS-QTDE-COM-ALERTA
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

                   MOVE MG-DIAS-ANTES TO WS-DIAS-ANTES
               END-IF
           END-IF
           CLOSE MSGPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'MSGDIAS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-ANTES
           END-IF.

       GERA-LEMBRETES.
           MOVE 'N' TO WS-SWEEP-EOF
                           PERFORM AVALIA-LEMBRETE-CONTA
                           PERFORM AVALIA-LEMBRETES-PARCELAS
                       END-IF
                       PERFORM AVALIA-OFERTA-CAMPANHA
                   END-IF
               END-IF
           END-PERFORM.

      *    FICAM FORA DO EXTRATO: OPT-OUT DO TITULAR, ENDERECO
      *    INVALIDO (CLIENTE SUMIDO), CONTESTACAO ABERTA E ALERTA DA
      *    CONTA DE TIPO QUE SEGURA AS MENSAGENS.
       VERIFICA-ELEGIVEL.
           MOVE 'S' TO WS-CONTA-ELEGIVEL
           IF CM-OPTOU-FORA OR CM-ENDERECO-INVALIDO OR
              CM-COM-EVENTO-VIDA
               MOVE 'N' TO WS-CONTA-ELEGIVEL
           ELSE
               PERFORM VERIFICA-CONTESTACAO-CONTA
               IF WS-DISPUTA-ABERTA
                   MOVE 'N' TO WS-CONTA-ELEGIVEL
               ELSE
                   PERFORM VERIFICA-ALERTA-CONTA
                   IF AE-BLOQUEIA-MENSAGEM
                       MOVE 'N' TO WS-CONTA-ELEGIVEL
                   END-IF
               END-IF
           END-IF.

       VERIFICA-ALERTA-CONTA.
           SET AE-CONSULTA TO TRUE
           MOVE CM-CONTA TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS
           IF AE-BLOQUEIA-MENSAGEM
               ADD 1 TO WS-QTDE-COM-ALERTA
           END-IF.

       AVALIA-LEMBRETE-CONTA.
           IF CM-DATA-VENCIMENTO > WS-DATA-HOJE
               CALL 'DATEDIF' USING WS-DATA-HOJE CM-DATA-VENCIMENTO
                                    WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S' AND
                  WS-DIAS-PARA-VENC <= WS-DIAS-ANTES
                   PERFORM VERIFICA-LIMITE-SMS
                   IF WS-SMS-LIBERADO
                       PERFORM PREPARA-PIX-CONTA
                       MOVE 'LV' TO WS-TIPO-MENSAGEM
                       MOVE CM-DATA-VENCIMENTO TO WS-REF-MENSAGEM
                       PERFORM GRAVA-MENSAGEM
                       ADD 1 TO WS-QTDE-LEMBRETES
                   ELSE
                       ADD 1 TO WS-QTDE-NO-LIMITE
                   END-IF
               END-IF
           END-IF.

                                WS-DIAS-PARA-VENC WS-DATAS-VALIDAS
                           IF WS-DATAS-VALIDAS = 'S' AND
                              WS-DIAS-PARA-VENC <= WS-DIAS-ANTES
                               PERFORM GRAVA-LEMBRETE-PARCELA
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           MOVE 'N' TO WS-LOG-EOF.

       GRAVA-LEMBRETE-PARCELA.
           PERFORM VERIFICA-LIMITE-SMS
           IF WS-SMS-LIBERADO
               MOVE 'P' TO XG-ORIGEM
               MOVE AC-PARCELA TO WS-PIX-SEQ
               MOVE AC-VALOR TO WS-PIX-VALOR
               MOVE AC-DATA-VENCIMENTO TO WS-PIX-VENC
               PERFORM GERA-PIX-LEMBRETE
               MOVE 'LP' TO WS-TIPO-MENSAGEM
               MOVE AC-DATA-VENCIMENTO TO WS-REF-MENSAGEM
               PERFORM GRAVA-MENSAGEM
               ADD 1 TO WS-QTDE-LEMBRETES
           ELSE
               ADD 1 TO WS-QTDE-NO-LIMITE
           END-IF.

      *    CONTA EM ABERTO QUE SE ENCAIXA NUMA CAMPANHA DE DESCONTO EM
      *    VIGOR FICA REGISTRADA COMO ELEGIVEL; SE PODE RECEBER
      *    MENSAGEM E AINDA NAO RECEBEU OFERTA DESSA CAMPANHA, SAI A
      *    OFERTA ('OC', REFERENCIA = FIM DA CAMPANHA), UMA SO VEZ.
      *    DEVEDOR SO COM TELEFONE QUE JA ESTA NO LIMITE DE CONTATOS
      *    FICA SO COMO ELEGIVEL E RECEBE A OFERTA NUMA NOITE SEGUINTE.
       AVALIA-OFERTA-CAMPANHA.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF CM-DATA-VENCIMENTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS NOT = 'S'
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
           END-IF
           CALL 'CAMPSEL' USING CM-CREDOR WS-DIAS-ATRASO WS-DATA-HOJE
                                WS-CAMPANHA-OFERTA WS-ACHOU-CAMPANHA
           IF WS-TEM-CAMPANHA
               ADD 1 TO WS-QTDE-ELEGIVEIS
               MOVE 'S' TO WS-SMS-LIMITE
               IF WS-PODE-MENSAGEM
                   PERFORM VERIFICA-LIMITE-SMS
               END-IF
               IF WS-PODE-MENSAGEM AND WS-SMS-LIBERADO
                   MOVE 'M' TO WS-CANAL-OFERTA
               ELSE
                   MOVE SPACES TO WS-CANAL-OFERTA
               END-IF
               CALL 'CAMPREG' USING WS-CAMP-CODIGO CM-CONTA
                                    WS-DATA-HOJE WS-CANAL-OFERTA
                                    WS-OFERTA-NOVA
               IF WS-EH-OFERTA-NOVA
                   PERFORM GRAVA-OFERTA-CAMPANHA
                   ADD 1 TO WS-QTDE-OFERTAS
               END-IF
           END-IF.

      *    MESMO LEIAUTE DAS DEMAIS MENSAGENS, COM O CODIGO DA CAMPANHA
      *    E O DESCONTO MAXIMO NO FIM DA LINHA PARA O TEXTO DO BUREAU.
       GRAVA-OFERTA-CAMPANHA.
           IF CM-EMAIL NOT = SPACES
               MOVE CM-EMAIL TO WS-CONTATO-MENSAGEM
           ELSE
               MOVE CM-TELEFONE TO WS-CONTATO-MENSAGEM
           END-IF
           MOVE 'OC' TO WS-TIPO-MENSAGEM
           MOVE WS-CAMP-DATA-FIM TO WS-REF-MENSAGEM
           MOVE SPACES TO MSG-LINE
           STRING WS-TIPO-MENSAGEM ';'
                  CM-CONTA ';'
                  CM-PRIMEIRO-NOME ' ' CM-SOBRENOME ';'
                  WS-CONTATO-MENSAGEM ';'
                  WS-REF-MENSAGEM ';'
                  WS-CAMP-CODIGO ';'
                  WS-CAMP-PCT-DESCONTO
                  DELIMITED BY SIZE INTO MSG-LINE
           WRITE MSG-LINE
           PERFORM GRAVA-HISTORICO-MENSAGEM.

      *    CONFIRMACAO NO DIA SEGUINTE AO PAGAMENTO: LANCAMENTOS DE
      *    ONTEM NO PAYLOG (PAGAMENTO E RECUPERACAO).
       GERA-CONFIRMACOES.
               CLOSE PAYLOG-FILE
           END-IF.

      *    CARTA DE QUITACAO EMITIDA HOJE E AINDA VALIDA VAI AO
      *    BUREAU SO POR E-MAIL ('QT'), COM O NUMERO DA CARTA, A DATA
      *    E O VALOR DA QUITACAO NO FIM DA LINHA. SO O OPT-OUT DO
      *    TITULAR SEGURA O AVISO; NAO E CONTATO DE COBRANCA.
       GERA-AVISOS-QUITACAO.
           MOVE 'N' TO WS-CARTA-EOF
           OPEN INPUT CARTAQT-FILE
           IF NOT WS-FS-CARTAQT-OK
               MOVE 'S' TO WS-CARTA-EOF
           END-IF
           PERFORM UNTIL WS-FIM-CARTA
               READ CARTAQT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CARTA-EOF
               END-READ
               IF NOT WS-FS-CARTAQT-OK
                   MOVE 'S' TO WS-CARTA-EOF
               END-IF
               IF NOT WS-FIM-CARTA
                   IF KQ-DATA-EMISSAO = WS-DATA-HOJE AND KQ-EMITIDA
                       MOVE KQ-CONTA TO CM-CONTA
                       READ CUSTMAST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CM-EMAIL NOT = SPACES AND
                                  NOT CM-OPTOU-FORA
                                   PERFORM VERIFICA-ALERTA-CONTA
                                   IF NOT AE-BLOQUEIA-MENSAGEM
                                       PERFORM GRAVA-AVISO-QUITACAO
                                       ADD 1 TO
                                           WS-QTDE-CARTAS-QUITACAO
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CARTAQT-OK OR WS-FS-CARTAQT = '10'
               CLOSE CARTAQT-FILE
           END-IF.

       GRAVA-AVISO-QUITACAO.
           MOVE CM-EMAIL TO WS-CONTATO-MENSAGEM
           MOVE 'QT' TO WS-TIPO-MENSAGEM
           MOVE KQ-NUMERO TO WS-REF-MENSAGEM
           MOVE KQ-VALOR-PAGO TO WS-VALOR-CARTA
           MOVE SPACES TO MSG-LINE
           STRING WS-TIPO-MENSAGEM ';'
                  CM-CONTA ';'
                  CM-PRIMEIRO-NOME ' ' CM-SOBRENOME ';'
                  WS-CONTATO-MENSAGEM ';'
                  WS-REF-MENSAGEM ';'
                  KQ-DATA-QUITACAO ';'
                  WS-VALOR-CARTA
                  DELIMITED BY SIZE INTO MSG-LINE
           WRITE MSG-LINE
           PERFORM GRAVA-HISTORICO-MENSAGEM.

       GRAVA-MENSAGEM.
           IF CM-EMAIL NOT = SPACES
               MOVE CM-EMAIL TO WS-CONTATO-MENSAGEM
           ELSE
               MOVE CM-TELEFONE TO WS-CONTATO-MENSAGEM
           END-IF
           MOVE SPACES TO MSG-LINE
           IF WS-TIPO-MENSAGEM = 'LV' OR 'LP'
               STRING WS-TIPO-MENSAGEM ';'
                      CM-CONTA ';'
                      CM-PRIMEIRO-NOME ' ' CM-SOBRENOME ';'
                      WS-CONTATO-MENSAGEM ';'
                      WS-REF-MENSAGEM ';'
                      WS-PIX-TXID ';'
                      WS-PIX-PAYLOAD
                      DELIMITED BY SIZE INTO MSG-LINE
           ELSE
               STRING WS-TIPO-MENSAGEM ';'
                      CM-CONTA ';'
                      CM-PRIMEIRO-NOME ' ' CM-SOBRENOME ';'
                      WS-CONTATO-MENSAGEM ';'
                      WS-REF-MENSAGEM
                      DELIMITED BY SIZE INTO MSG-LINE
           END-IF
           WRITE MSG-LINE
           PERFORM GRAVA-HISTORICO-MENSAGEM.

      *    PIX DO LEMBRETE DE VENCIMENTO DA CONTA: A DIVIDA ABERTA DE
      *    VENCIMENTO MAIS ANTIGO (A DO CM-DATA-VENCIMENTO) PELO SALDO
      *    DELA OU, NO MODELO DE DIVIDA UNICA, O SALDO DA CONTA. A
      *    COBRANCA VALE ATE O VENCIMENTO. CONTA COM ACORDO ATIVO
      *    PAGA PELAS PARCELAS E O LEMBRETE SAI SEM PIX.
       PREPARA-PIX-CONTA.
           MOVE SPACES TO WS-PIX-TXID WS-PIX-PAYLOAD
           PERFORM VERIFICA-ACORDO-ATIVO
           IF WS-TEM-ACORDO = 'S'
               ADD 1 TO WS-QTDE-SEM-PIX
           ELSE
               PERFORM ACHA-DIVIDA-LEMBRETE
               MOVE 'D' TO XG-ORIGEM
               MOVE CM-DATA-VENCIMENTO TO WS-PIX-VENC
               PERFORM GERA-PIX-LEMBRETE
           END-IF.

       VERIFICA-ACORDO-ATIVO.
           MOVE 'N' TO WS-TEM-ACORDO WS-LOG-EOF
           IF NOT WS-ACORDO-ABRIU
               MOVE 'S' TO WS-LOG-EOF
           ELSE
               MOVE CM-CONTA TO AC-CONTA
               MOVE ZEROS TO AC-PARCELA
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-LOG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF AC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-LOG-EOF
                   ELSE
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO
                           MOVE 'S' TO WS-LOG-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-LOG-EOF.

       ACHA-DIVIDA-LEMBRETE.
           MOVE 'N' TO WS-TEM-DETALHE WS-DEBT-EOF
           MOVE ZEROS TO WS-PIX-SEQ WS-PIX-VENC
           MOVE CM-SALDO-DEVEDOR TO WS-PIX-VALOR
           IF NOT WS-DEBTMAST-ABRIU
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
                       MOVE 'S' TO WS-TEM-DETALHE
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0 AND
                          (WS-PIX-VENC = 0 OR
                           DB-DATA-VENCIMENTO < WS-PIX-VENC)
                           MOVE DB-SEQ TO WS-PIX-SEQ
                           MOVE DB-SALDO-DEVEDOR TO WS-PIX-VALOR
                           MOVE DB-DATA-VENCIMENTO TO WS-PIX-VENC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TEM-DETALHE = 'S' AND WS-PIX-SEQ = 0
               MOVE ZEROS TO WS-PIX-VALOR
           END-IF.

      *    A ROTINA REAPROVEITA A COBRANCA ATIVA DO MESMO ITEM E VALOR
      *    (O LEMBRETE DE ONTEM) OU GRAVA UMA NOVA. SEM OS DADOS PIX
      *    (PIXPRM) O LEMBRETE SAI SEM O PIX, COMO ANTES.
       GERA-PIX-LEMBRETE.
           MOVE SPACES TO WS-PIX-TXID WS-PIX-PAYLOAD
           SET XG-GERA TO TRUE
           MOVE CM-CONTA TO XG-CONTA
           MOVE WS-PIX-SEQ TO XG-SEQ
           MOVE WS-PIX-VALOR TO XG-VALOR
           MOVE WS-DATA-HOJE TO XG-DATA-HOJE
           MOVE WS-PIX-VENC TO XG-DATA-EXPIRACAO
           MOVE 'M' TO XG-CANAL
           MOVE 'MENSAGEM' TO XG-OPERADOR
           CALL 'PIXGERA' USING PIXGERA-PARAMETROS
           IF XG-COBRANCA-OK
               MOVE XG-TXID TO WS-PIX-TXID
               MOVE XG-PAYLOAD TO WS-PIX-PAYLOAD
               ADD 1 TO WS-QTDE-PIX
           ELSE
               ADD 1 TO WS-QTDE-SEM-PIX
           END-IF.

      *    HISTORICO DATADO DAS MENSAGENS ENTREGUES AO BUREAU (AS
      *    GERACOES DO MSGEXP NAO TEM DATA). SEM E-MAIL, A MENSAGEM
      *    VAI POR SMS E, SE E DE COBRANCA, CONTA NO LIMITE DO DIA.
       GRAVA-HISTORICO-MENSAGEM.
           MOVE CM-CONTA TO MH-CONTA
           MOVE WS-DATA-HOJE TO MH-DATA
           MOVE ZEROS TO MH-HORA
           MOVE WS-TIPO-MENSAGEM TO MH-TIPO
           IF CM-EMAIL NOT = SPACES
               SET MH-EMAIL TO TRUE
           ELSE
               SET MH-SMS TO TRUE
           END-IF
           MOVE WS-CONTATO-MENSAGEM TO MH-CONTATO
           WRITE MSGHIST-RECORD
           IF MH-SMS AND MH-COBRANCA
               MOVE CM-CONTA TO WS-CONTA-LIMITE
               MOVE WS-DATA-HOJE TO WS-DATA-LIMITE
               PERFORM SOMA-CONTATO-CONTA
           END-IF.

      *    LIMITES EM VIGOR E CONTATOS DOS ULTIMOS 7 DIAS POR CONTA:
      *    LIGACOES DO CONTATOS (MENOS NUMERO ERRADO E DESLIGADO) E
      *    SMS DE COBRANCA JA ENVIADOS (MSGHIST).
       CARREGA-CONTATOS-SEMANA.
           SET LM-SO-LIMITES TO TRUE
           MOVE ZEROS TO LM-CONTA LM-HORA
           MOVE WS-DATA-HOJE TO LM-DATA
           CALL 'CTTLIM' USING CTTLIM-PARAMETROS
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
                   IF NOT CN-NUMERO-ERRADO AND NOT CN-DESLIGADO AND
                      CN-DATA NOT < WS-DATA-INICIO-SEMANA AND
                      CN-DATA NOT > WS-DATA-HOJE
                       MOVE CN-CONTA TO WS-CONTA-LIMITE
                       MOVE CN-DATA TO WS-DATA-LIMITE
                       PERFORM SOMA-CONTATO-CONTA
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
                   IF MH-SMS AND MH-COBRANCA AND
                      MH-DATA NOT < WS-DATA-INICIO-SEMANA AND
                      MH-DATA NOT > WS-DATA-HOJE
                       MOVE MH-CONTA TO WS-CONTA-LIMITE
                       MOVE MH-DATA TO WS-DATA-LIMITE
                       PERFORM SOMA-CONTATO-CONTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-MSGHIST-OK OR WS-FS-MSGHIST = '10'
               CLOSE MSGHIST-FILE
           END-IF
           MOVE 'N' TO WS-LOG-EOF.

       SOMA-CONTATO-CONTA.
           PERFORM ACHA-CONTA-LIMITE
           IF WS-IDX-LIM = 0
               IF WS-QTDE-LIM < 3000
                   ADD 1 TO WS-QTDE-LIM
                   MOVE WS-QTDE-LIM TO WS-IDX-LIM
                   MOVE WS-CONTA-LIMITE TO WS-LIM-CONTA (WS-IDX-LIM)
                   MOVE ZEROS TO WS-LIM-DIA (WS-IDX-LIM)
                                 WS-LIM-SEMANA (WS-IDX-LIM)
               ELSE
                   IF WS-LIM-TRANSBORDOU = 'N'
                       MOVE 'S' TO WS-LIM-TRANSBORDOU
                       DISPLAY 'MENSAGEM: TABELA DE CONTATOS DA '
                               'SEMANA CHEIA (3000 CONTAS). DEMAIS '
                               'CONTAS SEM CONTROLE DE LIMITE.'
                   END-IF
               END-IF
           END-IF
           IF WS-IDX-LIM > 0
               ADD 1 TO WS-LIM-SEMANA (WS-IDX-LIM)
               IF WS-DATA-LIMITE = WS-DATA-HOJE
                   ADD 1 TO WS-LIM-DIA (WS-IDX-LIM)
               END-IF
           END-IF.

       ACHA-CONTA-LIMITE.
           MOVE ZEROS TO WS-IDX-LIM
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTDE-LIM
                      OR WS-LIM-CONTA (WS-IDX-LIM) = WS-CONTA-LIMITE
               CONTINUE
           END-PERFORM
           IF WS-IDX-LIM > WS-QTDE-LIM
               MOVE ZEROS TO WS-IDX-LIM
           END-IF.

      *    A MENSAGEM SO VAI POR SMS QUANDO A CONTA NAO TEM E-MAIL; O
      *    E-MAIL NAO ENTRA NO LIMITE DE CONTATOS DO DEVEDOR.
       VERIFICA-LIMITE-SMS.
           MOVE 'S' TO WS-SMS-LIMITE
           IF CM-EMAIL = SPACES
               MOVE CM-CONTA TO WS-CONTA-LIMITE
               PERFORM ACHA-CONTA-LIMITE
               IF WS-IDX-LIM > 0
                   IF WS-LIM-DIA (WS-IDX-LIM) NOT < LM-MAX-DIA OR
                      WS-LIM-SEMANA (WS-IDX-LIM) NOT < LM-MAX-SEMANA
                       MOVE 'N' TO WS-SMS-LIMITE
                   END-IF
               END-IF
           END-IF.

       VERIFICA-CONTESTACAO-CONTA.
           MOVE 'N' TO WS-TEM-DISPUTA WS-DISPUTA-EOF

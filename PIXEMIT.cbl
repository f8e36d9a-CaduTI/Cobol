      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:EMISSAO NO BALCAO DA COBRANCA PIX DINAMICA (TXID) DE
      *         UMA DIVIDA (DETALHADA OU A CONTA INTEIRA NO MODELO DE
      *         DIVIDA UNICA), DE UMA PARCELA DE ACORDO EM ABERTO OU DE
      *         UMA COTACAO DE QUITACAO AINDA VALIDA (COTACOES). A
      *         COBRANCA, O TXID E O BR CODE (COPIA E COLA) SAEM DA
      *         ROTINA PIXGERA, QUE REGISTRA A COBRANCA NO ARQUIVO
      *         PIXCOBS; O COPIA E COLA E MOSTRADO AO ATENDENTE E
      *         IMPRESSO NO ARQUIVO PIXIMPR. O PAGAMENTO VOLTA NO
      *         ARQUIVO DE LIQUIDACAO DO PSP E E BAIXADO PELO TXID
      *         (BANCORET NO MODO PIX). AS MESMAS REGRAS DO BOLETO DE
      *         BALCAO: CONTA COM CONTESTACAO ABERTA NAO RECEBE
      *         COBRANCA; CONTA COM ACORDO ATIVO SO RECEBE COBRANCA DE
      *         PARCELA OU DE COTACAO. CHAMADO PELO MENU DO
      *         BASICCOMMANDS COM O OPERADOR AUTENTICADO; SEM ELE, PEDE
      *         A AUTENTICACAO (OPLOGIN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXEMIT.
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
           SELECT COTACAO-FILE ASSIGN TO "COTACOES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QT-CHAVE
               FILE STATUS WS-FS-COTACAO.
           SELECT PIXCOB-FILE ASSIGN TO "PIXCOBS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY XC-TXID
               ALTERNATE RECORD KEY XC-REFERENCIA WITH DUPLICATES
               FILE STATUS WS-FS-PIXCOB.
           SELECT PIXIMPR-FILE ASSIGN TO "PIXIMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PIXIMPR.
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
       FD  COTACAO-FILE.
           COPY COTACAO.
       FD  PIXCOB-FILE.
           COPY PIXCOB.
       FD  PIXIMPR-FILE.
       01 PIXIMPR-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK     VALUE '00'.
       77 WS-FS-DISPUTA           PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK    VALUE '00'.
       77 WS-FS-COTACAO           PIC X(02) VALUES '00'.
           88 WS-FS-COTACAO-OK    VALUE '00'.
       77 WS-FS-PIXCOB            PIC X(02) VALUES '00'.
           88 WS-FS-PIXCOB-OK     VALUES '00' '02'.
       77 WS-FS-PIXIMPR           PIC X(02) VALUES '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPERADOR-PERFIL      PIC X(01) VALUES SPACES.
       77 WS-LOGIN-OK             PIC X(01) VALUES 'N'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
      *    CONTA INFORMADA E DIGITO VERIFICADOR (ROTINA CONTAVAL).
       77 WS-CONTA-VERIF          PIC 9(08) VALUES ZEROS.
       77 WS-DV-VALIDO            PIC X(01) VALUES 'N'.
       77 WS-CONTA-ACEITA         PIC X(01) VALUES 'N'.
       77 WS-CONFIRMA-CONTA       PIC X(01) VALUES SPACES.
      *    RESULTADO DAS VERIFICACOES DA EMISSAO: EM BRANCO SEGUE;
      *    SENAO E O MOTIVO DA RECUSA MOSTRADO AO ATENDENTE.
       77 WS-MOTIVO-RECUSA        PIC X(40) VALUES SPACES.
       77 WS-ARQUIVOS-ABERTOS     PIC X(01) VALUES 'N'.
           88 WS-EMISSAO-ABERTA   VALUE 'S'.
       77 WS-ACORDO-DISPONIVEL    PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ABRIU     VALUE 'S'.
       77 WS-DISPUTA-DISPONIVEL   PIC X(01) VALUES 'N'.
           88 WS-DISPUTA-ABRIU    VALUE 'S'.
       77 WS-COTACAO-DISPONIVEL   PIC X(01) VALUES 'N'.
           88 WS-COTACAO-ABRIU    VALUE 'S'.
       77 WS-VARRE-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-VARREDURA    VALUE 'S'.
       77 WS-TEM-DISPUTA          PIC X(01) VALUES 'N'.
       77 WS-TEM-ACORDO           PIC X(01) VALUES 'N'.
           88 WS-HA-ACORDO-ATIVO  VALUE 'S'.
       77 WS-TEM-DETALHE          PIC X(01) VALUES 'N'.
           88 WS-HA-DETALHE       VALUE 'S'.
      *    O QUE SE COBRA: ORIGEM (D/P/C), SEQUENCIA DA DIVIDA,
      *    NUMERO DA PARCELA OU DA COTACAO, VALOR E EXPIRACAO.
       77 WS-PIX-ORIGEM           PIC X(01) VALUES SPACES.
           88 WS-PIX-DIVIDA       VALUE 'D'.
           88 WS-PIX-PARCELA      VALUE 'P'.
           88 WS-PIX-COTACAO      VALUE 'C'.
       77 WS-PIX-SEQ              PIC 9(03) VALUES ZEROS.
       77 WS-SEQ-DIVIDA           PIC 9(02) VALUES ZEROS.
       77 WS-PIX-VALOR            PIC 9(09)V99 VALUES ZEROS.
       77 WS-PIX-EXPIRACAO        PIC 9(08) VALUES ZEROS.
      *    O ARQUIVO DE LIQUIDACAO DO PSP TRAZ O VALOR PAGO COM 5
      *    INTEIROS, COMO O RETORNO BANCARIO.
       77 WS-VALOR-MAXIMO-PIX     PIC 9(07)V99 VALUES 99999.99.
      *    PARAMETROS DA ROTINA PIXGERA.
           COPY PIXGERAP.
      *    IMPRESSAO E TELA: O COPIA E COLA EM PEDACOS DE 70.
       77 WS-IDX-PEDACO           PIC 9(03) VALUES ZEROS.
       77 WS-PEDACO               PIC X(70) VALUES SPACES.
       77 WS-VALOR-EDIT           PIC Z(6)9.99.
       77 WS-SALDO-EDIT           PIC Z(6)9.99-.
       77 WS-REFERENCIA           PIC X(30) VALUES SPACES.
       77 WS-QTDE-LISTADOS        PIC 9(05) VALUES ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-ID IS OMITTED
               DISPLAY 'AUTENTICACAO DO ATENDENTE:'
               MOVE SPACES TO WS-OPERADOR-ID WS-OPERADOR-PERFIL
               MOVE 'N' TO WS-LOGIN-OK
               CALL 'OPLOGIN' USING WS-OPERADOR-ID WS-OPERADOR-PERFIL
                                    WS-LOGIN-OK
               IF WS-LOGIN-OK NOT = 'S'
                   DISPLAY 'ACESSO NAO AUTORIZADO.'
                   GOBACK
               END-IF
           ELSE
               MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM EMITE-COBRANCA-PIX
                   WHEN 2
                       PERFORM LISTA-COBRANCAS-CONTA
                   WHEN 9
                       DISPLAY 'ENCERRANDO A COBRANCA PIX.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== COBRANCA PIX NO BALCAO ====='
           DISPLAY 'ATENDENTE: ' WS-OPERADOR-ID
           DISPLAY '1 - EMITIR COBRANCA PIX'
           DISPLAY '2 - CONSULTAR COBRANCAS PIX DA CONTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    A EMISSAO PASSA PELAS VERIFICACOES EM ORDEM; A PRIMEIRA QUE
      *    FALHA PREENCHE O MOTIVO E AS SEGUINTES NAO SAO FEITAS. OS
      *    ARQUIVOS FICAM ABERTOS SO DURANTE A EMISSAO.
       EMITE-COBRANCA-PIX.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM INFORMA-CONTA
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM ABRE-ARQUIVOS-EMISSAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM VERIFICA-CONTA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-ORIGEM
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFIRMA-EMISSAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM GERA-COBRANCA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM IMPRIME-COBRANCA
               IF XG-COBRANCA-REUSADA
                   DISPLAY 'COBRANCA PIX ATIVA DO MESMO VALOR '
                           'REAPROVEITADA.'
               ELSE
                   DISPLAY 'COBRANCA PIX EMITIDA.'
               END-IF
               DISPLAY 'TXID: ' XG-TXID '  VALIDA ATE '
                       XG-DATA-EXPIRACAO
               DISPLAY 'PIX COPIA E COLA:'
               PERFORM VARYING WS-IDX-PEDACO FROM 1 BY 70
                       UNTIL WS-IDX-PEDACO > 250
                  OR XG-PAYLOAD (WS-IDX-PEDACO:) = SPACES
                   DISPLAY XG-PAYLOAD (WS-IDX-PEDACO:70)
               END-PERFORM
           ELSE
               DISPLAY 'COBRANCA PIX NAO EMITIDA: ' WS-MOTIVO-RECUSA
           END-IF
           PERFORM FECHA-ARQUIVOS-EMISSAO.

       INFORMA-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-VERIF
           ACCEPT WS-CONTA-VERIF
           PERFORM VALIDA-CONTA-DIGITO
           IF WS-CONTA-ACEITA NOT = 'S'
               MOVE 'CONTA NAO CONFIRMADA' TO WS-MOTIVO-RECUSA
           END-IF.

      *    DIGITO VERIFICADOR DO NUMERO DE CONTA (ROTINA CONTAVAL):
      *    CONTA LEGADA, ANTERIOR AO DIGITO, PASSA COM A CONFIRMACAO
      *    DO ATENDENTE.
       VALIDA-CONTA-DIGITO.
           MOVE 'N' TO WS-DV-VALIDO WS-CONTA-ACEITA
           CALL 'CONTAVAL' USING WS-CONTA-VERIF WS-DV-VALIDO
           IF WS-DV-VALIDO = 'S'
               MOVE 'S' TO WS-CONTA-ACEITA
           ELSE
               DISPLAY 'DIGITO VERIFICADOR DA CONTA ' WS-CONTA-VERIF
                       ' NAO CONFERE (CONTA LEGADA OU DIGITACAO '
                       'ERRADA). CONFIRMA A CONTA (S/N)?'
               ACCEPT WS-CONFIRMA-CONTA
               IF WS-CONFIRMA-CONTA = 'S'
                   MOVE 'S' TO WS-CONTA-ACEITA
               END-IF
           END-IF.

      *    O CADASTRO, AS DIVIDAS, O ACORDO E A COTACAO SO SAO LIDOS;
      *    QUEM GRAVA A COBRANCA E A ROTINA PIXGERA.
       ABRE-ARQUIVOS-EMISSAO.
           MOVE 'N' TO WS-ACORDO-DISPONIVEL WS-DISPUTA-DISPONIVEL
                       WS-COTACAO-DISPONIVEL
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WS-ARQUIVOS-ABERTOS
               OPEN INPUT DEBTMAST-FILE
               OPEN INPUT ACORDO-FILE
               IF WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-ACORDO-DISPONIVEL
               END-IF
               OPEN INPUT DISPUTA-FILE
               IF WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-DISPUTA-DISPONIVEL
               END-IF
               OPEN INPUT COTACAO-FILE
               IF WS-FS-COTACAO-OK
                   MOVE 'S' TO WS-COTACAO-DISPONIVEL
               END-IF
           END-IF.

       FECHA-ARQUIVOS-EMISSAO.
           IF WS-EMISSAO-ABERTA
               CLOSE CUSTMAST-FILE
               IF WS-FS-DEBTMAST NOT = '35'
                   CLOSE DEBTMAST-FILE
               END-IF
               IF WS-ACORDO-ABRIU
                   CLOSE ACORDO-FILE
               END-IF
               IF WS-DISPUTA-ABRIU
                   CLOSE DISPUTA-FILE
               END-IF
               IF WS-COTACAO-ABRIU
                   CLOSE COTACAO-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-ARQUIVOS-ABERTOS.

      *    SO SE COBRA CONTA EM COBRANCA, COM SALDO E SEM CONTESTACAO
      *    ABERTA (A MESMA REGRA DO BOLETO DE BALCAO).
       VERIFICA-CONTA.
           MOVE WS-CONTA-VERIF TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN NOT CM-NAO-PAGO
                       MOVE 'CONTA SEM DIVIDA EM ABERTO' TO
                            WS-MOTIVO-RECUSA
                   WHEN CM-SALDO-DEVEDOR NOT > 0
                       MOVE 'CONTA SEM SALDO DEVEDOR' TO
                            WS-MOTIVO-RECUSA
                   WHEN OTHER
                       PERFORM VERIFICA-DISPUTA-ABERTA
                       IF WS-TEM-DISPUTA = 'S'
                           MOVE 'CONTA COM CONTESTACAO ABERTA' TO
                                WS-MOTIVO-RECUSA
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM VERIFICA-ACORDO-ATIVO
               PERFORM VERIFICA-DETALHE-CONTA
               MOVE CM-SALDO-DEVEDOR TO WS-SALDO-EDIT
               DISPLAY 'CLIENTE: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                       '  SALDO DEVEDOR: ' WS-SALDO-EDIT
               IF WS-HA-ACORDO-ATIVO
                   DISPLAY 'CONTA COM ACORDO ATIVO: SO COBRANCA DE '
                           'PARCELA OU DE COTACAO.'
               END-IF
           END-IF.

       VERIFICA-DISPUTA-ABERTA.
           MOVE 'N' TO WS-TEM-DISPUTA WS-VARRE-EOF
           IF NOT WS-DISPUTA-ABRIU
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE CM-CONTA TO DI-CONTA
               MOVE ZEROS TO DI-SEQ-DIVIDA
               START DISPUTA-FILE KEY IS >= DI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF DI-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       IF DI-ABERTA
                           MOVE 'S' TO WS-TEM-DISPUTA
                           MOVE 'S' TO WS-VARRE-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    ACORDO ATIVO = ALGUMA PARCELA ABERTA OU ATRASADA DA CONTA.
       VERIFICA-ACORDO-ATIVO.
           MOVE 'N' TO WS-TEM-ACORDO WS-VARRE-EOF
           IF NOT WS-ACORDO-ABRIU
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE CM-CONTA TO AC-CONTA
               MOVE ZEROS TO AC-PARCELA
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF AC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO
                           MOVE 'S' TO WS-VARRE-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-DETALHE-CONTA.
           MOVE 'N' TO WS-TEM-DETALHE
           IF WS-FS-DEBTMAST NOT = '35'
               MOVE CM-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEBTMAST-FILE NEXT RECORD
                           AT END
                               CONTINUE
                       END-READ
                       IF WS-FS-DEBT-OK AND DB-CONTA = CM-CONTA
                           MOVE 'S' TO WS-TEM-DETALHE
                       END-IF
               END-START
           END-IF.

       INFORMA-ORIGEM.
           DISPLAY 'COBRANCA DE: D=DIVIDA  P=PARCELA DO ACORDO  '
                   'C=COTACAO DE QUITACAO'
           MOVE SPACES TO WS-PIX-ORIGEM
           MOVE ZEROS TO WS-PIX-SEQ WS-PIX-VALOR WS-PIX-EXPIRACAO
           ACCEPT WS-PIX-ORIGEM
           EVALUATE TRUE
               WHEN WS-PIX-DIVIDA
                   IF WS-HA-ACORDO-ATIVO
                       MOVE 'ACORDO ATIVO: USE PARCELA OU COTACAO' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       PERFORM INFORMA-DIVIDA
                   END-IF
               WHEN WS-PIX-PARCELA
                   PERFORM INFORMA-PARCELA
               WHEN WS-PIX-COTACAO
                   PERFORM INFORMA-COTACAO
               WHEN OTHER
                   MOVE 'ORIGEM DA COBRANCA INVALIDA' TO
                        WS-MOTIVO-RECUSA
           END-EVALUATE
           IF WS-MOTIVO-RECUSA = SPACES AND
              WS-PIX-VALOR > WS-VALOR-MAXIMO-PIX
               MOVE 'VALOR ACIMA DO LIMITE DA COBRANCA PIX' TO
                    WS-MOTIVO-RECUSA
               DISPLAY 'COTE A QUITACAO (COTAQUIT) OU EMITA COBRANCA '
                       'DE ATE ' WS-VALOR-MAXIMO-PIX '.'
           END-IF.

      *    CONTA COM DIVIDAS DETALHADAS: A COBRANCA E DE UMA DELAS,
      *    PELO SALDO; NO MODELO DE DIVIDA UNICA (SEQUENCIA 00) E DO
      *    SALDO DA CONTA. VALIDADE PADRAO DO PIXPRM.
       INFORMA-DIVIDA.
           MOVE ZEROS TO WS-SEQ-DIVIDA
           IF WS-HA-DETALHE
               DISPLAY 'SEQUENCIA DA DIVIDA:'
               ACCEPT WS-SEQ-DIVIDA
               IF WS-SEQ-DIVIDA = 0
                   MOVE 'CONTA COM DIVIDAS DETALHADAS: INFORME UMA' TO
                        WS-MOTIVO-RECUSA
               ELSE
                   MOVE CM-CONTA TO DB-CONTA
                   MOVE WS-SEQ-DIVIDA TO DB-SEQ
                   READ DEBTMAST-FILE
                       INVALID KEY
                           MOVE 'DIVIDA NAO ENCONTRADA' TO
                                WS-MOTIVO-RECUSA
                   END-READ
                   IF WS-MOTIVO-RECUSA = SPACES
                       IF NOT DB-NAO-PAGO OR DB-SALDO-DEVEDOR NOT > 0
                           MOVE 'DIVIDA NAO ESTA EM ABERTO' TO
                                WS-MOTIVO-RECUSA
                       ELSE
                           MOVE DB-SALDO-DEVEDOR TO WS-PIX-VALOR
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE CM-SALDO-DEVEDOR TO WS-PIX-VALOR
           END-IF
           MOVE WS-SEQ-DIVIDA TO WS-PIX-SEQ.

      *    PARCELA AINDA A VENCER: A COBRANCA VALE ATE O VENCIMENTO
      *    DELA; PARCELA ATRASADA TEM A VALIDADE PADRAO.
       INFORMA-PARCELA.
           IF NOT WS-HA-ACORDO-ATIVO
               MOVE 'CONTA SEM ACORDO ATIVO' TO WS-MOTIVO-RECUSA
           ELSE
               DISPLAY 'NUMERO DA PARCELA:'
               ACCEPT WS-PIX-SEQ
               MOVE CM-CONTA TO AC-CONTA
               MOVE WS-PIX-SEQ TO AC-PARCELA
               READ ACORDO-FILE
                   INVALID KEY
                       MOVE 'PARCELA NAO ENCONTRADA' TO
                            WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA = SPACES
                   IF AC-ABERTA OR AC-ATRASADA
                       MOVE AC-VALOR TO WS-PIX-VALOR
                       IF AC-DATA-VENCIMENTO > WS-DATA-HOJE
                           MOVE AC-DATA-VENCIMENTO TO WS-PIX-EXPIRACAO
                       END-IF
                   ELSE
                       MOVE 'PARCELA NAO ESTA EM ABERTO' TO
                            WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.

      *    COTACAO DE QUITACAO (COTAQUIT) ABERTA E DENTRO DA VALIDADE:
      *    A COBRANCA E DO VALOR COTADO E EXPIRA COM A COTACAO.
       INFORMA-COTACAO.
           IF NOT WS-COTACAO-ABRIU
               MOVE 'ARQUIVO DE COTACOES INDISPONIVEL' TO
                    WS-MOTIVO-RECUSA
           ELSE
               DISPLAY 'NUMERO DA COTACAO:'
               ACCEPT WS-PIX-SEQ
               MOVE CM-CONTA TO QT-CONTA
               MOVE WS-PIX-SEQ TO QT-SEQ
               READ COTACAO-FILE
                   INVALID KEY
                       MOVE 'COTACAO NAO ENCONTRADA' TO
                            WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA = SPACES
                   IF NOT QT-ABERTA OR
                      QT-DATA-VALIDADE < WS-DATA-HOJE
                       MOVE 'COTACAO QUITADA OU FORA DA VALIDADE' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       MOVE QT-VALOR-COTADO TO WS-PIX-VALOR
                       MOVE QT-DATA-VALIDADE TO WS-PIX-EXPIRACAO
                   END-IF
               END-IF
           END-IF.

       CONFIRMA-EMISSAO.
           MOVE WS-PIX-VALOR TO WS-VALOR-EDIT
           DISPLAY 'COBRANCA PIX ' WS-PIX-ORIGEM ' ' WS-PIX-SEQ
                   ' VALOR ' WS-VALOR-EDIT
           DISPLAY 'CONFIRMA A EMISSAO (S/N)?'
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               MOVE 'EMISSAO CANCELADA PELO ATENDENTE' TO
                    WS-MOTIVO-RECUSA
           END-IF.

      *    A ROTINA PIXGERA REAPROVEITA A COBRANCA ATIVA DO MESMO
      *    VALOR OU GRAVA UMA NOVA, SUBSTITUINDO AS ANTERIORES.
       GERA-COBRANCA.
           SET XG-GERA TO TRUE
           MOVE CM-CONTA TO XG-CONTA
           MOVE WS-PIX-ORIGEM TO XG-ORIGEM
           MOVE WS-PIX-SEQ TO XG-SEQ
           MOVE WS-PIX-VALOR TO XG-VALOR
           MOVE WS-DATA-HOJE TO XG-DATA-HOJE
           MOVE WS-PIX-EXPIRACAO TO XG-DATA-EXPIRACAO
           MOVE 'B' TO XG-CANAL
           MOVE WS-OPERADOR-ID TO XG-OPERADOR
           CALL 'PIXGERA' USING PIXGERA-PARAMETROS
           EVALUATE TRUE
               WHEN XG-COBRANCA-OK
                   CONTINUE
               WHEN XG-SEM-PARAMETRO
                   MOVE 'DADOS PIX (PIXPRM) OU PIXCOBS AUSENTES' TO
                        WS-MOTIVO-RECUSA
               WHEN XG-VALOR-INVALIDO
                   MOVE 'VALOR INVALIDO PARA COBRANCA PIX' TO
                        WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE 'FALHA NA GRAVACAO DA COBRANCA PIX' TO
                        WS-MOTIVO-RECUSA
           END-EVALUATE
           SET XG-ENCERRA TO TRUE
           CALL 'PIXGERA' USING PIXGERA-PARAMETROS.

       IMPRIME-COBRANCA.
           OPEN EXTEND PIXIMPR-FILE
           IF WS-FS-PIXIMPR NOT = '00'
               CLOSE PIXIMPR-FILE
               OPEN OUTPUT PIXIMPR-FILE
           END-IF
           MOVE WS-PIX-VALOR TO WS-VALOR-EDIT
           EVALUATE TRUE
               WHEN WS-PIX-PARCELA
                   MOVE SPACES TO WS-REFERENCIA
                   STRING 'PARCELA ' WS-PIX-SEQ ' DO ACORDO'
                          DELIMITED BY SIZE INTO WS-REFERENCIA
               WHEN WS-PIX-COTACAO
                   MOVE SPACES TO WS-REFERENCIA
                   STRING 'COTACAO DE QUITACAO ' WS-PIX-SEQ
                          DELIMITED BY SIZE INTO WS-REFERENCIA
               WHEN WS-SEQ-DIVIDA > 0
                   MOVE SPACES TO WS-REFERENCIA
                   STRING 'DIVIDA ' WS-SEQ-DIVIDA
                          DELIMITED BY SIZE INTO WS-REFERENCIA
               WHEN OTHER
                   MOVE 'SALDO DA CONTA' TO WS-REFERENCIA
           END-EVALUATE
           MOVE ALL '=' TO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           MOVE SPACES TO PIXIMPR-LINE
           STRING 'COBRANCA PIX - CONTA ' CM-CONTA '  ' WS-REFERENCIA
                  DELIMITED BY SIZE INTO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           MOVE SPACES TO PIXIMPR-LINE
           STRING 'PAGADOR: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  '  CPF/CNPJ ' CM-DOCUMENTO
                  DELIMITED BY SIZE INTO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           MOVE SPACES TO PIXIMPR-LINE
           STRING 'VALOR: ' WS-VALOR-EDIT '  VALIDA ATE '
                  XG-DATA-EXPIRACAO '  TXID ' XG-TXID
                  DELIMITED BY SIZE INTO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           MOVE 'PIX COPIA E COLA:' TO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           PERFORM VARYING WS-IDX-PEDACO FROM 1 BY 70
                   UNTIL WS-IDX-PEDACO > 250
                      OR XG-PAYLOAD (WS-IDX-PEDACO:) = SPACES
               MOVE XG-PAYLOAD (WS-IDX-PEDACO:70) TO WS-PEDACO
               MOVE SPACES TO PIXIMPR-LINE
               STRING '  ' WS-PEDACO DELIMITED BY SIZE
                      INTO PIXIMPR-LINE
               WRITE PIXIMPR-LINE
           END-PERFORM
           MOVE SPACES TO PIXIMPR-LINE
           STRING 'EMITIDA EM ' WS-DATA-HOJE ' NO BALCAO POR '
                  WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           MOVE ALL '=' TO PIXIMPR-LINE
           WRITE PIXIMPR-LINE
           CLOSE PIXIMPR-FILE.

      *    CONSULTA DAS COBRANCAS PIX DA CONTA (CHAVE ALTERNADA), COM
      *    O TXID, O CANAL E A SITUACAO DE CADA UMA.
       LISTA-COBRANCAS-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-VERIF WS-QTDE-LISTADOS
           ACCEPT WS-CONTA-VERIF
           MOVE 'N' TO WS-VARRE-EOF
           OPEN INPUT PIXCOB-FILE
           IF NOT WS-FS-PIXCOB-OK
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE WS-CONTA-VERIF TO XC-CONTA
               MOVE LOW-VALUES TO XC-ORIGEM
               MOVE ZEROS TO XC-SEQ
               START PIXCOB-FILE KEY IS >= XC-REFERENCIA
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ PIXCOB-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-PIXCOB-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF XC-CONTA NOT = WS-CONTA-VERIF
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-LISTADOS
                       MOVE XC-VALOR TO WS-VALOR-EDIT
                       DISPLAY XC-ORIGEM ' ' XC-SEQ ' ' XC-TXID
                               ' CANAL ' XC-CANAL ' ' XC-ESTADO
                               ' VALOR ' WS-VALOR-EDIT
                       DISPLAY '    EMITIDA EM ' XC-DATA-EMISSAO
                               ' VALIDA ATE ' XC-DATA-EXPIRACAO
                               ' POR ' XC-OPERADOR
                       IF XC-PAGA
                           DISPLAY '    PAGA EM ' XC-DATA-PAGAMENTO
                                   ' E2E ' XC-E2EID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PIXCOB NOT = '35'
               CLOSE PIXCOB-FILE
           END-IF
           DISPLAY 'COBRANCAS PIX DA CONTA: ' WS-QTDE-LISTADOS.
       END PROGRAM PIXEMIT.

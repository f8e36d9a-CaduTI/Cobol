      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:EMISSAO DE BOLETO NO BALCAO (2A VIA) NA HORA, PARA UMA
      *         DIVIDA (DETALHADA OU A CONTA INTEIRA NO MODELO DE
      *         DIVIDA UNICA), UMA PARCELA DE ACORDO EM ABERTO OU UM
      *         VALOR COTADO PELO ATENDENTE. O NOSSO NUMERO, O CODIGO
      *         DE BARRAS E A LINHA DIGITAVEL SAEM DA ROTINA BOLCOD COM
      *         O CONVENIO DO ARQUIVO BOLBCO; O BOLETO E IMPRESSO NO
      *         ARQUIVO BOLIMPR E REGISTRADO NO CADASTRO DE BOLETOS
      *         (BOLETOS), ONDE SUBSTITUI A VIA ANTERIOR DA MESMA
      *         DIVIDA OU PARCELA: O REGISTRO E REGRAVADO COM A VIA
      *         SEGUINTE E O NOSSO NUMERO ANTERIOR GUARDADO, DE MODO
      *         QUE O ACOMPANHAMENTO (BOLAGING) E O RETORNO (BANCORET)
      *         ENXERGAM UM SO BOLETO VIVO POR DIVIDA, E O PAGAMENTO
      *         DA VIA ANTIGA AINDA E RECONHECIDO. A DIVIDA OU PARCELA
      *         FICA MARCADA COMO REMETIDA PARA A REMESSA NOTURNA
      *         (BANCOREM) NAO GERAR OUTRO BOLETO DELA. CONTA COM
      *         CONTESTACAO ABERTA NAO RECEBE BOLETO; CONTA COM ACORDO
      *         ATIVO SO RECEBE BOLETO DE PARCELA OU DE VALOR COTADO.
      *         CHAMADO PELO MENU DO BASICCOMMANDS COM O OPERADOR
      *         AUTENTICADO; SEM ELE, PEDE A AUTENTICACAO (OPLOGIN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOL2VIA.
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
           SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CHAVE
               FILE STATUS WS-FS-BOLETO.
           SELECT BOLBCO-FILE ASSIGN TO "BOLBCO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-BOLBCO.
           SELECT BOLIMPR-FILE ASSIGN TO "BOLIMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-BOLIMPR.
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
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  BOLBCO-FILE.
           COPY BOLBCO.
       FD  BOLIMPR-FILE.
       01 BOLIMPR-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK     VALUE '00'.
       77 WS-FS-DISPUTA           PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK    VALUE '00'.
       77 WS-FS-BOLETO            PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK     VALUE '00'.
       77 WS-FS-BOLBCO            PIC X(02) VALUES '00'.
       77 WS-FS-BOLIMPR           PIC X(02) VALUES '00'.
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
       77 WS-VARRE-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-VARREDURA    VALUE 'S'.
       77 WS-TEM-DISPUTA          PIC X(01) VALUES 'N'.
       77 WS-TEM-ACORDO           PIC X(01) VALUES 'N'.
           88 WS-HA-ACORDO-ATIVO  VALUE 'S'.
       77 WS-TEM-DETALHE          PIC X(01) VALUES 'N'.
           88 WS-HA-DETALHE       VALUE 'S'.
      *    O QUE SE COBRA NO BOLETO: ORIGEM (D/P/C), SEQUENCIA DA
      *    DIVIDA OU NUMERO DA PARCELA, VALOR E VENCIMENTO.
       77 WS-BOL-ORIGEM           PIC X(01) VALUES SPACES.
           88 WS-BOL-DIVIDA       VALUE 'D'.
           88 WS-BOL-PARCELA      VALUE 'P'.
           88 WS-BOL-COTACAO      VALUE 'C'.
       77 WS-BOL-SEQ              PIC 9(03) VALUES ZEROS.
       77 WS-SEQ-DIVIDA           PIC 9(02) VALUES ZEROS.
       77 WS-VALOR-COTADO         PIC 9(07)V99 VALUES ZEROS.
       77 WS-BOL-VALOR            PIC 9(09)V99 VALUES ZEROS.
       77 WS-VENC-SUGERIDO        PIC 9(08) VALUES ZEROS.
       77 WS-BOL-VENC             PIC 9(08) VALUES ZEROS.
      *    O RETORNO BANCARIO TRAZ O VALOR PAGO COM 5 INTEIROS; BOLETO
      *    MAIOR NAO TERIA COMO SER BAIXADO.
       77 WS-VALOR-MAXIMO-BOLETO  PIC 9(07)V99 VALUES 99999.99.
       77 WS-BOLETO-EXISTE        PIC X(01) VALUES 'N'.
           88 WS-TEM-BOLETO       VALUE 'S'.
       77 WS-NOVA-VIA             PIC 9(02) VALUES ZEROS.
       77 WS-NOSSO-ANTERIOR       PIC 9(14) VALUES ZEROS.
       77 WS-VIA-ANTERIOR         PIC 9(02) VALUES ZEROS.
       77 WS-ESTADO-ANTERIOR      PIC X(10) VALUES SPACES.
      *    NOSSO NUMERO DA CASA: CONTA, ORIGEM (1=D 2=P 3=C),
      *    SEQUENCIA E VIA.
       01 WS-NOSSO-NUMERO.
           05 WS-NN-CONTA         PIC 9(08).
           05 WS-NN-ORIGEM        PIC 9(01).
           05 WS-NN-SEQ           PIC 9(03).
           05 WS-NN-VIA           PIC 9(02).
       01 WS-NOSSO-NUMERO-N REDEFINES WS-NOSSO-NUMERO PIC 9(14).
      *    PARAMETROS DA ROTINA BOLCOD.
       77 WS-CODIGO-BANCO         PIC 9(03) VALUES ZEROS.
       77 WS-CONVENIO             PIC 9(07) VALUES ZEROS.
       77 WS-CARTEIRA             PIC 9(02) VALUES ZEROS.
       77 WS-NOSSO-DV             PIC 9(01) VALUES ZEROS.
       77 WS-CODIGO-BARRAS        PIC X(44) VALUES SPACES.
       77 WS-LINHA-DIGITAVEL      PIC X(47) VALUES SPACES.
       77 WS-CODIGOS-OK           PIC X(01) VALUES 'N'.
           88 WS-EH-CODIGOS-OK    VALUE 'S'.
      *    VALIDACAO E AJUSTE DO VENCIMENTO PARA DIA UTIL.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       77 WS-DIA-SEMANA           PIC 9(01) VALUES ZEROS.
       77 WS-NOME-DIA             PIC X(09) VALUES SPACES.
       77 WS-DIA-UTIL             PIC X(01) VALUES 'S'.
           88 WS-EH-DIA-UTIL      VALUE 'S'.
       77 WS-QTDE-ROLAGENS        PIC 9(02) VALUES ZEROS.
      *    IMPRESSAO: LINHA DIGITAVEL NO FORMATO DO BOLETO,
      *    DATAS DD/MM/AAAA E VALOR EDITADO.
       01 WS-LINHA-FORMATADA.
           05 WS-LF-C1A           PIC X(05).
           05 FILLER              PIC X(01) VALUE '.'.
           05 WS-LF-C1B           PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C2A           PIC X(05).
           05 FILLER              PIC X(01) VALUE '.'.
           05 WS-LF-C2B           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C3A           PIC X(05).
           05 FILLER              PIC X(01) VALUE '.'.
           05 WS-LF-C3B           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C4            PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C5            PIC X(14).
       01 WS-DATA-IMPRESSA.
           05 WS-DI-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DI-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DI-ANO           PIC 9(04).
       77 WS-VENC-IMPRESSO        PIC X(10) VALUES SPACES.
       77 WS-VALOR-EDIT           PIC Z(6)9.99.
       77 WS-SALDO-EDIT           PIC Z(6)9.99-.
       77 WS-REFERENCIA           PIC X(30) VALUES SPACES.
       77 WS-QTDE-LISTADOS        PIC 9(05) VALUES ZEROS.
       COPY ERRTAB.
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
                       PERFORM EMITE-BOLETO
                   WHEN 2
                       PERFORM LISTA-BOLETOS-CONTA
                   WHEN 9
                       DISPLAY 'ENCERRANDO A EMISSAO DE BOLETOS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== BOLETO NO BALCAO (2A VIA) ====='
           DISPLAY 'ATENDENTE: ' WS-OPERADOR-ID
           DISPLAY '1 - EMITIR BOLETO'
           DISPLAY '2 - CONSULTAR BOLETOS DA CONTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    A EMISSAO PASSA PELAS VERIFICACOES EM ORDEM; A PRIMEIRA QUE
      *    FALHA PREENCHE O MOTIVO E AS SEGUINTES NAO SAO FEITAS. OS
      *    ARQUIVOS FICAM ABERTOS SO DURANTE A EMISSAO.
       EMITE-BOLETO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM LE-CONVENIO-BANCO
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-CONTA
           END-IF
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
               PERFORM INFORMA-VENCIMENTO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM PREPARA-VIA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFIRMA-EMISSAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM GRAVA-BOLETO-BALCAO
               PERFORM MARCA-REMESSA
               PERFORM IMPRIME-BOLETO
               DISPLAY 'BOLETO EMITIDO. NOSSO NUMERO '
                       WS-NOSSO-NUMERO-N '-' WS-NOSSO-DV ' VIA '
                       WS-NOVA-VIA '.'
               DISPLAY 'LINHA DIGITAVEL: ' WS-LINHA-FORMATADA
               IF WS-TEM-BOLETO
                   DISPLAY 'SUBSTITUI A VIA ' WS-VIA-ANTERIOR
                           ' (NOSSO NUMERO ' WS-NOSSO-ANTERIOR
                           ', SITUACAO ' WS-ESTADO-ANTERIOR ').'
               END-IF
           ELSE
               DISPLAY 'BOLETO NAO EMITIDO: ' WS-MOTIVO-RECUSA
           END-IF
           PERFORM FECHA-ARQUIVOS-EMISSAO.

      *    SEM O CONVENIO DO BANCO NAO HA COMO MONTAR O CODIGO DE
      *    BARRAS: NENHUM BOLETO E EMITIDO.
       LE-CONVENIO-BANCO.
           OPEN INPUT BOLBCO-FILE
           IF WS-FS-BOLBCO NOT = '00'
               MOVE 'CONVENIO BANCARIO (BOLBCO) AUSENTE' TO
                    WS-MOTIVO-RECUSA
           ELSE
               READ BOLBCO-FILE
                   AT END
                       MOVE 'CONVENIO BANCARIO (BOLBCO) VAZIO' TO
                            WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA = SPACES
                   IF BB-CODIGO-BANCO IS NOT NUMERIC OR
                      BB-CONVENIO IS NOT NUMERIC OR
                      BB-CARTEIRA IS NOT NUMERIC OR
                      BB-CODIGO-BANCO = 0
                       MOVE 'CONVENIO BANCARIO (BOLBCO) INVALIDO' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       MOVE BB-CODIGO-BANCO TO WS-CODIGO-BANCO
                       MOVE BB-CONVENIO TO WS-CONVENIO
                       MOVE BB-CARTEIRA TO WS-CARTEIRA
                   END-IF
               END-IF
           END-IF
           CLOSE BOLBCO-FILE.

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

       ABRE-ARQUIVOS-EMISSAO.
           MOVE 'N' TO WS-ACORDO-DISPONIVEL WS-DISPUTA-DISPONIVEL
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WS-ARQUIVOS-ABERTOS
               OPEN I-O DEBTMAST-FILE
               IF NOT WS-FS-DEBT-OK
                   CLOSE DEBTMAST-FILE
                   OPEN OUTPUT DEBTMAST-FILE
                   CLOSE DEBTMAST-FILE
                   OPEN I-O DEBTMAST-FILE
               END-IF
               OPEN I-O ACORDO-FILE
               IF WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-ACORDO-DISPONIVEL
               END-IF
               OPEN INPUT DISPUTA-FILE
               IF WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-DISPUTA-DISPONIVEL
               END-IF
               OPEN I-O BOLETO-FILE
               IF NOT WS-FS-BOLETO-OK
                   CLOSE BOLETO-FILE
                   OPEN OUTPUT BOLETO-FILE
                   CLOSE BOLETO-FILE
                   OPEN I-O BOLETO-FILE
               END-IF
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'CADASTRO DE BOLETOS INDISPONIVEL' TO
                        WS-MOTIVO-RECUSA
               END-IF
           END-IF.

       FECHA-ARQUIVOS-EMISSAO.
           IF WS-EMISSAO-ABERTA
               CLOSE CUSTMAST-FILE
               CLOSE DEBTMAST-FILE
               IF WS-ACORDO-ABRIU
                   CLOSE ACORDO-FILE
               END-IF
               IF WS-DISPUTA-ABRIU
                   CLOSE DISPUTA-FILE
               END-IF
               CLOSE BOLETO-FILE
           END-IF
           MOVE 'N' TO WS-ARQUIVOS-ABERTOS.

      *    SO SE EMITE BOLETO PARA CONTA EM COBRANCA, COM SALDO E SEM
      *    CONTESTACAO ABERTA (A MESMA REGRA DA REMESSA NOTURNA).
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
                   DISPLAY 'CONTA COM ACORDO ATIVO: SO BOLETO DE '
                           'PARCELA OU DE VALOR COTADO.'
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
           END-START.

       INFORMA-ORIGEM.
           DISPLAY 'BOLETO DE: D=DIVIDA  P=PARCELA DO ACORDO  '
                   'C=VALOR COTADO'
           MOVE SPACES TO WS-BOL-ORIGEM
           ACCEPT WS-BOL-ORIGEM
           EVALUATE TRUE
               WHEN WS-BOL-DIVIDA
                   IF WS-HA-ACORDO-ATIVO
                       MOVE 'ACORDO ATIVO: USE PARCELA OU COTACAO' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       PERFORM INFORMA-DIVIDA
                   END-IF
               WHEN WS-BOL-PARCELA
                   PERFORM INFORMA-PARCELA
               WHEN WS-BOL-COTACAO
                   PERFORM INFORMA-VALOR-COTADO
               WHEN OTHER
                   MOVE 'ORIGEM DO BOLETO INVALIDA' TO
                        WS-MOTIVO-RECUSA
           END-EVALUATE
           IF WS-MOTIVO-RECUSA = SPACES AND
              WS-BOL-VALOR > WS-VALOR-MAXIMO-BOLETO
               MOVE 'VALOR ACIMA DO LIMITE DO BOLETO' TO
                    WS-MOTIVO-RECUSA
               DISPLAY 'EMITA BOLETO DE VALOR COTADO ATE '
                       WS-VALOR-MAXIMO-BOLETO '.'
           END-IF.

      *    CONTA COM DIVIDAS DETALHADAS: O BOLETO E DE UMA DELAS, PELO
      *    SALDO; NO MODELO DE DIVIDA UNICA (SEQUENCIA 00) E DO SALDO
      *    DA CONTA.
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
                           MOVE DB-SALDO-DEVEDOR TO WS-BOL-VALOR
                           MOVE DB-DATA-VENCIMENTO TO WS-VENC-SUGERIDO
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE CM-SALDO-DEVEDOR TO WS-BOL-VALOR
               MOVE CM-DATA-VENCIMENTO TO WS-VENC-SUGERIDO
           END-IF
           MOVE WS-SEQ-DIVIDA TO WS-BOL-SEQ.

       INFORMA-PARCELA.
           MOVE ZEROS TO WS-BOL-SEQ
           IF NOT WS-HA-ACORDO-ATIVO
               MOVE 'CONTA SEM ACORDO ATIVO' TO WS-MOTIVO-RECUSA
           ELSE
               DISPLAY 'NUMERO DA PARCELA:'
               ACCEPT WS-BOL-SEQ
               MOVE CM-CONTA TO AC-CONTA
               MOVE WS-BOL-SEQ TO AC-PARCELA
               READ ACORDO-FILE
                   INVALID KEY
                       MOVE 'PARCELA NAO ENCONTRADA' TO
                            WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA = SPACES
                   IF AC-ABERTA OR AC-ATRASADA
                       MOVE AC-VALOR TO WS-BOL-VALOR
                       MOVE AC-DATA-VENCIMENTO TO WS-VENC-SUGERIDO
                   ELSE
                       MOVE 'PARCELA NAO ESTA EM ABERTO' TO
                            WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.

      *    VALOR COTADO PELO ATENDENTE (QUITACAO NEGOCIADA, ENTRADA):
      *    MAIOR QUE ZERO E NO MAXIMO O SALDO DA CONTA.
       INFORMA-VALOR-COTADO.
           MOVE ZEROS TO WS-BOL-SEQ WS-VALOR-COTADO
           DISPLAY 'VALOR DO BOLETO:'
           ACCEPT WS-VALOR-COTADO
           IF WS-VALOR-COTADO = 0 OR
              WS-VALOR-COTADO > CM-SALDO-DEVEDOR
               MOVE 'VALOR COTADO FORA DO SALDO DA CONTA' TO
                    WS-MOTIVO-RECUSA
           ELSE
               MOVE WS-VALOR-COTADO TO WS-BOL-VALOR
               MOVE ZEROS TO WS-VENC-SUGERIDO
           END-IF.

      *    VENCIMENTO EM BRANCO E HOJE (PARCELA: O VENCIMENTO DELA,
      *    SE AINDA NAO PASSOU). DATA PASSADA NAO E ACEITA; FIM DE
      *    SEMANA OU FERIADO PASSA PARA O PROXIMO DIA UTIL.
       INFORMA-VENCIMENTO.
           IF WS-BOL-PARCELA AND WS-VENC-SUGERIDO > WS-DATA-HOJE
               MOVE WS-VENC-SUGERIDO TO WS-BOL-VENC
           ELSE
               MOVE WS-DATA-HOJE TO WS-BOL-VENC
           END-IF
           DISPLAY 'VENCIMENTO (AAAAMMDD, ZERO = ' WS-BOL-VENC '):'
           MOVE ZEROS TO WS-DATA-DECOMPOSTA
           ACCEPT WS-DATA-DECOMPOSTA
           IF WS-DATA-DECOMPOSTA IS NOT NUMERIC
               MOVE ZEROS TO WS-DATA-DECOMPOSTA
           END-IF
           IF WS-DATA-DECOMPOSTA NOT = ZEROS
               MOVE 'N' TO WS-DATA-VALIDA
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
               IF NOT WS-EH-DATA-VALIDA
                   MOVE 'VENCIMENTO INVALIDO' TO WS-MOTIVO-RECUSA
               ELSE
                   MOVE WS-DATA-DECOMPOSTA TO WS-BOL-VENC
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES AND
              WS-BOL-VENC < WS-DATA-HOJE
               MOVE 'VENCIMENTO JA PASSOU' TO WS-MOTIVO-RECUSA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE ZEROS TO WS-QTDE-ROLAGENS
               MOVE 'N' TO WS-DIA-UTIL
               PERFORM UNTIL WS-EH-DIA-UTIL OR WS-QTDE-ROLAGENS > 30
                   CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                         WS-DIA-UTIL OMITTED
                                         WS-BOL-VENC
                   IF NOT WS-EH-DIA-UTIL
                       ADD 1 TO WS-QTDE-ROLAGENS
                       COMPUTE WS-BOL-VENC = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-BOL-VENC)
                            + 1)
                   END-IF
               END-PERFORM
           END-IF.

      *    A VIA NOVA SUBSTITUI A DO REGISTRO DA MESMA DIVIDA OU
      *    PARCELA: NUMERO DA VIA SEGUINTE E NOSSO NUMERO NOVO.
       PREPARA-VIA.
           MOVE 'N' TO WS-BOLETO-EXISTE
           MOVE ZEROS TO WS-NOSSO-ANTERIOR WS-VIA-ANTERIOR
           MOVE SPACES TO WS-ESTADO-ANTERIOR
           MOVE CM-CONTA TO BO-CONTA
           MOVE WS-BOL-ORIGEM TO BO-ORIGEM
           MOVE WS-BOL-SEQ TO BO-SEQ
           READ BOLETO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-BOLETO-EXISTE
                   MOVE BO-ESTADO TO WS-ESTADO-ANTERIOR
                   IF BO-VIA IS NUMERIC
                       MOVE BO-VIA TO WS-VIA-ANTERIOR
                   END-IF
                   IF BO-NOSSO-NUMERO IS NUMERIC
                       MOVE BO-NOSSO-NUMERO TO WS-NOSSO-ANTERIOR
                   END-IF
           END-READ
           IF WS-VIA-ANTERIOR >= 99
               MOVE 'LIMITE DE VIAS DO BOLETO ATINGIDO' TO
                    WS-MOTIVO-RECUSA
           ELSE
               COMPUTE WS-NOVA-VIA = WS-VIA-ANTERIOR + 1
               MOVE CM-CONTA TO WS-NN-CONTA
               EVALUATE TRUE
                   WHEN WS-BOL-DIVIDA
                       MOVE 1 TO WS-NN-ORIGEM
                   WHEN WS-BOL-PARCELA
                       MOVE 2 TO WS-NN-ORIGEM
                   WHEN OTHER
                       MOVE 3 TO WS-NN-ORIGEM
               END-EVALUATE
               MOVE WS-BOL-SEQ TO WS-NN-SEQ
               MOVE WS-NOVA-VIA TO WS-NN-VIA
               CALL 'BOLCOD' USING WS-CODIGO-BANCO WS-CONVENIO
                                   WS-CARTEIRA WS-NOSSO-NUMERO-N
                                   WS-BOL-VENC WS-BOL-VALOR
                                   WS-NOSSO-DV WS-CODIGO-BARRAS
                                   WS-LINHA-DIGITAVEL WS-CODIGOS-OK
               IF NOT WS-EH-CODIGOS-OK
                   MOVE 'CODIGO DE BARRAS NAO PODE SER MONTADO' TO
                        WS-MOTIVO-RECUSA
               ELSE
                   PERFORM FORMATA-LINHA-DIGITAVEL
               END-IF
           END-IF.

       FORMATA-LINHA-DIGITAVEL.
           MOVE WS-LINHA-DIGITAVEL (1:5) TO WS-LF-C1A
           MOVE WS-LINHA-DIGITAVEL (6:5) TO WS-LF-C1B
           MOVE WS-LINHA-DIGITAVEL (11:5) TO WS-LF-C2A
           MOVE WS-LINHA-DIGITAVEL (16:6) TO WS-LF-C2B
           MOVE WS-LINHA-DIGITAVEL (22:5) TO WS-LF-C3A
           MOVE WS-LINHA-DIGITAVEL (27:6) TO WS-LF-C3B
           MOVE WS-LINHA-DIGITAVEL (33:1) TO WS-LF-C4
           MOVE WS-LINHA-DIGITAVEL (34:14) TO WS-LF-C5.

       CONFIRMA-EMISSAO.
           MOVE WS-BOL-VALOR TO WS-VALOR-EDIT
           DISPLAY 'BOLETO ' WS-BOL-ORIGEM ' ' WS-BOL-SEQ
                   ' VALOR ' WS-VALOR-EDIT ' VENCIMENTO ' WS-BOL-VENC
                   ' VIA ' WS-NOVA-VIA
           IF WS-TEM-BOLETO
               DISPLAY 'A VIA ' WS-VIA-ANTERIOR ' ('
                       WS-ESTADO-ANTERIOR ') SERA SUBSTITUIDA.'
           END-IF
           DISPLAY 'CONFIRMA A EMISSAO (S/N)?'
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               MOVE 'EMISSAO CANCELADA PELO ATENDENTE' TO
                    WS-MOTIVO-RECUSA
           END-IF.

       GRAVA-BOLETO-BALCAO.
           MOVE CM-CONTA TO BO-CONTA
           MOVE WS-BOL-ORIGEM TO BO-ORIGEM
           MOVE WS-BOL-SEQ TO BO-SEQ
           MOVE WS-BOL-VALOR TO BO-VALOR
           MOVE WS-BOL-VENC TO BO-DATA-VENCIMENTO
           MOVE WS-DATA-HOJE TO BO-DATA-REMESSA BO-DATA-EMISSAO
           SET BO-REMETIDO TO TRUE
           SET BO-CANAL-BALCAO TO TRUE
           MOVE WS-NOVA-VIA TO BO-VIA
           MOVE WS-NOSSO-NUMERO-N TO BO-NOSSO-NUMERO
           MOVE WS-NOSSO-DV TO BO-NOSSO-DV
           MOVE WS-NOSSO-ANTERIOR TO BO-NOSSO-ANTERIOR
           MOVE WS-CODIGO-BARRAS TO BO-CODIGO-BARRAS
           MOVE WS-LINHA-DIGITAVEL TO BO-LINHA-DIGITAVEL
           MOVE WS-OPERADOR-ID TO BO-OPERADOR
           IF WS-TEM-BOLETO
               REWRITE BOLETO-RECORD
           ELSE
               WRITE BOLETO-RECORD
           END-IF.

      *    A DIVIDA OU PARCELA JA TEM BOLETO NA RUA: A REMESSA
      *    NOTURNA NAO GERA OUTRO. O VALOR COTADO NAO TEM MARCA.
       MARCA-REMESSA.
           EVALUATE TRUE
               WHEN WS-BOL-PARCELA
                   MOVE CM-CONTA TO AC-CONTA
                   MOVE WS-BOL-SEQ TO AC-PARCELA
                   READ ACORDO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO AC-REMESSA
                           REWRITE ACORDO-RECORD
                   END-READ
               WHEN WS-BOL-DIVIDA AND WS-SEQ-DIVIDA > 0
                   MOVE CM-CONTA TO DB-CONTA
                   MOVE WS-SEQ-DIVIDA TO DB-SEQ
                   READ DEBTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO DB-REMESSA
                           REWRITE DEBTMAST-RECORD
                   END-READ
               WHEN WS-BOL-DIVIDA
                   MOVE 'S' TO CM-REMESSA
                   REWRITE CUSTMAST-RECORD
           END-EVALUATE.

       IMPRIME-BOLETO.
           OPEN EXTEND BOLIMPR-FILE
           IF WS-FS-BOLIMPR NOT = '00'
               CLOSE BOLIMPR-FILE
               OPEN OUTPUT BOLIMPR-FILE
           END-IF
           MOVE WS-BOL-VENC TO WS-DATA-DECOMPOSTA
           MOVE WS-DIA TO WS-DI-DIA
           MOVE WS-MES TO WS-DI-MES
           MOVE WS-ANO TO WS-DI-ANO
           MOVE WS-DATA-IMPRESSA TO WS-VENC-IMPRESSO
           MOVE WS-BOL-VALOR TO WS-VALOR-EDIT
           EVALUATE TRUE
               WHEN WS-BOL-PARCELA
                   MOVE SPACES TO WS-REFERENCIA
                   STRING 'PARCELA ' WS-BOL-SEQ ' DO ACORDO'
                          DELIMITED BY SIZE INTO WS-REFERENCIA
               WHEN WS-BOL-DIVIDA AND WS-SEQ-DIVIDA > 0
                   MOVE SPACES TO WS-REFERENCIA
                   STRING 'DIVIDA ' WS-SEQ-DIVIDA
                          DELIMITED BY SIZE INTO WS-REFERENCIA
               WHEN WS-BOL-DIVIDA
                   MOVE 'SALDO DA CONTA' TO WS-REFERENCIA
               WHEN OTHER
                   MOVE 'VALOR NEGOCIADO' TO WS-REFERENCIA
           END-EVALUATE
           MOVE ALL '=' TO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'BANCO ' WS-CODIGO-BANCO ' - ' BB-NOME-BANCO
                  '  AGENCIA/CODIGO ' BB-AGENCIA '/' BB-CONVENIO
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'LINHA DIGITAVEL: ' WS-LINHA-FORMATADA
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'BENEFICIARIO: ' BB-BENEFICIARIO
                  ' CNPJ ' BB-CNPJ-BENEFICIARIO
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'PAGADOR: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  '  CPF/CNPJ ' CM-DOCUMENTO
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING '         ' CM-RUA ' ' CM-CIDADE ' ' CM-ESTADO
                  ' ' CM-CEP
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'VENCIMENTO: ' WS-VENC-IMPRESSO
                  '   VALOR DO DOCUMENTO: ' WS-VALOR-EDIT
                  '  CARTEIRA ' WS-CARTEIRA
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'NOSSO NUMERO: ' WS-NOSSO-NUMERO-N '-' WS-NOSSO-DV
                  '  CONTA ' CM-CONTA '  ' WS-REFERENCIA
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'VIA ' WS-NOVA-VIA ' EMITIDA EM ' WS-DATA-HOJE
                  ' NO BALCAO POR ' WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE SPACES TO BOLIMPR-LINE
           STRING 'CODIGO DE BARRAS: ' WS-CODIGO-BARRAS
                  DELIMITED BY SIZE INTO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           MOVE ALL '=' TO BOLIMPR-LINE
           WRITE BOLIMPR-LINE
           CLOSE BOLIMPR-FILE.

      *    CONSULTA DOS BOLETOS DA CONTA NO CADASTRO, COM A VIA ATUAL,
      *    O CANAL E A SITUACAO DE CADA UM.
       LISTA-BOLETOS-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-VERIF WS-QTDE-LISTADOS
           ACCEPT WS-CONTA-VERIF
           MOVE 'N' TO WS-VARRE-EOF
           OPEN INPUT BOLETO-FILE
           IF NOT WS-FS-BOLETO-OK
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE WS-CONTA-VERIF TO BO-CONTA
               MOVE LOW-VALUES TO BO-ORIGEM
               MOVE ZEROS TO BO-SEQ
               START BOLETO-FILE KEY IS >= BO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ BOLETO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF BO-CONTA NOT = WS-CONTA-VERIF
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-LISTADOS
                       MOVE BO-VALOR TO WS-VALOR-EDIT
                       DISPLAY BO-ORIGEM ' ' BO-SEQ ' VIA ' BO-VIA
                               ' CANAL ' BO-CANAL ' ' BO-ESTADO
                               ' VENC ' BO-DATA-VENCIMENTO
                               ' VALOR ' WS-VALOR-EDIT
                       IF BO-CANAL-BALCAO
                           DISPLAY '    NOSSO NUMERO ' BO-NOSSO-NUMERO
                                   '-' BO-NOSSO-DV ' EMITIDO EM '
                                   BO-DATA-EMISSAO ' POR '
                                   BO-OPERADOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-BOLETO NOT = '35'
               CLOSE BOLETO-FILE
           END-IF
           DISPLAY 'BOLETOS DA CONTA: ' WS-QTDE-LISTADOS.
       END PROGRAM BOL2VIA.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:SALDOS CREDORES DE CLIENTES (ARQUIVO CREDCLI): LISTA
      *         OS SALDOS EM ABERTO COM A IDADE EM DIAS; COMPENSA UM
      *         SALDO EM OUTRA DIVIDA EM ABERTO DO MESMO CPF/CNPJ, O
      *         QUE E FEITO PELO SetCommand (MODO SALDOCRD) NO CAMINHO
      *         NORMAL DO PAGAMENTO, COM RECIBO; REGISTRA O PEDIDO DE
      *         REEMBOLSO COM A CONTA BANCARIA DO PROPRIO TITULAR
      *         QUANDO NAO HA DIVIDA A COMPENSAR OU O CLIENTE RECUSOU
      *         A COMPENSACAO; E APROVA OU RECUSA O PEDIDO, SO POR
      *         SUPERVISOR AUTENTICADO NO TERMINAL (ROTINA OPLOGIN) E
      *         DIFERENTE DE QUEM PEDIU. O PAGAMENTO DOS REEMBOLSOS
      *         APROVADOS SAI NO ARQUIVO DO REEMBPAG. CHAMADO PELO MENU
      *         DO BASICCOMMANDS COM O OPERADOR AUTENTICADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDCLI-FILE ASSIGN TO "CREDCLI"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SD-CHAVE
               FILE STATUS WS-FS-CREDCLI.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDCLI-FILE.
           COPY CREDCLI.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-CREDCLI           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-CRED-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-CRED         VALUE 'S'.
       77 WS-BUSCA-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-BUSCA        VALUE 'S'.
       77 WS-CREDITO-ACHADO       PIC X(01) VALUES 'N'.
           88 WS-TEM-CREDITO      VALUE 'S'.
       77 WS-QTDE-ABERTOS         PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-ABERTO         PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-CANDIDATAS      PIC 9(05) VALUES ZEROS.
       77 WS-DIAS-ABERTO          PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS        PIC X(01) VALUES 'N'.
       01 WS-CHAVE-DIGITADA.
           05 WS-CHV-CONTA        PIC 9(08).
           05 WS-CHV-SEQ          PIC 9(03).
       77 WS-DOC-BUSCA            PIC X(14) VALUES SPACES.
       77 WS-CONTA-ORIGEM         PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-DESTINO        PIC 9(08) VALUES ZEROS.
       77 WS-CONFIRMA             PIC X(01) VALUES 'N'.
       77 WS-NOME-TITULAR         PIC X(30) VALUES SPACES.
      *    DADOS BANCARIOS DIGITADOS NO PEDIDO DE REEMBOLSO.
       77 WS-RE-BANCO             PIC 9(03) VALUES ZEROS.
       77 WS-RE-AGENCIA           PIC 9(04) VALUES ZEROS.
       77 WS-RE-CONTA-BANCARIA    PIC X(12) VALUES SPACES.
       77 WS-RE-TIPO-CONTA        PIC X(01) VALUES SPACES.
           88 WS-RE-TIPO-VALIDO   VALUES 'C' 'P'.
       77 WS-APROVA               PIC X(01) VALUES SPACES.
      *    SUPERVISOR QUE APROVA O REEMBOLSO (ROTINA OPLOGIN).
       77 WS-SUP-ID               PIC X(08) VALUES SPACES.
       77 WS-SUP-PERFIL           PIC X(01) VALUES SPACES.
       77 WS-SUP-LOGIN-OK         PIC X(01) VALUES 'N'.
      *    COMPENSACAO PELO SetCommand (MODO SALDOCRD).
       77 WS-MODO-SETCOMMAND      PIC X(20) VALUES 'SALDOCRD'.
       01 WS-COMPENSACAO.
           05 WS-CP-CHAVE         PIC X(11).
           05 WS-CP-CONTA         PIC 9(08).
           05 WS-CP-RESULTADO     PIC X(01).
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-ID IS OMITTED
               DISPLAY 'INFORME O CODIGO DO OPERADOR:'
               ACCEPT WS-OPERADOR-ID
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
                       PERFORM LISTA-SALDOS-ABERTOS
                   WHEN 2
                       PERFORM COMPENSA-SALDO
                   WHEN 3
                       PERFORM SOLICITA-REEMBOLSO
                   WHEN 4
                       PERFORM APROVA-REEMBOLSO
                   WHEN 5
                       CALL 'BUSCACLI'
                   WHEN 9
                       DISPLAY 'ENCERRANDO SALDOS CREDORES.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== SALDOS CREDORES DE CLIENTES (CREDCLI) ====='
           DISPLAY '1 - LISTAR SALDOS CREDORES EM ABERTO'
           DISPLAY '2 - COMPENSAR SALDO EM DIVIDA DO MESMO CPF/CNPJ'
           DISPLAY '3 - SOLICITAR REEMBOLSO AO CLIENTE'
           DISPLAY '4 - APROVAR OU RECUSAR REEMBOLSO (SUPERVISOR)'
           DISPLAY '5 - PESQUISAR CLIENTE POR NOME OU CPF'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    OS SALDOS AINDA NAO RESOLVIDOS: DISPONIVEIS E COM REEMBOLSO
      *    PEDIDO OU APROVADO, COM A IDADE CONTADA DO PAGAMENTO.
       LISTA-SALDOS-ABERTOS.
           MOVE ZEROS TO WS-QTDE-ABERTOS WS-VALOR-ABERTO
           MOVE 'N' TO WS-CRED-EOF
           OPEN INPUT CREDCLI-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-CRED-EOF
           ELSE
               MOVE LOW-VALUES TO SD-CHAVE
               START CREDCLI-FILE KEY IS >= SD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CRED-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-CRED
               READ CREDCLI-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CRED-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-CRED-EOF
               END-IF
               IF NOT WS-FIM-CRED
                   IF SD-DISPONIVEL OR SD-EM-REEMBOLSO
                       ADD 1 TO WS-QTDE-ABERTOS
                       ADD SD-SALDO TO WS-VALOR-ABERTO
                       PERFORM EXIBE-SALDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CREDCLI NOT = '35'
               CLOSE CREDCLI-FILE
           END-IF
           DISPLAY 'SALDOS CREDORES EM ABERTO: ' WS-QTDE-ABERTOS
                   '  VALOR: ' WS-VALOR-ABERTO.

       EXIBE-SALDO.
           CALL 'DATEDIF' USING SD-DATA-CREDITO WS-DATA-HOJE
                                WS-DIAS-ABERTO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S'
               MOVE ZEROS TO WS-DIAS-ABERTO
           END-IF
           DISPLAY SD-CHAVE ' DOC ' SD-DOCUMENTO ' ORIGEM ' SD-ORIGEM
                   ' SALDO ' SD-SALDO ' DE ' SD-VALOR-ORIGINAL
                   ' HA ' WS-DIAS-ABERTO ' DIAS SITUACAO '
                   SD-SITUACAO
           IF SD-EM-REEMBOLSO
               DISPLAY '    REEMBOLSO ' SD-VALOR-REEMBOLSO ' BANCO '
                       SD-BANCO ' AG ' SD-AGENCIA ' CC '
                       SD-CONTA-BANCARIA ' PEDIDO POR '
                       SD-OPERADOR-SOLIC ' EM ' SD-DATA-SOLICITACAO
           END-IF.

      *    LE O SALDO PELA CHAVE DIGITADA E DEIXA O ARQUIVO FECHADO;
      *    SO SEGUE QUANDO O SALDO ESTA DISPONIVEL.
       PEDE-SALDO.
           MOVE 'N' TO WS-CREDITO-ACHADO
           DISPLAY 'CHAVE DO SALDO CREDOR (CONTA + SEQUENCIA, 11 '
                   'DIGITOS):'
           ACCEPT WS-CHAVE-DIGITADA
           OPEN INPUT CREDCLI-FILE
           IF WS-FS-OK
               MOVE WS-CHAVE-DIGITADA TO SD-CHAVE
               READ CREDCLI-FILE
                   INVALID KEY
                       DISPLAY 'SALDO CREDOR ' WS-CHAVE-DIGITADA
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM EXIBE-SALDO
                       IF SD-DISPONIVEL AND SD-SALDO > 0
                           MOVE 'S' TO WS-CREDITO-ACHADO
                           MOVE SD-DOCUMENTO TO WS-DOC-BUSCA
                           MOVE SD-CONTA TO WS-CONTA-ORIGEM
                       ELSE
                           DISPLAY 'SALDO CREDOR NAO ESTA DISPONIVEL '
                                   '(SITUACAO ' SD-SITUACAO ').'
                       END-IF
               END-READ
               CLOSE CREDCLI-FILE
           ELSE
               DISPLAY 'NENHUM SALDO CREDOR REGISTRADO.'
           END-IF.

      *    DIVIDAS EM ABERTO DO MESMO CPF/CNPJ DO SALDO: SAO AS UNICAS
      *    EM QUE O SALDO PODE SER COMPENSADO.
       LISTA-DIVIDAS-MESMO-CPF.
           MOVE ZEROS TO WS-QTDE-CANDIDATAS
           MOVE SPACES TO WS-NOME-TITULAR
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CUSTMAST'
           ELSE
               MOVE 'N' TO WS-BUSCA-EOF
               MOVE WS-DOC-BUSCA TO CM-DOCUMENTO
               START CUSTMAST-FILE KEY IS = CM-DOCUMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-BUSCA-EOF
               END-START
               PERFORM UNTIL WS-FIM-BUSCA
                   READ CUSTMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-BUSCA-EOF
                   END-READ
                   IF NOT WS-FS-CUST-OK
                       MOVE 'S' TO WS-BUSCA-EOF
                   END-IF
                   IF NOT WS-FIM-BUSCA
                       IF CM-DOCUMENTO NOT = WS-DOC-BUSCA
                           MOVE 'S' TO WS-BUSCA-EOF
                       ELSE
                           IF WS-NOME-TITULAR = SPACES OR
                              CM-CONTA = WS-CONTA-ORIGEM
                               MOVE SPACES TO WS-NOME-TITULAR
                               STRING CM-PRIMEIRO-NOME DELIMITED BY
                                      SPACE
                                      ' ' DELIMITED BY SIZE
                                      CM-SOBRENOME DELIMITED BY SIZE
                                      INTO WS-NOME-TITULAR
                           END-IF
                           IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0
                               ADD 1 TO WS-QTDE-CANDIDATAS
                               DISPLAY 'DIVIDA EM ABERTO: CONTA '
                                       CM-CONTA ' ' CM-PRIMEIRO-NOME
                                       ' ' CM-SOBRENOME ' SALDO '
                                       CM-SALDO-DEVEDOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTMAST-FILE
           END-IF.

      *    A COMPENSACAO E DO SetCommand: O SALDO VIRA UM PAGAMENTO
      *    NORMAL DA CONTA ESCOLHIDA, COM RECIBO, E O QUE SOBRAR
      *    CONTINUA DISPONIVEL. OS ARQUIVOS DESTA TELA ESTAO FECHADOS
      *    NA CHAMADA.
       COMPENSA-SALDO.
           PERFORM PEDE-SALDO
           IF WS-TEM-CREDITO
               PERFORM LISTA-DIVIDAS-MESMO-CPF
               IF WS-QTDE-CANDIDATAS = 0
                   DISPLAY 'NENHUMA DIVIDA EM ABERTO DO MESMO '
                           'CPF/CNPJ. O SALDO PODE SER REEMBOLSADO '
                           '(OPCAO 3).'
               ELSE
                   DISPLAY 'CONTA A RECEBER A COMPENSACAO:'
                   ACCEPT WS-CONTA-DESTINO
                   DISPLAY 'COMPENSAR O SALDO CREDOR ' WS-CHAVE-DIGITADA
                           ' NA CONTA ' WS-CONTA-DESTINO ' (S/N)?'
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       MOVE WS-CHAVE-DIGITADA TO WS-CP-CHAVE
                       MOVE WS-CONTA-DESTINO TO WS-CP-CONTA
                       MOVE 'F' TO WS-CP-RESULTADO
                       CALL 'SetCommand' USING WS-MODO-SETCOMMAND
                                               WS-OPERADOR-ID
                                               OMITTED
                                               WS-COMPENSACAO
                       IF WS-CP-RESULTADO = 'S'
                           DISPLAY 'SALDO CREDOR ' WS-CP-CHAVE
                                   ' COMPENSADO.'
                       ELSE
                           DISPLAY 'SALDO CREDOR ' WS-CP-CHAVE
                                   ' CONTINUA DISPONIVEL.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    O REEMBOLSO SO E PEDIDO QUANDO NAO HA DIVIDA DO MESMO CPF/
      *    CNPJ OU O CLIENTE RECUSOU A COMPENSACAO, E SO PARA CONTA
      *    BANCARIA DO PROPRIO TITULAR. FICA AGUARDANDO A APROVACAO DE
      *    UM SUPERVISOR.
       SOLICITA-REEMBOLSO.
           PERFORM PEDE-SALDO
           IF WS-TEM-CREDITO
               PERFORM LISTA-DIVIDAS-MESMO-CPF
               MOVE 'S' TO WS-CONFIRMA
               IF WS-QTDE-CANDIDATAS > 0
                   DISPLAY 'O CLIENTE TEM DIVIDA EM ABERTO NO MESMO '
                           'CPF/CNPJ. A COMPENSACAO FOI OFERECIDA E '
                           'RECUSADA (S/N)?'
                   MOVE 'N' TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
               END-IF
               IF WS-CONFIRMA NOT = 'S'
                   DISPLAY 'OFERECA A COMPENSACAO (OPCAO 2). NENHUM '
                           'REEMBOLSO SOLICITADO.'
               ELSE
                   PERFORM PEDE-DADOS-BANCARIOS
               END-IF
           END-IF.

       PEDE-DADOS-BANCARIOS.
           DISPLAY 'TITULAR: ' WS-NOME-TITULAR ' CPF/CNPJ '
                   WS-DOC-BUSCA
           DISPLAY 'A CONTA BANCARIA DEVE SER DO PROPRIO TITULAR.'
           DISPLAY 'BANCO (3 DIGITOS):'
           ACCEPT WS-RE-BANCO
           DISPLAY 'AGENCIA (4 DIGITOS):'
           ACCEPT WS-RE-AGENCIA
           DISPLAY 'CONTA COM DIGITO:'
           MOVE SPACES TO WS-RE-CONTA-BANCARIA
           ACCEPT WS-RE-CONTA-BANCARIA
           DISPLAY 'TIPO DA CONTA (C=CORRENTE / P=POUPANCA):'
           MOVE SPACES TO WS-RE-TIPO-CONTA
           ACCEPT WS-RE-TIPO-CONTA
           EVALUATE TRUE
               WHEN WS-RE-BANCO = 0 OR WS-RE-AGENCIA = 0 OR
                    WS-RE-CONTA-BANCARIA = SPACES
                   DISPLAY 'DADOS BANCARIOS INCOMPLETOS. NENHUM '
                           'REEMBOLSO SOLICITADO.'
               WHEN NOT WS-RE-TIPO-VALIDO
                   DISPLAY 'TIPO DE CONTA INVALIDO. NENHUM REEMBOLSO '
                           'SOLICITADO.'
               WHEN OTHER
                   PERFORM GRAVA-SOLICITACAO
           END-EVALUATE.

       GRAVA-SOLICITACAO.
           OPEN I-O CREDCLI-FILE
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CREDCLI'
           ELSE
               MOVE WS-CHAVE-DIGITADA TO SD-CHAVE
               READ CREDCLI-FILE
                   INVALID KEY
                       DISPLAY 'SALDO CREDOR ' WS-CHAVE-DIGITADA
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF NOT SD-DISPONIVEL OR SD-SALDO = 0
                           DISPLAY 'SALDO CREDOR NAO ESTA MAIS '
                                   'DISPONIVEL. NADA SOLICITADO.'
                       ELSE
                           MOVE WS-RE-BANCO TO SD-BANCO
                           MOVE WS-RE-AGENCIA TO SD-AGENCIA
                           MOVE WS-RE-CONTA-BANCARIA
                             TO SD-CONTA-BANCARIA
                           MOVE WS-RE-TIPO-CONTA TO SD-TIPO-CONTA
                           MOVE WS-NOME-TITULAR TO SD-NOME-TITULAR
                           MOVE SD-SALDO TO SD-VALOR-REEMBOLSO
                           MOVE WS-DATA-HOJE TO SD-DATA-SOLICITACAO
                           MOVE WS-OPERADOR-ID TO SD-OPERADOR-SOLIC
                           MOVE ZEROS TO SD-DATA-APROVACAO
                                         SD-DATA-ENVIO
                           MOVE SPACES TO SD-SUPERVISOR
                           SET SD-REEMB-SOLICITADO TO TRUE
                           REWRITE CREDCLI-RECORD
                               INVALID KEY
                                   SET EC-FALHA-ARQUIVO TO TRUE
                                   CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                                       EC-MENSAGEM
                                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                           EC-MENSAGEM ': CREDCLI'
                               NOT INVALID KEY
                                   DISPLAY 'REEMBOLSO DE '
                                           SD-VALOR-REEMBOLSO
                                           ' SOLICITADO. AGUARDA '
                                           'APROVACAO DE SUPERVISOR.'
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE CREDCLI-FILE
           END-IF.

      *    A APROVACAO E DE UM SUPERVISOR AUTENTICADO NO TERMINAL, QUE
      *    NAO PODE SER QUEM PEDIU O REEMBOLSO. A RECUSA DEVOLVE O
      *    SALDO A DISPONIVEL E APAGA OS DADOS BANCARIOS.
       APROVA-REEMBOLSO.
           DISPLAY 'CHAVE DO SALDO CREDOR (CONTA + SEQUENCIA, 11 '
                   'DIGITOS):'
           ACCEPT WS-CHAVE-DIGITADA
           OPEN I-O CREDCLI-FILE
           IF NOT WS-FS-OK
               DISPLAY 'NENHUM SALDO CREDOR REGISTRADO.'
           ELSE
               MOVE WS-CHAVE-DIGITADA TO SD-CHAVE
               READ CREDCLI-FILE
                   INVALID KEY
                       DISPLAY 'SALDO CREDOR ' WS-CHAVE-DIGITADA
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM EXIBE-SALDO
                       IF SD-REEMB-SOLICITADO
                           PERFORM DECIDE-REEMBOLSO
                       ELSE
                           DISPLAY 'NAO HA REEMBOLSO AGUARDANDO '
                                   'APROVACAO NESTE SALDO.'
                       END-IF
               END-READ
               CLOSE CREDCLI-FILE
           END-IF.

       DECIDE-REEMBOLSO.
           DISPLAY 'TITULAR ' SD-NOME-TITULAR ' TIPO ' SD-TIPO-CONTA
           DISPLAY 'AUTENTICACAO DO SUPERVISOR:'
           MOVE SPACES TO WS-SUP-ID WS-SUP-PERFIL
           MOVE 'N' TO WS-SUP-LOGIN-OK
           CALL 'OPLOGIN' USING WS-SUP-ID WS-SUP-PERFIL
                                WS-SUP-LOGIN-OK
           EVALUATE TRUE
               WHEN WS-SUP-LOGIN-OK NOT = 'S' OR WS-SUP-PERFIL NOT = 'S'
                   DISPLAY 'APROVACAO RESTRITA A SUPERVISORES. NADA '
                           'FEITO.'
               WHEN WS-SUP-ID = SD-OPERADOR-SOLIC
                   DISPLAY 'QUEM PEDIU O REEMBOLSO NAO PODE APROVA-LO. '
                           'NADA FEITO.'
               WHEN OTHER
                   DISPLAY 'APROVAR O REEMBOLSO DE ' SD-VALOR-REEMBOLSO
                           ' (A=APROVAR / R=RECUSAR)?'
                   MOVE SPACES TO WS-APROVA
                   ACCEPT WS-APROVA
                   EVALUATE WS-APROVA
                       WHEN 'A'
                           SET SD-REEMB-APROVADO TO TRUE
                           MOVE WS-DATA-HOJE TO SD-DATA-APROVACAO
                           MOVE WS-SUP-ID TO SD-SUPERVISOR
                           PERFORM REGRAVA-SALDO
                           DISPLAY 'REEMBOLSO APROVADO. SAI NO PROXIMO '
                                   'ARQUIVO DE PAGAMENTO AO BANCO.'
                       WHEN 'R'
                           SET SD-DISPONIVEL TO TRUE
                           INITIALIZE SD-REEMBOLSO
                           PERFORM REGRAVA-SALDO
                           DISPLAY 'REEMBOLSO RECUSADO. O SALDO VOLTA '
                                   'A FICAR DISPONIVEL.'
                       WHEN OTHER
                           DISPLAY 'NADA FEITO.'
                   END-EVALUATE
           END-EVALUATE.

       REGRAVA-SALDO.
           REWRITE CREDCLI-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CREDCLI'
           END-REWRITE.
       END PROGRAM SALDCAD.

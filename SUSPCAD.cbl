      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:PESQUISA DOS CREDITOS NAO IDENTIFICADOS (ARQUIVO
      *         SUSPENSO), SO DE SUPERVISOR: LISTA OS CREDITOS EM
      *         ABERTO COM A IDADE EM DIAS; REGISTRA UM CREDITO QUE
      *         CAIU NO BANCO SEM REFERENCIA (PIX, TRANSFERENCIA,
      *         DEPOSITO) PELA ROTINA SUSPREG; PESQUISA CONTAS
      *         CANDIDATAS PARA UM CREDITO - OUTRAS CONTAS DO MESMO
      *         CPF DA CONTA INFORMADA NO CREDITO E CONTAS, DIVIDAS E
      *         PARCELAS DE ACORDO EM ABERTO COM O MESMO VALOR -, E
      *         PELO NOME OU CPF (ROTINA BUSCACLI); E APLICA O CREDITO
      *         A UMA CONTA, O QUE E FEITO PELO SetCommand (MODO
      *         SUSPENSO) NO CAMINHO NORMAL DO PAGAMENTO, COM RECIBO.
      *         CHAMADO PELO MENU DO BASICCOMMANDS COM O OPERADOR
      *         AUTENTICADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SU-CHAVE
               FILE STATUS WS-FS-SUSPENSO.
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
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSO-FILE.
           COPY SUSPENSO.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       WORKING-STORAGE SECTION.
       77 WS-FS-SUSPENSO          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK     VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-SUSP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SUSP         VALUE 'S'.
       77 WS-BUSCA-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-BUSCA        VALUE 'S'.
       77 WS-CREDITO-ACHADO       PIC X(01) VALUES 'N'.
           88 WS-TEM-CREDITO      VALUE 'S'.
       77 WS-QTDE-ABERTOS         PIC 9(05) VALUES ZEROS.
       77 WS-VALOR-ABERTO         PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-CANDIDATAS      PIC 9(05) VALUES ZEROS.
       77 WS-DIAS-ABERTO          PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS        PIC X(01) VALUES 'N'.
       77 WS-DATA-BASE            PIC 9(08) VALUES ZEROS.
       01 WS-CHAVE-DIGITADA.
           05 WS-CHV-DATA         PIC 9(08).
           05 WS-CHV-SEQ          PIC 9(05).
       77 WS-VALOR-BUSCA          PIC 9(05)V99 VALUES ZEROS.
       77 WS-DOC-BUSCA            PIC X(14) VALUES SPACES.
       77 WS-CONTA-BUSCA          PIC 9(08) VALUES ZEROS.
       77 WS-CONFIRMA             PIC X(01) VALUES 'N'.
      *    CAMPOS DO REGISTRO MANUAL (ROTINA SUSPREG).
       77 WS-SU-CANAL             PIC X(02) VALUES SPACES.
       77 WS-SU-VALOR             PIC 9(05)V99 VALUES ZEROS.
       77 WS-SU-DATA-TXT          PIC X(08) VALUES SPACES.
       01 WS-SU-DATA-CREDITO.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       77 WS-SU-CONTA             PIC 9(08) VALUES ZEROS.
       77 WS-SU-REFERENCIA        PIC X(40) VALUES SPACES.
       77 WS-SU-MOTIVO            PIC X(30)
                                  VALUES 'CREDITO SEM IDENTIFICACAO'.
       77 WS-SU-CHAVE             PIC X(13) VALUES SPACES.
       77 WS-SU-RESULTADO         PIC X(01) VALUES SPACES.
      *    APLICACAO PELO SetCommand (MODO SUSPENSO).
       77 WS-MODO-SETCOMMAND      PIC X(20) VALUES 'SUSPENSO'.
       01 WS-SUSP-APLICACAO.
           05 WS-AP-CHAVE         PIC X(13).
           05 WS-AP-CONTA         PIC 9(08).
           05 WS-AP-RESULTADO     PIC X(01).
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
                       PERFORM LISTA-CREDITOS-ABERTOS
                   WHEN 2
                       PERFORM REGISTRA-CREDITO-MANUAL
                   WHEN 3
                       PERFORM PESQUISA-CANDIDATAS
                   WHEN 4
                       CALL 'BUSCACLI'
                   WHEN 5
                       PERFORM APLICA-CREDITO
                   WHEN 9
                       DISPLAY 'ENCERRANDO CREDITOS NAO IDENTIFICADOS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== CREDITOS NAO IDENTIFICADOS (SUSPENSO) ====='
           DISPLAY '1 - LISTAR CREDITOS EM ABERTO'
           DISPLAY '2 - REGISTRAR CREDITO SEM REFERENCIA (PIX/TED/'
                   'DEPOSITO)'
           DISPLAY '3 - PESQUISAR CONTAS CANDIDATAS PARA UM CREDITO'
           DISPLAY '4 - PESQUISAR CLIENTE POR NOME OU CPF'
           DISPLAY '5 - APLICAR CREDITO A UMA CONTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    OS CREDITOS EM ABERTO NA ORDEM DE ENTRADA, COM A IDADE
      *    CONTADA DA DATA DO CREDITO NO BANCO.
       LISTA-CREDITOS-ABERTOS.
           MOVE ZEROS TO WS-QTDE-ABERTOS WS-VALOR-ABERTO
           MOVE 'N' TO WS-SUSP-EOF
           OPEN INPUT SUSPENSO-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SUSP-EOF
           ELSE
               MOVE LOW-VALUES TO SU-CHAVE
               START SUSPENSO-FILE KEY IS >= SU-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SUSP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-SUSP
               READ SUSPENSO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SUSP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SUSP-EOF
               END-IF
               IF NOT WS-FIM-SUSP
                   IF SU-ABERTO
                       ADD 1 TO WS-QTDE-ABERTOS
                       ADD SU-VALOR TO WS-VALOR-ABERTO
                       PERFORM EXIBE-CREDITO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-SUSPENSO NOT = '35'
               CLOSE SUSPENSO-FILE
           END-IF
           DISPLAY 'CREDITOS EM ABERTO: ' WS-QTDE-ABERTOS
                   '  VALOR: ' WS-VALOR-ABERTO.

       EXIBE-CREDITO.
           MOVE SU-DATA-CREDITO TO WS-DATA-BASE
           IF WS-DATA-BASE = 0
               MOVE SU-DATA-ENTRADA TO WS-DATA-BASE
           END-IF
           CALL 'DATEDIF' USING WS-DATA-BASE WS-DATA-HOJE
                                WS-DIAS-ABERTO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S'
               MOVE ZEROS TO WS-DIAS-ABERTO
           END-IF
           DISPLAY SU-CHAVE ' ' SU-CANAL ' VALOR ' SU-VALOR
                   ' CREDITO ' SU-DATA-CREDITO ' HA ' WS-DIAS-ABERTO
                   ' DIAS CONTA INFORMADA ' SU-CONTA-INFORMADA
           DISPLAY '    ' SU-REFERENCIA ' - ' SU-MOTIVO.

      *    CREDITO QUE CAIU NO BANCO SEM NADA QUE O LIGUE A UMA CONTA
      *    (EXTRATO DO PIX OU DA CONTA CORRENTE): ENTRA NO SUSPENSO
      *    PELA MESMA ROTINA DO RETORNO BANCARIO.
       REGISTRA-CREDITO-MANUAL.
           DISPLAY 'CANAL (PX=PIX / TE=TRANSFERENCIA / DP=DEPOSITO / '
                   'BO=BOLETO):'
           ACCEPT WS-SU-CANAL
           MOVE WS-SU-CANAL TO SU-CANAL
           IF NOT SU-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO. NADA REGISTRADO.'
           ELSE
               DISPLAY 'VALOR DO CREDITO:'
               ACCEPT WS-SU-VALOR
               DISPLAY 'DATA DO CREDITO NO BANCO (AAAAMMDD):'
               MOVE SPACES TO WS-SU-DATA-TXT
               ACCEPT WS-SU-DATA-TXT
               PERFORM VALIDA-DATA-CREDITO
               EVALUATE TRUE
                   WHEN WS-SU-VALOR = 0
                       SET EC-VALOR-INVALIDO TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM
                   WHEN NOT WS-EH-DATA-VALIDA
                       SET EC-DATA-INVALIDA TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM ': ' WS-SU-DATA-TXT
                   WHEN OTHER
                       DISPLAY 'CONTA INFORMADA NO CREDITO (0 SE '
                               'NENHUMA):'
                       ACCEPT WS-SU-CONTA
                       DISPLAY 'REFERENCIA DO EXTRATO (PAGADOR, '
                               'DOCUMENTO, DESCRICAO):'
                       MOVE SPACES TO WS-SU-REFERENCIA
                       ACCEPT WS-SU-REFERENCIA
                       CALL 'SUSPREG' USING WS-SU-CANAL WS-SU-VALOR
                                            WS-SU-DATA-CREDITO
                                            WS-SU-CONTA
                                            WS-SU-REFERENCIA
                                            WS-SU-MOTIVO
                                            WS-SU-CHAVE
                                            WS-SU-RESULTADO
                       IF WS-SU-RESULTADO = 'N'
                           DISPLAY 'CREDITO REGISTRADO: ' WS-SU-CHAVE
                       ELSE
                           DISPLAY 'CREDITO NAO REGISTRADO.'
                       END-IF
               END-EVALUATE
           END-IF.

       VALIDA-DATA-CREDITO.
           MOVE 'N' TO WS-DATA-VALIDA
           IF WS-SU-DATA-TXT IS NUMERIC
               MOVE WS-SU-DATA-TXT TO WS-SU-DATA-CREDITO
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
               IF WS-SU-DATA-CREDITO > WS-DATA-HOJE
                   MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-IF.

       PEDE-CREDITO.
           MOVE 'N' TO WS-CREDITO-ACHADO
           DISPLAY 'CHAVE DO CREDITO (DATA AAAAMMDD + SEQUENCIA, 13 '
                   'DIGITOS):'
           ACCEPT WS-CHAVE-DIGITADA
           OPEN INPUT SUSPENSO-FILE
           IF WS-FS-OK
               MOVE WS-CHAVE-DIGITADA TO SU-CHAVE
               READ SUSPENSO-FILE
                   INVALID KEY
                       DISPLAY 'CREDITO ' WS-CHAVE-DIGITADA
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM EXIBE-CREDITO
                       IF SU-ABERTO
                           MOVE 'S' TO WS-CREDITO-ACHADO
                           MOVE SU-VALOR TO WS-VALOR-BUSCA
                           MOVE SU-CONTA-INFORMADA TO WS-CONTA-BUSCA
                       ELSE
                           DISPLAY 'CREDITO JA APLICADO A CONTA '
                                   SU-CONTA-APLICADA ' EM '
                                   SU-DATA-APLICACAO ' RECIBO '
                                   SU-RECIBO '.'
                       END-IF
               END-READ
               CLOSE SUSPENSO-FILE
           ELSE
               DISPLAY 'NENHUM CREDITO NAO IDENTIFICADO REGISTRADO.'
           END-IF.

      *    CANDIDATAS DE UM CREDITO: AS OUTRAS CONTAS DO CPF DA CONTA
      *    INFORMADA (CONTA FECHADA OU ERRADA DO MESMO CLIENTE) E AS
      *    CONTAS, DIVIDAS E PARCELAS DE ACORDO EM ABERTO COM O VALOR
      *    EXATO DO CREDITO.
       PESQUISA-CANDIDATAS.
           PERFORM PEDE-CREDITO
           IF WS-TEM-CREDITO
               MOVE ZEROS TO WS-QTDE-CANDIDATAS
               OPEN INPUT CUSTMAST-FILE
               IF NOT WS-FS-CUST-OK
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CUSTMAST'
               ELSE
                   IF WS-CONTA-BUSCA > 0
                       PERFORM CANDIDATAS-MESMO-CPF
                   END-IF
                   PERFORM CANDIDATAS-MESMO-VALOR
                   PERFORM CANDIDATAS-DIVIDA-VALOR
                   PERFORM CANDIDATAS-PARCELA-VALOR
                   CLOSE CUSTMAST-FILE
               END-IF
               DISPLAY 'CANDIDATAS ENCONTRADAS: ' WS-QTDE-CANDIDATAS
           END-IF.

       CANDIDATAS-MESMO-CPF.
           MOVE WS-CONTA-BUSCA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY 'CONTA INFORMADA ' WS-CONTA-BUSCA
                           ' NAO EXISTE NO CADASTRO.'
                   MOVE SPACES TO WS-DOC-BUSCA
               NOT INVALID KEY
                   DISPLAY 'CONTA INFORMADA ' CM-CONTA ' - '
                           CM-PRIMEIRO-NOME ' ' CM-SOBRENOME ' ('
                           CM-ESTADO-PAGTO ')'
                   MOVE CM-DOCUMENTO TO WS-DOC-BUSCA
           END-READ
           IF WS-DOC-BUSCA NOT = SPACES
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
                           IF CM-CONTA NOT = WS-CONTA-BUSCA AND
                              CM-NAO-PAGO
                               ADD 1 TO WS-QTDE-CANDIDATAS
                               DISPLAY 'MESMO CPF: CONTA ' CM-CONTA
                                       ' ' CM-PRIMEIRO-NOME ' '
                                       CM-SOBRENOME ' SALDO '
                                       CM-SALDO-DEVEDOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CANDIDATAS-MESMO-VALOR.
           MOVE 'N' TO WS-BUSCA-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
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
                   IF CM-NAO-PAGO AND
                      CM-SALDO-DEVEDOR = WS-VALOR-BUSCA
                       ADD 1 TO WS-QTDE-CANDIDATAS
                       DISPLAY 'SALDO IGUAL: CONTA ' CM-CONTA ' '
                               CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                   END-IF
               END-IF
           END-PERFORM.

       CANDIDATAS-DIVIDA-VALOR.
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'N' TO WS-BUSCA-EOF
               MOVE LOW-VALUES TO DB-CHAVE
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-BUSCA-EOF
               END-START
               PERFORM UNTIL WS-FIM-BUSCA
                   READ DEBTMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-BUSCA-EOF
                   END-READ
                   IF NOT WS-FS-DEBT-OK
                       MOVE 'S' TO WS-BUSCA-EOF
                   END-IF
                   IF NOT WS-FIM-BUSCA
                       IF DB-NAO-PAGO AND
                          DB-SALDO-DEVEDOR = WS-VALOR-BUSCA
                           ADD 1 TO WS-QTDE-CANDIDATAS
                           DISPLAY 'DIVIDA COM SALDO IGUAL: CONTA '
                                   DB-CONTA ' DIVIDA ' DB-SEQ
                                   ' VENC ' DB-DATA-VENCIMENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEBTMAST-FILE
           END-IF.

       CANDIDATAS-PARCELA-VALOR.
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'N' TO WS-BUSCA-EOF
               MOVE LOW-VALUES TO AC-CHAVE
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-BUSCA-EOF
               END-START
               PERFORM UNTIL WS-FIM-BUSCA
                   READ ACORDO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-BUSCA-EOF
                   END-READ
                   IF NOT WS-FS-ACORDO-OK
                       MOVE 'S' TO WS-BUSCA-EOF
                   END-IF
                   IF NOT WS-FIM-BUSCA
                       IF (AC-ABERTA OR AC-ATRASADA) AND
                          AC-VALOR = WS-VALOR-BUSCA
                           ADD 1 TO WS-QTDE-CANDIDATAS
                           DISPLAY 'PARCELA DE ACORDO IGUAL: CONTA '
                                   AC-CONTA ' PARCELA ' AC-PARCELA
                                   ' VENC ' AC-DATA-VENCIMENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACORDO-FILE
           END-IF.

      *    A APLICACAO E DO SetCommand: O CREDITO VIRA UM PAGAMENTO
      *    NORMAL DA CONTA, COM RECIBO, E O ITEM FICA APLICADO. OS
      *    ARQUIVOS DESTA TELA ESTAO FECHADOS NA CHAMADA.
       APLICA-CREDITO.
           PERFORM PEDE-CREDITO
           IF WS-TEM-CREDITO
               DISPLAY 'CONTA A RECEBER O CREDITO:'
               ACCEPT WS-CONTA-BUSCA
               OPEN INPUT CUSTMAST-FILE
               MOVE 'N' TO WS-CONFIRMA
               IF WS-FS-CUST-OK
                   MOVE WS-CONTA-BUSCA TO CM-CONTA
                   READ CUSTMAST-FILE
                       INVALID KEY
                           SET EC-CONTA-NAO-ENCONTRADA TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ' WS-CONTA-BUSCA
                       NOT INVALID KEY
                           DISPLAY 'DEVEDOR: ' CM-PRIMEIRO-NOME ' '
                                   CM-SOBRENOME ' SALDO '
                                   CM-SALDO-DEVEDOR
                           DISPLAY 'APLICAR O CREDITO DE '
                                   WS-VALOR-BUSCA
                                   ' NESTA CONTA (S/N)?'
                           ACCEPT WS-CONFIRMA
                   END-READ
                   CLOSE CUSTMAST-FILE
               END-IF
               IF WS-CONFIRMA = 'S'
                   MOVE WS-CHAVE-DIGITADA TO WS-AP-CHAVE
                   MOVE WS-CONTA-BUSCA TO WS-AP-CONTA
                   MOVE 'F' TO WS-AP-RESULTADO
                   CALL 'SetCommand' USING WS-MODO-SETCOMMAND
                                           WS-OPERADOR-ID
                                           WS-SUSP-APLICACAO
                   IF WS-AP-RESULTADO = 'S'
                       DISPLAY 'CREDITO ' WS-AP-CHAVE ' APLICADO.'
                   ELSE
                       DISPLAY 'CREDITO ' WS-AP-CHAVE
                               ' CONTINUA EM ABERTO.'
                   END-IF
               END-IF
           END-IF.
       END PROGRAM SUSPCAD.

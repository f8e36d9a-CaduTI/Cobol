      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CADASTRO DAS RECLAMACOES DE CONSUMIDOR RECEBIDAS PELO
      *         PROCON, PELO CONSUMIDOR.GOV.BR OU PELA OUVIDORIA
      *         (ARQUIVO RECLAMAS): ABERTURA COM O PROTOCOLO DO CANAL
      *         E O PRAZO LEGAL EM DIAS UTEIS (DATA LIMITE PELA ROTINA
      *         DIAUTIL, COM OS FERIADOS DO HOLIDAY), ATRIBUICAO DO
      *         RESPONSAVEL, REGISTRO DA RESPOSTA E ENCERRAMENTO. O
      *         PRAZO PADRAO DE CADA CANAL VEM DOS PARAMETROS DE
      *         POLITICA (POLVIG). CHAMADO PELO MENU DO BASICCOMMANDS
      *         COM O OPERADOR AUTENTICADO; SEM ELE, PEDE A
      *         AUTENTICACAO (OPLOGIN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMA-FILE ASSIGN TO "RECLAMAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RQ-CHAVE
               FILE STATUS WS-FS-RECLAMA.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMA-FILE.
           COPY RECLAMA.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-RECLAMA           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
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
      *    RESULTADO DAS VERIFICACOES: EM BRANCO SEGUE; SENAO E O
      *    MOTIVO DA RECUSA MOSTRADO AO ATENDENTE.
       77 WS-MOTIVO-RECUSA        PIC X(40) VALUES SPACES.
       77 WS-RECLAMA-EOF          PIC X(01) VALUES 'N'.
           88 WS-FIM-RECLAMA      VALUE 'S'.
       77 WS-QTDE-RECLAMACOES     PIC 9(03) VALUES ZEROS.
       77 WS-ULTIMA-SEQ           PIC 9(03) VALUES ZEROS.
       77 WS-SEQ-INFORMADA        PIC 9(03) VALUES ZEROS.
       77 WS-NOME-CANAL           PIC X(16) VALUES SPACES.
      *    DADOS DA ABERTURA.
       77 WS-CANAL                PIC X(01) VALUES SPACES.
       77 WS-PROTOCOLO            PIC X(20) VALUES SPACES.
       77 WS-ASSUNTO              PIC X(60) VALUES SPACES.
       77 WS-RESPONSAVEL          PIC X(08) VALUES SPACES.
       77 WS-RESPOSTA             PIC X(60) VALUES SPACES.
       77 WS-DATA-RECEBIMENTO     PIC 9(08) VALUES ZEROS.
       77 WS-PRAZO-DIAS           PIC 9(03) VALUES ZEROS.
       77 WS-PRAZO-INFORMADO      PIC 9(03) VALUES ZEROS.
       77 WS-DATA-LIMITE          PIC 9(08) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
      *    PRAZO PADRAO DO CANAL NOS PARAMETROS DE POLITICA (POLVIG).
       77 WS-CODIGO-POLITICA      PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA      PIC X(01) VALUES 'N'.
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
                       PERFORM ABRE-RECLAMACAO
                   WHEN 2
                       PERFORM LISTA-RECLAMACOES
                   WHEN 3
                       PERFORM ATRIBUI-RESPONSAVEL
                   WHEN 4
                       PERFORM REGISTRA-RESPOSTA
                   WHEN 5
                       PERFORM ENCERRA-RECLAMACAO
                   WHEN 9
                       DISPLAY 'ENCERRANDO O CADASTRO DE RECLAMACOES.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== RECLAMACOES DE CONSUMIDOR ====='
           DISPLAY 'ATENDENTE: ' WS-OPERADOR-ID
           DISPLAY '1 - ABRIR RECLAMACAO'
           DISPLAY '2 - CONSULTAR RECLAMACOES DA CONTA'
           DISPLAY '3 - ATRIBUIR RESPONSAVEL'
           DISPLAY '4 - REGISTRAR RESPOSTA'
           DISPLAY '5 - ENCERRAR RECLAMACAO RESPONDIDA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    A ABERTURA PASSA PELAS VERIFICACOES EM ORDEM; A PRIMEIRA
      *    QUE FALHA PREENCHE O MOTIVO E AS SEGUINTES NAO SAO FEITAS.
       ABRE-RECLAMACAO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM INFORMA-CONTA
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM VERIFICA-CONTA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-CANAL
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-PROTOCOLO-ASSUNTO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-RECEBIMENTO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-PRAZO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               DISPLAY 'RESPONSAVEL (EM BRANCO = ' WS-OPERADOR-ID '):'
               MOVE SPACES TO WS-RESPONSAVEL
               ACCEPT WS-RESPONSAVEL
               IF WS-RESPONSAVEL = SPACES
                   MOVE WS-OPERADOR-ID TO WS-RESPONSAVEL
               END-IF
               DISPLAY 'DATA LIMITE DA RESPOSTA: ' WS-DATA-LIMITE
                       ' (' WS-PRAZO-DIAS ' DIAS UTEIS)'
               DISPLAY 'CONFIRMA A ABERTURA (S/N)?'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                   MOVE 'ABERTURA CANCELADA PELO ATENDENTE' TO
                        WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM GRAVA-RECLAMACAO
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY 'RECLAMACAO NAO ABERTA: ' WS-MOTIVO-RECUSA
           END-IF.

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

      *    A RECLAMACAO PODE VIR DE QUALQUER DEVEDOR DO CADASTRO,
      *    COM OU SEM DIVIDA EM ABERTO.
       VERIFICA-CONTA.
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-RECUSA
           ELSE
               MOVE WS-CONTA-VERIF TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       DISPLAY 'CLIENTE: ' CM-PRIMEIRO-NOME ' '
                               CM-SOBRENOME
               END-READ
               CLOSE CUSTMAST-FILE
           END-IF.

       INFORMA-CANAL.
           DISPLAY 'CANAL (P=PROCON, G=CONSUMIDOR.GOV.BR, '
                   'O=OUVIDORIA):'
           MOVE SPACES TO WS-CANAL
           ACCEPT WS-CANAL
           MOVE WS-CANAL TO RQ-CANAL
           IF NOT RQ-CANAL-VALIDO
               MOVE 'CANAL INVALIDO' TO WS-MOTIVO-RECUSA
           END-IF.

       INFORMA-PROTOCOLO-ASSUNTO.
           DISPLAY 'PROTOCOLO NO CANAL:'
           MOVE SPACES TO WS-PROTOCOLO
           ACCEPT WS-PROTOCOLO
           IF WS-PROTOCOLO = SPACES
               MOVE 'PROTOCOLO E OBRIGATORIO' TO WS-MOTIVO-RECUSA
           ELSE
               DISPLAY 'ASSUNTO DA RECLAMACAO:'
               MOVE SPACES TO WS-ASSUNTO
               ACCEPT WS-ASSUNTO
               IF WS-ASSUNTO = SPACES
                   MOVE 'ASSUNTO E OBRIGATORIO' TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.

      *    O PRAZO CORRE DA DATA EM QUE O CANAL ENTREGOU A RECLAMACAO,
      *    QUE PODE SER ANTERIOR AO CADASTRO, NUNCA FUTURA.
       INFORMA-RECEBIMENTO.
           DISPLAY 'DATA DE RECEBIMENTO (AAAAMMDD, ZERO = '
                   WS-DATA-HOJE '):'
           MOVE ZEROS TO WS-DATA-DECOMPOSTA
           ACCEPT WS-DATA-DECOMPOSTA
           IF WS-DATA-DECOMPOSTA IS NOT NUMERIC
               MOVE ZEROS TO WS-DATA-DECOMPOSTA
           END-IF
           IF WS-DATA-DECOMPOSTA = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-RECEBIMENTO
           ELSE
               MOVE 'N' TO WS-DATA-VALIDA
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
               IF NOT WS-EH-DATA-VALIDA
                   MOVE 'DATA DE RECEBIMENTO INVALIDA' TO
                        WS-MOTIVO-RECUSA
               ELSE
                   MOVE WS-DATA-DECOMPOSTA TO WS-DATA-RECEBIMENTO
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES AND
              WS-DATA-RECEBIMENTO > WS-DATA-HOJE
               MOVE 'DATA DE RECEBIMENTO NO FUTURO' TO
                    WS-MOTIVO-RECUSA
           END-IF.

      *    PRAZO PADRAO POR CANAL NOS PARAMETROS DE POLITICA; O
      *    ATENDENTE INFORMA OUTRO QUANDO O CANAL FIXOU PRAZO PROPRIO.
       INFORMA-PRAZO.
           EVALUATE TRUE
               WHEN RQ-CANAL-PROCON
                   MOVE 'RECDPROC' TO WS-CODIGO-POLITICA
               WHEN RQ-CANAL-CONSUMIDOR
                   MOVE 'RECDCGOV' TO WS-CODIGO-POLITICA
               WHEN OTHER
                   MOVE 'RECDOUVI' TO WS-CODIGO-POLITICA
           END-EVALUATE
           MOVE 10 TO WS-PRAZO-DIAS
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-PRAZO-DIAS
           END-IF
           DISPLAY 'PRAZO EM DIAS UTEIS (ZERO = ' WS-PRAZO-DIAS '):'
           MOVE ZEROS TO WS-PRAZO-INFORMADO
           ACCEPT WS-PRAZO-INFORMADO
           IF WS-PRAZO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO WS-PRAZO-INFORMADO
           END-IF
           IF WS-PRAZO-INFORMADO > 0
               MOVE WS-PRAZO-INFORMADO TO WS-PRAZO-DIAS
           END-IF
           MOVE ZEROS TO WS-DATA-LIMITE
           CALL 'DIAUTIL' USING WS-DATA-RECEBIMENTO WS-PRAZO-DIAS
                                WS-DATA-LIMITE
           IF WS-DATA-LIMITE = ZEROS
               MOVE 'FALHA NO CALCULO DA DATA LIMITE' TO
                    WS-MOTIVO-RECUSA
           END-IF.

      *    NUMERACAO POR CONTA, DEPOIS DA ULTIMA RECLAMACAO DELA.
       GRAVA-RECLAMACAO.
           PERFORM ABRE-RECLAMAS
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM ULTIMA-SEQ-CONTA
               IF WS-ULTIMA-SEQ = 999
                   MOVE 'LIMITE DE RECLAMACOES DA CONTA' TO
                        WS-MOTIVO-RECUSA
               ELSE
                   INITIALIZE RECLAMA-RECORD
                   MOVE WS-CONTA-VERIF TO RQ-CONTA
                   COMPUTE RQ-SEQ = WS-ULTIMA-SEQ + 1
                   MOVE WS-CANAL TO RQ-CANAL
                   MOVE WS-PROTOCOLO TO RQ-PROTOCOLO
                   MOVE WS-DATA-RECEBIMENTO TO RQ-DATA-RECEBIMENTO
                   MOVE WS-PRAZO-DIAS TO RQ-PRAZO-DIAS-UTEIS
                   MOVE WS-DATA-LIMITE TO RQ-DATA-LIMITE
                   MOVE WS-ASSUNTO TO RQ-ASSUNTO
                   MOVE WS-RESPONSAVEL TO RQ-RESPONSAVEL
                   MOVE WS-OPERADOR-ID TO RQ-ABERTO-POR
                   MOVE WS-DATA-HOJE TO RQ-DATA-ABERTURA
                   MOVE 'N' TO RQ-NO-PRAZO
                   SET RQ-ABERTA TO TRUE
                   WRITE RECLAMA-RECORD
                       INVALID KEY
                           MOVE 'RECLAMACAO JA EXISTE NO RECLAMAS' TO
                                WS-MOTIVO-RECUSA
                       NOT INVALID KEY
                           DISPLAY 'RECLAMACAO ' RQ-CONTA '-' RQ-SEQ
                                   ' ABERTA. RESPONDER ATE '
                                   RQ-DATA-LIMITE '.'
                   END-WRITE
               END-IF
               CLOSE RECLAMA-FILE
           END-IF.

       ABRE-RECLAMAS.
           OPEN I-O RECLAMA-FILE
           IF NOT WS-FS-OK
               CLOSE RECLAMA-FILE
               OPEN OUTPUT RECLAMA-FILE
               CLOSE RECLAMA-FILE
               OPEN I-O RECLAMA-FILE
           END-IF
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': RECLAMAS'
               MOVE 'ARQUIVO RECLAMAS INDISPONIVEL' TO
                    WS-MOTIVO-RECUSA
           END-IF.

       ULTIMA-SEQ-CONTA.
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE 'N' TO WS-RECLAMA-EOF
           MOVE WS-CONTA-VERIF TO RQ-CONTA
           MOVE ZEROS TO RQ-SEQ
           START RECLAMA-FILE KEY IS >= RQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-RECLAMA-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-RECLAMA-EOF
           END-IF
           PERFORM UNTIL WS-FIM-RECLAMA
               READ RECLAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-RECLAMA-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-RECLAMA-EOF
               END-IF
               IF NOT WS-FIM-RECLAMA
                   IF RQ-CONTA NOT = WS-CONTA-VERIF
                       MOVE 'S' TO WS-RECLAMA-EOF
                   ELSE
                       MOVE RQ-SEQ TO WS-ULTIMA-SEQ
                   END-IF
               END-IF
           END-PERFORM.

       LISTA-RECLAMACOES.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM INFORMA-CONTA
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM EXIBE-RECLAMACOES-CONTA
           ELSE
               DISPLAY WS-MOTIVO-RECUSA
           END-IF.

       EXIBE-RECLAMACOES-CONTA.
           MOVE ZEROS TO WS-QTDE-RECLAMACOES
           MOVE 'N' TO WS-RECLAMA-EOF
           OPEN INPUT RECLAMA-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-RECLAMA-EOF
           ELSE
               MOVE WS-CONTA-VERIF TO RQ-CONTA
               MOVE ZEROS TO RQ-SEQ
               START RECLAMA-FILE KEY IS >= RQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-RECLAMA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-RECLAMA
               READ RECLAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-RECLAMA-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-RECLAMA-EOF
               END-IF
               IF NOT WS-FIM-RECLAMA
                   IF RQ-CONTA NOT = WS-CONTA-VERIF
                       MOVE 'S' TO WS-RECLAMA-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-RECLAMACOES
                       PERFORM EXIBE-RECLAMACAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-RECLAMA NOT = '35'
               CLOSE RECLAMA-FILE
           END-IF
           DISPLAY 'RECLAMACOES DA CONTA: ' WS-QTDE-RECLAMACOES.

       EXIBE-RECLAMACAO.
           EVALUATE TRUE
               WHEN RQ-CANAL-PROCON
                   MOVE 'PROCON' TO WS-NOME-CANAL
               WHEN RQ-CANAL-CONSUMIDOR
                   MOVE 'CONSUMIDOR.GOV' TO WS-NOME-CANAL
               WHEN RQ-CANAL-OUVIDORIA
                   MOVE 'OUVIDORIA' TO WS-NOME-CANAL
               WHEN OTHER
                   MOVE 'DESCONHECIDO' TO WS-NOME-CANAL
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'RECLAMACAO ' RQ-SEQ ' ' RQ-ESTADO ' '
                   WS-NOME-CANAL ' PROTOCOLO ' RQ-PROTOCOLO
           DISPLAY '  RECEBIDA EM ' RQ-DATA-RECEBIMENTO ' PRAZO '
                   RQ-PRAZO-DIAS-UTEIS ' DIAS UTEIS, LIMITE '
                   RQ-DATA-LIMITE ' RESPONSAVEL ' RQ-RESPONSAVEL
           DISPLAY '  ASSUNTO: ' RQ-ASSUNTO
           IF RQ-ABERTA AND RQ-DATA-LIMITE < WS-DATA-HOJE
               DISPLAY '  *** PRAZO DE RESPOSTA VENCIDO ***'
           END-IF
           IF NOT RQ-ABERTA
               DISPLAY '  RESPOSTA EM ' RQ-DATA-RESPOSTA ' POR '
                       RQ-RESPONDIDO-POR ' NO PRAZO: ' RQ-NO-PRAZO
               DISPLAY '  ' RQ-RESPOSTA
           END-IF
           IF RQ-ENCERRADA
               DISPLAY '  ENCERRADA EM ' RQ-DATA-ENCERRAMENTO ' POR '
                       RQ-ENCERRADO-POR
           END-IF.

      *    ATRIBUICAO, RESPOSTA E ENCERRAMENTO: MOSTRA AS RECLAMACOES
      *    DA CONTA, LE A ESCOLHIDA PARA ATUALIZAR E CONFERE O ESTADO.
       SELECIONA-RECLAMACAO.
           PERFORM INFORMA-CONTA
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM EXIBE-RECLAMACOES-CONTA
               IF WS-QTDE-RECLAMACOES = 0
                   MOVE 'CONTA SEM RECLAMACOES' TO WS-MOTIVO-RECUSA
               END-IF
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               DISPLAY 'NUMERO DA RECLAMACAO:'
               MOVE ZEROS TO WS-SEQ-INFORMADA
               ACCEPT WS-SEQ-INFORMADA
               PERFORM ABRE-RECLAMAS
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE WS-CONTA-VERIF TO RQ-CONTA
               MOVE WS-SEQ-INFORMADA TO RQ-SEQ
               READ RECLAMA-FILE
                   INVALID KEY
                       MOVE 'RECLAMACAO NAO ENCONTRADA' TO
                            WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA NOT = SPACES
                   CLOSE RECLAMA-FILE
               END-IF
           END-IF.

       ATRIBUI-RESPONSAVEL.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM SELECIONA-RECLAMACAO
           IF WS-MOTIVO-RECUSA = SPACES
               IF RQ-ENCERRADA
                   MOVE 'RECLAMACAO JA ENCERRADA' TO WS-MOTIVO-RECUSA
               ELSE
                   DISPLAY 'NOVO RESPONSAVEL (ATUAL ' RQ-RESPONSAVEL
                           '):'
                   MOVE SPACES TO WS-RESPONSAVEL
                   ACCEPT WS-RESPONSAVEL
                   IF WS-RESPONSAVEL = SPACES
                       MOVE 'RESPONSAVEL NAO INFORMADO' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       MOVE WS-RESPONSAVEL TO RQ-RESPONSAVEL
                       PERFORM REGRAVA-RECLAMACAO
                   END-IF
               END-IF
               CLOSE RECLAMA-FILE
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               DISPLAY 'RECLAMACAO ' RQ-CONTA '-' RQ-SEQ
                       ' ATRIBUIDA A ' RQ-RESPONSAVEL '.'
           ELSE
               DISPLAY 'RESPONSAVEL NAO ALTERADO: ' WS-MOTIVO-RECUSA
           END-IF.

      *    A RESPOSTA FICA MARCADA NO PRAZO OU FORA DELE PELA DATA
      *    LIMITE; A RECLAMACAO SO E ENCERRADA DEPOIS, EM SEPARADO.
       REGISTRA-RESPOSTA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM SELECIONA-RECLAMACAO
           IF WS-MOTIVO-RECUSA = SPACES
               IF NOT RQ-ABERTA
                   MOVE 'RECLAMACAO NAO ESTA ABERTA' TO
                        WS-MOTIVO-RECUSA
               ELSE
                   DISPLAY 'RESPOSTA DADA AO CONSUMIDOR:'
                   MOVE SPACES TO WS-RESPOSTA
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA = SPACES
                       MOVE 'RESPOSTA E OBRIGATORIA' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       MOVE WS-RESPOSTA TO RQ-RESPOSTA
                       MOVE WS-DATA-HOJE TO RQ-DATA-RESPOSTA
                       MOVE WS-OPERADOR-ID TO RQ-RESPONDIDO-POR
                       IF WS-DATA-HOJE > RQ-DATA-LIMITE
                           MOVE 'N' TO RQ-NO-PRAZO
                       ELSE
                           MOVE 'S' TO RQ-NO-PRAZO
                       END-IF
                       SET RQ-RESPONDIDA TO TRUE
                       PERFORM REGRAVA-RECLAMACAO
                   END-IF
               END-IF
               CLOSE RECLAMA-FILE
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               IF RQ-RESPONDIDA-NO-PRAZO
                   DISPLAY 'RESPOSTA REGISTRADA NO PRAZO.'
               ELSE
                   DISPLAY 'RESPOSTA REGISTRADA FORA DO PRAZO (LIMITE '
                           RQ-DATA-LIMITE ').'
               END-IF
           ELSE
               DISPLAY 'RESPOSTA NAO REGISTRADA: ' WS-MOTIVO-RECUSA
           END-IF.

       ENCERRA-RECLAMACAO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM SELECIONA-RECLAMACAO
           IF WS-MOTIVO-RECUSA = SPACES
               IF NOT RQ-RESPONDIDA
                   MOVE 'SO RECLAMACAO RESPONDIDA E ENCERRADA' TO
                        WS-MOTIVO-RECUSA
               ELSE
                   DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)?'
                   MOVE SPACES TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = 'S'
                       MOVE 'ENCERRAMENTO CANCELADO' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       MOVE WS-DATA-HOJE TO RQ-DATA-ENCERRAMENTO
                       MOVE WS-OPERADOR-ID TO RQ-ENCERRADO-POR
                       SET RQ-ENCERRADA TO TRUE
                       PERFORM REGRAVA-RECLAMACAO
                   END-IF
               END-IF
               CLOSE RECLAMA-FILE
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               DISPLAY 'RECLAMACAO ' RQ-CONTA '-' RQ-SEQ ' ENCERRADA.'
           ELSE
               DISPLAY 'RECLAMACAO NAO ENCERRADA: ' WS-MOTIVO-RECUSA
           END-IF.

       REGRAVA-RECLAMACAO.
           REWRITE RECLAMA-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': RECLAMAS ' RQ-CHAVE
                   MOVE 'FALHA NA GRAVACAO DO RECLAMAS' TO
                        WS-MOTIVO-RECUSA
           END-REWRITE.
       END PROGRAM RECLCAD.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:MEIOS DE CONTATO DA CONTA (ARQUIVO MEIOCTT): LISTA OS
      *         TELEFONES, E-MAILS E ENDERECOS DA CONTA COM ORIGEM,
      *         SITUACAO, CONFIRMACAO E ULTIMO USO COM SUCESSO; INCLUI
      *         UM MEIO INFORMADO PELO DEVEDOR NA LIGACAO (JA
      *         CONFIRMADO PELO ATENDENTE), CONFIRMA UM MEIO EXISTENTE
      *         OU MARCA NUMERO ERRADO, DESLIGADO OU ENDERECO/E-MAIL
      *         INVALIDO. TODA GRAVACAO PASSA PELA ROTINA CTTREG. O
      *         TELEFONE/E-MAIL/ENDERECO PRINCIPAL DO CUSTMAST NAO E
      *         ALTERADO AQUI (CONTINUA NO CADASTRO DO CLIENTE).
      *         CHAMADO PELO MENU DO BASICCOMMANDS COM O OPERADOR
      *         AUTENTICADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTTCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEIOCTT-FILE ASSIGN TO "MEIOCTT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MC-CHAVE
               FILE STATUS WS-FS-MEIOCTT.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  MEIOCTT-FILE.
           COPY MEIOCTT.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-MEIOCTT           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-CONTA-TRAB           PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-VALIDA         PIC X(01) VALUES 'N'.
           88 WS-EH-CONTA-VALIDA  VALUE 'S'.
       77 WS-MEIO-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-MEIO         VALUE 'S'.
       77 WS-QTDE-MEIOS           PIC 9(03) VALUES ZEROS.
       77 WS-SEQ-DIGITADA         PIC 9(03) VALUES ZEROS.
       77 WS-MEIO-ACHADO          PIC X(01) VALUES 'N'.
           88 WS-ACHOU-MEIO       VALUE 'S'.
       77 WS-DESC-TIPO            PIC X(08) VALUES SPACES.
       77 WS-DESC-SITUACAO        PIC X(14) VALUES SPACES.
      *    PARAMETROS DA ROTINA CTTREG.
       77 WS-FUNCAO-MEIO          PIC X(01) VALUES SPACES.
       77 WS-TIPO-MEIO            PIC X(01) VALUES SPACES.
           88 WS-TIPO-TELEFONE    VALUE 'T'.
           88 WS-TIPO-EMAIL       VALUE 'E'.
           88 WS-TIPO-ENDERECO    VALUE 'N'.
           88 WS-TIPO-OK          VALUE 'T' 'E' 'N'.
       01 WS-VALOR-MEIO           PIC X(61) VALUES SPACES.
       01 WS-VALOR-ENDERECO REDEFINES WS-VALOR-MEIO.
           05 WS-END-RUA          PIC X(30).
           05 WS-END-CIDADE       PIC X(20).
           05 WS-END-ESTADO       PIC X(02).
           05 WS-END-CEP          PIC X(09).
       77 WS-ORIGEM-MEIO          PIC X(01) VALUES 'D'.
       77 WS-SITUACAO-MEIO        PIC X(01) VALUES 'V'.
           88 WS-SITUACAO-OK      VALUE 'E' 'D' 'I'.
       77 WS-RESULTADO-MEIO       PIC X(01) VALUES SPACES.
           88 WS-MEIO-INCLUIDO    VALUE 'N'.
           88 WS-MEIO-ALTERADO    VALUE 'A'.
           88 WS-MEIO-JA-EXISTIA  VALUE 'E'.
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
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CUSTMAST'
               GOBACK
           END-IF
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM CONSULTA-MEIOS
                   WHEN 2
                       PERFORM INCLUI-MEIO-DEVEDOR
                   WHEN 3
                       PERFORM CONFIRMA-MEIO
                   WHEN 4
                       PERFORM MARCA-MEIO-RUIM
                   WHEN 9
                       DISPLAY 'ENCERRANDO MEIOS DE CONTATO.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE CUSTMAST-FILE
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== MEIOS DE CONTATO (TELEFONES/ENDERECOS) ====='
           DISPLAY '1 - LISTAR MEIOS DE CONTATO DA CONTA'
           DISPLAY '2 - INCLUIR MEIO INFORMADO PELO DEVEDOR'
           DISPLAY '3 - CONFIRMAR MEIO DE CONTATO'
           DISPLAY '4 - MARCAR NUMERO ERRADO/DESLIGADO/INVALIDO'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

       PEDE-CONTA.
           MOVE 'N' TO WS-CONTA-VALIDA
           DISPLAY 'CONTA:'
           ACCEPT WS-CONTA-TRAB
           MOVE WS-CONTA-TRAB TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   SET EC-CONTA-NAO-ENCONTRADA TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' WS-CONTA-TRAB
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-VALIDA
                   DISPLAY 'DEVEDOR: ' CM-PRIMEIRO-NOME ' '
                           CM-SOBRENOME
           END-READ.

       CONSULTA-MEIOS.
           PERFORM PEDE-CONTA
           IF WS-EH-CONTA-VALIDA
               PERFORM LISTA-MEIOS-CONTA
           END-IF.

      *    LISTA OS MEIOS DA CONTA NA ORDEM DA SEQUENCIA. O ARQUIVO
      *    FICA ABERTO SO DURANTE A LISTAGEM: AS GRAVACOES SAO DA
      *    ROTINA CTTREG.
       LISTA-MEIOS-CONTA.
           MOVE ZEROS TO WS-QTDE-MEIOS
           MOVE 'N' TO WS-MEIO-EOF
           DISPLAY 'CADASTRO: TEL ' CM-TELEFONE ' E-MAIL ' CM-EMAIL
           OPEN INPUT MEIOCTT-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-MEIO-EOF
           ELSE
               MOVE WS-CONTA-TRAB TO MC-CONTA
               MOVE ZEROS TO MC-SEQ
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
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-MEIO-EOF
               END-IF
               IF NOT WS-FIM-MEIO
                   IF MC-CONTA NOT = WS-CONTA-TRAB
                       MOVE 'S' TO WS-MEIO-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-MEIOS
                       PERFORM EXIBE-MEIO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-MEIOCTT NOT = '35'
               CLOSE MEIOCTT-FILE
           END-IF
           IF WS-QTDE-MEIOS = 0
               DISPLAY 'NENHUM MEIO DE CONTATO ADICIONAL PARA A CONTA '
                       WS-CONTA-TRAB '.'
           END-IF.

       EXIBE-MEIO.
           EVALUATE TRUE
               WHEN MC-TELEFONE
                   MOVE 'TELEFONE' TO WS-DESC-TIPO
               WHEN MC-EMAIL
                   MOVE 'E-MAIL' TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE 'ENDERECO' TO WS-DESC-TIPO
           END-EVALUATE
           EVALUATE TRUE
               WHEN MC-VALIDO
                   MOVE 'VALIDO' TO WS-DESC-SITUACAO
               WHEN MC-NUMERO-ERRADO
                   MOVE 'NUMERO ERRADO' TO WS-DESC-SITUACAO
               WHEN MC-DESLIGADO
                   MOVE 'DESLIGADO' TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE 'INVALIDO' TO WS-DESC-SITUACAO
           END-EVALUATE
           DISPLAY MC-SEQ ' ' WS-DESC-TIPO ' ' MC-VALOR
           DISPLAY '    ORIGEM ' MC-ORIGEM ' DESDE ' MC-DATA-INCLUSAO
                   ' ' WS-DESC-SITUACAO ' EM ' MC-DATA-SITUACAO
                   ' CONFIRMADO ' MC-CONFIRMADO
                   ' ULT.SUCESSO ' MC-DATA-ULT-SUCESSO.

      *    MEIO INFORMADO PELO DEVEDOR NA LIGACAO: JA ENTRA CONFIRMADO
      *    PELO ATENDENTE E NAO E SOBREPOSTO PELO BUREAU.
       INCLUI-MEIO-DEVEDOR.
           PERFORM PEDE-CONTA
           IF WS-EH-CONTA-VALIDA
               DISPLAY 'TIPO (T = TELEFONE, E = E-MAIL, '
                       'N = ENDERECO):'
               ACCEPT WS-TIPO-MEIO
               MOVE SPACES TO WS-VALOR-MEIO
               EVALUATE TRUE
                   WHEN WS-TIPO-TELEFONE
                       DISPLAY 'TELEFONE (DDD + NUMERO):'
                       ACCEPT WS-VALOR-MEIO (1:15)
                   WHEN WS-TIPO-EMAIL
                       DISPLAY 'E-MAIL:'
                       ACCEPT WS-VALOR-MEIO (1:40)
                   WHEN WS-TIPO-ENDERECO
                       DISPLAY 'RUA E NUMERO:'
                       ACCEPT WS-END-RUA
                       DISPLAY 'CIDADE:'
                       ACCEPT WS-END-CIDADE
                       DISPLAY 'UF:'
                       ACCEPT WS-END-ESTADO
                       DISPLAY 'CEP:'
                       ACCEPT WS-END-CEP
                   WHEN OTHER
                       DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
               END-EVALUATE
               IF WS-TIPO-OK
                   IF WS-VALOR-MEIO = SPACES
                       DISPLAY 'VALOR EM BRANCO. NADA GRAVADO.'
                   ELSE
                       MOVE 'C' TO WS-FUNCAO-MEIO
                       MOVE 'D' TO WS-ORIGEM-MEIO
                       MOVE 'V' TO WS-SITUACAO-MEIO
                       PERFORM CHAMA-CTTREG
                   END-IF
               END-IF
           END-IF.

       CONFIRMA-MEIO.
           PERFORM PEDE-MEIO-EXISTENTE
           IF WS-ACHOU-MEIO
               MOVE 'C' TO WS-FUNCAO-MEIO
               MOVE 'V' TO WS-SITUACAO-MEIO
               PERFORM CHAMA-CTTREG
           END-IF.

       MARCA-MEIO-RUIM.
           PERFORM PEDE-MEIO-EXISTENTE
           IF WS-ACHOU-MEIO
               DISPLAY 'NOVA SITUACAO (E = NUMERO ERRADO, '
                       'D = DESLIGADO, I = INVALIDO):'
               ACCEPT WS-SITUACAO-MEIO
               IF WS-SITUACAO-OK
                   MOVE 'S' TO WS-FUNCAO-MEIO
                   PERFORM CHAMA-CTTREG
               ELSE
                   DISPLAY 'SITUACAO INVALIDA. NADA GRAVADO.'
               END-IF
           END-IF.

      *    LISTA OS MEIOS DA CONTA E LE O ESCOLHIDO PELA SEQUENCIA.
       PEDE-MEIO-EXISTENTE.
           MOVE 'N' TO WS-MEIO-ACHADO
           PERFORM PEDE-CONTA
           IF WS-EH-CONTA-VALIDA
               PERFORM LISTA-MEIOS-CONTA
           END-IF
           IF WS-EH-CONTA-VALIDA AND WS-QTDE-MEIOS > 0
               DISPLAY 'SEQUENCIA DO MEIO:'
               ACCEPT WS-SEQ-DIGITADA
               OPEN INPUT MEIOCTT-FILE
               MOVE WS-CONTA-TRAB TO MC-CONTA
               MOVE WS-SEQ-DIGITADA TO MC-SEQ
               READ MEIOCTT-FILE
                   INVALID KEY
                       DISPLAY 'SEQUENCIA ' WS-SEQ-DIGITADA
                               ' NAO ENCONTRADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MEIO-ACHADO
                       MOVE MC-TIPO TO WS-TIPO-MEIO
                       MOVE MC-VALOR TO WS-VALOR-MEIO
                       MOVE MC-ORIGEM TO WS-ORIGEM-MEIO
               END-READ
               CLOSE MEIOCTT-FILE
           END-IF.

       CHAMA-CTTREG.
           CALL 'CTTREG' USING WS-FUNCAO-MEIO WS-CONTA-TRAB
                               WS-TIPO-MEIO WS-VALOR-MEIO
                               WS-ORIGEM-MEIO WS-SITUACAO-MEIO
                               WS-OPERADOR-ID WS-RESULTADO-MEIO
           EVALUATE TRUE
               WHEN WS-MEIO-INCLUIDO
                   DISPLAY 'MEIO DE CONTATO INCLUIDO.'
               WHEN WS-MEIO-ALTERADO
                   DISPLAY 'MEIO DE CONTATO ATUALIZADO.'
               WHEN WS-MEIO-JA-EXISTIA
                   DISPLAY 'MEIO DE CONTATO JA ESTAVA NESSA SITUACAO.'
               WHEN OTHER
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': MEIOCTT ' WS-CONTA-TRAB
           END-EVALUATE.
       END PROGRAM CTTCAD.

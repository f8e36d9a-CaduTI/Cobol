      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CADASTRO DE EVENTOS DE VIDA DO DEVEDOR (EVENTOS):
      *         OBITO, FALENCIA OU RECUPERACAO JUDICIAL. REGISTRA A
      *         DATA DO EVENTO, O DOCUMENTO DE REFERENCIA (CERTIDAO
      *         DE OBITO, NUMERO DO PROCESSO) E O CONTATO DO ESPOLIO
      *         (INVENTARIANTE) OU DO ADMINISTRADOR JUDICIAL, E
      *         ACOMPANHA A HABILITACAO DO CREDITO: DATA, VALOR
      *         HABILITADO, RATEIO PREVISTO E RECEBIDO (O RECEBIDO E
      *         SOMADO PELO SETCOMMAND A CADA RECEBIMENTO DO ESPOLIO).
      *         ENQUANTO O EVENTO ESTA ABERTO A MARCA CM-EVENTO-VIDA
      *         FICA ACESA NO CUSTMAST E A COBRANCA AUTOMATICA PARA;
      *         O ENCERRAMENTO APAGA A MARCA. CHAMADO PELO MENU DO
      *         BASICCOMMANDS COM O OPERADOR AUTENTICADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-FILE ASSIGN TO "EVENTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EV-CONTA
               FILE STATUS WS-FS-EVENTOS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENTOS-FILE.
           COPY EVENTVID.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-EVENTOS           PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-CONTA-TRAB           PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-VALIDA         PIC X(01) VALUES 'N'.
           88 WS-EH-CONTA-VALIDA  VALUE 'S'.
       77 WS-EVENTO-EXISTE        PIC X(01) VALUES 'N'.
           88 WS-TEM-EVENTO       VALUE 'S'.
       77 WS-TIPO-DIGITADO        PIC X(01) VALUES SPACES.
       77 WS-CAMPO-ALTERACAO      PIC X(50) VALUES SPACES.
       77 WS-VALOR-DIGITADO       PIC 9(9)V99 VALUES ZEROS.
       77 WS-SALDO-HABILITADO     PIC S9(9)V99 VALUES ZEROS.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
       77 WS-DATA-DIGITADA        PIC 9(08) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       77 WS-DESC-EVENTO          PIC X(22) VALUES SPACES.
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
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CUSTMAST'
               GOBACK
           END-IF
           OPEN I-O EVENTOS-FILE
           IF NOT WS-FS-OK
               CLOSE EVENTOS-FILE
               OPEN OUTPUT EVENTOS-FILE
               CLOSE EVENTOS-FILE
               OPEN I-O EVENTOS-FILE
           END-IF
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM REGISTRA-EVENTO
                   WHEN 2
                       PERFORM CONSULTA-EVENTO
                   WHEN 3
                       PERFORM ALTERA-CONTATO-EVENTO
                   WHEN 4
                       PERFORM REGISTRA-HABILITACAO
                   WHEN 5
                       PERFORM ENCERRA-EVENTO
                   WHEN 9
                       DISPLAY 'ENCERRANDO CADASTRO DE EVENTOS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE EVENTOS-FILE
           CLOSE CUSTMAST-FILE
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== OBITO / FALENCIA / RECUPERACAO JUDICIAL ====='
           DISPLAY '1 - REGISTRAR EVENTO NA CONTA'
           DISPLAY '2 - CONSULTAR EVENTO E HABILITACAO DO CREDITO'
           DISPLAY '3 - ALTERAR CONTATO DO ESPOLIO/ADMINISTRADOR'
           DISPLAY '4 - REGISTRAR HABILITACAO DO CREDITO E RATEIO'
           DISPLAY '5 - ENCERRAR EVENTO (VOLTA A COBRANCA NORMAL)'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    LE A CONTA NO CADASTRO E O EVENTO (SE HOUVER) NO EVENTOS.
       PEDE-CONTA-EVENTO.
           MOVE 'N' TO WS-CONTA-VALIDA
           MOVE 'N' TO WS-EVENTO-EXISTE
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
           END-READ
           IF WS-EH-CONTA-VALIDA
               MOVE WS-CONTA-TRAB TO EV-CONTA
               READ EVENTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EVENTO-EXISTE
               END-READ
           END-IF.

      *    SO O EVENTO ABERTO PODE SER ALTERADO, HABILITADO OU
      *    ENCERRADO.
       PEDE-EVENTO-ABERTO.
           PERFORM PEDE-CONTA-EVENTO
           IF WS-EH-CONTA-VALIDA
               IF WS-TEM-EVENTO AND EV-ATIVO
                   PERFORM EXIBE-EVENTO
               ELSE
                   MOVE 'N' TO WS-CONTA-VALIDA
                   DISPLAY 'CONTA ' WS-CONTA-TRAB ' SEM EVENTO '
                           'ABERTO.'
               END-IF
           END-IF.

       PEDE-DATA-VALIDA.
           MOVE 'N' TO WS-DATA-VALIDA
           ACCEPT WS-DATA-DIGITADA
           MOVE WS-DATA-DIGITADA TO WS-DATA-DECOMPOSTA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           IF WS-EH-DATA-VALIDA AND WS-DATA-DIGITADA > WS-DATA-HOJE
               MOVE 'N' TO WS-DATA-VALIDA
           END-IF
           IF NOT WS-EH-DATA-VALIDA
               DISPLAY 'DATA INVALIDA OU FUTURA: ' WS-DATA-DIGITADA
           END-IF.

       REGISTRA-EVENTO.
           PERFORM PEDE-CONTA-EVENTO
           IF WS-EH-CONTA-VALIDA AND WS-TEM-EVENTO AND EV-ATIVO
               MOVE 'N' TO WS-CONTA-VALIDA
               DISPLAY 'CONTA ' WS-CONTA-TRAB ' JA TEM EVENTO '
                       'ABERTO. USE A ALTERACAO OU O ENCERRAMENTO.'
           END-IF
           IF WS-EH-CONTA-VALIDA
               DISPLAY 'DEVEDOR: ' CM-PRIMEIRO-NOME ' '
                       CM-SOBRENOME
               DISPLAY 'TIPO (O = OBITO, F = FALENCIA, '
                       'R = RECUPERACAO JUDICIAL):'
               ACCEPT WS-TIPO-DIGITADO
               IF WS-TIPO-DIGITADO NOT = 'O' AND
                  WS-TIPO-DIGITADO NOT = 'F' AND
                  WS-TIPO-DIGITADO NOT = 'R'
                   DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
               ELSE
                   DISPLAY 'DATA DO EVENTO (AAAAMMDD):'
                   PERFORM PEDE-DATA-VALIDA
                   IF WS-EH-DATA-VALIDA
                       PERFORM GRAVA-EVENTO-NOVO
                   ELSE
                       DISPLAY 'NADA GRAVADO.'
                   END-IF
               END-IF
           END-IF.

      *    A CHAVE E A CONTA: UM EVENTO ENCERRADO ANTERIOR E
      *    SUBSTITUIDO PELO NOVO.
       GRAVA-EVENTO-NOVO.
           MOVE SPACES TO EVENTVID-RECORD
           MOVE WS-CONTA-TRAB TO EV-CONTA
           MOVE WS-TIPO-DIGITADO TO EV-TIPO
           SET EV-ATIVO TO TRUE
           MOVE WS-DATA-DIGITADA TO EV-DATA-EVENTO
           MOVE ZEROS TO EV-DATA-HABILITACAO EV-VALOR-HABILITADO
                         EV-VALOR-PREVISTO EV-DATA-PREVISTA
                         EV-VALOR-RECEBIDO EV-DATA-ULT-RECEBIMENTO
                         EV-DATA-ENCERRAMENTO
           DISPLAY 'DOCUMENTO DE REFERENCIA (CERTIDAO, NUMERO DO '
                   'PROCESSO):'
           ACCEPT EV-DOC-REFERENCIA
           DISPLAY 'NOME DO INVENTARIANTE/ADMINISTRADOR JUDICIAL:'
           ACCEPT EV-CONTATO-NOME
           DISPLAY 'TELEFONE DO CONTATO:'
           ACCEPT EV-CONTATO-TELEFONE
           DISPLAY 'E-MAIL DO CONTATO:'
           ACCEPT EV-CONTATO-EMAIL
           DISPLAY 'ENDERECO DO CONTATO:'
           ACCEPT EV-CONTATO-ENDERECO
           MOVE WS-OPERADOR-ID TO EV-OPERADOR
           MOVE WS-DATA-HOJE TO EV-DATA-ATUALIZACAO
           IF WS-TEM-EVENTO
               REWRITE EVENTVID-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CONTA-VALIDA
               END-REWRITE
           ELSE
               WRITE EVENTVID-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CONTA-VALIDA
               END-WRITE
           END-IF
           IF WS-EH-CONTA-VALIDA
               MOVE EV-TIPO TO CM-EVENTO-VIDA
               PERFORM REGRAVA-CADASTRO
               DISPLAY 'EVENTO REGISTRADO. COBRANCA AUTOMATICA '
                       'SUSPENSA NA CONTA ' WS-CONTA-TRAB '.'
           ELSE
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': EVENTOS ' WS-CONTA-TRAB
           END-IF.

       REGRAVA-CADASTRO.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CUSTMAST ' CM-CONTA
           END-REWRITE.

       CONSULTA-EVENTO.
           PERFORM PEDE-CONTA-EVENTO
           IF WS-EH-CONTA-VALIDA
               IF WS-TEM-EVENTO
                   PERFORM EXIBE-EVENTO
               ELSE
                   DISPLAY 'NENHUM EVENTO REGISTRADO PARA A CONTA '
                           WS-CONTA-TRAB '.'
               END-IF
           END-IF.

       EXIBE-EVENTO.
           EVALUATE TRUE
               WHEN EV-OBITO
                   MOVE 'OBITO' TO WS-DESC-EVENTO
               WHEN EV-FALENCIA
                   MOVE 'FALENCIA' TO WS-DESC-EVENTO
               WHEN OTHER
                   MOVE 'RECUPERACAO JUDICIAL' TO WS-DESC-EVENTO
           END-EVALUATE
           DISPLAY 'CONTA ' EV-CONTA ' EVENTO: ' WS-DESC-EVENTO
                   ' EM ' EV-DATA-EVENTO
           IF EV-ENCERRADO
               DISPLAY '  EVENTO ENCERRADO EM ' EV-DATA-ENCERRAMENTO
           END-IF
           DISPLAY '  DOCUMENTO: ' EV-DOC-REFERENCIA
           DISPLAY '  CONTATO: ' EV-CONTATO-NOME ' TEL '
                   EV-CONTATO-TELEFONE
           DISPLAY '  E-MAIL: ' EV-CONTATO-EMAIL
           DISPLAY '  ENDERECO: ' EV-CONTATO-ENDERECO
           IF EV-DATA-HABILITACAO = ZEROS
               DISPLAY '  CREDITO AINDA NAO HABILITADO.'
           ELSE
               COMPUTE WS-SALDO-HABILITADO =
                   EV-VALOR-HABILITADO - EV-VALOR-RECEBIDO
               DISPLAY '  HABILITADO EM ' EV-DATA-HABILITACAO
                       ' VALOR ' EV-VALOR-HABILITADO
               DISPLAY '  RATEIO PREVISTO ' EV-VALOR-PREVISTO
                       ' PARA ' EV-DATA-PREVISTA
               DISPLAY '  RECEBIDO ' EV-VALOR-RECEBIDO
                       ' (ULTIMO EM ' EV-DATA-ULT-RECEBIMENTO
                       ') A RECEBER ' WS-SALDO-HABILITADO
           END-IF
           DISPLAY '  ATUALIZADO EM ' EV-DATA-ATUALIZACAO
                   ' POR ' EV-OPERADOR.

       ALTERA-CONTATO-EVENTO.
           PERFORM PEDE-EVENTO-ABERTO
           IF WS-EH-CONTA-VALIDA
               DISPLAY 'DEIXE EM BRANCO PARA MANTER O VALOR ATUAL.'
               DISPLAY 'DOCUMENTO (' EV-DOC-REFERENCIA '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO EV-DOC-REFERENCIA
               END-IF
               DISPLAY 'CONTATO (' EV-CONTATO-NOME '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO EV-CONTATO-NOME
               END-IF
               DISPLAY 'TELEFONE (' EV-CONTATO-TELEFONE '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO EV-CONTATO-TELEFONE
               END-IF
               DISPLAY 'E-MAIL (' EV-CONTATO-EMAIL '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO EV-CONTATO-EMAIL
               END-IF
               DISPLAY 'ENDERECO (' EV-CONTATO-ENDERECO '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO EV-CONTATO-ENDERECO
               END-IF
               PERFORM REGRAVA-EVENTO
           END-IF.

       REGRAVA-EVENTO.
           MOVE WS-OPERADOR-ID TO EV-OPERADOR
           MOVE WS-DATA-HOJE TO EV-DATA-ATUALIZACAO
           REWRITE EVENTVID-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': EVENTOS ' EV-CONTA
               NOT INVALID KEY
                   DISPLAY 'EVENTO ATUALIZADO.'
           END-REWRITE.

      *    HABILITACAO DO CREDITO NO INVENTARIO OU NA FALENCIA/RJ:
      *    O VALOR SUGERIDO E O SALDO DEVEDOR DA CONTA; O RATEIO
      *    PREVISTO PODE SER REVISTO A CADA QUADRO DE CREDORES.
       REGISTRA-HABILITACAO.
           PERFORM PEDE-EVENTO-ABERTO
           IF WS-EH-CONTA-VALIDA
               DISPLAY 'DATA DA HABILITACAO (AAAAMMDD):'
               PERFORM PEDE-DATA-VALIDA
               IF WS-EH-DATA-VALIDA
                   MOVE WS-DATA-DIGITADA TO EV-DATA-HABILITACAO
                   DISPLAY 'VALOR HABILITADO (SALDO ATUAL '
                           CM-SALDO-DEVEDOR ', ZERO = SALDO):'
                   MOVE ZEROS TO WS-VALOR-DIGITADO
                   ACCEPT WS-VALOR-DIGITADO
                   IF WS-VALOR-DIGITADO = ZEROS
                       MOVE CM-SALDO-DEVEDOR TO EV-VALOR-HABILITADO
                   ELSE
                       MOVE WS-VALOR-DIGITADO TO EV-VALOR-HABILITADO
                   END-IF
                   DISPLAY 'RATEIO PREVISTO (VALOR):'
                   MOVE ZEROS TO WS-VALOR-DIGITADO
                   ACCEPT WS-VALOR-DIGITADO
                   MOVE WS-VALOR-DIGITADO TO EV-VALOR-PREVISTO
                   DISPLAY 'DATA PREVISTA DO RATEIO (AAAAMMDD, '
                           'ZEROS = SEM PREVISAO):'
                   MOVE ZEROS TO WS-DATA-DIGITADA
                   ACCEPT WS-DATA-DIGITADA
                   MOVE WS-DATA-DIGITADA TO EV-DATA-PREVISTA
                   PERFORM REGRAVA-EVENTO
               ELSE
                   DISPLAY 'HABILITACAO NAO REGISTRADA.'
               END-IF
           END-IF.

      *    ENCERRAMENTO (INVENTARIO/FALENCIA CONCLUIDOS OU EVENTO
      *    REGISTRADO POR ENGANO): O HISTORICO FICA NO EVENTOS E A
      *    MARCA SAI DO CADASTRO.
       ENCERRA-EVENTO.
           PERFORM PEDE-EVENTO-ABERTO
           IF WS-EH-CONTA-VALIDA
               DISPLAY 'CONFIRMA O ENCERRAMENTO DO EVENTO (S/N)?'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   SET EV-ENCERRADO TO TRUE
                   MOVE WS-DATA-HOJE TO EV-DATA-ENCERRAMENTO
                   PERFORM REGRAVA-EVENTO
                   MOVE SPACES TO CM-EVENTO-VIDA
                   PERFORM REGRAVA-CADASTRO
                   DISPLAY 'CONTA ' WS-CONTA-TRAB ' DE VOLTA A '
                           'COBRANCA NORMAL.'
               ELSE
                   DISPLAY 'ENCERRAMENTO CANCELADO.'
               END-IF
           END-IF.
       END PROGRAM EVENTCAD.

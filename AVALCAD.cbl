      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:MANUTENCAO DO CADASTRO DE AVALISTAS E FIADORES
      *         (AVALISTA) DAS DIVIDAS: INCLUIR, LISTAR OS DA CONTA,
      *         ALTERAR E EXCLUIR. A CHAVE E A CONTA MAIS A SEQUENCIA
      *         DA DIVIDA NO DEBTMAST (00 = A PROPRIA CONTA, QUANDO
      *         ELA NAO TEM DIVIDAS DETALHADAS). O CPF/CNPJ PASSA PELA
      *         CRITICA DO DIGITO VERIFICADOR (DOCVAL) E NAO PODE SER
      *         O DO PROPRIO DEVEDOR. CADA GRAVACAO LEVA O OPERADOR
      *         AUTENTICADO E A DATA. CHAMADO PELO MENU DO
      *         BASICCOMMANDS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AV-CHAVE
               ALTERNATE RECORD KEY AV-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-AVALISTA.
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
       DATA DIVISION.
       FILE SECTION.
       FD  AVALISTA-FILE.
           COPY AVALISTA.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-AVALISTA          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-DEBT-DISPONIVEL      PIC X(01) VALUES 'N'.
           88 WS-DEBT-ABRIU       VALUE 'S'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-CONTA-TRAB           PIC 9(08) VALUES ZEROS.
       77 WS-SEQ-TRAB             PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-LISTADOS        PIC 9(03) VALUES ZEROS.
       77 WS-CHAVE-VALIDA         PIC X(01) VALUES 'N'.
           88 WS-EH-CHAVE-VALIDA  VALUE 'S'.
       77 WS-DOC-DIGITADO         PIC X(14) VALUES SPACES.
       77 WS-DOC-VALIDO           PIC X(01) VALUES 'N'.
           88 WS-EH-DOC-VALIDO    VALUE 'S'.
       77 WS-DOC-DEVEDOR          PIC X(14) VALUES SPACES.
       77 WS-TIPO-DIGITADO        PIC X(01) VALUES SPACES.
       77 WS-CAMPO-ALTERACAO      PIC X(30) VALUES SPACES.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
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
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CUSTMAST'
               GOBACK
           END-IF
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-DISPONIVEL
           END-IF
           OPEN I-O AVALISTA-FILE
           IF NOT WS-FS-OK
               CLOSE AVALISTA-FILE
               OPEN OUTPUT AVALISTA-FILE
               CLOSE AVALISTA-FILE
               OPEN I-O AVALISTA-FILE
           END-IF
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM INCLUI-AVALISTA
                   WHEN 2
                       PERFORM LISTA-AVALISTAS-CONTA
                   WHEN 3
                       PERFORM ALTERA-AVALISTA
                   WHEN 4
                       PERFORM EXCLUI-AVALISTA
                   WHEN 9
                       DISPLAY 'ENCERRANDO CADASTRO DE AVALISTAS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE AVALISTA-FILE
           CLOSE CUSTMAST-FILE
           IF WS-DEBT-ABRIU
               CLOSE DEBTMAST-FILE
           END-IF
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== AVALISTAS E FIADORES DAS DIVIDAS ====='
           DISPLAY '1 - INCLUIR AVALISTA/FIADOR'
           DISPLAY '2 - LISTAR AVALISTAS DA CONTA'
           DISPLAY '3 - ALTERAR AVALISTA/FIADOR'
           DISPLAY '4 - EXCLUIR AVALISTA/FIADOR'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    CONTA E SEQUENCIA DA DIVIDA: A CONTA TEM DE EXISTIR NO
      *    CADASTRO; SEQUENCIA MAIOR QUE ZERO TEM DE EXISTIR NO
      *    DEBTMAST. A SEQUENCIA 00 VALE PARA A CONTA INTEIRA.
       PEDE-CHAVE-DIVIDA.
           MOVE 'N' TO WS-CHAVE-VALIDA
           DISPLAY 'CONTA:'
           ACCEPT WS-CONTA-TRAB
           DISPLAY 'SEQUENCIA DA DIVIDA (00 = CONTA SEM DIVIDAS '
                   'DETALHADAS):'
           ACCEPT WS-SEQ-TRAB
           MOVE WS-CONTA-TRAB TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   SET EC-CONTA-NAO-ENCONTRADA TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' WS-CONTA-TRAB
               NOT INVALID KEY
                   MOVE CM-DOCUMENTO TO WS-DOC-DEVEDOR
                   MOVE 'S' TO WS-CHAVE-VALIDA
           END-READ
           IF WS-EH-CHAVE-VALIDA AND WS-SEQ-TRAB > 0
               MOVE 'N' TO WS-CHAVE-VALIDA
               IF WS-DEBT-ABRIU
                   MOVE WS-CONTA-TRAB TO DB-CONTA
                   MOVE WS-SEQ-TRAB TO DB-SEQ
                   READ DEBTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CHAVE-VALIDA
                   END-READ
               END-IF
               IF NOT WS-EH-CHAVE-VALIDA
                   DISPLAY 'DIVIDA ' WS-SEQ-TRAB ' NAO ENCONTRADA NA '
                           'CONTA ' WS-CONTA-TRAB '.'
               END-IF
           END-IF.

      *    DOCUMENTO DO AVALISTA: DIGITO VERIFICADOR VALIDO E
      *    DIFERENTE DO DOCUMENTO DO PROPRIO DEVEDOR.
       VALIDA-DOC-AVALISTA.
           MOVE 'N' TO WS-DOC-VALIDO
           CALL 'DOCVAL' USING WS-DOC-DIGITADO WS-DOC-VALIDO
           IF NOT WS-EH-DOC-VALIDO
               SET EC-DOCUMENTO-INVALIDO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': ' WS-DOC-DIGITADO
           ELSE
               IF WS-DOC-DIGITADO = WS-DOC-DEVEDOR
                   MOVE 'N' TO WS-DOC-VALIDO
                   DISPLAY 'O AVALISTA NAO PODE SER O PROPRIO '
                           'DEVEDOR.'
               END-IF
           END-IF.

       INCLUI-AVALISTA.
           PERFORM PEDE-CHAVE-DIVIDA
           IF WS-EH-CHAVE-VALIDA
               MOVE SPACES TO AVALISTA-RECORD
               MOVE WS-CONTA-TRAB TO AV-CONTA
               MOVE WS-SEQ-TRAB TO AV-SEQ-DIVIDA
               DISPLAY 'TIPO (A = AVALISTA, F = FIADOR):'
               ACCEPT WS-TIPO-DIGITADO
               MOVE WS-TIPO-DIGITADO TO AV-TIPO
               IF NOT AV-EH-AVALISTA AND NOT AV-EH-FIADOR
                   DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
               ELSE
                   DISPLAY 'CPF/CNPJ DO AVALISTA (SOMENTE NUMEROS):'
                   ACCEPT WS-DOC-DIGITADO
                   PERFORM VALIDA-DOC-AVALISTA
                   IF WS-EH-DOC-VALIDO
                       MOVE WS-DOC-DIGITADO TO AV-DOCUMENTO
                       DISPLAY 'NOME DO AVALISTA:'
                       ACCEPT AV-NOME
                       DISPLAY 'RUA E NUMERO:'
                       ACCEPT AV-RUA
                       DISPLAY 'CIDADE:'
                       ACCEPT AV-CIDADE
                       DISPLAY 'ESTADO (UF):'
                       ACCEPT AV-ESTADO
                       DISPLAY 'CEP:'
                       ACCEPT AV-CEP
                       DISPLAY 'TELEFONE:'
                       ACCEPT AV-TELEFONE
                       MOVE WS-OPERADOR-ID TO AV-OPERADOR
                       MOVE WS-DATA-HOJE TO AV-DATA-ATUALIZACAO
                       WRITE AVALISTA-RECORD
                           INVALID KEY
                               SET EC-FALHA-ARQUIVO TO TRUE
                               CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                                   EC-MENSAGEM
                               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                       EC-MENSAGEM ': DIVIDA JA TEM '
                                       'AVALISTA: ' AV-CHAVE
                           NOT INVALID KEY
                               DISPLAY 'AVALISTA INCLUIDO.'
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       LISTA-AVALISTAS-CONTA.
           DISPLAY 'CONTA:'
           ACCEPT WS-CONTA-TRAB
           MOVE ZEROS TO WS-QTDE-LISTADOS
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-CONTA-TRAB TO AV-CONTA
           MOVE ZEROS TO AV-SEQ-DIVIDA
           START AVALISTA-FILE KEY IS >= AV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ AVALISTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF AV-CONTA NOT = WS-CONTA-TRAB
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-LISTADOS
                       PERFORM EXIBE-AVALISTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTDE-LISTADOS = 0
               DISPLAY 'NENHUM AVALISTA CADASTRADO PARA A CONTA '
                       WS-CONTA-TRAB '.'
           END-IF.

       EXIBE-AVALISTA.
           DISPLAY 'DIVIDA ' AV-SEQ-DIVIDA ' TIPO ' AV-TIPO
                   ' ' AV-NOME ' DOC ' AV-DOCUMENTO
           DISPLAY '  ' AV-RUA ' - ' AV-CIDADE '/' AV-ESTADO
                   ' CEP ' AV-CEP ' TEL ' AV-TELEFONE
           DISPLAY '  ATUALIZADO EM ' AV-DATA-ATUALIZACAO
                   ' POR ' AV-OPERADOR.

       LE-AVALISTA-CHAVE.
           PERFORM PEDE-CHAVE-DIVIDA
           IF WS-EH-CHAVE-VALIDA
               MOVE WS-CONTA-TRAB TO AV-CONTA
               MOVE WS-SEQ-TRAB TO AV-SEQ-DIVIDA
               READ AVALISTA-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CHAVE-VALIDA
                       DISPLAY 'DIVIDA SEM AVALISTA CADASTRADO: '
                               WS-CONTA-TRAB ' ' WS-SEQ-TRAB
                   NOT INVALID KEY
                       PERFORM EXIBE-AVALISTA
               END-READ
           END-IF.

       ALTERA-AVALISTA.
           PERFORM LE-AVALISTA-CHAVE
           IF WS-EH-CHAVE-VALIDA
               DISPLAY 'DEIXE EM BRANCO PARA MANTER O VALOR ATUAL.'
               DISPLAY 'TIPO (' AV-TIPO '):'
               MOVE SPACES TO WS-TIPO-DIGITADO
               ACCEPT WS-TIPO-DIGITADO
               IF WS-TIPO-DIGITADO = 'A' OR WS-TIPO-DIGITADO = 'F'
                   MOVE WS-TIPO-DIGITADO TO AV-TIPO
               END-IF
               DISPLAY 'CPF/CNPJ (' AV-DOCUMENTO '):'
               MOVE SPACES TO WS-DOC-DIGITADO
               ACCEPT WS-DOC-DIGITADO
               IF WS-DOC-DIGITADO NOT = SPACES
                   PERFORM VALIDA-DOC-AVALISTA
                   IF WS-EH-DOC-VALIDO
                       MOVE WS-DOC-DIGITADO TO AV-DOCUMENTO
                   ELSE
                       DISPLAY 'DOCUMENTO NAO ALTERADO.'
                   END-IF
               END-IF
               DISPLAY 'NOME (' AV-NOME '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO AV-NOME
               END-IF
               DISPLAY 'RUA E NUMERO (' AV-RUA '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO AV-RUA
               END-IF
               DISPLAY 'CIDADE (' AV-CIDADE '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO AV-CIDADE
               END-IF
               DISPLAY 'ESTADO (' AV-ESTADO '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO AV-ESTADO
               END-IF
               DISPLAY 'CEP (' AV-CEP '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO AV-CEP
               END-IF
               DISPLAY 'TELEFONE (' AV-TELEFONE '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
               ACCEPT WS-CAMPO-ALTERACAO
               IF WS-CAMPO-ALTERACAO NOT = SPACES
                   MOVE WS-CAMPO-ALTERACAO TO AV-TELEFONE
               END-IF
               MOVE WS-OPERADOR-ID TO AV-OPERADOR
               MOVE WS-DATA-HOJE TO AV-DATA-ATUALIZACAO
               REWRITE AVALISTA-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM ': ' AV-CHAVE
                   NOT INVALID KEY
                       DISPLAY 'AVALISTA ALTERADO.'
               END-REWRITE
           END-IF.

       EXCLUI-AVALISTA.
           PERFORM LE-AVALISTA-CHAVE
           IF WS-EH-CHAVE-VALIDA
               DISPLAY 'CONFIRMA A EXCLUSAO DO AVALISTA (S/N)?'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   DELETE AVALISTA-FILE
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ' AV-CHAVE
                       NOT INVALID KEY
                           DISPLAY 'AVALISTA EXCLUIDO.'
                   END-DELETE
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA.'
               END-IF
           END-IF.
       END PROGRAM AVALCAD.

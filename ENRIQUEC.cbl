      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:INTERCAMBIO SEMANAL COM O BUREAU DE ENRIQUECIMENTO DE
      *         CONTATOS. NO MODO PADRAO, VARRE O CADASTRO DUAS VEZES:
      *         A PRIMEIRA LEVA O TELEFONE, O E-MAIL E O ENDERECO DO
      *         CUSTMAST PARA O ARQUIVO DE MEIOS DE CONTATO (MEIOCTT,
      *         ROTINA CTTREG, ORIGEM CADASTRO; ENDERECO COM
      *         CORRESPONDENCIA DEVOLVIDA ENTRA COMO INVALIDO); A
      *         SEGUNDA GRAVA NO ARQUIVO ENRQEXP, PELO CPF/CNPJ, AS
      *         CONTAS EM COBRANCA (NAO PAGO, COM SALDO, SEM OBITO/
      *         FALENCIA/RJ) QUE FICARAM SEM TELEFONE VALIDO OU SEM
      *         ENDERECO VALIDO, DIZENDO O QUE SE PEDE. NO MODO
      *         RETORNO (PARAMETRO), LE A RESPOSTA DO BUREAU (ENRQRET)
      *         E INCLUI CADA MEIO NOVO NO MEIOCTT COM ORIGEM BUREAU;
      *         MEIO JA EXISTENTE NA CONTA (CONFIRMADO PELO ATENDENTE,
      *         MARCADO COMO ERRADO, ETC.) NAO E ALTERADO. LINHAS QUE
      *         NAO PODEM SER APLICADAS VAO PARA O ENRQREJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRIQUEC.
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
           SELECT MEIOCTT-FILE ASSIGN TO "MEIOCTT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MC-CHAVE
               FILE STATUS WS-FS-MEIOCTT.
           SELECT ENRQEXP-FILE ASSIGN TO "ENRQEXP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-ENRQEXP.
           SELECT ENRQRET-FILE ASSIGN TO "ENRQRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ENRQRET.
           SELECT ENRQREJ-FILE ASSIGN TO "ENRQREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ENRQREJ.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  MEIOCTT-FILE.
           COPY MEIOCTT.
       FD  ENRQEXP-FILE.
           COPY ENRQEXP.
       FD  ENRQRET-FILE.
           COPY ENRQRET.
       FD  ENRQREJ-FILE.
       01 REJ-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-MEIOCTT            PIC X(02) VALUES '00'.
           88 WS-FS-MEIO-OK        VALUE '00'.
       77 WS-FS-ENRQEXP            PIC X(02) VALUES '00'.
       77 WS-FS-ENRQRET            PIC X(02) VALUES '00'.
           88 WS-FS-RET-OK         VALUE '00'.
       77 WS-FS-ENRQREJ            PIC X(02) VALUES '00'.
       77 WS-MODO-EXECUCAO         PIC X(20) VALUES SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-MEIO-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-MEIO          VALUE 'S'.
       77 WS-MEIO-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-MEIO-ABRIU        VALUE 'S'.
       77 WS-TEM-FONE-VALIDO       PIC X(01) VALUES 'N'.
       77 WS-TEM-END-VALIDO        PIC X(01) VALUES 'N'.
       77 WS-MOTIVO-REJEICAO       PIC X(40) VALUES SPACES.
       77 WS-QTDE-SEMEADOS         PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-EXPORTADAS       PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-SEM-DOCUMENTO    PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-LIDOS            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-INCLUIDOS        PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-EXISTENTES       PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REJEITADOS       PIC 9(07) VALUES ZEROS.
      *    PARAMETROS DA ROTINA CTTREG (MEIOS DE CONTATO).
       77 WS-CONTA-MEIO            PIC 9(08) VALUES ZEROS.
       77 WS-FUNCAO-MEIO           PIC X(01) VALUES 'I'.
       77 WS-TIPO-MEIO             PIC X(01) VALUES SPACES.
       77 WS-VALOR-MEIO            PIC X(61) VALUES SPACES.
       77 WS-ORIGEM-MEIO           PIC X(01) VALUES 'C'.
       77 WS-SITUACAO-MEIO         PIC X(01) VALUES 'V'.
       77 WS-OPERADOR-MEIO         PIC X(08) VALUES 'ENRIQUEC'.
       77 WS-RESULTADO-MEIO        PIC X(01) VALUES SPACES.
           88 WS-MEIO-INCLUIDO     VALUE 'N'.
           88 WS-MEIO-ALTERADO     VALUE 'A'.
           88 WS-MEIO-JA-EXISTIA   VALUE 'E'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'ENRIQUEC: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-EXECUCAO (1:7) = 'RETORNO'
               PERFORM IMPORTA-RETORNO-BUREAU
           ELSE
               PERFORM SEMEIA-MEIOS-CADASTRO
               OPEN OUTPUT ENRQEXP-FILE
               PERFORM EXPORTA-CONTAS-SEM-CONTATO
               CLOSE ENRQEXP-FILE
               DISPLAY 'ENRIQUEC: MEIOS DO CADASTRO INCLUIDOS: '
                       WS-QTDE-SEMEADOS
               DISPLAY 'ENRIQUEC: CONTAS ENVIADAS AO BUREAU: '
                       WS-QTDE-EXPORTADAS ' SEM CPF/CNPJ (NAO '
                       'ENVIADAS): ' WS-QTDE-SEM-DOCUMENTO
           END-IF
           CLOSE CUSTMAST-FILE
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       POSICIONA-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF.

       LE-PROXIMA-CONTA.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SWEEP-EOF
           END-READ
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF.

      *    PRIMEIRA PASSADA: OS MEIOS DO CADASTRO ENTRAM NO MEIOCTT SE
      *    AINDA NAO EXISTEM, PARA A SEGUNDA PASSADA ENXERGAR A CONTA
      *    INTEIRA NUM SO ARQUIVO.
       SEMEIA-MEIOS-CADASTRO.
           PERFORM POSICIONA-CADASTRO
           PERFORM UNTIL WS-FIM-SWEEP
               PERFORM LE-PROXIMA-CONTA
               IF NOT WS-FIM-SWEEP
                   IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0 AND
                      NOT CM-COM-EVENTO-VIDA
                       PERFORM SEMEIA-MEIOS-CONTA
                   END-IF
               END-IF
           END-PERFORM.

       SEMEIA-MEIOS-CONTA.
           MOVE CM-CONTA TO WS-CONTA-MEIO
           MOVE 'C' TO WS-ORIGEM-MEIO
           IF CM-TELEFONE NOT = SPACES
               MOVE 'I' TO WS-FUNCAO-MEIO
               MOVE 'T' TO WS-TIPO-MEIO
               MOVE CM-TELEFONE TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF CM-EMAIL NOT = SPACES
               MOVE 'I' TO WS-FUNCAO-MEIO
               MOVE 'E' TO WS-TIPO-MEIO
               MOVE CM-EMAIL TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF CM-RUA NOT = SPACES
               MOVE 'N' TO WS-TIPO-MEIO
               MOVE CM-ENDERECO TO WS-VALOR-MEIO
               IF CM-ENDERECO-INVALIDO
                   MOVE 'S' TO WS-FUNCAO-MEIO
                   MOVE 'I' TO WS-SITUACAO-MEIO
               ELSE
                   MOVE 'I' TO WS-FUNCAO-MEIO
                   MOVE 'V' TO WS-SITUACAO-MEIO
               END-IF
               PERFORM CHAMA-CTTREG
           END-IF.

       CHAMA-CTTREG.
           CALL 'CTTREG' USING WS-FUNCAO-MEIO WS-CONTA-MEIO
                               WS-TIPO-MEIO WS-VALOR-MEIO
                               WS-ORIGEM-MEIO WS-SITUACAO-MEIO
                               WS-OPERADOR-MEIO WS-RESULTADO-MEIO
           IF WS-MEIO-INCLUIDO
               ADD 1 TO WS-QTDE-SEMEADOS
           END-IF.

      *    SEGUNDA PASSADA: CONTA EM COBRANCA SEM TELEFONE VALIDO OU
      *    SEM ENDERECO VALIDO VAI AO BUREAU PELO CPF/CNPJ.
       EXPORTA-CONTAS-SEM-CONTATO.
           OPEN INPUT MEIOCTT-FILE
           IF WS-FS-MEIO-OK
               MOVE 'S' TO WS-MEIO-DISPONIVEL
           END-IF
           PERFORM POSICIONA-CADASTRO
           PERFORM UNTIL WS-FIM-SWEEP
               PERFORM LE-PROXIMA-CONTA
               IF NOT WS-FIM-SWEEP
                   IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0 AND
                      NOT CM-COM-EVENTO-VIDA
                       PERFORM AVALIA-MEIOS-CONTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEIO-ABRIU
               CLOSE MEIOCTT-FILE
           END-IF.

       AVALIA-MEIOS-CONTA.
           MOVE 'N' TO WS-TEM-FONE-VALIDO WS-TEM-END-VALIDO
           PERFORM VERIFICA-MEIOS-VALIDOS
           IF WS-TEM-FONE-VALIDO = 'N' OR WS-TEM-END-VALIDO = 'N'
               IF CM-DOCUMENTO = SPACES
                   ADD 1 TO WS-QTDE-SEM-DOCUMENTO
               ELSE
                   PERFORM GRAVA-PEDIDO-BUREAU
               END-IF
           END-IF.

       VERIFICA-MEIOS-VALIDOS.
           MOVE 'N' TO WS-MEIO-EOF
           IF NOT WS-MEIO-ABRIU
               MOVE 'S' TO WS-MEIO-EOF
           ELSE
               MOVE CM-CONTA TO MC-CONTA
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
               IF NOT WS-FS-MEIO-OK
                   MOVE 'S' TO WS-MEIO-EOF
               END-IF
               IF NOT WS-FIM-MEIO
                   IF MC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-MEIO-EOF
                   ELSE
                       IF MC-VALIDO AND MC-TELEFONE
                           MOVE 'S' TO WS-TEM-FONE-VALIDO
                       END-IF
                       IF MC-VALIDO AND MC-ENDERECO
                           MOVE 'S' TO WS-TEM-END-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-PEDIDO-BUREAU.
           ADD 1 TO WS-QTDE-EXPORTADAS
           MOVE SPACES TO ENRQEXP-RECORD
           MOVE CM-CONTA TO EQ-CONTA
           MOVE CM-DOCUMENTO TO EQ-DOCUMENTO
           MOVE CM-NOME TO EQ-NOME
           MOVE 'N' TO EQ-PEDE-TELEFONE EQ-PEDE-ENDERECO
           IF WS-TEM-FONE-VALIDO = 'N'
               MOVE 'S' TO EQ-PEDE-TELEFONE
           END-IF
           IF WS-TEM-END-VALIDO = 'N'
               MOVE 'S' TO EQ-PEDE-ENDERECO
           END-IF
           MOVE WS-DATA-HOJE TO EQ-DATA-PEDIDO
           WRITE ENRQEXP-RECORD.

      *    RESPOSTA DO BUREAU: A CONTA PRECISA EXISTIR E TER O MESMO
      *    CPF/CNPJ DO PEDIDO; O MEIO SO ENTRA SE AINDA NAO EXISTE NA
      *    CONTA (FUNCAO 'I' DA CTTREG), ENTAO REPROCESSAR O MESMO
      *    ARQUIVO NAO DUPLICA NADA.
       IMPORTA-RETORNO-BUREAU.
           OPEN INPUT ENRQRET-FILE
           IF NOT WS-FS-RET-OK
               DISPLAY 'ENRIQUEC: ARQUIVO DE RETORNO ENRQRET NAO '
                       'ENCONTRADO. NADA A IMPORTAR.'
           ELSE
               OPEN OUTPUT ENRQREJ-FILE
               MOVE 'N' TO WS-SWEEP-EOF
               PERFORM UNTIL WS-FIM-SWEEP
                   READ ENRQRET-FILE
                       AT END
                           MOVE 'S' TO WS-SWEEP-EOF
                   END-READ
                   IF NOT WS-FS-RET-OK
                       MOVE 'S' TO WS-SWEEP-EOF
                   END-IF
                   IF NOT WS-FIM-SWEEP
                       ADD 1 TO WS-QTDE-LIDOS
                       PERFORM PROCESSA-RETORNO-BUREAU
                   END-IF
               END-PERFORM
               CLOSE ENRQRET-FILE
               CLOSE ENRQREJ-FILE
               DISPLAY 'ENRIQUEC: RETORNOS LIDOS: ' WS-QTDE-LIDOS
                       ' REJEITADOS: ' WS-QTDE-REJEITADOS
               DISPLAY 'ENRIQUEC: MEIOS INCLUIDOS: ' WS-QTDE-INCLUIDOS
                       ' JA EXISTENTES: ' WS-QTDE-EXISTENTES
           END-IF.

       PROCESSA-RETORNO-BUREAU.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE ER-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-REJEICAO
           END-READ
           EVALUATE TRUE
               WHEN WS-MOTIVO-REJEICAO NOT = SPACES
                   CONTINUE
               WHEN ER-DOCUMENTO NOT = CM-DOCUMENTO
                   MOVE 'CPF/CNPJ DIFERENTE DO CADASTRO' TO
                        WS-MOTIVO-REJEICAO
               WHEN NOT ER-TIPO-VALIDO
                   MOVE 'TIPO DE MEIO INVALIDO' TO WS-MOTIVO-REJEICAO
               WHEN ER-VALOR = SPACES
                   MOVE 'MEIO DE CONTATO EM BRANCO' TO
                        WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE 'I' TO WS-FUNCAO-MEIO
                   MOVE ER-CONTA TO WS-CONTA-MEIO
                   MOVE ER-TIPO TO WS-TIPO-MEIO
                   MOVE ER-VALOR TO WS-VALOR-MEIO
                   MOVE 'B' TO WS-ORIGEM-MEIO
                   MOVE 'V' TO WS-SITUACAO-MEIO
                   MOVE 'BUREAU' TO WS-OPERADOR-MEIO
                   CALL 'CTTREG' USING WS-FUNCAO-MEIO WS-CONTA-MEIO
                                       WS-TIPO-MEIO WS-VALOR-MEIO
                                       WS-ORIGEM-MEIO WS-SITUACAO-MEIO
                                       WS-OPERADOR-MEIO
                                       WS-RESULTADO-MEIO
                   EVALUATE TRUE
                       WHEN WS-MEIO-INCLUIDO
                           ADD 1 TO WS-QTDE-INCLUIDOS
                       WHEN WS-MEIO-JA-EXISTIA
                           ADD 1 TO WS-QTDE-EXISTENTES
                       WHEN OTHER
                           MOVE 'FALHA NA GRAVACAO DO MEIOCTT' TO
                                WS-MOTIVO-REJEICAO
                   END-EVALUATE
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM GRAVA-REJEICAO
           END-IF.

       GRAVA-REJEICAO.
           ADD 1 TO WS-QTDE-REJEITADOS
           MOVE SPACES TO REJ-LINE
           STRING 'CONTA: ' ER-CONTA
                  '  TIPO: ' ER-TIPO
                  '  MEIO: ' ER-VALOR (1:40)
                  '  MOTIVO: ' WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJ-LINE
           DISPLAY 'ENRIQUEC: REJEITADO ' ER-CONTA ' - '
                   WS-MOTIVO-REJEICAO.
       END PROGRAM ENRIQUEC.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:VARREDURA UNICA DA CARTEIRA NO BATCH NOTURNO: LE O
      *         CADASTRO (CUSTMAST) UMA SO VEZ E, PARA CADA CONTA, MONTA
      *         A CONTA COMPLETA - CADASTRO, DIVIDAS DO DEBTMAST,
      *         PARCELAS DO ACORDOS E CONTESTACOES DO DISPUTAS - NO
      *         BLOCO VARRCTA, QUE PASSA EM SEQUENCIA PELOS MODULOS
      *         JUROS E MULTA (SetCommand), AGING (AGEREPT), CARTAS DE
      *         COBRANCA (CARTAS), REMESSA AO BANCO (BANCOREM) E
      *         AUDITORIA DE SALDOS (AUDISAL). O QUE OS MODULOS
      *         ALTERAM E REGRAVADO UMA VEZ, DEPOIS DO ULTIMO MODULO.
      *         CHECKPOINT POR CONTA NO CKPOINT: NO REINICIO A VARREDURA
      *         PASSA DE NOVO POR TODA A CARTEIRA, OS MODULOS QUE
      *         ATUALIZAM PULAM AS CONTAS JA PROCESSADAS E OS
      *         RELATORIOS SAEM COMPLETOS. ACENDE O BLOQUEIO MSTLOCK
      *         DURANTE A VARREDURA E GRAVA O RUNHIST. RC = MAIOR RC
      *         DOS MODULOS (4 = SO EXCECOES DE AUDITORIA), 12 SEM O
      *         CADASTRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARRECAR.
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
           SELECT CKPOINT-FILE ASSIGN TO "CKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CKPT.
           SELECT MSTLOCK-FILE ASSIGN TO "MSTLOCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MSTLOCK.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-RUNHIST.
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
       FD  CKPOINT-FILE.
           COPY CKPOINT.
       FD  MSTLOCK-FILE.
           COPY MSTLOCK.
       FD  RUNHIST-FILE.
           COPY RUNHIST.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBTMAST-OK    VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-FS-DISPUTA            PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK     VALUE '00'.
       77 WS-FS-CKPT               PIC X(02) VALUES '00'.
       77 WS-FS-MSTLOCK            PIC X(02) VALUES '00'.
       77 WS-FS-RUNHIST            PIC X(02) VALUES '00'.
           88 WS-FS-RUNHIST-OK     VALUE '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-BUSCA-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-BUSCA         VALUE 'S'.
       77 WS-DEBT-ABERTO           PIC X(01) VALUES 'N'.
           88 WS-DEBT-ABRIU        VALUE 'S'.
       77 WS-ACORDO-ABERTO         PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ABRIU      VALUE 'S'.
       77 WS-DISPUTA-ABERTO        PIC X(01) VALUES 'N'.
           88 WS-DISPUTA-ABRIU     VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-ULTIMA-CONTA-PROC     PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-REINICIO        PIC 9(08) VALUES ZEROS.
       77 WS-MODO-VARREDURA        PIC X(20) VALUES 'VARREDURA'.
       77 WS-RC-VARREDURA          PIC 9(02) VALUES ZEROS.
       77 WS-IDX-MONTA             PIC 9(04) VALUES ZEROS.
       77 WS-QTDE-CONTAS           PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REPROCESSADAS    PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REGRAVADAS       PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-EXCEDIDAS        PIC 9(05) VALUES ZEROS.
       77 WS-DURACAO-BATCH         PIC S9(09) VALUES ZEROS.
       01 WS-HORA-INICIO-BATCH     PIC 9(08) VALUES ZEROS.
       01 WS-HORA-INI-R REDEFINES WS-HORA-INICIO-BATCH.
           05 WS-BI-HH             PIC 9(02).
           05 WS-BI-MM             PIC 9(02).
           05 WS-BI-SS             PIC 9(02).
           05 WS-BI-CC             PIC 9(02).
       01 WS-HORA-FIM-BATCH        PIC 9(08) VALUES ZEROS.
       01 WS-HORA-FIMB-R REDEFINES WS-HORA-FIM-BATCH.
           05 WS-BF-HH             PIC 9(02).
           05 WS-BF-MM             PIC 9(02).
           05 WS-BF-SS             PIC 9(02).
           05 WS-BF-CC             PIC 9(02).
       COPY VARRCTA.
       COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           ACCEPT WS-HORA-INICIO-BATCH FROM TIME
           MOVE ZEROS TO RETURN-CODE
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': CUSTMAST ' WS-FS-CUSTMAST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-ARQUIVOS-DETALHE
           PERFORM LE-CHECKPOINT
           MOVE WS-ULTIMA-CONTA-PROC TO WS-CONTA-REINICIO
           INITIALIZE VARRCTA-CONTA
           MOVE WS-DATA-HOJE TO VA-DATA-HOJE
           MOVE 'N' TO VA-REINICIO
           IF WS-CONTA-REINICIO > 0
               MOVE 'S' TO VA-REINICIO
               DISPLAY 'VARREDURA REINICIADA APOS A CONTA '
                       WS-CONTA-REINICIO
           END-IF
           MOVE 'S' TO ML-EM-USO
           PERFORM GRAVA-BLOQUEIO-MESTRE
           SET VA-ABRE TO TRUE
           PERFORM CHAMA-MODULOS
           PERFORM VARRE-CADASTRO
           SET VA-FECHA TO TRUE
           PERFORM CHAMA-MODULOS
           MOVE ZEROS TO WS-ULTIMA-CONTA-PROC
           PERFORM GRAVA-CHECKPOINT
           MOVE 'N' TO ML-EM-USO
           PERFORM GRAVA-BLOQUEIO-MESTRE
           PERFORM GRAVA-HISTORICO-BATCH
           CLOSE CUSTMAST-FILE
           IF WS-DEBT-ABRIU
               CLOSE DEBTMAST-FILE
           END-IF
           IF WS-ACORDO-ABRIU
               CLOSE ACORDO-FILE
           END-IF
           IF WS-DISPUTA-ABRIU
               CLOSE DISPUTA-FILE
           END-IF
           DISPLAY 'VARREDURA: CONTAS LIDAS ' WS-QTDE-CONTAS
                   ' JA PROCESSADAS ' WS-QTDE-REPROCESSADAS
                   ' REGRAVADAS ' WS-QTDE-REGRAVADAS
           IF WS-QTDE-EXCEDIDAS > 0
               DISPLAY 'CONTAS COM DETALHE ACIMA DO LIMITE DO BLOCO: '
                       WS-QTDE-EXCEDIDAS
           END-IF
           MOVE WS-RC-VARREDURA TO RETURN-CODE
           STOP RUN.

      *    SEM DEBTMAST AS CONTAS SAO TRATADAS PELO SALDO DO CADASTRO;
      *    SEM ACORDOS OU DISPUTAS, A CONTA VAI SEM PARCELAS OU SEM
      *    CONTESTACOES, COMO NOS PROGRAMAS ISOLADOS.
       ABRE-ARQUIVOS-DETALHE.
           OPEN I-O DEBTMAST-FILE
           IF NOT WS-FS-DEBTMAST-OK
               CLOSE DEBTMAST-FILE
               OPEN OUTPUT DEBTMAST-FILE
               CLOSE DEBTMAST-FILE
               OPEN I-O DEBTMAST-FILE
           END-IF
           IF WS-FS-DEBTMAST-OK
               MOVE 'S' TO WS-DEBT-ABERTO
           END-IF
           OPEN I-O ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-ABERTO
           END-IF
           OPEN INPUT DISPUTA-FILE
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-DISPUTA-ABERTO
           END-IF.

       VARRE-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           PERFORM UNTIL WS-FIM-SWEEP
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FIM-SWEEP AND WS-FS-OK
                   ADD 1 TO WS-QTDE-CONTAS
                   PERFORM MONTA-CONTA
                   SET VA-PROCESSA TO TRUE
                   PERFORM CHAMA-MODULOS
                   PERFORM REGRAVA-CONTA-MONTADA
                   IF NOT VA-CONTA-JA-PROCESSADA
                       MOVE CM-CONTA TO WS-ULTIMA-CONTA-PROC
                       PERFORM GRAVA-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM.

      *    CADA MODULO DEVOLVE SEU RC EM VA-RETORNO; VALE O MAIOR.
       CHAMA-MODULOS.
           MOVE ZEROS TO VA-RETORNO
           CALL 'SetCommand' USING WS-MODO-VARREDURA OMITTED OMITTED
                                   OMITTED OMITTED VARRCTA-CONTA
           PERFORM GUARDA-RC-MODULO
           CALL 'AGEREPT' USING VARRCTA-CONTA
           PERFORM GUARDA-RC-MODULO
           CALL 'CARTAS' USING VARRCTA-CONTA
           PERFORM GUARDA-RC-MODULO
           CALL 'BANCOREM' USING VARRCTA-CONTA
           PERFORM GUARDA-RC-MODULO
           CALL 'AUDISAL' USING VARRCTA-CONTA
           PERFORM GUARDA-RC-MODULO.

       GUARDA-RC-MODULO.
           IF VA-RETORNO > WS-RC-VARREDURA
               MOVE VA-RETORNO TO WS-RC-VARREDURA
           END-IF
           MOVE ZEROS TO VA-RETORNO.

      *    A CONTA INTEIRA NO BLOCO: DIVIDAS, PARCELAS E CONTESTACOES
      *    PELA CHAVE CONTA + SEQUENCIA, NA ORDEM DA CHAVE.
       MONTA-CONTA.
           MOVE CUSTMAST-RECORD TO VA-CADASTRO
           MOVE 'N' TO VA-CADASTRO-ALTERADO
           MOVE ZEROS TO VA-MULTA-NOITE VA-QTDE-DIVIDAS
                         VA-QTDE-PARCELAS VA-QTDE-DISPUTAS
           MOVE 'N' TO VA-JA-PROCESSADA
           IF CM-CONTA NOT > WS-CONTA-REINICIO
               MOVE 'S' TO VA-JA-PROCESSADA
               ADD 1 TO WS-QTDE-REPROCESSADAS
           END-IF
           IF WS-DEBT-ABRIU
               PERFORM MONTA-DIVIDAS
           END-IF
           IF WS-ACORDO-ABRIU
               PERFORM MONTA-PARCELAS
           END-IF
           IF WS-DISPUTA-ABRIU
               PERFORM MONTA-DISPUTAS
           END-IF.

       MONTA-DIVIDAS.
           MOVE 'N' TO WS-BUSCA-EOF
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BUSCA-EOF
           END-START
           PERFORM UNTIL WS-FIM-BUSCA
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BUSCA-EOF
               END-READ
               IF NOT WS-FIM-BUSCA
                   IF NOT WS-FS-DEBTMAST-OK OR DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-BUSCA-EOF
                   ELSE
                       IF VA-QTDE-DIVIDAS < 100
                           ADD 1 TO VA-QTDE-DIVIDAS
                           MOVE VA-QTDE-DIVIDAS TO WS-IDX-MONTA
                           MOVE DEBTMAST-RECORD
                             TO VA-DIVIDA-REG (WS-IDX-MONTA)
                           MOVE 'N'
                             TO VA-DIVIDA-ALTERADA (WS-IDX-MONTA)
                       ELSE
                           ADD 1 TO WS-QTDE-EXCEDIDAS
                           MOVE 'S' TO WS-BUSCA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MONTA-PARCELAS.
           MOVE 'N' TO WS-BUSCA-EOF
           MOVE CM-CONTA TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BUSCA-EOF
           END-START
           PERFORM UNTIL WS-FIM-BUSCA
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BUSCA-EOF
               END-READ
               IF NOT WS-FIM-BUSCA
                   IF NOT WS-FS-ACORDO-OK OR AC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-BUSCA-EOF
                   ELSE
                       IF VA-QTDE-PARCELAS < 1000
                           ADD 1 TO VA-QTDE-PARCELAS
                           MOVE VA-QTDE-PARCELAS TO WS-IDX-MONTA
                           MOVE ACORDO-RECORD
                             TO VA-PARCELA-REG (WS-IDX-MONTA)
                           MOVE 'N'
                             TO VA-PARCELA-ALTERADA (WS-IDX-MONTA)
                       ELSE
                           ADD 1 TO WS-QTDE-EXCEDIDAS
                           MOVE 'S' TO WS-BUSCA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MONTA-DISPUTAS.
           MOVE 'N' TO WS-BUSCA-EOF
           MOVE CM-CONTA TO DI-CONTA
           MOVE ZEROS TO DI-SEQ-DIVIDA
           START DISPUTA-FILE KEY IS >= DI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-BUSCA-EOF
           END-START
           PERFORM UNTIL WS-FIM-BUSCA
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BUSCA-EOF
               END-READ
               IF NOT WS-FIM-BUSCA
                   IF NOT WS-FS-DISPUTA-OK OR DI-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-BUSCA-EOF
                   ELSE
                       IF VA-QTDE-DISPUTAS < 100
                           ADD 1 TO VA-QTDE-DISPUTAS
                           MOVE DISPUTA-RECORD
                             TO VA-DISPUTA-REG (VA-QTDE-DISPUTAS)
                       ELSE
                           ADD 1 TO WS-QTDE-EXCEDIDAS
                           MOVE 'S' TO WS-BUSCA-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    UMA REGRAVACAO POR REGISTRO ALTERADO, DEPOIS DE TODOS OS
      *    MODULOS TEREM PASSADO PELA CONTA.
       REGRAVA-CONTA-MONTADA.
           IF VA-REGRAVA-CADASTRO
               MOVE VA-CADASTRO TO CUSTMAST-RECORD
               REWRITE CUSTMAST-RECORD
               IF WS-FS-OK
                   ADD 1 TO WS-QTDE-REGRAVADAS
               ELSE
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CUSTMAST ' CM-CONTA
               END-IF
           END-IF
           PERFORM VARYING WS-IDX-MONTA FROM 1 BY 1
                   UNTIL WS-IDX-MONTA > VA-QTDE-DIVIDAS
               IF VA-REGRAVA-DIVIDA (WS-IDX-MONTA)
                   MOVE VA-DIVIDA-REG (WS-IDX-MONTA) TO DEBTMAST-RECORD
                   REWRITE DEBTMAST-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': DEBTMAST ' DB-CHAVE
                   END-REWRITE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-MONTA FROM 1 BY 1
                   UNTIL WS-IDX-MONTA > VA-QTDE-PARCELAS
               IF VA-REGRAVA-PARCELA (WS-IDX-MONTA)
                   MOVE VA-PARCELA-REG (WS-IDX-MONTA) TO ACORDO-RECORD
                   REWRITE ACORDO-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': ACORDOS ' AC-CHAVE
                   END-REWRITE
               END-IF
           END-PERFORM.

       LE-CHECKPOINT.
           MOVE ZEROS TO WS-ULTIMA-CONTA-PROC
           OPEN INPUT CKPOINT-FILE
           IF WS-FS-CKPT = '00'
               READ CKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CKPT = '00'
                   MOVE CK-ULTIMA-CONTA TO WS-ULTIMA-CONTA-PROC
               END-IF
           END-IF
           CLOSE CKPOINT-FILE.

       GRAVA-CHECKPOINT.
           MOVE WS-ULTIMA-CONTA-PROC TO CK-ULTIMA-CONTA
           OPEN OUTPUT CKPOINT-FILE
           WRITE CKPOINT-RECORD
           CLOSE CKPOINT-FILE.

      *    ACENDE ('S') OU APAGA ('N') O BLOQUEIO DE JANELA DE BATCH
      *    QUE O MENU ONLINE HONRA FICANDO SOMENTE LEITURA.
       GRAVA-BLOQUEIO-MESTRE.
           MOVE 'VARRECAR' TO ML-ORIGEM
           MOVE WS-DATA-HOJE TO ML-DATA
           ACCEPT ML-HORA FROM TIME
           OPEN OUTPUT MSTLOCK-FILE
           WRITE MSTLOCK-RECORD
           CLOSE MSTLOCK-FILE.

       GRAVA-HISTORICO-BATCH.
           ACCEPT WS-HORA-FIM-BATCH FROM TIME
           COMPUTE WS-DURACAO-BATCH =
               (((WS-BF-HH * 60 + WS-BF-MM) * 60 + WS-BF-SS) * 100
                + WS-BF-CC) -
               (((WS-BI-HH * 60 + WS-BI-MM) * 60 + WS-BI-SS) * 100
                + WS-BI-CC)
           IF WS-DURACAO-BATCH < 0
               ADD 8640000 TO WS-DURACAO-BATCH
           END-IF
           OPEN EXTEND RUNHIST-FILE
           IF NOT WS-FS-RUNHIST-OK
               CLOSE RUNHIST-FILE
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           MOVE 'VARRECAR' TO RH-PROGRAMA
           MOVE WS-DATA-HOJE TO RH-DATA
           MOVE WS-HORA-INICIO-BATCH TO RH-HORA-INICIO
           MOVE WS-HORA-FIM-BATCH TO RH-HORA-FIM
           MOVE WS-DURACAO-BATCH TO RH-DURACAO
           MOVE WS-RC-VARREDURA TO RH-RC
           MOVE WS-QTDE-CONTAS TO RH-REGISTROS
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.
       END PROGRAM VARRECAR.

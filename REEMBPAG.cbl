      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ARQUIVO DE PAGAMENTO DOS REEMBOLSOS AO BANCO: VARRE OS
      *         SALDOS CREDORES DE CLIENTES (CREDCLI) COM REEMBOLSO
      *         APROVADO POR SUPERVISOR E GRAVA NO ARQUIVO REEMBREM UM
      *         DETALHE POR REEMBOLSO (CONTA BANCARIA DO PROPRIO
      *         TITULAR E VALOR), ENTRE HEADER E TRAILER COM QUANTIDADE
      *         E TOTAL, COMO NA REMESSA DE BOLETOS. CADA REEMBOLSO
      *         REMETIDO FICA REEMBOLSADO COM A DATA DO ENVIO E SALDO
      *         ZERO, E GERA NO PAYLOG UM LANCAMENTO DE REEMBOLSO
      *         (PL-TIPO 'RE') COM O VALOR NEGATIVO: O DINHEIRO SAI DO
      *         BANCO CONTRA O PASSIVO DE CREDITOS DE CLIENTES.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Data contabil do PAYLOG gravada em zeros: o
      *                lancamento do batch vale pela data do movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBPAG.
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
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT REEMBREM-FILE ASSIGN TO "REEMBREM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-REEMBREM.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDCLI-FILE.
           COPY CREDCLI.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  REEMBREM-FILE.
           COPY REEMBREM.
       WORKING-STORAGE SECTION.
       77 WS-FS-CREDCLI            PIC X(02) VALUES '00'.
           88 WS-FS-CREDCLI-OK     VALUE '00'.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CUSTMAST-OK    VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-REEMBREM           PIC X(02) VALUES '00'.
           88 WS-FS-REEMBREM-OK    VALUE '00'.
       77 WS-CUSTMAST-ABRIU        PIC X(01) VALUES 'N'.
           88 WS-CUSTMAST-ABERTO   VALUE 'S'.
       77 WS-CRED-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-CRED          VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-OPERADOR-BANCO        PIC X(08) VALUES 'BANCO'.
       77 WS-QTDE-REMETIDOS        PIC 9(07) VALUES ZEROS.
       77 WS-VALOR-REMETIDO        PIC 9(11)V99 VALUES ZEROS.
       77 WS-QTDE-FALHAS           PIC 9(07) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-REMETIDOS WS-VALOR-REMETIDO
                         WS-QTDE-FALHAS
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CREDCLI-FILE
           IF NOT WS-FS-CREDCLI-OK
               DISPLAY 'REEMBPAG: ARQUIVO CREDCLI INDISPONIVEL. '
                       'NENHUM REEMBOLSO A PAGAR.'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-FS-CUSTMAST-OK
               MOVE 'S' TO WS-CUSTMAST-ABRIU
           END-IF
           OPEN EXTEND PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               CLOSE PAYLOG-FILE
               OPEN OUTPUT PAYLOG-FILE
           END-IF
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'REEMBPAG: ERRO AO ABRIR O PAYLOG - STATUS '
                       WS-FS-PAYLOG
               CLOSE CREDCLI-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REEMBREM-FILE
           IF NOT WS-FS-REEMBREM-OK
               DISPLAY 'REEMBPAG: ERRO AO ABRIR O REEMBREM - STATUS '
                       WS-FS-REEMBREM
               CLOSE CREDCLI-FILE PAYLOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REEMBREM-RECORD
           SET RR-REG-HEADER TO TRUE
           MOVE WS-DATA-HOJE TO RR-HDR-DATA-GERACAO
           MOVE 'REEMBOLSO CLIENTES' TO RR-HDR-LITERAL
           WRITE REEMBREM-RECORD
           PERFORM VARRE-REEMBOLSOS
           MOVE SPACES TO REEMBREM-RECORD
           SET RR-REG-TRAILER TO TRUE
           MOVE WS-QTDE-REMETIDOS TO RR-TRL-QTDE
           MOVE WS-VALOR-REMETIDO TO RR-TRL-VALOR-TOTAL
           WRITE REEMBREM-RECORD
           CLOSE REEMBREM-FILE
           CLOSE PAYLOG-FILE
           IF WS-CUSTMAST-ABERTO
               CLOSE CUSTMAST-FILE
           END-IF
           CLOSE CREDCLI-FILE
           DISPLAY 'REEMBPAG: REEMBOLSOS REMETIDOS: ' WS-QTDE-REMETIDOS
                   ' VALOR: ' WS-VALOR-REMETIDO
                   ' FALHAS: ' WS-QTDE-FALHAS
           IF WS-QTDE-FALHAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       VARRE-REEMBOLSOS.
           MOVE 'N' TO WS-CRED-EOF
           MOVE LOW-VALUES TO SD-CHAVE
           START CREDCLI-FILE KEY IS >= SD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-CRED-EOF
           END-START
           PERFORM UNTIL WS-FIM-CRED
               READ CREDCLI-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CRED-EOF
               END-READ
               IF NOT WS-FS-CREDCLI-OK
                   MOVE 'S' TO WS-CRED-EOF
               END-IF
               IF NOT WS-FIM-CRED
                   IF SD-REEMB-APROVADO AND SD-VALOR-REEMBOLSO > 0
                       PERFORM REMETE-REEMBOLSO
                   END-IF
               END-IF
           END-PERFORM.

      *    O ITEM SO SAI NO ARQUIVO DEPOIS DE MARCADO REEMBOLSADO:
      *    SE A REGRAVACAO FALHAR, FICA APROVADO PARA A PROXIMA
      *    EXECUCAO E NAO E PAGO EM DUPLICIDADE.
       REMETE-REEMBOLSO.
           SET SD-REEMBOLSADO TO TRUE
           MOVE WS-DATA-HOJE TO SD-DATA-ENVIO
           MOVE ZEROS TO SD-SALDO
           REWRITE CREDCLI-RECORD
               INVALID KEY
                   ADD 1 TO WS-QTDE-FALHAS
                   DISPLAY 'REEMBPAG: FALHA AO MARCAR O SALDO CREDOR '
                           SD-CHAVE ' - NAO REMETIDO.'
               NOT INVALID KEY
                   PERFORM GRAVA-DETALHE
                   PERFORM GRAVA-PAYLOG-REEMBOLSO
           END-REWRITE.

       GRAVA-DETALHE.
           MOVE SPACES TO REEMBREM-RECORD
           SET RR-REG-DETALHE TO TRUE
           MOVE SD-CONTA TO RR-CONTA
           MOVE SD-SEQ TO RR-SEQ
           MOVE SD-DOCUMENTO TO RR-DOCUMENTO
           MOVE SD-NOME-TITULAR TO RR-NOME
           MOVE SD-BANCO TO RR-BANCO
           MOVE SD-AGENCIA TO RR-AGENCIA
           MOVE SD-CONTA-BANCARIA TO RR-CONTA-BANCARIA
           MOVE SD-TIPO-CONTA TO RR-TIPO-CONTA
           MOVE SD-VALOR-REEMBOLSO TO RR-VALOR
           WRITE REEMBREM-RECORD
           ADD 1 TO WS-QTDE-REMETIDOS
           ADD SD-VALOR-REEMBOLSO TO WS-VALOR-REMETIDO.

      *    O CREDOR E O SALDO APOS SAO OS DA CONTA EM QUE O DINHEIRO
      *    ENTROU; O REEMBOLSO NAO MEXE NO SALDO DEVEDOR.
       GRAVA-PAYLOG-REEMBOLSO.
           MOVE ZEROS TO PL-CREDOR PL-SALDO-APOS
           IF WS-CUSTMAST-ABERTO
               MOVE SD-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CREDOR TO PL-CREDOR
                       MOVE CM-SALDO-DEVEDOR TO PL-SALDO-APOS
               END-READ
           END-IF
           MOVE SD-CONTA TO PL-CONTA
           SET PL-TIPO-REEMBOLSO TO TRUE
           COMPUTE PL-VALOR = 0 - SD-VALOR-REEMBOLSO
           MOVE WS-OPERADOR-BANCO TO PL-OPERADOR
           MOVE WS-DATA-HOJE TO PL-DATA-MOVIMENTO
           ACCEPT PL-HORA-MOVIMENTO FROM TIME
           MOVE ZEROS TO PL-REF-DATA PL-REF-HORA PL-RECIBO
                         PL-SEQ-DIVIDA PL-VALOR-MULTA
                         PL-VALOR-PRINCIPAL PL-DIAS-ATRASO
           MOVE WS-DATA-HOJE TO PL-DATA-EFETIVA
      *    O SUPERVISOR QUE APROVOU FICA NO CREDCLI; NO PAYLOG O
      *    CAMPO E SO DA ALCADA DE PAGAMENTO DO BALCAO.
           SET PL-FORMA-SALDO-CREDOR TO TRUE
           MOVE SPACES TO PL-SUPERVISOR PL-REPASSADO PL-CAMPANHA
           MOVE ZEROS TO PL-DATA-CONTABIL
           WRITE PAYLOG-RECORD.
       END PROGRAM REEMBPAG.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DO APONTADOR DE UNIFICACAO DE
      *         CONTAS: RECEBE A CONTA PEDIDA PELO ATENDENTE E DEVOLVE
      *         A CONTA SOBREVIVENTE (A PROPRIA CONTA QUANDO ELA NAO
      *         FOI UNIFICADA) E A LISTA DAS CONTAS CUJO HISTORICO E
      *         DELA - A SOBREVIVENTE PRIMEIRO, DEPOIS AS CONTAS
      *         DUPLICADAS QUE ELA ABSORVEU (CM-UNIFICADA COM
      *         CM-CONTA-DESTINO APONTANDO PARA ELA), ACHADAS PELO
      *         MESMO CPF/CNPJ NA CHAVE ALTERNADA. OS LANCAMENTOS DO
      *         PAYLOG/FEELOG FICAM COM O NUMERO ANTIGO; QUEM MONTA
      *         HISTORICO (EXTRATO, MOVCONS) LE TODAS AS CONTAS DA
      *         LISTA. SEM O CADASTRO, DEVOLVE SO A CONTA PEDIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFLOC.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUES '00' '02'.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-CONTA-ACHADA         PIC X(01) VALUES 'N'.
           88 WS-TEM-CONTA        VALUE 'S'.
      *    O APONTADOR E MANTIDO DIRETO PELA UNIFICACAO; O LIMITE DE
      *    SALTOS SO PROTEGE CONTRA UM CADASTRO CORROMPIDO EM CICLO.
       77 WS-QTDE-SALTOS          PIC 9(02) VALUES ZEROS.
       77 WS-DOC-SOBREVIVENTE     PIC X(14) VALUES SPACES.
       LINKAGE SECTION.
       01 LK-CONTA-PEDIDA         PIC 9(08).
       01 LK-CONTA-SOBREVIVENTE   PIC 9(08).
       01 LK-QTDE-CONTAS          PIC 9(02).
       01 LK-LISTA-CONTAS.
           05 LK-CONTA-LISTA      PIC 9(08) OCCURS 20.
       PROCEDURE DIVISION USING LK-CONTA-PEDIDA LK-CONTA-SOBREVIVENTE
                                LK-QTDE-CONTAS LK-LISTA-CONTAS.
       MAIN-PROCEDURE.
           MOVE LK-CONTA-PEDIDA TO LK-CONTA-SOBREVIVENTE
           MOVE 1 TO LK-QTDE-CONTAS
           MOVE LK-CONTA-PEDIDA TO LK-CONTA-LISTA (1)
           MOVE 'N' TO WS-CONTA-ACHADA
           MOVE ZEROS TO WS-QTDE-SALTOS
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               IF WS-FS-CUSTMAST NOT = '35'
                   CLOSE CUSTMAST-FILE
               END-IF
               GOBACK
           END-IF
           MOVE LK-CONTA-PEDIDA TO CM-CONTA
           PERFORM LE-CONTA-UNIFLOC
           PERFORM UNTIL NOT WS-TEM-CONTA OR NOT CM-UNIFICADA OR
                         CM-CONTA-DESTINO = 0 OR WS-QTDE-SALTOS > 10
               ADD 1 TO WS-QTDE-SALTOS
               MOVE CM-CONTA-DESTINO TO LK-CONTA-SOBREVIVENTE
               PERFORM LE-CONTA-UNIFLOC
           END-PERFORM
           MOVE LK-CONTA-SOBREVIVENTE TO LK-CONTA-LISTA (1)
           IF WS-TEM-CONTA AND CM-DOCUMENTO NOT = SPACES
               MOVE CM-DOCUMENTO TO WS-DOC-SOBREVIVENTE
               PERFORM LISTA-CONTAS-ABSORVIDAS
           END-IF
           CLOSE CUSTMAST-FILE
           GOBACK.

       LE-CONTA-UNIFLOC.
           MOVE LK-CONTA-SOBREVIVENTE TO CM-CONTA
           MOVE 'N' TO WS-CONTA-ACHADA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ACHADA
           END-READ.

      *    AS CONTAS ABSORVIDAS TEM O MESMO DOCUMENTO DA SOBREVIVENTE
      *    (SO SE UNIFICA CONTA DO MESMO CPF/CNPJ).
       LISTA-CONTAS-ABSORVIDAS.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-DOC-SOBREVIVENTE TO CM-DOCUMENTO
           START CUSTMAST-FILE KEY IS >= CM-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF CM-DOCUMENTO NOT = WS-DOC-SOBREVIVENTE
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       IF CM-UNIFICADA AND
                          CM-CONTA-DESTINO = LK-CONTA-SOBREVIVENTE AND
                          LK-QTDE-CONTAS < 20
                           ADD 1 TO LK-QTDE-CONTAS
                           MOVE CM-CONTA TO
                                LK-CONTA-LISTA (LK-QTDE-CONTAS)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM UNIFLOC.

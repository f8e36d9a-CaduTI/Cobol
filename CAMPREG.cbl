      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE REGISTRO DA CONTA ELEGIVEL A
      *         UMA CAMPANHA DE DESCONTO (ARQUIVO CAMPOFER): A PRIMEIRA
      *         CHAMADA PARA A CAMPANHA E A CONTA GRAVA A DATA EM QUE
      *         A CONTA SE QUALIFICOU; QUANDO O CANAL VEM PREENCHIDO
      *         ('M' MENSAGEM, 'B' BALCAO) E A CONTA AINDA NAO TINHA
      *         RECEBIDO OFERTA, GRAVA A DATA E O CANAL DA OFERTA E
      *         DEVOLVE 'S' EM LK-OFERTA-NOVA. CANAL EM BRANCO SO
      *         REGISTRA A ELEGIBILIDADE. O ARQUIVO E CRIADO SE
      *         AUSENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPOFER-FILE ASSIGN TO "CAMPOFER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OC-CHAVE
               FILE STATUS WS-FS-CAMPOFER.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPOFER-FILE.
           COPY CAMPOFER.
       WORKING-STORAGE SECTION.
       77 WS-FS-CAMPOFER          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-REGISTRO-NOVO        PIC X(01) VALUES 'N'.
           88 WS-EH-REGISTRO-NOVO VALUE 'S'.
       LINKAGE SECTION.
       01 LK-CAMPANHA             PIC X(06).
       01 LK-CONTA                PIC 9(08).
       01 LK-DATA-REFERENCIA      PIC 9(08).
       01 LK-CANAL                PIC X(01).
       01 LK-OFERTA-NOVA          PIC X(01).
       PROCEDURE DIVISION USING LK-CAMPANHA LK-CONTA
                                LK-DATA-REFERENCIA LK-CANAL
                                LK-OFERTA-NOVA.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-OFERTA-NOVA
           OPEN I-O CAMPOFER-FILE
           IF NOT WS-FS-OK
               CLOSE CAMPOFER-FILE
               OPEN OUTPUT CAMPOFER-FILE
               CLOSE CAMPOFER-FILE
               OPEN I-O CAMPOFER-FILE
           END-IF
           IF NOT WS-FS-OK
               DISPLAY 'CAMPREG: ARQUIVO CAMPOFER INDISPONIVEL. '
                       'OFERTA DA CONTA ' LK-CONTA ' NAO REGISTRADA.'
               GOBACK
           END-IF
           MOVE 'N' TO WS-REGISTRO-NOVO
           MOVE LK-CAMPANHA TO OC-CAMPANHA
           MOVE LK-CONTA TO OC-CONTA
           READ CAMPOFER-FILE
               INVALID KEY
                   MOVE 'S' TO WS-REGISTRO-NOVO
                   MOVE LK-CAMPANHA TO OC-CAMPANHA
                   MOVE LK-CONTA TO OC-CONTA
                   MOVE LK-DATA-REFERENCIA TO OC-DATA-ELEGIVEL
                   MOVE ZEROS TO OC-DATA-OFERTA
                   MOVE SPACES TO OC-CANAL
           END-READ
           IF LK-CANAL NOT = SPACES AND OC-DATA-OFERTA = ZEROS
               MOVE LK-DATA-REFERENCIA TO OC-DATA-OFERTA
               MOVE LK-CANAL TO OC-CANAL
               MOVE 'S' TO LK-OFERTA-NOVA
           END-IF
           IF WS-EH-REGISTRO-NOVO
               WRITE CAMPOFER-RECORD
                   INVALID KEY
                       MOVE 'N' TO LK-OFERTA-NOVA
               END-WRITE
           ELSE
               IF LK-OFERTA-NOVA = 'S'
                   REWRITE CAMPOFER-RECORD
                       INVALID KEY
                           MOVE 'N' TO LK-OFERTA-NOVA
                   END-REWRITE
               END-IF
           END-IF
           CLOSE CAMPOFER-FILE
           GOBACK.
       END PROGRAM CAMPREG.

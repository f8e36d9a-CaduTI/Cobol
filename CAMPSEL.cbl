      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE ESCOLHA DA CAMPANHA DE
      *         DESCONTO (FEIRAO) EM VIGOR PARA UMA CONTA: RECEBE O
      *         CREDOR DA CONTA, OS DIAS DE ATRASO E A DATA DE
      *         REFERENCIA E DEVOLVE A MELHOR CAMPANHA DO ARQUIVO
      *         CAMPANHA - ATIVA, DENTRO DA JANELA DE DATAS, DO MESMO
      *         CREDOR OU ABERTA A TODOS (999) E COM O ATRASO DENTRO
      *         DA FAIXA. MELHOR E O MAIOR DESCONTO; NO EMPATE, A
      *         CAMPANHA DO PROPRIO CREDOR. SEM CAMPANHA (OU SEM O
      *         ARQUIVO) DEVOLVE 'N' E A AREA EM BRANCO. USADA PELO
      *         SETCOMMAND, PELO ACORDOS E PELO MENSAGEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA-FILE ASSIGN TO "CAMPANHA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FE-CODIGO
               FILE STATUS WS-FS-CAMPANHA.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHA-FILE.
           COPY CAMPANHA.
       WORKING-STORAGE SECTION.
       77 WS-FS-CAMPANHA          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-CAMPANHA-SERVE       PIC X(01) VALUES 'N'.
           88 WS-SERVE-CONTA      VALUE 'S'.
       LINKAGE SECTION.
       01 LK-CREDOR               PIC 9(03).
       01 LK-DIAS-ATRASO          PIC S9(05).
       01 LK-DATA-REFERENCIA      PIC 9(08).
           COPY CAMPANHA REPLACING ==CAMPANHA-RECORD== BY
                                   ==LK-CAMPANHA==
                         LEADING ==FE== BY ==CS==.
       01 LK-ACHOU-CAMPANHA       PIC X(01).
       PROCEDURE DIVISION USING LK-CREDOR LK-DIAS-ATRASO
                                LK-DATA-REFERENCIA LK-CAMPANHA
                                LK-ACHOU-CAMPANHA.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-ACHOU-CAMPANHA
           MOVE SPACES TO LK-CAMPANHA
           MOVE ZEROS TO CS-PCT-DESCONTO
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT CAMPANHA-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CAMPANHA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   PERFORM AVALIA-CAMPANHA
                   IF WS-SERVE-CONTA
                       PERFORM COMPARA-CAMPANHA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-OK OR WS-FS-CAMPANHA = '10'
               CLOSE CAMPANHA-FILE
           END-IF
           GOBACK.

       AVALIA-CAMPANHA.
           MOVE 'N' TO WS-CAMPANHA-SERVE
           IF FE-ATIVA AND
              LK-DATA-REFERENCIA >= FE-DATA-INICIO AND
              LK-DATA-REFERENCIA <= FE-DATA-FIM AND
              (FE-CREDOR = LK-CREDOR OR FE-TODOS-CREDORES) AND
              LK-DIAS-ATRASO >= FE-DIAS-MINIMO AND
              LK-DIAS-ATRASO <= FE-DIAS-MAXIMO AND
              FE-PCT-DESCONTO > 0
               MOVE 'S' TO WS-CAMPANHA-SERVE
           END-IF.

       COMPARA-CAMPANHA.
           EVALUATE TRUE
               WHEN LK-ACHOU-CAMPANHA NOT = 'S'
                   MOVE CAMPANHA-RECORD TO LK-CAMPANHA
                   MOVE 'S' TO LK-ACHOU-CAMPANHA
               WHEN FE-PCT-DESCONTO > CS-PCT-DESCONTO
                   MOVE CAMPANHA-RECORD TO LK-CAMPANHA
               WHEN FE-PCT-DESCONTO = CS-PCT-DESCONTO AND
                    LK-CREDOR NOT = 999 AND FE-CREDOR = LK-CREDOR
                   MOVE CAMPANHA-RECORD TO LK-CAMPANHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END PROGRAM CAMPSEL.

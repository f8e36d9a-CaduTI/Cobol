      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DOS LIMITES DE CONTATO COM O
      *         DEVEDOR DO CODIGO DE AUTORREGULACAO ASSINADO PELOS
      *         CREDORES: HORARIO PERMITIDO DAS LIGACOES (SO EM DIA
      *         UTIL, ROTINA DAYCHECK) E MAXIMO DE CONTATOS POR
      *         DEVEDOR NO DIA E NOS 7 DIAS ATE A DATA, TODOS NOS
      *         PARAMETROS DE POLITICA (POLVIG). FUNCAO 'L' SO DEVOLVE
      *         OS LIMITES EM VIGOR; FUNCAO 'V' TAMBEM CONTA OS
      *         CONTATOS DA CONTA - LIGACOES DO CONTATOS (MENOS NUMERO
      *         ERRADO E DESLIGADO) E SMS DE COBRANCA DO MSGHIST - E
      *         DIZ SE MAIS UM CONTATO ESTA DENTRO DA REGRA. PARAMETROS
      *         NO COPYBOOK CTTLIMP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTTLIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT MSGHIST-FILE ASSIGN TO "MSGHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-MSGHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  MSGHIST-FILE.
           COPY MSGHIST.
       WORKING-STORAGE SECTION.
       77 WS-FS-CONTATOS          PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK   VALUE '00'.
       77 WS-FS-MSGHIST           PIC X(02) VALUES '00'.
           88 WS-FS-MSGHIST-OK    VALUE '00'.
       77 WS-LOG-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG          VALUE 'S'.
       77 WS-DATA-INICIO-SEMANA   PIC 9(08) VALUES ZEROS.
       77 WS-HORA-MINUTO          PIC 9(04) VALUES ZEROS.
       77 WS-CODIGO-POLITICA      PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA      PIC X(01) VALUES 'N'.
       77 WS-DIA-SEMANA           PIC 9(01) VALUES ZEROS.
       77 WS-NOME-DIA             PIC X(09) VALUES SPACES.
       77 WS-DIA-UTIL             PIC X(01) VALUES 'S'.
           88 WS-EH-DIA-UTIL      VALUE 'S'.
       LINKAGE SECTION.
           COPY CTTLIMP.
       PROCEDURE DIVISION USING CTTLIM-PARAMETROS.
       MAIN-PROCEDURE.
           PERFORM CARREGA-LIMITES
           MOVE ZEROS TO LM-QTDE-DIA LM-QTDE-SEMANA
           SET LM-LIBERADO TO TRUE
           IF LM-VERIFICA-CONTA
               COMPUTE WS-DATA-INICIO-SEMANA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (LM-DATA) - 6)
               PERFORM CONTA-LIGACOES
               PERFORM CONTA-MENSAGENS
               PERFORM VERIFICA-HORARIO
               EVALUATE TRUE
                   WHEN LM-FORA-HORARIO
                       CONTINUE
                   WHEN LM-QTDE-DIA NOT < LM-MAX-DIA
                       SET LM-LIMITE-DIA TO TRUE
                   WHEN LM-QTDE-SEMANA NOT < LM-MAX-SEMANA
                       SET LM-LIMITE-SEMANA TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.

      *    PADROES DO CATALOGO POLTAB QUANDO NAO HA VALOR EM VIGOR.
       CARREGA-LIMITES.
           MOVE 0800 TO LM-HORA-INICIO
           MOVE 2000 TO LM-HORA-FIM
           MOVE 3 TO LM-MAX-DIA
           MOVE 10 TO LM-MAX-SEMANA
           MOVE 'CTTHRINI' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO LM-HORA-INICIO
           END-IF
           MOVE 'CTTHRFIM' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO LM-HORA-FIM
           END-IF
           MOVE 'CTTMAXDI' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO LM-MAX-DIA
           END-IF
           MOVE 'CTTMAXSE' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO LM-MAX-SEMANA
           END-IF.

       LE-POLITICA.
           CALL 'POLVIG' USING WS-CODIGO-POLITICA LM-DATA
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA.

      *    NUMERO ERRADO E DESLIGADO NAO CHEGARAM AO DEVEDOR.
       CONTA-LIGACOES.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CONTATOS-FILE
           IF NOT WS-FS-CONTATOS-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CONTATOS-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CONTATOS-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF CN-CONTA = LM-CONTA AND
                      NOT CN-NUMERO-ERRADO AND NOT CN-DESLIGADO AND
                      CN-DATA NOT < WS-DATA-INICIO-SEMANA AND
                      CN-DATA NOT > LM-DATA
                       ADD 1 TO LM-QTDE-SEMANA
                       IF CN-DATA = LM-DATA
                           ADD 1 TO LM-QTDE-DIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CONTATOS-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF.

       CONTA-MENSAGENS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT MSGHIST-FILE
           IF NOT WS-FS-MSGHIST-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ MSGHIST-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-MSGHIST-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   IF MH-CONTA = LM-CONTA AND
                      MH-SMS AND MH-COBRANCA AND
                      MH-DATA NOT < WS-DATA-INICIO-SEMANA AND
                      MH-DATA NOT > LM-DATA
                       ADD 1 TO LM-QTDE-SEMANA
                       IF MH-DATA = LM-DATA
                           ADD 1 TO LM-QTDE-DIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-MSGHIST-OK OR WS-FS-MSGHIST = '10'
               CLOSE MSGHIST-FILE
           END-IF.

      *    LIGACAO SO EM DIA UTIL E DENTRO DA JANELA HHMM DO PARAMETRO.
       VERIFICA-HORARIO.
           IF LM-HORA NOT = ZEROS
               MOVE 'N' TO WS-DIA-UTIL
               CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                     WS-DIA-UTIL OMITTED LM-DATA
               MOVE LM-HORA (1:4) TO WS-HORA-MINUTO
               IF NOT WS-EH-DIA-UTIL OR
                  WS-HORA-MINUTO < LM-HORA-INICIO OR
                  WS-HORA-MINUTO > LM-HORA-FIM
                   SET LM-FORA-HORARIO TO TRUE
               END-IF
           END-IF.
       END PROGRAM CTTLIM.

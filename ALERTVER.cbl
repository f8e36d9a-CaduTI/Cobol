      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DOS ALERTAS DA CONTA (ARQUIVO
      *         ALERTAS, MANTIDO PELOS SUPERVISORES NO ALERTCAD). LE OS
      *         ALERTAS ATIVOS DA CONTA NA DATA DE PROCESSAMENTO
      *         (SITUACAO ATIVA, INICIO JA ALCANCADO E FIM NAO
      *         PASSADO). A FUNCAO 'M' MOSTRA OS ALERTAS NA TELA, ANTES
      *         DE QUALQUER OUTRO DADO, EM TODA TELA QUE ABRE A CONTA
      *         (SETCOMMAND, CONSULTA DO BASICCOMMANDS, ACORDOS,
      *         CONTESTA, DIVIDAS, EXTRATO, DETALHE DO BUSCACLI). A
      *         FUNCAO 'C' SO DEVOLVE SE ALGUM TIPO ATIVO TIRA A CONTA
      *         DO DISCADOR (FILATRAB) OU DAS MENSAGENS (MENSAGEM),
      *         CONFORME A TABELA ALRTTAB, E MANTEM O ARQUIVO ABERTO
      *         ENTRE AS CHAMADAS; A FUNCAO 'E' FECHA. SEM O ARQUIVO,
      *         NENHUM ALERTA. PARAMETROS NO COPYBOOK ALERTVP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTA-FILE ASSIGN TO "ALERTAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AL-CHAVE
               FILE STATUS WS-FS-ALERTA.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
           COPY ALERTA.
       WORKING-STORAGE SECTION.
       77 WS-FS-ALERTA            PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-ARQUIVO-ABERTO       PIC X(01) VALUES 'N'.
           88 WS-JA-ABRIU         VALUE 'S'.
       77 WS-ARQUIVO-DISPONIVEL   PIC X(01) VALUES 'N'.
           88 WS-TEM-ARQUIVO      VALUE 'S'.
       77 WS-ALERTA-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-ALERTA       VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-IDX-TIPO             PIC 9(02) VALUES ZEROS.
       77 WS-DESCRICAO-TIPO       PIC X(34) VALUES SPACES.
       77 WS-FIM-EXIBICAO         PIC X(10) VALUES SPACES.
           COPY ALRTTAB.
       LINKAGE SECTION.
           COPY ALERTVP.
       PROCEDURE DIVISION USING ALERTVER-PARAMETROS.
       MAIN-PROCEDURE.
           IF AE-ENCERRA
               IF WS-JA-ABRIU AND WS-TEM-ARQUIVO
                   CLOSE ALERTA-FILE
               END-IF
               MOVE 'N' TO WS-ARQUIVO-ABERTO WS-ARQUIVO-DISPONIVEL
               GOBACK
           END-IF
           MOVE ZEROS TO AE-QTDE-ATIVOS
           MOVE 'N' TO AE-FORA-DISCADOR AE-FORA-MENSAGEM
           IF WS-DATA-HOJE = ZEROS
               CALL 'DATAPROC' USING WS-DATA-HOJE
           END-IF
           IF NOT WS-JA-ABRIU
               PERFORM ABRE-ARQUIVO-ALERTAS
           END-IF
           IF WS-TEM-ARQUIVO
               PERFORM LE-ALERTAS-CONTA
           END-IF
           IF AE-MOSTRA
               IF AE-QTDE-ATIVOS > 0
                   DISPLAY '*************************************'
                           '*************************************'
               END-IF
               IF WS-TEM-ARQUIVO
                   CLOSE ALERTA-FILE
               END-IF
               MOVE 'N' TO WS-ARQUIVO-ABERTO WS-ARQUIVO-DISPONIVEL
           END-IF
           GOBACK.

       ABRE-ARQUIVO-ALERTAS.
           MOVE 'S' TO WS-ARQUIVO-ABERTO
           MOVE 'N' TO WS-ARQUIVO-DISPONIVEL
           OPEN INPUT ALERTA-FILE
           IF WS-FS-OK
               MOVE 'S' TO WS-ARQUIVO-DISPONIVEL
           END-IF.

       LE-ALERTAS-CONTA.
           MOVE 'N' TO WS-ALERTA-EOF
           MOVE AE-CONTA TO AL-CONTA
           MOVE ZEROS TO AL-SEQ
           START ALERTA-FILE KEY IS >= AL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-ALERTA-EOF
           END-START
           PERFORM UNTIL WS-FIM-ALERTA
               READ ALERTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-ALERTA-EOF
               END-READ
               IF NOT WS-FS-OK OR AL-CONTA NOT = AE-CONTA
                   MOVE 'S' TO WS-ALERTA-EOF
               END-IF
               IF NOT WS-FIM-ALERTA
                   IF AL-ATIVO AND AL-DATA-INICIO <= WS-DATA-HOJE
                      AND AL-DATA-FIM >= WS-DATA-HOJE
                       PERFORM TRATA-ALERTA-ATIVO
                   END-IF
               END-IF
           END-PERFORM.

       TRATA-ALERTA-ATIVO.
           ADD 1 TO AE-QTDE-ATIVOS
           MOVE 'TIPO NAO CADASTRADO' TO WS-DESCRICAO-TIPO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > AT-QTDE-TIPOS
               IF AT-CODIGO (WS-IDX-TIPO) = AL-TIPO
                   MOVE AT-DESCRICAO (WS-IDX-TIPO) TO WS-DESCRICAO-TIPO
                   IF AT-FORA-DISCADOR (WS-IDX-TIPO) = 'S'
                       MOVE 'S' TO AE-FORA-DISCADOR
                   END-IF
                   IF AT-FORA-MENSAGEM (WS-IDX-TIPO) = 'S'
                       MOVE 'S' TO AE-FORA-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM
           IF AE-MOSTRA
               IF AE-QTDE-ATIVOS = 1
                   DISPLAY '*************************************'
                           '*************************************'
                   DISPLAY '*** ATENCAO: ALERTAS DA CONTA ' AE-CONTA
                           ' ***'
               END-IF
               IF AL-DATA-FIM = 99999999
                   MOVE 'SEM PRAZO' TO WS-FIM-EXIBICAO
               ELSE
                   MOVE AL-DATA-FIM TO WS-FIM-EXIBICAO
               END-IF
               DISPLAY '* ' AL-TIPO ' - ' WS-DESCRICAO-TIPO
               IF AL-TEXTO NOT = SPACES
                   DISPLAY '*      ' AL-TEXTO
               END-IF
               DISPLAY '*      (POR ' AL-OPERADOR ' DESDE '
                       AL-DATA-INICIO ' ATE ' WS-FIM-EXIBICAO ')'
           END-IF.
       END PROGRAM ALERTVER.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO DE RESULTADO DAS CAMPANHAS DE DESCONTO
      *         (FEIRAO), UMA LINHA DE GRUPO POR CAMPANHA DO ARQUIVO
      *         CAMPANHA: CONTAS ELEGIVEIS E OFERTAS FEITAS (CAMPOFER,
      *         GRAVADO PELO MENSAGEM E PELO ATENDIMENTO), QUITACOES
      *         FECHADAS E DESCONTO CONCEDIDO (LANCAMENTOS 'DS' DO
      *         PAYLOG MARCADOS COM A CAMPANHA) E VALOR RECUPERADO -
      *         O PAGO A VISTA NA QUITACAO (SALDO APOS DO DS) MAIS AS
      *         PARCELAS PAGAS DOS ACORDOS FECHADOS NA CAMPANHA. O
      *         PAYLOG E O DO MES CORRENTE: RODAR ANTES DO FECHAMENTO
      *         MENSAL (ARQPAY). SAI NO ARQUIVO DE IMPRESSAO CAMP-RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA-FILE ASSIGN TO "CAMPANHA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FE-CODIGO
               FILE STATUS WS-FS-CAMPANHA.
           SELECT CAMPOFER-FILE ASSIGN TO "CAMPOFER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OC-CHAVE
               FILE STATUS WS-FS-CAMPOFER.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
           SELECT CAMP-RPT-FILE ASSIGN TO "CAMP-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHA-FILE.
           COPY CAMPANHA.
       FD  CAMPOFER-FILE.
           COPY CAMPOFER.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  CAMP-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CAMPANHA           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-CAMPOFER           PIC X(02) VALUES '00'.
           88 WS-FS-OFERTA-OK      VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-CAMPANHAS        PIC 9(03) VALUES ZEROS.
       77 WS-IDX                   PIC 9(03) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(03) VALUES ZEROS.
       77 WS-CODIGO-BUSCA          PIC X(06) VALUES SPACES.
       77 WS-VALOR-EDIT            PIC Z(8)9.99-.
       77 WS-DESCONTO-EDIT         PIC Z(8)9.99-.

      *    CAMPANHAS DO ARQUIVO E SEUS ACUMULADORES.
       01 WS-CAMPANHAS.
           05 WS-CAMP-ENTRY OCCURS 100.
               10 WS-CP-CODIGO      PIC X(06).
               10 WS-CP-DESCRICAO   PIC X(30).
               10 WS-CP-CREDOR      PIC 9(03).
               10 WS-CP-INICIO      PIC 9(08).
               10 WS-CP-FIM         PIC 9(08).
               10 WS-CP-PCT         PIC 9(03).
               10 WS-CP-SITUACAO    PIC X(01).
               10 WS-CP-ELEGIVEIS   PIC 9(07).
               10 WS-CP-OFERTAS     PIC 9(07).
               10 WS-CP-QUITACOES   PIC 9(07).
               10 WS-CP-RECUPERADO  PIC S9(11)V99.
               10 WS-CP-DESCONTO    PIC S9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           INITIALIZE WS-CAMPANHAS
           PERFORM CARREGA-CAMPANHAS
           PERFORM CONTA-OFERTAS
           PERFORM SOMA-DESCONTOS-PAYLOG
           PERFORM SOMA-PARCELAS-ACORDOS
           PERFORM GERA-RELATORIO
           DISPLAY 'CAMPREL: CAMPANHAS NO RELATORIO: '
                   WS-QTDE-CAMPANHAS
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       CARREGA-CAMPANHAS.
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
                   IF WS-QTDE-CAMPANHAS < 100
                       ADD 1 TO WS-QTDE-CAMPANHAS
                       MOVE WS-QTDE-CAMPANHAS TO WS-IDX
                       MOVE FE-CODIGO TO WS-CP-CODIGO (WS-IDX)
                       MOVE FE-DESCRICAO TO WS-CP-DESCRICAO (WS-IDX)
                       MOVE FE-CREDOR TO WS-CP-CREDOR (WS-IDX)
                       MOVE FE-DATA-INICIO TO WS-CP-INICIO (WS-IDX)
                       MOVE FE-DATA-FIM TO WS-CP-FIM (WS-IDX)
                       MOVE FE-PCT-DESCONTO TO WS-CP-PCT (WS-IDX)
                       MOVE FE-SITUACAO TO WS-CP-SITUACAO (WS-IDX)
                   ELSE
                       DISPLAY 'CAMPREL: TABELA DE CAMPANHAS CHEIA. '
                               'CAMPANHA ' FE-CODIGO ' FORA DO '
                               'RELATORIO.'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-OK OR WS-FS-CAMPANHA = '10'
               CLOSE CAMPANHA-FILE
           END-IF.

       CONTA-OFERTAS.
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT CAMPOFER-FILE
           IF NOT WS-FS-OFERTA-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CAMPOFER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OFERTA-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   MOVE OC-CAMPANHA TO WS-CODIGO-BUSCA
                   PERFORM LOCALIZA-CAMPANHA
                   IF WS-IDX-ACHADO > 0
                       ADD 1 TO WS-CP-ELEGIVEIS (WS-IDX-ACHADO)
                       IF OC-DATA-OFERTA > 0
                           ADD 1 TO WS-CP-OFERTAS (WS-IDX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-OFERTA-OK OR WS-FS-CAMPOFER = '10'
               CLOSE CAMPOFER-FILE
           END-IF.

      *    CADA DS MARCADO E UMA QUITACAO FECHADA NA CAMPANHA; NA
      *    QUITACAO A VISTA O SALDO APOS DO DS E O VALOR NEGOCIADO
      *    PAGO NA HORA, NO FECHAMENTO DE ACORDO ELE E ZERO (O
      *    RECUPERADO VEM DAS PARCELAS).
       SOMA-DESCONTOS-PAYLOG.
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF PL-TIPO-DESCONTO AND PL-CAMPANHA NOT = SPACES
                       MOVE PL-CAMPANHA TO WS-CODIGO-BUSCA
                       PERFORM LOCALIZA-CAMPANHA
                       IF WS-IDX-ACHADO > 0
                           ADD 1 TO WS-CP-QUITACOES (WS-IDX-ACHADO)
                           ADD PL-VALOR TO
                               WS-CP-DESCONTO (WS-IDX-ACHADO)
                           ADD PL-SALDO-APOS TO
                               WS-CP-RECUPERADO (WS-IDX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

       SOMA-PARCELAS-ACORDOS.
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT ACORDO-FILE
           IF NOT WS-FS-ACORDO-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF AC-PAGA AND AC-CAMPANHA NOT = SPACES
                       MOVE AC-CAMPANHA TO WS-CODIGO-BUSCA
                       PERFORM LOCALIZA-CAMPANHA
                       IF WS-IDX-ACHADO > 0
                           ADD AC-VALOR TO
                               WS-CP-RECUPERADO (WS-IDX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-ACORDO-OK OR WS-FS-ACORDO = '10'
               CLOSE ACORDO-FILE
           END-IF.

       LOCALIZA-CAMPANHA.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CAMPANHAS
                      OR WS-IDX-ACHADO > 0
               IF WS-CP-CODIGO (WS-IDX) = WS-CODIGO-BUSCA
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       GERA-RELATORIO.
           OPEN OUTPUT CAMP-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'RESULTADO DAS CAMPANHAS DE DESCONTO - POSICAO EM '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           IF WS-QTDE-CAMPANHAS = 0
               MOVE SPACES TO RPT-LINE
               STRING 'NENHUMA CAMPANHA CADASTRADA.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CAMPANHAS
               PERFORM IMPRIME-CAMPANHA
           END-PERFORM
           CLOSE CAMP-RPT-FILE.

       IMPRIME-CAMPANHA.
           MOVE SPACES TO RPT-LINE
           STRING 'CAMPANHA ' WS-CP-CODIGO (WS-IDX) ' '
                  WS-CP-DESCRICAO (WS-IDX)
                  ' CREDOR ' WS-CP-CREDOR (WS-IDX)
                  ' SITUACAO ' WS-CP-SITUACAO (WS-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  VIGENCIA ' WS-CP-INICIO (WS-IDX)
                  ' A ' WS-CP-FIM (WS-IDX)
                  '  DESCONTO ATE ' WS-CP-PCT (WS-IDX) ' %'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  ELEGIVEIS: ' WS-CP-ELEGIVEIS (WS-IDX)
                  '  OFERTAS: ' WS-CP-OFERTAS (WS-IDX)
                  '  QUITACOES: ' WS-CP-QUITACOES (WS-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CP-RECUPERADO (WS-IDX) TO WS-VALOR-EDIT
           MOVE WS-CP-DESCONTO (WS-IDX) TO WS-DESCONTO-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '  RECUPERADO: ' WS-VALOR-EDIT
                  '  DESCONTO CONCEDIDO: ' WS-DESCONTO-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM CAMPREL.

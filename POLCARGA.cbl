      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CARGA INICIAL DOS PARAMETROS DE POLITICA: LE OS
      *         ARQUIVOS DE CONTROLE DE REGISTRO UNICO (JURIPRM,
      *         NEGAPRM, BAIXAPRM, BOLPRM, MSGPRM, MULTAPRM, TOLERPRM,
      *         ALCADA, ARQPRM, PRESCPRM, PROTPRM) E GRAVA NO POLPARM,
      *         COM VIGENCIA ZERO (DESDE SEMPRE) E OPERADOR 'CARGA', O
      *         VALOR QUE CADA PROGRAMA USA HOJE - O DO ARQUIVO QUANDO
      *         ELE E ACEITO PELO PROGRAMA, SENAO O PADRAO DO CATALOGO
      *         POLTAB. SO CARREGA O CODIGO QUE AINDA NAO TEM NENHUMA
      *         LINHA NO POLPARM, ENTAO PODE RODAR DE NOVO SEM MEXER NO
      *         QUE O POLCAD JA ALTEROU. CADA CARGA VAI PARA O POLHIST
      *         (ACAO C). VALOR FORA DA FAIXA DO CATALOGO E CARREGADO
      *         COMO ESTA (E O QUE O BATCH USA) E SAI COM AVISO E RC 4
      *         PARA O SUPERVISOR CORRIGIR NO POLCAD.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Tabela de parametros antigos com as duas
      *                politicas do portal de autoatendimento (maximo
      *                de parcelas e parcela minima).
      *   15/10/2026 - Tabela de parametros antigos com os tres prazos
      *                de resposta a reclamacoes de consumidor (Procon,
      *                consumidor.gov.br e ouvidoria).
      *   15/10/2026 - Tabela de parametros antigos com os quatro
      *                limites de contato com o devedor (horario das
      *                ligacoes e maximo de contatos no dia e em 7
      *                dias).
      *   15/10/2026 - Tabela de parametros antigos com os cinco
      *                parametros da previsao de caixa.
      *   15/10/2026 - Tabela de parametros antigos com o prazo maximo
      *                da cotacao de quitacao (COTAPRAZ).
      *   15/10/2026 - Tabela de parametros antigos com os limiares do
      *                relatorio de operacoes atipicas (ATIP*).
      *   15/10/2026 - Tabela de parametros antigos com as faixas de
      *                CEP da tarifa postal da grafica (GRAF*).
      *   15/10/2026 - Catalogo com o parametro de atraso do arquivo de
      *                entrada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLPARM-FILE ASSIGN TO "POLPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PP-CHAVE
               FILE STATUS WS-FS-POLPARM.
           SELECT POLHIST-FILE ASSIGN TO "POLHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-POLHIST.
           SELECT JURIPRM-FILE ASSIGN TO "JURIPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT NEGAPRM-FILE ASSIGN TO "NEGAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT BAIXAPRM-FILE ASSIGN TO "BAIXAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT BOLPRM-FILE ASSIGN TO "BOLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT MSGPRM-FILE ASSIGN TO "MSGPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT MULTAPRM-FILE ASSIGN TO "MULTAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT TOLERPRM-FILE ASSIGN TO "TOLERPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT ALCADA-FILE ASSIGN TO "ALCADA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT ARQPRM-FILE ASSIGN TO "ARQPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT PRESCPRM-FILE ASSIGN TO "PRESCPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
           SELECT PROTPRM-FILE ASSIGN TO "PROTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ANTIGO.
       DATA DIVISION.
       FILE SECTION.
       FD  POLPARM-FILE.
           COPY POLPARM.
       FD  POLHIST-FILE.
           COPY POLHIST.
       FD  JURIPRM-FILE.
           COPY JURIPRM.
       FD  NEGAPRM-FILE.
           COPY NEGAPRM.
       FD  BAIXAPRM-FILE.
           COPY BAIXAPRM.
       FD  BOLPRM-FILE.
           COPY BOLPRM.
       FD  MSGPRM-FILE.
           COPY MSGPRM.
       FD  MULTAPRM-FILE.
           COPY MULTAPRM.
       FD  TOLERPRM-FILE.
           COPY TOLERPRM.
       FD  ALCADA-FILE.
           COPY ALCADA.
       FD  ARQPRM-FILE.
           COPY ARQPRM.
       FD  PRESCPRM-FILE.
           COPY PRESCPRM.
       FD  PROTPRM-FILE.
           COPY PROTPRM.
       WORKING-STORAGE SECTION.
       77 WS-FS-POLPARM            PIC X(02) VALUES '00'.
           88 WS-FS-POLPARM-OK     VALUE '00'.
       77 WS-FS-POLHIST            PIC X(02) VALUES '00'.
           88 WS-FS-POLHIST-OK     VALUE '00'.
       77 WS-FS-ANTIGO             PIC X(02) VALUES '00'.
           88 WS-FS-ANTIGO-OK      VALUE '00'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-OPERADOR-CARGA        PIC X(08) VALUES 'CARGA'.
       77 WS-CODIGO-ANTIGO         PIC X(08) VALUES SPACES.
       77 WS-VALOR-ANTIGO          PIC 9(07)V99 VALUES ZEROS.
       77 WS-IDX-ANTIGO            PIC 9(02) VALUES ZEROS.
       77 WS-JA-CADASTRADO         PIC X(01) VALUES 'N'.
           88 WS-CODIGO-CADASTRADO VALUE 'S'.
       77 WS-VALOR-CARGA           PIC 9(07)V99 VALUES ZEROS.
       77 WS-ORIGEM-CARGA          PIC X(08) VALUES SPACES.
       77 WS-VALOR-EDIT            PIC Z(6)9.99.
       77 WS-QTDE-CARREGADOS       PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-JA-CADASTRADOS   PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-FORA-FAIXA       PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-FALHAS           PIC 9(03) VALUES ZEROS.
      *    VALOR LIDO DE CADA ARQUIVO ANTIGO, NA ORDEM DO CATALOGO.
       01 WS-ANTIGOS-TAB.
           05 WS-ANTIGO-ENTRY OCCURS 45.
               10 WS-ANT-ACHADO    PIC X(01).
               10 WS-ANT-VALOR     PIC 9(07)V99.
       COPY POLTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O POLPARM-FILE
           IF NOT WS-FS-POLPARM-OK
               CLOSE POLPARM-FILE
               OPEN OUTPUT POLPARM-FILE
               CLOSE POLPARM-FILE
               OPEN I-O POLPARM-FILE
           END-IF
           IF NOT WS-FS-POLPARM-OK
               DISPLAY 'POLCARGA: ERRO AO ABRIR O POLPARM - STATUS '
                       WS-FS-POLPARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND POLHIST-FILE
           IF NOT WS-FS-POLHIST-OK
               CLOSE POLHIST-FILE
               OPEN OUTPUT POLHIST-FILE
           END-IF
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-QTDE-ITENS
               MOVE 'N' TO WS-ANT-ACHADO (TP-IDX)
               MOVE ZEROS TO WS-ANT-VALOR (TP-IDX)
           END-PERFORM
           PERFORM LE-ARQUIVOS-ANTIGOS
           PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-QTDE-ITENS
               PERFORM CARREGA-PARAMETRO
           END-PERFORM
           CLOSE POLHIST-FILE
           CLOSE POLPARM-FILE
           DISPLAY 'POLCARGA: CARREGADOS: ' WS-QTDE-CARREGADOS
                   ' JA CADASTRADOS: ' WS-QTDE-JA-CADASTRADOS
                   ' FORA DA FAIXA: ' WS-QTDE-FORA-FAIXA
                   ' FALHAS: ' WS-QTDE-FALHAS
           IF WS-QTDE-FALHAS > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-QTDE-FORA-FAIXA > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    CADA CAMPO SO VALE QUANDO O PROGRAMA DONO O ACEITARIA -
      *    NUMERICO E MAIOR QUE ZERO (A TOLERANCIA ACEITA ZERO, O
      *    PROTESTO ACEITA S/N).
       LE-ARQUIVOS-ANTIGOS.
           OPEN INPUT JURIPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ JURIPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK
                   IF JR-DIAS-LIMITE IS NUMERIC AND
                      JR-DIAS-LIMITE > 0
                       MOVE 'JURDIAS' TO WS-CODIGO-ANTIGO
                       MOVE JR-DIAS-LIMITE TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
                   IF JR-VALOR-MINIMO IS NUMERIC AND
                      JR-VALOR-MINIMO > 0
                       MOVE 'JURVALOR' TO WS-CODIGO-ANTIGO
                       MOVE JR-VALOR-MINIMO TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
               END-IF
           END-IF
           CLOSE JURIPRM-FILE
           OPEN INPUT NEGAPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ NEGAPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK
                   IF NG-DIAS-LIMITE IS NUMERIC AND
                      NG-DIAS-LIMITE > 0
                       MOVE 'NEGDIAS' TO WS-CODIGO-ANTIGO
                       MOVE NG-DIAS-LIMITE TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
                   IF NG-VALOR-MINIMO IS NUMERIC AND
                      NG-VALOR-MINIMO > 0
                       MOVE 'NEGVALOR' TO WS-CODIGO-ANTIGO
                       MOVE NG-VALOR-MINIMO TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
               END-IF
           END-IF
           CLOSE NEGAPRM-FILE
           OPEN INPUT BAIXAPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ BAIXAPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  BP-DIAS-LIMITE IS NUMERIC AND BP-DIAS-LIMITE > 0
                   MOVE 'BAIXDIAS' TO WS-CODIGO-ANTIGO
                   MOVE BP-DIAS-LIMITE TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE BAIXAPRM-FILE
           OPEN INPUT BOLPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ BOLPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  BL-DIAS-EXPIRA IS NUMERIC AND BL-DIAS-EXPIRA > 0
                   MOVE 'BOLDIAS' TO WS-CODIGO-ANTIGO
                   MOVE BL-DIAS-EXPIRA TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE BOLPRM-FILE
           OPEN INPUT MSGPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ MSGPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  MG-DIAS-ANTES IS NUMERIC AND MG-DIAS-ANTES > 0
                   MOVE 'MSGDIAS' TO WS-CODIGO-ANTIGO
                   MOVE MG-DIAS-ANTES TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE MSGPRM-FILE
           OPEN INPUT MULTAPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ MULTAPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  MP-PCT-TETO IS NUMERIC AND MP-PCT-TETO > 0
                   MOVE 'MULTTETO' TO WS-CODIGO-ANTIGO
                   MOVE MP-PCT-TETO TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE MULTAPRM-FILE
           OPEN INPUT TOLERPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ TOLERPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  TL-TOLERANCIA IS NUMERIC
                   MOVE 'TOLERVAL' TO WS-CODIGO-ANTIGO
                   MOVE TL-TOLERANCIA TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE TOLERPRM-FILE
           OPEN INPUT ALCADA-FILE
           IF WS-FS-ANTIGO-OK
               READ ALCADA-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  AL-LIMITE-VALOR IS NUMERIC AND AL-LIMITE-VALOR > 0
                   MOVE 'ALCADAVL' TO WS-CODIGO-ANTIGO
                   MOVE AL-LIMITE-VALOR TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE ALCADA-FILE
           OPEN INPUT ARQPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ ARQPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK AND
                  AQ-MESES-LIMITE IS NUMERIC AND AQ-MESES-LIMITE > 0
                   MOVE 'ARQMESES' TO WS-CODIGO-ANTIGO
                   MOVE AQ-MESES-LIMITE TO WS-VALOR-ANTIGO
                   PERFORM GUARDA-ANTIGO
               END-IF
           END-IF
           CLOSE ARQPRM-FILE
           OPEN INPUT PRESCPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ PRESCPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK
                   IF PC-ANOS-PRAZO IS NUMERIC AND PC-ANOS-PRAZO > 0
                       MOVE 'PRESANOS' TO WS-CODIGO-ANTIGO
                       MOVE PC-ANOS-PRAZO TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
                   IF PC-DIAS-ALERTA IS NUMERIC AND PC-DIAS-ALERTA > 0
                       MOVE 'PRESALRT' TO WS-CODIGO-ANTIGO
                       MOVE PC-DIAS-ALERTA TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
               END-IF
           END-IF
           CLOSE PRESCPRM-FILE
           OPEN INPUT PROTPRM-FILE
           IF WS-FS-ANTIGO-OK
               READ PROTPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ANTIGO-OK
                   IF PT-DIAS-LIMITE IS NUMERIC AND
                      PT-DIAS-LIMITE > 0
                       MOVE 'PROTDIAS' TO WS-CODIGO-ANTIGO
                       MOVE PT-DIAS-LIMITE TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
                   IF PT-VALOR-MINIMO IS NUMERIC AND
                      PT-VALOR-MINIMO > 0
                       MOVE 'PROTVALR' TO WS-CODIGO-ANTIGO
                       MOVE PT-VALOR-MINIMO TO WS-VALOR-ANTIGO
                       PERFORM GUARDA-ANTIGO
                   END-IF
                   IF PT-EXIGE-NEGATIVADO = 'S' OR 'N'
                       MOVE 'PROTNEGT' TO WS-CODIGO-ANTIGO
                       IF PT-EXIGE-NEGATIVADO = 'S'
                           MOVE 1 TO WS-VALOR-ANTIGO
                       ELSE
                           MOVE ZEROS TO WS-VALOR-ANTIGO
                       END-IF
                       PERFORM GUARDA-ANTIGO
                   END-IF
               END-IF
           END-IF
           CLOSE PROTPRM-FILE.

       GUARDA-ANTIGO.
           PERFORM VARYING WS-IDX-ANTIGO FROM 1 BY 1
                   UNTIL WS-IDX-ANTIGO > TP-QTDE-ITENS
               IF TP-CODIGO (WS-IDX-ANTIGO) = WS-CODIGO-ANTIGO
                   MOVE 'S' TO WS-ANT-ACHADO (WS-IDX-ANTIGO)
                   MOVE WS-VALOR-ANTIGO TO WS-ANT-VALOR (WS-IDX-ANTIGO)
               END-IF
           END-PERFORM.

       CARREGA-PARAMETRO.
           MOVE 'N' TO WS-JA-CADASTRADO
           MOVE TP-CODIGO (TP-IDX) TO PP-CODIGO
           MOVE ZEROS TO PP-VIGENCIA
           START POLPARM-FILE KEY IS >= PP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ POLPARM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP-CODIGO = TP-CODIGO (TP-IDX)
                               MOVE 'S' TO WS-JA-CADASTRADO
                           END-IF
                   END-READ
           END-START
           IF WS-CODIGO-CADASTRADO
               ADD 1 TO WS-QTDE-JA-CADASTRADOS
           ELSE
               PERFORM GRAVA-CARGA
           END-IF.

       GRAVA-CARGA.
           IF WS-ANT-ACHADO (TP-IDX) = 'S'
               MOVE WS-ANT-VALOR (TP-IDX) TO WS-VALOR-CARGA
               MOVE TP-ARQUIVO-ANTIGO (TP-IDX) TO WS-ORIGEM-CARGA
           ELSE
               MOVE TP-PADRAO (TP-IDX) TO WS-VALOR-CARGA
               MOVE 'PADRAO' TO WS-ORIGEM-CARGA
           END-IF
           MOVE TP-CODIGO (TP-IDX) TO PP-CODIGO
           MOVE ZEROS TO PP-VIGENCIA
           MOVE WS-VALOR-CARGA TO PP-VALOR
           MOVE WS-OPERADOR-CARGA TO PP-OPERADOR
           ACCEPT PP-DATA-ALTERACAO FROM DATE YYYYMMDD
           ACCEPT PP-HORA-ALTERACAO FROM TIME
           WRITE POLPARM-RECORD
               INVALID KEY
                   ADD 1 TO WS-QTDE-FALHAS
                   DISPLAY 'POLCARGA: FALHA AO GRAVAR ' PP-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-CARREGADOS
                   PERFORM GRAVA-POLHIST-CARGA
                   MOVE WS-VALOR-CARGA TO WS-VALOR-EDIT
                   DISPLAY 'POLCARGA: ' PP-CODIGO ' = ' WS-VALOR-EDIT
                           ' (' WS-ORIGEM-CARGA ')'
                   IF WS-VALOR-CARGA < TP-MINIMO (TP-IDX) OR
                      WS-VALOR-CARGA > TP-MAXIMO (TP-IDX)
                       ADD 1 TO WS-QTDE-FORA-FAIXA
                       DISPLAY 'POLCARGA: AVISO - ' PP-CODIGO
                               ' FORA DA FAIXA DO CATALOGO. REVER NO '
                               'POLCAD.'
                   END-IF
           END-WRITE.

       GRAVA-POLHIST-CARGA.
           ACCEPT PH-DATA FROM DATE YYYYMMDD
           ACCEPT PH-HORA FROM TIME
           MOVE WS-OPERADOR-CARGA TO PH-OPERADOR
           MOVE TP-CODIGO (TP-IDX) TO PH-CODIGO
           MOVE ZEROS TO PH-VIGENCIA
           MOVE TP-PADRAO (TP-IDX) TO PH-VALOR-ANTES
           MOVE WS-VALOR-CARGA TO PH-VALOR-DEPOIS
           SET PH-CARGA TO TRUE
           WRITE POLHIST-RECORD.
       END PROGRAM POLCARGA.

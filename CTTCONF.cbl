      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO SEMANAL DE CONFORMIDADE DOS CONTATOS COM O
      *         DEVEDOR (CODIGO DE AUTORREGULACAO DOS CREDORES): PARA
      *         OS 7 DIAS ANTERIORES A DATA DE PROCESSAMENTO, LISTA
      *         CADA CONTATO QUE PASSOU DOS LIMITES DOS PARAMETROS DE
      *         POLITICA (ROTINA CTTLIM) - LIGACAO FORA DO HORARIO OU
      *         EM DIA NAO UTIL, CONTATO ALEM DO MAXIMO DO DIA OU DOS
      *         7 DIAS DO DEVEDOR - E RESUME AS INFRACOES POR OPERADOR
      *         E CANAL, NO ARQUIVO DE IMPRESSAO CTTC-RPT. CONTAM AS
      *         LIGACOES DO CONTATOS (MENOS NUMERO ERRADO E DESLIGADO)
      *         E OS SMS DE COBRANCA DO HISTORICO MSGHIST. O HORARIO
      *         SO E CONFERIDO NA LIGACAO MANUAL: A HORA DO DISCADOR E
      *         A DA IMPORTACAO DO RETORNO E O SMS SAI NO HORARIO DO
      *         BUREAU. TERMINA COM RETORNO 4 QUANDO HA INFRACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTTCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT MSGHIST-FILE ASSIGN TO "MSGHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-MSGHIST.
           SELECT CTTC-RPT-FILE ASSIGN TO "CTTC-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  MSGHIST-FILE.
           COPY MSGHIST.
       FD  CTTC-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK    VALUE '00'.
       77 WS-FS-MSGHIST            PIC X(02) VALUES '00'.
           88 WS-FS-MSGHIST-OK     VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
      *    SEMANA RELATADA (HOJE-7 A HOJE-1) E INICIO DA CARGA, 6 DIAS
      *    ANTES, PARA A CONTAGEM DOS 7 DIAS DO PRIMEIRO DIA.
       77 WS-DATA-INICIO           PIC 9(08) VALUES ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CARGA            PIC 9(08) VALUES ZEROS.
       77 WS-DIA-INICIO            PIC 9(08) VALUES ZEROS.
       77 WS-DIA-CONTATO           PIC 9(08) VALUES ZEROS.
       77 WS-DIA-JANELA            PIC 9(08) VALUES ZEROS.
           COPY CTTLIMP.
       77 WS-DIA-SEMANA            PIC 9(01) VALUES ZEROS.
       77 WS-NOME-DIA              PIC X(09) VALUES SPACES.
       77 WS-DIA-UTIL              PIC X(01) VALUES 'S'.
       77 WS-DATA-TESTE            PIC 9(08) VALUES ZEROS.
       77 WS-HORA-MINUTO           PIC 9(04) VALUES ZEROS.
       77 WS-ORDEM-DIA             PIC 9(04) VALUES ZEROS.
       77 WS-ORDEM-SEMANA          PIC 9(04) VALUES ZEROS.
       77 WS-INFRACAO              PIC X(05) VALUES SPACES.
       77 WS-NOME-CANAL            PIC X(09) VALUES SPACES.
       77 WS-IDX                   PIC 9(04) VALUES ZEROS.
       77 WS-IDX2                  PIC 9(04) VALUES ZEROS.
       77 WS-IDX-OPER              PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-CTT              PIC 9(04) VALUES ZEROS.
       77 WS-CTT-TRANSBORDOU       PIC X(01) VALUES 'N'.
       77 WS-QTDE-OPER             PIC 9(03) VALUES ZEROS.
       77 WS-OPER-TRANSBORDOU      PIC X(01) VALUES 'N'.
       77 WS-QTDE-NA-SEMANA        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-INFRACOES        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-HORARIO          PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-DIA              PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-SEMANA           PIC 9(05) VALUES ZEROS.
      *    DIA UTIL (S/N) DE CADA DIA DA SEMANA RELATADA.
       01 WS-UTEIS-TAB.
           05 WS-UTIL-DIA          PIC X(01) OCCURS 7.
      *    CONTATOS DA CARGA: CANAL 'L' LIGACAO DO ATENDENTE, 'D'
      *    DISCADOR (OPERADOR DIALER), 'S' SMS DE COBRANCA.
       01 WS-CONTATOS-TAB.
           05 WS-CTT-ENTRY OCCURS 5000.
               10 WS-CTT-CONTA     PIC 9(08).
               10 WS-CTT-DATA      PIC 9(08).
               10 WS-CTT-HORA      PIC 9(08).
               10 WS-CTT-OPERADOR  PIC X(08).
               10 WS-CTT-CANAL     PIC X(01).
      *    INFRACOES POR OPERADOR E CANAL.
       01 WS-OPERADORES-TAB.
           05 WS-OPER-ENTRY OCCURS 100.
               10 WS-OPER-ID       PIC X(08).
               10 WS-OPER-CANAL    PIC X(01).
               10 WS-OPER-TOTAL    PIC 9(05).
               10 WS-OPER-HORARIO  PIC 9(05).
               10 WS-OPER-DIA      PIC 9(05).
               10 WS-OPER-SEMANA   PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           COMPUTE WS-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 7
           COMPUTE WS-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INICIO)
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
           COMPUTE WS-DATA-CARGA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-INICIO - 6)
           SET LM-SO-LIMITES TO TRUE
           MOVE ZEROS TO LM-CONTA LM-HORA
           MOVE WS-DATA-FIM TO LM-DATA
           CALL 'CTTLIM' USING CTTLIM-PARAMETROS
           PERFORM CARREGA-DIAS-UTEIS
           PERFORM CARREGA-LIGACOES
           PERFORM CARREGA-MENSAGENS
           OPEN OUTPUT CTTC-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'CONFORMIDADE DOS CONTATOS DE ' WS-DATA-INICIO
                  ' A ' WS-DATA-FIM
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'LIMITES: HORARIO ' LM-HORA-INICIO ' A '
                  LM-HORA-FIM ' EM DIA UTIL, ' LM-MAX-DIA
                  ' POR DIA, ' LM-MAX-SEMANA ' EM 7 DIAS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'INFRACAO: H=FORA DO HORARIO D=ALEM DO DIA '
                  'S=ALEM DOS 7 DIAS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTA    DATA     HORA OPERADOR CANAL     INFRACAO '
                  ' NO DIA EM 7 DIAS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-CTT
               IF WS-CTT-DATA (WS-IDX) NOT < WS-DATA-INICIO
                   ADD 1 TO WS-QTDE-NA-SEMANA
                   PERFORM AVALIA-CONTATO
               END-IF
           END-PERFORM
           PERFORM GRAVA-RESUMO-OPERADORES
           PERFORM GRAVA-TOTAIS
           CLOSE CTTC-RPT-FILE
           DISPLAY 'CTTCONF: CONTATOS NA SEMANA: ' WS-QTDE-NA-SEMANA
                   ' FORA DA REGRA: ' WS-QTDE-INFRACOES
           IF WS-QTDE-INFRACOES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       CARREGA-DIAS-UTEIS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               COMPUTE WS-DATA-TESTE = FUNCTION DATE-OF-INTEGER
                   (WS-DIA-INICIO + WS-IDX - 1)
               MOVE 'N' TO WS-DIA-UTIL
               CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                     WS-DIA-UTIL OMITTED WS-DATA-TESTE
               MOVE WS-DIA-UTIL TO WS-UTIL-DIA (WS-IDX)
           END-PERFORM.

      *    NUMERO ERRADO E DESLIGADO NAO CHEGARAM AO DEVEDOR.
       CARREGA-LIGACOES.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT CONTATOS-FILE
           IF NOT WS-FS-CONTATOS-OK
               DISPLAY 'CTTCONF: HISTORICO CONTATOS INDISPONIVEL.'
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
                   IF NOT CN-NUMERO-ERRADO AND NOT CN-DESLIGADO AND
                      CN-DATA NOT < WS-DATA-CARGA AND
                      CN-DATA NOT > WS-DATA-FIM
                       PERFORM GUARDA-LIGACAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CONTATOS-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF.

       GUARDA-LIGACAO.
           IF WS-QTDE-CTT < 5000
               ADD 1 TO WS-QTDE-CTT
               MOVE CN-CONTA TO WS-CTT-CONTA (WS-QTDE-CTT)
               MOVE CN-DATA TO WS-CTT-DATA (WS-QTDE-CTT)
               MOVE CN-HORA TO WS-CTT-HORA (WS-QTDE-CTT)
               MOVE CN-OPERADOR TO WS-CTT-OPERADOR (WS-QTDE-CTT)
               IF CN-OPERADOR = 'DIALER'
                   MOVE 'D' TO WS-CTT-CANAL (WS-QTDE-CTT)
               ELSE
                   MOVE 'L' TO WS-CTT-CANAL (WS-QTDE-CTT)
               END-IF
           ELSE
               PERFORM AVISA-TABELA-CHEIA
           END-IF.

       CARREGA-MENSAGENS.
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
                   IF MH-SMS AND MH-COBRANCA AND
                      MH-DATA NOT < WS-DATA-CARGA AND
                      MH-DATA NOT > WS-DATA-FIM
                       PERFORM GUARDA-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-MSGHIST-OK OR WS-FS-MSGHIST = '10'
               CLOSE MSGHIST-FILE
           END-IF.

       GUARDA-MENSAGEM.
           IF WS-QTDE-CTT < 5000
               ADD 1 TO WS-QTDE-CTT
               MOVE MH-CONTA TO WS-CTT-CONTA (WS-QTDE-CTT)
               MOVE MH-DATA TO WS-CTT-DATA (WS-QTDE-CTT)
               MOVE MH-HORA TO WS-CTT-HORA (WS-QTDE-CTT)
               MOVE 'MENSAGEM' TO WS-CTT-OPERADOR (WS-QTDE-CTT)
               MOVE 'S' TO WS-CTT-CANAL (WS-QTDE-CTT)
           ELSE
               PERFORM AVISA-TABELA-CHEIA
           END-IF.

       AVISA-TABELA-CHEIA.
           IF WS-CTT-TRANSBORDOU = 'N'
               MOVE 'S' TO WS-CTT-TRANSBORDOU
               DISPLAY 'CTTCONF: TABELA DE CONTATOS CHEIA (5000). '
                       'RELATORIO PARCIAL.'
           END-IF.

      *    A ORDEM DO CONTATO NO DIA E NOS 7 DIAS DO DEVEDOR SEGUE
      *    DATA E HORA (EMPATE PELA ORDEM DE GRAVACAO). SO O QUE
      *    PASSA DO MAXIMO E INFRACAO; O CONTATO QUE ATINGE O MAXIMO
      *    AINDA ESTA DENTRO DA REGRA.
       AVALIA-CONTATO.
           MOVE SPACES TO WS-INFRACAO
           MOVE ZEROS TO WS-ORDEM-DIA WS-ORDEM-SEMANA
           COMPUTE WS-DIA-CONTATO =
               FUNCTION INTEGER-OF-DATE (WS-CTT-DATA (WS-IDX))
           COMPUTE WS-DIA-JANELA = WS-DIA-CONTATO - 6
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER (WS-DIA-JANELA)
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTDE-CTT
               IF WS-CTT-CONTA (WS-IDX2) = WS-CTT-CONTA (WS-IDX)
                   PERFORM COMPARA-CONTATO
               END-IF
           END-PERFORM
           IF WS-CTT-CANAL (WS-IDX) = 'L'
               MOVE WS-CTT-HORA (WS-IDX) (1:4) TO WS-HORA-MINUTO
               COMPUTE WS-IDX2 = WS-DIA-CONTATO - WS-DIA-INICIO + 1
               IF WS-UTIL-DIA (WS-IDX2) NOT = 'S' OR
                  WS-HORA-MINUTO < LM-HORA-INICIO OR
                  WS-HORA-MINUTO > LM-HORA-FIM
                   MOVE 'H' TO WS-INFRACAO (1:1)
               END-IF
           END-IF
           IF WS-ORDEM-DIA > LM-MAX-DIA
               MOVE 'D' TO WS-INFRACAO (3:1)
           END-IF
           IF WS-ORDEM-SEMANA > LM-MAX-SEMANA
               MOVE 'S' TO WS-INFRACAO (5:1)
           END-IF
           IF WS-INFRACAO NOT = SPACES
               PERFORM REGISTRA-INFRACAO
           END-IF.

      *    CONTA O CONTATO WS-IDX2 SE VEIO ANTES DO WS-IDX (OU E ELE).
       COMPARA-CONTATO.
           IF WS-CTT-DATA (WS-IDX2) < WS-CTT-DATA (WS-IDX) OR
              (WS-CTT-DATA (WS-IDX2) = WS-CTT-DATA (WS-IDX) AND
               (WS-CTT-HORA (WS-IDX2) < WS-CTT-HORA (WS-IDX) OR
                (WS-CTT-HORA (WS-IDX2) = WS-CTT-HORA (WS-IDX) AND
                 WS-IDX2 NOT > WS-IDX)))
               IF WS-CTT-DATA (WS-IDX2) NOT < WS-DATA-TESTE
                   ADD 1 TO WS-ORDEM-SEMANA
               END-IF
               IF WS-CTT-DATA (WS-IDX2) = WS-CTT-DATA (WS-IDX)
                   ADD 1 TO WS-ORDEM-DIA
               END-IF
           END-IF.

       REGISTRA-INFRACAO.
           ADD 1 TO WS-QTDE-INFRACOES
           EVALUATE WS-CTT-CANAL (WS-IDX)
               WHEN 'L'
                   MOVE 'LIGACAO' TO WS-NOME-CANAL
               WHEN 'D'
                   MOVE 'DISCADOR' TO WS-NOME-CANAL
               WHEN OTHER
                   MOVE 'SMS' TO WS-NOME-CANAL
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING WS-CTT-CONTA (WS-IDX) ' '
                  WS-CTT-DATA (WS-IDX) ' '
                  WS-CTT-HORA (WS-IDX) (1:4) ' '
                  WS-CTT-OPERADOR (WS-IDX) ' '
                  WS-NOME-CANAL ' '
                  WS-INFRACAO '     '
                  WS-ORDEM-DIA '   '
                  WS-ORDEM-SEMANA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM ACHA-OPERADOR
           IF WS-IDX-OPER > 0
               ADD 1 TO WS-OPER-TOTAL (WS-IDX-OPER)
           END-IF
           IF WS-INFRACAO (1:1) = 'H'
               ADD 1 TO WS-QTDE-HORARIO
               IF WS-IDX-OPER > 0
                   ADD 1 TO WS-OPER-HORARIO (WS-IDX-OPER)
               END-IF
           END-IF
           IF WS-INFRACAO (3:1) = 'D'
               ADD 1 TO WS-QTDE-DIA
               IF WS-IDX-OPER > 0
                   ADD 1 TO WS-OPER-DIA (WS-IDX-OPER)
               END-IF
           END-IF
           IF WS-INFRACAO (5:1) = 'S'
               ADD 1 TO WS-QTDE-SEMANA
               IF WS-IDX-OPER > 0
                   ADD 1 TO WS-OPER-SEMANA (WS-IDX-OPER)
               END-IF
           END-IF.

       ACHA-OPERADOR.
           MOVE ZEROS TO WS-IDX-OPER
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTDE-OPER
               IF WS-OPER-ID (WS-IDX2) = WS-CTT-OPERADOR (WS-IDX) AND
                  WS-OPER-CANAL (WS-IDX2) = WS-CTT-CANAL (WS-IDX)
                   MOVE WS-IDX2 TO WS-IDX-OPER
               END-IF
           END-PERFORM
           IF WS-IDX-OPER = 0
               IF WS-QTDE-OPER < 100
                   ADD 1 TO WS-QTDE-OPER
                   MOVE WS-QTDE-OPER TO WS-IDX-OPER
                   MOVE WS-CTT-OPERADOR (WS-IDX) TO
                        WS-OPER-ID (WS-IDX-OPER)
                   MOVE WS-CTT-CANAL (WS-IDX) TO
                        WS-OPER-CANAL (WS-IDX-OPER)
                   MOVE ZEROS TO WS-OPER-TOTAL (WS-IDX-OPER)
                                 WS-OPER-HORARIO (WS-IDX-OPER)
                                 WS-OPER-DIA (WS-IDX-OPER)
                                 WS-OPER-SEMANA (WS-IDX-OPER)
               ELSE
                   IF WS-OPER-TRANSBORDOU = 'N'
                       MOVE 'S' TO WS-OPER-TRANSBORDOU
                       DISPLAY 'CTTCONF: MAIS DE 100 OPERADORES/CANAIS '
                               'COM INFRACAO. RESUMO PARCIAL.'
                   END-IF
               END-IF
           END-IF.

       GRAVA-RESUMO-OPERADORES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RESUMO POR OPERADOR E CANAL'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'OPERADOR CANAL     TOTAL HORARIO   DIA 7 DIAS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPER
               EVALUATE WS-OPER-CANAL (WS-IDX-OPER)
                   WHEN 'L'
                       MOVE 'LIGACAO' TO WS-NOME-CANAL
                   WHEN 'D'
                       MOVE 'DISCADOR' TO WS-NOME-CANAL
                   WHEN OTHER
                       MOVE 'SMS' TO WS-NOME-CANAL
               END-EVALUATE
               MOVE SPACES TO RPT-LINE
               STRING WS-OPER-ID (WS-IDX-OPER) ' '
                      WS-NOME-CANAL ' '
                      WS-OPER-TOTAL (WS-IDX-OPER) '   '
                      WS-OPER-HORARIO (WS-IDX-OPER) ' '
                      WS-OPER-DIA (WS-IDX-OPER) '  '
                      WS-OPER-SEMANA (WS-IDX-OPER)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       GRAVA-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTATOS NA SEMANA: ' WS-QTDE-NA-SEMANA
                  '  FORA DA REGRA: ' WS-QTDE-INFRACOES
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FORA DO HORARIO: ' WS-QTDE-HORARIO
                  '  ALEM DO DIA: ' WS-QTDE-DIA
                  '  ALEM DOS 7 DIAS: ' WS-QTDE-SEMANA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM CTTCONF.

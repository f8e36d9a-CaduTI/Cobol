      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:RELATORIO NOTURNO DE OPERACOES ATIPICAS: VARRE OS
      *         LANCAMENTOS DO DIA NO PAYLOG, NO FEELOG, NO CADLOG E
      *         NO CAIXACTL ATRAS DE PADROES QUE SUGEREM FRAUDE
      *         INTERNA E PONTUA CADA OCORRENCIA PARA O OPERADOR:
      *           R1 ESTORNO DO PROPRIO PAGAMENTO;
      *           R2 PAGAMENTO ESTORNADO NOS DIAS SEGUINTES;
      *           R3 DESCONTOS NO TETO CONCENTRADOS NO OPERADOR;
      *           R4 LANCAMENTO FORA DO EXPEDIENTE OU DEPOIS DO
      *              FECHAMENTO DO CAIXA DO OPERADOR;
      *           R5 PAGAMENTOS REPETIDOS NA MESMA CONTA LOGO ABAIXO
      *              DA ALCADA;
      *           R6 ENDERECO ALTERADO POUCO ANTES DE UM REEMBOLSO;
      *           R7 MULTAS DEVOLVIDAS POR PAGAMENTO RETROATIVO.
      *         OS LIMIARES DAS REGRAS FICAM NA TABELA DE POLITICAS
      *         (POLPARM, CODIGOS ATIP*); OS PESOS, NA TABELA DE
      *         REGRAS DESTE PROGRAMA. OPERADORES AUTOMATICOS (BANCO,
      *         CARTORIO, ACORDOS ETC.) NAO SAO PONTUADOS. O ARQUIVO
      *         DE IMPRESSAO ATIP-RPT LISTA AS OCORRENCIAS E O QUADRO
      *         POR OPERADOR PARA O SUPERVISOR E A AUDITORIA INTERNA;
      *         RC 4 QUANDO ALGUM OPERADOR ATINGE A PONTUACAO DE
      *         EXCECAO.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Operador de canal 'PIX' (liquidacao do PSP)
      *                entra na lista de operadores automaticos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIPICOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT FEELOG-FILE ASSIGN TO "FEELOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-FEELOG.
           SELECT CADLOG-FILE ASSIGN TO "CADLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CADLOG.
           SELECT CAIXACTL-FILE ASSIGN TO "CAIXACTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CAIXACTL.
           SELECT CAMPANHA-FILE ASSIGN TO "CAMPANHA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FE-CODIGO
               FILE STATUS WS-FS-CAMPANHA.
           SELECT ALCADA-FILE ASSIGN TO "ALCADA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ALCADA.
           SELECT ATIP-RPT-FILE ASSIGN TO "ATIP-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  FEELOG-FILE.
           COPY FEELOG.
       FD  CADLOG-FILE.
           COPY CADLOG.
       FD  CAIXACTL-FILE.
           COPY CAIXACTL.
       FD  CAMPANHA-FILE.
           COPY CAMPANHA.
       FD  ALCADA-FILE.
           COPY ALCADA.
       FD  ATIP-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-FEELOG             PIC X(02) VALUES '00'.
           88 WS-FS-FEELOG-OK      VALUE '00'.
       77 WS-FS-CADLOG             PIC X(02) VALUES '00'.
           88 WS-FS-CADLOG-OK      VALUE '00'.
       77 WS-FS-CAIXACTL           PIC X(02) VALUES '00'.
           88 WS-FS-CAIXACTL-OK    VALUE '00'.
       77 WS-FS-CAMPANHA           PIC X(02) VALUES '00'.
           88 WS-FS-CAMPANHA-OK    VALUE '00'.
       77 WS-FS-ALCADA             PIC X(02) VALUES '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-CAMPANHA-ABERTA       PIC X(01) VALUES 'N'.
           88 WS-TEM-CAMPANHAS     VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-DIAS-DIFERENCA        PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
      *    LIMIARES DAS REGRAS (POLPARM); OS VALORES ABAIXO VALEM
      *    QUANDO O CODIGO NAO ESTA CADASTRADO.
       77 WS-DIAS-ESTORNO          PIC 9(03) VALUES 1.
       77 WS-PCT-TETO              PIC 9(03) VALUES 90.
       77 WS-QTDE-TETO-MIN         PIC 9(03) VALUES 3.
       77 WS-HORA-INICIO           PIC 9(04) VALUES 0800.
       77 WS-HORA-FIM              PIC 9(04) VALUES 2000.
       77 WS-PCT-ALCADA            PIC 9(03) VALUES 90.
       77 WS-QTDE-ALCADA-MIN       PIC 9(03) VALUES 2.
       77 WS-DIAS-ENDERECO         PIC 9(03) VALUES 30.
       77 WS-PONTOS-EXCECAO        PIC 9(05) VALUES 10.
       77 WS-LIMITE-ALCADA         PIC 9(07)V99 VALUES 500.00.
       77 WS-PISO-ALCADA           PIC 9(07)V99 VALUES ZEROS.
      *    OCORRENCIA A REGISTRAR (REGISTRA-OCORRENCIA).
       77 WS-REGRA-ATUAL           PIC 9(01) VALUES ZEROS.
       77 WS-CONTA-OCORR           PIC 9(08) VALUES ZEROS.
       77 WS-VALOR-OCORR           PIC S9(9)V99 VALUES ZEROS.
       77 WS-OBS-OCORR             PIC X(40) VALUES SPACES.
       77 WS-VALOR-EDIT            PIC -Z(7)9.99.
       77 WS-QTDE-EDIT             PIC ZZ9.
       77 WS-QTDE-OCORRENCIAS      PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-EXCECOES         PIC 9(03) VALUES ZEROS.
       77 WS-HORA-HHMM             PIC 9(04) VALUES ZEROS.
      *    OPERADORES AUTOMATICOS: LANCAMENTOS DOS BATCHES E DAS
      *    INTERFACES, QUE NAO SAO PONTUADOS.
       77 WS-OPER-HUMANO           PIC X(01) VALUES 'N'.
           88 WS-E-HUMANO          VALUE 'S'.
       01 WS-ROBOS-VALORES.
           05 FILLER               PIC X(08) VALUES 'BANCO'.
           05 FILLER               PIC X(08) VALUES 'CARTORIO'.
           05 FILLER               PIC X(08) VALUES 'ACORDOS'.
           05 FILLER               PIC X(08) VALUES 'ADQUIREN'.
           05 FILLER               PIC X(08) VALUES 'CARGALOT'.
           05 FILLER               PIC X(08) VALUES 'ENRIQUEC'.
           05 FILLER               PIC X(08) VALUES 'CARGA'.
           05 FILLER               PIC X(08) VALUES 'DIALER'.
           05 FILLER               PIC X(08) VALUES 'PIX'.
       01 WS-ROBOS-TAB REDEFINES WS-ROBOS-VALORES.
           05 WS-ROBO-ID           PIC X(08) OCCURS 9.
       77 WS-IDX-ROBO              PIC 9(02) VALUES ZEROS.
      *    REGRAS: PESO DE CADA OCORRENCIA E TITULO NO RELATORIO.
       01 WS-REGRAS-VALORES.
           05 FILLER               PIC 9(02) VALUES 05.
           05 FILLER               PIC X(30)
               VALUES 'ESTORNO DO PROPRIO PAGAMENTO'.
           05 FILLER               PIC 9(02) VALUES 03.
           05 FILLER               PIC X(30)
               VALUES 'PAGAMENTO ESTORNADO DEPOIS'.
           05 FILLER               PIC 9(02) VALUES 04.
           05 FILLER               PIC X(30)
               VALUES 'DESCONTOS NO TETO'.
           05 FILLER               PIC 9(02) VALUES 02.
           05 FILLER               PIC X(30)
               VALUES 'LANCAMENTO FORA DO EXPEDIENTE'.
           05 FILLER               PIC 9(02) VALUES 04.
           05 FILLER               PIC X(30)
               VALUES 'PAGAMENTOS ABAIXO DA ALCADA'.
           05 FILLER               PIC 9(02) VALUES 05.
           05 FILLER               PIC X(30)
               VALUES 'ENDERECO ANTES DE REEMBOLSO'.
           05 FILLER               PIC 9(02) VALUES 03.
           05 FILLER               PIC X(30)
               VALUES 'MULTA DEVOLVIDA RETROATIVO'.
       01 WS-REGRAS-TAB REDEFINES WS-REGRAS-VALORES.
           05 WS-REGRA-ENTRY OCCURS 7.
               10 WS-RG-PESO        PIC 9(02).
               10 WS-RG-TITULO      PIC X(30).
       77 WS-IDX-REGRA             PIC 9(01) VALUES ZEROS.
      *    QUADRO POR OPERADOR: FECHAMENTO DO CAIXA NO DIA, DESCONTOS
      *    NO TETO E OCORRENCIAS/PONTOS POR REGRA.
       77 WS-IDX-OPER              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-OPERS            PIC 9(03) VALUES ZEROS.
       77 WS-OPER-PROCURADO        PIC X(08) VALUES SPACES.
       77 WS-OPERS-FORA            PIC X(01) VALUES 'N'.
           88 WS-HOUVE-OPERS-FORA  VALUE 'S'.
       01 WS-OPERS-TAB.
           05 WS-OPER-ENTRY OCCURS 200.
               10 WS-OP-ID          PIC X(08).
               10 WS-OP-FECHAMENTO  PIC 9(08).
               10 WS-OP-QTDE-TETO   PIC 9(03).
               10 WS-OP-VALOR-TETO  PIC S9(9)V99.
               10 WS-OP-PONTOS      PIC 9(05).
               10 WS-OP-QTDE-REGRA  PIC 9(03) OCCURS 7.
      *    ESTORNOS DO DIA (R1/R2), AMARRADOS AO LANCAMENTO ORIGINAL
      *    NA SEGUNDA LEITURA DO PAYLOG.
       77 WS-IDX-EST               PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-EST              PIC 9(03) VALUES ZEROS.
       77 WS-ESTORNOS-FORA         PIC X(01) VALUES 'N'.
           88 WS-HOUVE-ESTORNOS-FORA VALUE 'S'.
       01 WS-ESTORNOS-TAB.
           05 WS-EST-ENTRY OCCURS 300.
               10 WS-EST-CONTA      PIC 9(08).
               10 WS-EST-REF-DATA   PIC 9(08).
               10 WS-EST-REF-HORA   PIC 9(08).
               10 WS-EST-OPERADOR   PIC X(08).
               10 WS-EST-VALOR      PIC S9(5)V99.
               10 WS-EST-AMARRADO   PIC X(01).
      *    DESCONTO ('DS') AGUARDANDO O PAGAMENTO QUE O SEGUE, DE ONDE
      *    VEM O ATRASO QUE DEFINE O TETO DA FAIXA.
       77 WS-DSP-PENDENTE          PIC X(01) VALUES 'N'.
           88 WS-HA-DESCONTO-PENDENTE VALUE 'S'.
       77 WS-DSP-CONTA             PIC 9(08) VALUES ZEROS.
       77 WS-DSP-VALOR             PIC S9(5)V99 VALUES ZEROS.
       77 WS-DSP-SALDO             PIC S9(7)V99 VALUES ZEROS.
       77 WS-DSP-OPERADOR          PIC X(08) VALUES SPACES.
       77 WS-DSP-CAMPANHA          PIC X(06) VALUES SPACES.
       77 WS-DSP-DIAS              PIC 9(05) VALUES ZEROS.
       77 WS-DSP-DIAS-CONHECIDO    PIC X(01) VALUES 'N'.
       77 WS-PCT-CONCEDIDO         PIC 9(03)V99 VALUES ZEROS.
       77 WS-PCT-MAXIMO            PIC 9(03) VALUES ZEROS.
       77 WS-BASE-DESCONTO         PIC S9(7)V99 VALUES ZEROS.
      *    PAGAMENTOS DO DIA NA FAIXA LOGO ABAIXO DA ALCADA (R5), POR
      *    CONTA E OPERADOR.
       77 WS-IDX-ALC               PIC 9(03) VALUES ZEROS.
       77 WS-IDX-ALC-ACHADO        PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-ALC              PIC 9(03) VALUES ZEROS.
       01 WS-ALCADA-TAB.
           05 WS-ALC-ENTRY OCCURS 300.
               10 WS-ALC-CONTA      PIC 9(08).
               10 WS-ALC-OPERADOR   PIC X(08).
               10 WS-ALC-QTDE       PIC 9(03).
               10 WS-ALC-VALOR      PIC S9(9)V99.
      *    REEMBOLSOS ('RE') DO DIA (R6) E O ULTIMO OPERADOR JA
      *    APONTADO POR ALTERAR O ENDERECO DA CONTA.
       77 WS-IDX-REE               PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-REE              PIC 9(03) VALUES ZEROS.
       01 WS-REEMBOLSOS-TAB.
           05 WS-REE-ENTRY OCCURS 200.
               10 WS-REE-CONTA      PIC 9(08).
               10 WS-REE-VALOR      PIC S9(5)V99.
               10 WS-REE-APONTADO   PIC X(08).
      *    MULTAS DEVOLVIDAS ('EM') NO DIA (R7) E O PAGAMENTO
      *    RETROATIVO MAIS RECENTE DA MESMA DIVIDA, QUE AS MOTIVOU.
       77 WS-IDX-DEV               PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-DEV              PIC 9(03) VALUES ZEROS.
       01 WS-DEVOLUCOES-TAB.
           05 WS-DEV-ENTRY OCCURS 200.
               10 WS-DEV-CONTA      PIC 9(08).
               10 WS-DEV-SEQ        PIC 9(02).
               10 WS-DEV-VALOR      PIC S9(7)V99.
               10 WS-DEV-OPERADOR   PIC X(08).
               10 WS-DEV-DATA       PIC 9(08).
               10 WS-DEV-HORA       PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'ATIPICOS: PAYLOG NAO ENCONTRADO. NADA A '
                       'RELATAR.'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAYLOG-FILE
           PERFORM LE-PARAMETROS
           PERFORM LE-LIMITE-ALCADA
           OPEN OUTPUT ATIP-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'OPERACOES ATIPICAS EM ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RG CONTA    OPERADOR        VALOR OCORRENCIA'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM CARREGA-FECHAMENTOS
           OPEN INPUT CAMPANHA-FILE
           IF WS-FS-CAMPANHA-OK
               MOVE 'S' TO WS-CAMPANHA-ABERTA
           END-IF
           PERFORM VARRE-LANCAMENTOS-DIA
           IF WS-TEM-CAMPANHAS
               CLOSE CAMPANHA-FILE
           END-IF
           PERFORM CARREGA-DEVOLUCOES-MULTA
           IF WS-QTDE-EST > 0 OR WS-QTDE-DEV > 0
               PERFORM AMARRA-LANCAMENTOS-ORIGINAIS
           END-IF
           PERFORM APURA-ESTORNOS
           PERFORM APURA-DESCONTOS-TETO
           PERFORM APURA-PAGAMENTOS-ALCADA
           PERFORM APURA-DEVOLUCOES-MULTA
           IF WS-QTDE-REE > 0
               PERFORM VARRE-ALTERACOES-ENDERECO
           END-IF
           PERFORM GRAVA-QUADRO-OPERADORES
           CLOSE ATIP-RPT-FILE
           DISPLAY 'ATIPICOS: OCORRENCIAS: ' WS-QTDE-OCORRENCIAS
                   ' OPERADORES EM EXCECAO: ' WS-QTDE-EXCECOES
           IF WS-QTDE-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    LIMIARES DAS REGRAS NO POLPARM; O INICIO DO EXPEDIENTE
      *    PODE SER ZERO (MEIA-NOITE), OS DEMAIS SO VALEM ACIMA DE
      *    ZERO.
       LE-PARAMETROS.
           MOVE 'ATIPESTD' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-DIAS-ESTORNO
           END-IF
           MOVE 'ATIPDSPC' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-PCT-TETO
           END-IF
           MOVE 'ATIPDSQT' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-QTDE-TETO-MIN
           END-IF
           MOVE 'ATIPHRIN' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-HORA-INICIO
           END-IF
           MOVE 'ATIPHRFI' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-HORA-FIM
           END-IF
           MOVE 'ATIPALPC' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-PCT-ALCADA
           END-IF
           MOVE 'ATIPALQT' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-QTDE-ALCADA-MIN
           END-IF
           MOVE 'ATIPCDDI' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-DIAS-ENDERECO
           END-IF
           MOVE 'ATIPPONT' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-PONTOS-EXCECAO
           END-IF.

       LE-POLITICA.
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA.

      *    MESMA ALCADA DO BALCAO: ARQUIVO ALCADA, COM A POLITICA
      *    ALCADAVL PREVALECENDO QUANDO CADASTRADA.
       LE-LIMITE-ALCADA.
           OPEN INPUT ALCADA-FILE
           IF WS-FS-ALCADA = '00'
               READ ALCADA-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-ALCADA = '00' AND AL-LIMITE-VALOR NUMERIC
                  AND AL-LIMITE-VALOR > 0
                   MOVE AL-LIMITE-VALOR TO WS-LIMITE-ALCADA
               END-IF
               CLOSE ALCADA-FILE
           END-IF
           MOVE 'ALCADAVL' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-LIMITE-ALCADA
           END-IF
           COMPUTE WS-PISO-ALCADA ROUNDED =
                   WS-LIMITE-ALCADA * WS-PCT-ALCADA / 100.

      *    HORA DO ULTIMO FECHAMENTO DE CAIXA DE CADA OPERADOR NO DIA.
       CARREGA-FECHAMENTOS.
           OPEN INPUT CAIXACTL-FILE
           IF NOT WS-FS-CAIXACTL-OK
               MOVE SPACES TO RPT-LINE
               STRING 'AVISO: CAIXACTL NAO ENCONTRADO; R4 SO PELO '
                      'HORARIO DO EXPEDIENTE.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-FIM-LOG
                   READ CAIXACTL-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                   END-READ
                   IF NOT WS-FS-CAIXACTL-OK
                       MOVE 'S' TO WS-LOG-EOF
                   END-IF
                   IF NOT WS-FIM-LOG AND CX-DATA = WS-DATA-HOJE
                       MOVE CX-OPERADOR TO WS-OPER-PROCURADO
                       PERFORM LOCALIZA-OPERADOR
                       IF WS-IDX-ACHADO > 0 AND
                          CX-HORA > WS-OP-FECHAMENTO (WS-IDX-ACHADO)
                           MOVE CX-HORA TO
                                WS-OP-FECHAMENTO (WS-IDX-ACHADO)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAIXACTL-FILE
           END-IF.

      *    PRIMEIRA LEITURA DO PAYLOG: OS LANCAMENTOS DO DIA FEITOS
      *    POR OPERADOR. O 'DS' E AVALIADO NO REGISTRO SEGUINTE, QUE
      *    E O PAGAMENTO DA QUITACAO COM O ATRASO DA DIVIDA.
       VARRE-LANCAMENTOS-DIA.
           OPEN INPUT PAYLOG-FILE
           MOVE 'N' TO WS-LOG-EOF
           MOVE 'N' TO WS-DSP-PENDENTE
           PERFORM UNTIL WS-FIM-LOG
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF WS-HA-DESCONTO-PENDENTE
                   MOVE 'N' TO WS-DSP-DIAS-CONHECIDO
                   IF NOT WS-FIM-LOG AND PL-CONTA = WS-DSP-CONTA AND
                      (PL-TIPO-PAGAMENTO OR PL-TIPO-RECUPERACAO OR
                       PL-TIPO-ESPOLIO)
                       MOVE PL-DIAS-ATRASO TO WS-DSP-DIAS
                       MOVE 'S' TO WS-DSP-DIAS-CONHECIDO
                   END-IF
                   PERFORM AVALIA-DESCONTO
               END-IF
               IF NOT WS-FIM-LOG AND PL-DATA-MOVIMENTO = WS-DATA-HOJE
                   MOVE PL-OPERADOR TO WS-OPER-PROCURADO
                   PERFORM VERIFICA-OPERADOR-HUMANO
                   IF PL-TIPO-REEMBOLSO
                       PERFORM GUARDA-REEMBOLSO
                   END-IF
                   IF WS-E-HUMANO
                       PERFORM CLASSIFICA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYLOG-FILE.

       CLASSIFICA-LANCAMENTO.
           EVALUATE TRUE
               WHEN PL-TIPO-DESCONTO
                   MOVE 'S' TO WS-DSP-PENDENTE
                   MOVE PL-CONTA TO WS-DSP-CONTA
                   MOVE PL-VALOR TO WS-DSP-VALOR
                   MOVE PL-SALDO-APOS TO WS-DSP-SALDO
                   MOVE PL-OPERADOR TO WS-DSP-OPERADOR
                   MOVE PL-CAMPANHA TO WS-DSP-CAMPANHA
               WHEN PL-TIPO-ESTORNO
                   PERFORM VERIFICA-HORARIO
                   PERFORM GUARDA-ESTORNO
               WHEN PL-TIPO-PAGAMENTO
                   PERFORM VERIFICA-HORARIO
                   IF PL-SUPERVISOR = SPACES AND
                      PL-VALOR >= WS-PISO-ALCADA AND
                      PL-VALOR <= WS-LIMITE-ALCADA
                       PERFORM GUARDA-PAGAMENTO-ALCADA
                   END-IF
               WHEN OTHER
                   PERFORM VERIFICA-HORARIO
           END-EVALUATE.

      *    R4: HORA DO LANCAMENTO (HHMM) FORA DO EXPEDIENTE OU
      *    DEPOIS DO ULTIMO FECHAMENTO DE CAIXA DO OPERADOR NO DIA.
       VERIFICA-HORARIO.
           MOVE PL-HORA-MOVIMENTO (1:4) TO WS-HORA-HHMM
           MOVE SPACES TO WS-OBS-OCORR
           IF WS-HORA-HHMM < WS-HORA-INICIO OR
              WS-HORA-HHMM > WS-HORA-FIM
               STRING 'FORA DO EXPEDIENTE AS ' WS-HORA-HHMM
                      ' (' PL-TIPO ')'
                      DELIMITED BY SIZE INTO WS-OBS-OCORR
           ELSE
               PERFORM LOCALIZA-OPERADOR
               IF WS-IDX-ACHADO > 0
                   IF WS-OP-FECHAMENTO (WS-IDX-ACHADO) > 0 AND
                      PL-HORA-MOVIMENTO >
                      WS-OP-FECHAMENTO (WS-IDX-ACHADO)
                       STRING 'APOS FECHAR O CAIXA, AS '
                              WS-HORA-HHMM ' (' PL-TIPO ')'
                              DELIMITED BY SIZE INTO WS-OBS-OCORR
                   END-IF
               END-IF
           END-IF
           IF WS-OBS-OCORR NOT = SPACES
               MOVE 4 TO WS-REGRA-ATUAL
               MOVE PL-CONTA TO WS-CONTA-OCORR
               MOVE PL-VALOR TO WS-VALOR-OCORR
               PERFORM REGISTRA-OCORRENCIA
           END-IF.

       GUARDA-ESTORNO.
           IF WS-QTDE-EST < 300
               ADD 1 TO WS-QTDE-EST
               MOVE PL-CONTA TO WS-EST-CONTA (WS-QTDE-EST)
               MOVE PL-REF-DATA TO WS-EST-REF-DATA (WS-QTDE-EST)
               MOVE PL-REF-HORA TO WS-EST-REF-HORA (WS-QTDE-EST)
               MOVE PL-OPERADOR TO WS-EST-OPERADOR (WS-QTDE-EST)
               MOVE PL-VALOR TO WS-EST-VALOR (WS-QTDE-EST)
               MOVE 'N' TO WS-EST-AMARRADO (WS-QTDE-EST)
           ELSE
               MOVE 'S' TO WS-ESTORNOS-FORA
           END-IF.

       GUARDA-PAGAMENTO-ALCADA.
           MOVE ZEROS TO WS-IDX-ALC-ACHADO
           PERFORM VARYING WS-IDX-ALC FROM 1 BY 1
                   UNTIL WS-IDX-ALC > WS-QTDE-ALC
               IF WS-ALC-CONTA (WS-IDX-ALC) = PL-CONTA AND
                  WS-ALC-OPERADOR (WS-IDX-ALC) = PL-OPERADOR
                   MOVE WS-IDX-ALC TO WS-IDX-ALC-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ALC-ACHADO = 0 AND WS-QTDE-ALC < 300
               ADD 1 TO WS-QTDE-ALC
               MOVE WS-QTDE-ALC TO WS-IDX-ALC-ACHADO
               MOVE PL-CONTA TO WS-ALC-CONTA (WS-IDX-ALC-ACHADO)
               MOVE PL-OPERADOR TO WS-ALC-OPERADOR (WS-IDX-ALC-ACHADO)
               MOVE ZEROS TO WS-ALC-QTDE (WS-IDX-ALC-ACHADO)
                             WS-ALC-VALOR (WS-IDX-ALC-ACHADO)
           END-IF
           IF WS-IDX-ALC-ACHADO > 0
               ADD 1 TO WS-ALC-QTDE (WS-IDX-ALC-ACHADO)
               ADD PL-VALOR TO WS-ALC-VALOR (WS-IDX-ALC-ACHADO)
           END-IF.

      *    O REEMBOLSO SAI PELO BATCH (OPERADOR BANCO); QUEM RESPONDE
      *    E QUEM MEXEU NO ENDERECO DA CONTA ANTES DELE.
       GUARDA-REEMBOLSO.
           IF WS-QTDE-REE < 200
               ADD 1 TO WS-QTDE-REE
               MOVE PL-CONTA TO WS-REE-CONTA (WS-QTDE-REE)
               MOVE PL-VALOR TO WS-REE-VALOR (WS-QTDE-REE)
               MOVE SPACES TO WS-REE-APONTADO (WS-QTDE-REE)
           END-IF.

      *    R3: PERCENTUAL CONCEDIDO SOBRE O SALDO DA QUITACAO (O
      *    PERDOADO MAIS O NEGOCIADO) CONTRA O TETO - O DA CAMPANHA,
      *    QUANDO O DESCONTO SAIU EM CAMPANHA, OU O DA FAIXA DE
      *    ATRASO; SEM O PAGAMENTO SEGUINTE, VALE O MAIOR TETO.
       AVALIA-DESCONTO.
           MOVE 'N' TO WS-DSP-PENDENTE
           IF WS-DSP-DIAS-CONHECIDO = 'S'
               EVALUATE TRUE
                   WHEN WS-DSP-DIAS <= 30
                       MOVE 10 TO WS-PCT-MAXIMO
                   WHEN WS-DSP-DIAS <= 60
                       MOVE 20 TO WS-PCT-MAXIMO
                   WHEN WS-DSP-DIAS <= 90
                       MOVE 30 TO WS-PCT-MAXIMO
                   WHEN WS-DSP-DIAS <= 120
                       MOVE 40 TO WS-PCT-MAXIMO
                   WHEN OTHER
                       MOVE 50 TO WS-PCT-MAXIMO
               END-EVALUATE
           ELSE
               MOVE 50 TO WS-PCT-MAXIMO
           END-IF
           IF WS-DSP-CAMPANHA NOT = SPACES AND WS-TEM-CAMPANHAS
               MOVE WS-DSP-CAMPANHA TO FE-CODIGO
               READ CAMPANHA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FE-PCT-DESCONTO > WS-PCT-MAXIMO
                           MOVE FE-PCT-DESCONTO TO WS-PCT-MAXIMO
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-BASE-DESCONTO = WS-DSP-VALOR + WS-DSP-SALDO
           IF WS-BASE-DESCONTO > 0 AND WS-DSP-VALOR > 0
               COMPUTE WS-PCT-CONCEDIDO ROUNDED =
                       WS-DSP-VALOR * 100 / WS-BASE-DESCONTO
               IF WS-PCT-CONCEDIDO * 100 >=
                  WS-PCT-MAXIMO * WS-PCT-TETO
                   MOVE WS-DSP-OPERADOR TO WS-OPER-PROCURADO
                   PERFORM LOCALIZA-OPERADOR
                   IF WS-IDX-ACHADO > 0
                       ADD 1 TO WS-OP-QTDE-TETO (WS-IDX-ACHADO)
                       ADD WS-DSP-VALOR TO
                           WS-OP-VALOR-TETO (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *    R7: DEVOLUCOES DE MULTA ('EM') GRAVADAS HOJE NO FEELOG.
       CARREGA-DEVOLUCOES-MULTA.
           OPEN INPUT FEELOG-FILE
           IF NOT WS-FS-FEELOG-OK
               MOVE SPACES TO RPT-LINE
               STRING 'AVISO: FEELOG NAO ENCONTRADO; R7 NAO APURADA.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-FIM-LOG
                   READ FEELOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                   END-READ
                   IF NOT WS-FS-FEELOG-OK
                       MOVE 'S' TO WS-LOG-EOF
                   END-IF
                   IF NOT WS-FIM-LOG AND
                      FL-DATA-MOVIMENTO = WS-DATA-HOJE AND
                      FL-TIPO-ESTORNO AND WS-QTDE-DEV < 200
                       ADD 1 TO WS-QTDE-DEV
                       MOVE FL-CONTA TO WS-DEV-CONTA (WS-QTDE-DEV)
                       MOVE FL-SEQ-DIVIDA TO WS-DEV-SEQ (WS-QTDE-DEV)
                       MOVE FL-VALOR-MULTA TO
                            WS-DEV-VALOR (WS-QTDE-DEV)
                       MOVE SPACES TO WS-DEV-OPERADOR (WS-QTDE-DEV)
                       MOVE ZEROS TO WS-DEV-DATA (WS-QTDE-DEV)
                                     WS-DEV-HORA (WS-QTDE-DEV)
                   END-IF
               END-PERFORM
               CLOSE FEELOG-FILE
           END-IF.

      *    SEGUNDA LEITURA DO PAYLOG: O LANCAMENTO ORIGINAL DE CADA
      *    ESTORNO DO DIA (PELA DATA/HORA DE REFERENCIA) E O
      *    PAGAMENTO RETROATIVO MAIS RECENTE DE CADA DIVIDA COM MULTA
      *    DEVOLVIDA HOJE.
       AMARRA-LANCAMENTOS-ORIGINAIS.
           OPEN INPUT PAYLOG-FILE
           MOVE 'N' TO WS-LOG-EOF
           PERFORM UNTIL WS-FIM-LOG
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG AND
                  PL-DATA-MOVIMENTO <= WS-DATA-HOJE AND
                  NOT PL-TIPO-ESTORNO AND NOT PL-TIPO-DESCONTO
                   PERFORM AMARRA-ESTORNO
                   IF PL-DATA-EFETIVA > 0 AND
                      PL-DATA-EFETIVA < PL-DATA-MOVIMENTO
                       PERFORM AMARRA-DEVOLUCAO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYLOG-FILE.

       AMARRA-ESTORNO.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTDE-EST
               IF WS-EST-AMARRADO (WS-IDX-EST) = 'N' AND
                  WS-EST-CONTA (WS-IDX-EST) = PL-CONTA AND
                  WS-EST-REF-DATA (WS-IDX-EST) = PL-DATA-MOVIMENTO AND
                  WS-EST-REF-HORA (WS-IDX-EST) = PL-HORA-MOVIMENTO
                   MOVE 'S' TO WS-EST-AMARRADO (WS-IDX-EST)
                   PERFORM AVALIA-ESTORNO
               END-IF
           END-PERFORM.

      *    R1: QUEM ESTORNA E QUEM LANCOU O PAGAMENTO. R2: PAGAMENTO
      *    DE DIAS ANTERIORES, DENTRO DO PRAZO DO PARAMETRO; A
      *    OCORRENCIA VAI PARA QUEM LANCOU O PAGAMENTO (PARA QUEM
      *    ESTORNOU, QUANDO O PAGAMENTO VEIO DE UM BATCH).
       AVALIA-ESTORNO.
           MOVE WS-EST-CONTA (WS-IDX-EST) TO WS-CONTA-OCORR
           MOVE WS-EST-VALOR (WS-IDX-EST) TO WS-VALOR-OCORR
           IF PL-OPERADOR = WS-EST-OPERADOR (WS-IDX-EST)
               MOVE 1 TO WS-REGRA-ATUAL
               MOVE PL-OPERADOR TO WS-OPER-PROCURADO
               MOVE SPACES TO WS-OBS-OCORR
               STRING 'ESTORNOU O PROPRIO PAGTO DE '
                      PL-DATA-MOVIMENTO
                      DELIMITED BY SIZE INTO WS-OBS-OCORR
               PERFORM REGISTRA-OCORRENCIA
           END-IF
           IF PL-DATA-MOVIMENTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING PL-DATA-MOVIMENTO WS-DATA-HOJE
                                    WS-DIAS-DIFERENCA WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S' AND
                  WS-DIAS-DIFERENCA <= WS-DIAS-ESTORNO
                   MOVE 2 TO WS-REGRA-ATUAL
                   MOVE PL-OPERADOR TO WS-OPER-PROCURADO
                   PERFORM VERIFICA-OPERADOR-HUMANO
                   IF NOT WS-E-HUMANO
                       MOVE WS-EST-OPERADOR (WS-IDX-EST) TO
                            WS-OPER-PROCURADO
                   END-IF
                   MOVE SPACES TO WS-OBS-OCORR
                   STRING 'PAGTO DE ' PL-DATA-MOVIMENTO
                          ' ESTORNADO POR '
                          WS-EST-OPERADOR (WS-IDX-EST)
                          DELIMITED BY SIZE INTO WS-OBS-OCORR
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-IF.

       AMARRA-DEVOLUCAO.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-QTDE-DEV
               IF WS-DEV-CONTA (WS-IDX-DEV) = PL-CONTA AND
                  WS-DEV-SEQ (WS-IDX-DEV) = PL-SEQ-DIVIDA
                   IF PL-DATA-MOVIMENTO > WS-DEV-DATA (WS-IDX-DEV) OR
                      (PL-DATA-MOVIMENTO = WS-DEV-DATA (WS-IDX-DEV)
                       AND PL-HORA-MOVIMENTO >
                           WS-DEV-HORA (WS-IDX-DEV))
                       MOVE PL-OPERADOR TO
                            WS-DEV-OPERADOR (WS-IDX-DEV)
                       MOVE PL-DATA-MOVIMENTO TO
                            WS-DEV-DATA (WS-IDX-DEV)
                       MOVE PL-HORA-MOVIMENTO TO
                            WS-DEV-HORA (WS-IDX-DEV)
                   END-IF
               END-IF
           END-PERFORM.

      *    ESTORNO DE HOJE SEM O LANCAMENTO ORIGINAL NO PAYLOG SAI NO
      *    RELATORIO SEM PONTUAR: PRECISA SER CONFERIDO A MAO.
       APURA-ESTORNOS.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTDE-EST
               IF WS-EST-AMARRADO (WS-IDX-EST) = 'N'
                   MOVE SPACES TO RPT-LINE
                   STRING 'AVISO: ESTORNO DA CONTA '
                          WS-EST-CONTA (WS-IDX-EST)
                          ' POR ' WS-EST-OPERADOR (WS-IDX-EST)
                          ' SEM O PAGAMENTO ORIGINAL.'
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-HOUVE-ESTORNOS-FORA
               MOVE SPACES TO RPT-LINE
               STRING 'AVISO: MAIS DE 300 ESTORNOS NO DIA; OS '
                      'EXCEDENTES NAO FORAM AVALIADOS.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    R3 SO CONTA QUANDO OS DESCONTOS NO TETO DO OPERADOR NO DIA
      *    CHEGAM AO MINIMO DO PARAMETRO.
       APURA-DESCONTOS-TETO.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERS
               IF WS-OP-QTDE-TETO (WS-IDX-OPER) >= WS-QTDE-TETO-MIN
                   MOVE 3 TO WS-REGRA-ATUAL
                   MOVE WS-OP-ID (WS-IDX-OPER) TO WS-OPER-PROCURADO
                   MOVE ZEROS TO WS-CONTA-OCORR
                   MOVE WS-OP-VALOR-TETO (WS-IDX-OPER) TO
                        WS-VALOR-OCORR
                   MOVE WS-OP-QTDE-TETO (WS-IDX-OPER) TO WS-QTDE-EDIT
                   MOVE SPACES TO WS-OBS-OCORR
                   STRING WS-QTDE-EDIT ' DESCONTOS NO TETO NO DIA'
                          DELIMITED BY SIZE INTO WS-OBS-OCORR
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-PERFORM.

       APURA-PAGAMENTOS-ALCADA.
           PERFORM VARYING WS-IDX-ALC FROM 1 BY 1
                   UNTIL WS-IDX-ALC > WS-QTDE-ALC
               IF WS-ALC-QTDE (WS-IDX-ALC) >= WS-QTDE-ALCADA-MIN
                   MOVE 5 TO WS-REGRA-ATUAL
                   MOVE WS-ALC-OPERADOR (WS-IDX-ALC) TO
                        WS-OPER-PROCURADO
                   MOVE WS-ALC-CONTA (WS-IDX-ALC) TO WS-CONTA-OCORR
                   MOVE WS-ALC-VALOR (WS-IDX-ALC) TO WS-VALOR-OCORR
                   MOVE WS-ALC-QTDE (WS-IDX-ALC) TO WS-QTDE-EDIT
                   MOVE SPACES TO WS-OBS-OCORR
                   STRING WS-QTDE-EDIT ' PAGTOS LOGO ABAIXO DA ALCADA'
                          DELIMITED BY SIZE INTO WS-OBS-OCORR
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-PERFORM.

      *    DEVOLUCAO SEM PAGAMENTO RETROATIVO ACHADO (OU LANCADO POR
      *    BATCH) SAI NO RELATORIO SEM PONTUAR.
       APURA-DEVOLUCOES-MULTA.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-QTDE-DEV
               MOVE 7 TO WS-REGRA-ATUAL
               MOVE WS-DEV-OPERADOR (WS-IDX-DEV) TO WS-OPER-PROCURADO
               PERFORM VERIFICA-OPERADOR-HUMANO
               IF NOT WS-E-HUMANO
                   MOVE SPACES TO WS-OPER-PROCURADO
               END-IF
               MOVE WS-DEV-CONTA (WS-IDX-DEV) TO WS-CONTA-OCORR
               MOVE WS-DEV-VALOR (WS-IDX-DEV) TO WS-VALOR-OCORR
               MOVE SPACES TO WS-OBS-OCORR
               IF WS-DEV-DATA (WS-IDX-DEV) > 0
                   STRING 'MULTA DEVOLVIDA, PAGTO RETROATIVO DE '
                          WS-DEV-DATA (WS-IDX-DEV)
                          DELIMITED BY SIZE INTO WS-OBS-OCORR
               ELSE
                   STRING 'MULTA DEVOLVIDA SEM PAGTO RETROATIVO'
                          DELIMITED BY SIZE INTO WS-OBS-OCORR
               END-IF
               PERFORM REGISTRA-OCORRENCIA
           END-PERFORM.

      *    R6: ALTERACAO DE RUA, CIDADE, ESTADO OU CEP DE CONTA
      *    REEMBOLSADA HOJE, FEITA DENTRO DO PRAZO DO PARAMETRO; UMA
      *    OCORRENCIA POR CONTA E OPERADOR.
       VARRE-ALTERACOES-ENDERECO.
           OPEN INPUT CADLOG-FILE
           IF NOT WS-FS-CADLOG-OK
               MOVE SPACES TO RPT-LINE
               STRING 'AVISO: CADLOG NAO ENCONTRADO; R6 NAO APURADA.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-FIM-LOG
                   READ CADLOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                   END-READ
                   IF NOT WS-FS-CADLOG-OK
                       MOVE 'S' TO WS-LOG-EOF
                   END-IF
                   IF NOT WS-FIM-LOG AND CL-DATA <= WS-DATA-HOJE AND
                      (CL-CAMPO = 'RUA' OR CL-CAMPO = 'CIDADE' OR
                       CL-CAMPO = 'ESTADO' OR CL-CAMPO = 'CEP')
                       PERFORM AVALIA-ALTERACAO-ENDERECO
                   END-IF
               END-PERFORM
               CLOSE CADLOG-FILE
           END-IF.

       AVALIA-ALTERACAO-ENDERECO.
           MOVE CL-OPERADOR TO WS-OPER-PROCURADO
           PERFORM VERIFICA-OPERADOR-HUMANO
           IF WS-E-HUMANO
               CALL 'DATEDIF' USING CL-DATA WS-DATA-HOJE
                                    WS-DIAS-DIFERENCA WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS = 'S' AND
                  WS-DIAS-DIFERENCA <= WS-DIAS-ENDERECO
                   PERFORM VARYING WS-IDX-REE FROM 1 BY 1
                           UNTIL WS-IDX-REE > WS-QTDE-REE
                       IF WS-REE-CONTA (WS-IDX-REE) = CL-CONTA AND
                          WS-REE-APONTADO (WS-IDX-REE) NOT =
                          CL-OPERADOR
                           MOVE CL-OPERADOR TO
                                WS-REE-APONTADO (WS-IDX-REE)
                           MOVE 6 TO WS-REGRA-ATUAL
                           MOVE CL-CONTA TO WS-CONTA-OCORR
                           MOVE WS-REE-VALOR (WS-IDX-REE) TO
                                WS-VALOR-OCORR
                           MOVE SPACES TO WS-OBS-OCORR
                           STRING CL-CAMPO DELIMITED BY SPACE
                                  ' ALTERADO EM ' CL-DATA
                                  ', REEMBOLSO HOJE'
                                  DELIMITED BY SIZE INTO WS-OBS-OCORR
                           PERFORM REGISTRA-OCORRENCIA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    GRAVA A LINHA DA OCORRENCIA E PONTUA O OPERADOR (SEM
      *    OPERADOR IDENTIFICADO, SO A LINHA).
       REGISTRA-OCORRENCIA.
           ADD 1 TO WS-QTDE-OCORRENCIAS
           MOVE WS-VALOR-OCORR TO WS-VALOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'R' WS-REGRA-ATUAL ' ' WS-CONTA-OCORR ' '
                  WS-OPER-PROCURADO ' ' WS-VALOR-EDIT ' '
                  WS-OBS-OCORR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-OPER-PROCURADO NOT = SPACES
               PERFORM LOCALIZA-OPERADOR
               IF WS-IDX-ACHADO > 0
                   ADD 1 TO WS-OP-QTDE-REGRA (WS-IDX-ACHADO
                                              WS-REGRA-ATUAL)
                   ADD WS-RG-PESO (WS-REGRA-ATUAL) TO
                       WS-OP-PONTOS (WS-IDX-ACHADO)
               END-IF
           END-IF.

       VERIFICA-OPERADOR-HUMANO.
           MOVE 'S' TO WS-OPER-HUMANO
           IF WS-OPER-PROCURADO = SPACES
               MOVE 'N' TO WS-OPER-HUMANO
           END-IF
           PERFORM VARYING WS-IDX-ROBO FROM 1 BY 1
                   UNTIL WS-IDX-ROBO > 9
               IF WS-ROBO-ID (WS-IDX-ROBO) = WS-OPER-PROCURADO
                   MOVE 'N' TO WS-OPER-HUMANO
               END-IF
           END-PERFORM.

      *    DEVOLVE EM WS-IDX-ACHADO A LINHA DO OPERADOR NO QUADRO,
      *    INCLUINDO-O SE AINDA NAO ESTIVER; ZERO SE O QUADRO ENCHEU.
       LOCALIZA-OPERADOR.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERS
               IF WS-OP-ID (WS-IDX-OPER) = WS-OPER-PROCURADO AND
                  WS-IDX-ACHADO = 0
                   MOVE WS-IDX-OPER TO WS-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ACHADO = 0
               IF WS-QTDE-OPERS < 200
                   ADD 1 TO WS-QTDE-OPERS
                   MOVE WS-QTDE-OPERS TO WS-IDX-ACHADO
                   MOVE WS-OPER-PROCURADO TO WS-OP-ID (WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-OP-FECHAMENTO (WS-IDX-ACHADO)
                                 WS-OP-QTDE-TETO (WS-IDX-ACHADO)
                                 WS-OP-VALOR-TETO (WS-IDX-ACHADO)
                                 WS-OP-PONTOS (WS-IDX-ACHADO)
                   PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                           UNTIL WS-IDX-REGRA > 7
                       MOVE ZEROS TO WS-OP-QTDE-REGRA (WS-IDX-ACHADO
                                                       WS-IDX-REGRA)
                   END-PERFORM
               ELSE
                   MOVE 'S' TO WS-OPERS-FORA
               END-IF
           END-IF.

      *    QUADRO POR OPERADOR PONTUADO: OCORRENCIAS POR REGRA, TOTAL
      *    DE PONTOS E A MARCA DE EXCECAO, SEGUIDO DA LEGENDA.
       GRAVA-QUADRO-OPERADORES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'OPERADOR  R1  R2  R3  R4  R5  R6  R7 PONTOS'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > WS-QTDE-OPERS
               IF WS-OP-PONTOS (WS-IDX-OPER) > 0
                   PERFORM GRAVA-LINHA-OPERADOR
               END-IF
           END-PERFORM
           IF WS-HOUVE-OPERS-FORA
               MOVE SPACES TO RPT-LINE
               STRING 'AVISO: MAIS DE 200 OPERADORES; OS EXCEDENTES '
                      'FICARAM FORA DO QUADRO.'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'EXCECAO A PARTIR DE ' WS-PONTOS-EXCECAO
                  ' PONTOS. OPERADORES EM EXCECAO: '
                  WS-QTDE-EXCECOES
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > 7
               MOVE SPACES TO RPT-LINE
               STRING 'R' WS-IDX-REGRA ' = '
                      WS-RG-TITULO (WS-IDX-REGRA)
                      ' PESO ' WS-RG-PESO (WS-IDX-REGRA)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       GRAVA-LINHA-OPERADOR.
           MOVE SPACES TO RPT-LINE
           STRING WS-OP-ID (WS-IDX-OPER) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 1) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 2) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 3) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 4) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 5) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 6) ' '
                  WS-OP-QTDE-REGRA (WS-IDX-OPER 7) ' '
                  WS-OP-PONTOS (WS-IDX-OPER)
                  DELIMITED BY SIZE INTO RPT-LINE
           IF WS-OP-PONTOS (WS-IDX-OPER) >= WS-PONTOS-EXCECAO
               ADD 1 TO WS-QTDE-EXCECOES
               MOVE 'EXCECAO' TO RPT-LINE (47:7)
           END-IF
           WRITE RPT-LINE.
       END PROGRAM ATIPICOS.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:PORTAO DE VALIDACAO DOS ARQUIVOS DE ENTRADA, RODADO NO
      *         STEP ANTERIOR A CADA IMPORTACAO: RETORNO BANCARIO
      *         (BANKRET), LIQUIDACAO PIX (PIXRET), PROTOCOLO DA
      *         REMESSA (BANKACK), CARGA DE CARTEIRA (CARGAIN),
      *         RESULTADOS DO DISCADOR (DIALRET) E RETORNO DO JURIDICO
      *         (JURIRET). A INTERFACE VEM DO PARAMETRO (PARM) E O
      *         ARQUIVO DO DD ENTRADA. CONFERE O HEADER NA PRIMEIRA
      *         LINHA E O TRAILER NA ULTIMA (TIPOS '0' E '9' NO BANKRET
      *         E NO PIXRET, 'HDR' E 'TRL' DO ARQENV NOS DEMAIS), A
      *         QUANTIDADE DE REGISTROS E OS TOTAIS DE CONTROLE DO
      *         VALOR E DA CONTA CONTRA O TRAILER, A DATA DO ARQUIVO
      *         CONTRA A DATA DE PROCESSAMENTO (NAO PODE SER POSTERIOR
      *         NEM MAIS ANTIGA QUE O ATRASO ACEITO NO POLPARM, CODIGO
      *         ARQDIAS) E A DUPLICIDADE CONTRA O REGISTRO DE ARQUIVOS
      *         RECEBIDOS (ARQRECB): MESMO REMETENTE, DATA E SEQUENCIA,
      *         OU MESMOS TOTAIS, DE UM ARQUIVO JA ACEITO. TODO ARQUIVO
      *         APRESENTADO FICA NO ARQRECB, ACEITO OU RECUSADO COM O
      *         MOTIVO. O RECUSADO E COPIADO PARA A QUARENTENA
      *         (ARQQUAR), O ARQUIVO DE ENTRADA E ESVAZIADO, O ERRLOG
      *         RECEBE O ERRO E O RC 8 IMPEDE A IMPORTACAO. RC 8 TAMBEM
      *         SEM O ARQUIVO, RC 12 COM INTERFACE DESCONHECIDA OU SEM O
      *         REGISTRO DE RECEBIDOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALENTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "ENTRADA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ENTRADA.
           SELECT ARQRECB-FILE ASSIGN TO "ARQRECB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AR-CHAVE
               ALTERNATE RECORD KEY AR-IDENTIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY AR-ASSINATURA WITH DUPLICATES
               FILE STATUS WS-FS-ARQRECB.
           SELECT ARQQUAR-FILE ASSIGN TO "ARQQUAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ARQQUAR.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01 ENTRADA-LINE             PIC X(200).
       FD  ARQRECB-FILE.
           COPY ARQRECB.
       FD  ARQQUAR-FILE.
           COPY ARQQUAR.
       WORKING-STORAGE SECTION.
       77 WS-FS-ENTRADA            PIC X(02) VALUES '00'.
           88 WS-FS-ENTRADA-OK     VALUE '00'.
       77 WS-FS-ARQRECB            PIC X(02) VALUES '00'.
           88 WS-FS-ARQRECB-OK     VALUES '00' '02'.
       77 WS-FS-ARQQUAR            PIC X(02) VALUES '00'.
           88 WS-FS-ARQQUAR-OK     VALUE '00'.
       77 WS-ENTRADA-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-ENTRADA       VALUE 'S'.
       77 WS-RECB-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-RECB          VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-PARM                  PIC X(20) VALUES SPACES.
       77 WS-INTERFACE             PIC X(08) VALUES SPACES.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
      *    DIAS DE ATRASO ACEITOS ENTRE A DATA DO ARQUIVO E A DATA DE
      *    PROCESSAMENTO; O VALOR ABAIXO VALE SEM O CODIGO ARQDIAS.
       77 WS-DIAS-ATRASO           PIC 9(03) VALUES 1.
       77 WS-DIAS-DIFERENCA        PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-NOME-PROGRAMA         PIC X(12) VALUES 'VALENTRA'.
       77 WS-CONTEXTO-ERRO         PIC X(20) VALUES SPACES.
      *    INTERFACES CONHECIDAS: CODIGO, LAYOUT ('T' COM TIPO DE
      *    REGISTRO PROPRIO, 'E' COM O HEADER E O TRAILER DO ARQENV),
      *    REMETENTE QUANDO O HEADER NAO TRAZ UM, E POSICAO E TAMANHO
      *    DO VALOR (EM CENTAVOS) E DA CONTA SOMADOS NOS TOTAIS DE
      *    CONTROLE (TAMANHO ZERO QUANDO O LAYOUT NAO TEM O CAMPO; NA
      *    CARGA DE CARTEIRA A "CONTA" E O CODIGO DO CREDOR).
       01 WS-INTERFACES-VALORES.
           05 FILLER               PIC X(08) VALUES 'BANKRET'.
           05 FILLER               PIC X(01) VALUES 'T'.
           05 FILLER               PIC X(08) VALUES 'BANCO'.
           05 FILLER               PIC 9(03) VALUES 10.
           05 FILLER               PIC 9(02) VALUES 7.
           05 FILLER               PIC 9(03) VALUES 2.
           05 FILLER               PIC 9(02) VALUES 8.
           05 FILLER               PIC X(08) VALUES 'PIXRET'.
           05 FILLER               PIC X(01) VALUES 'T'.
           05 FILLER               PIC X(08) VALUES 'PSP'.
           05 FILLER               PIC 9(03) VALUES 37.
           05 FILLER               PIC 9(02) VALUES 7.
           05 FILLER               PIC 9(03) VALUES 0.
           05 FILLER               PIC 9(02) VALUES 0.
           05 FILLER               PIC X(08) VALUES 'BANKACK'.
           05 FILLER               PIC X(01) VALUES 'E'.
           05 FILLER               PIC X(08) VALUES 'BANCO'.
           05 FILLER               PIC 9(03) VALUES 0.
           05 FILLER               PIC 9(02) VALUES 0.
           05 FILLER               PIC 9(03) VALUES 1.
           05 FILLER               PIC 9(02) VALUES 8.
           05 FILLER               PIC X(08) VALUES 'CARGAIN'.
           05 FILLER               PIC X(01) VALUES 'E'.
           05 FILLER               PIC X(08) VALUES 'CREDOR'.
           05 FILLER               PIC 9(03) VALUES 164.
           05 FILLER               PIC 9(02) VALUES 9.
           05 FILLER               PIC 9(03) VALUES 1.
           05 FILLER               PIC 9(02) VALUES 3.
           05 FILLER               PIC X(08) VALUES 'DIALRET'.
           05 FILLER               PIC X(01) VALUES 'E'.
           05 FILLER               PIC X(08) VALUES 'DISCADOR'.
           05 FILLER               PIC 9(03) VALUES 0.
           05 FILLER               PIC 9(02) VALUES 0.
           05 FILLER               PIC 9(03) VALUES 1.
           05 FILLER               PIC 9(02) VALUES 8.
           05 FILLER               PIC X(08) VALUES 'JURIRET'.
           05 FILLER               PIC X(01) VALUES 'E'.
           05 FILLER               PIC X(08) VALUES 'JURIDICO'.
           05 FILLER               PIC 9(03) VALUES 0.
           05 FILLER               PIC 9(02) VALUES 0.
           05 FILLER               PIC 9(03) VALUES 1.
           05 FILLER               PIC 9(02) VALUES 8.
       01 WS-INTERFACES-TAB REDEFINES WS-INTERFACES-VALORES.
           05 WS-INTF-ENTRY OCCURS 6.
               10 WS-INTF-CODIGO   PIC X(08).
               10 WS-INTF-LAYOUT   PIC X(01).
               10 WS-INTF-REMETENTE PIC X(08).
               10 WS-INTF-POS-VALOR PIC 9(03).
               10 WS-INTF-TAM-VALOR PIC 9(02).
               10 WS-INTF-POS-CONTA PIC 9(03).
               10 WS-INTF-TAM-CONTA PIC 9(02).
       77 WS-QTDE-INTERFACES       PIC 9(02) VALUES 6.
       77 WS-IDX-INTF              PIC 9(02) VALUES ZEROS.
       77 WS-INTF-ACHADA           PIC X(01) VALUES 'N'.
           88 WS-TEM-INTERFACE     VALUE 'S'.
      *    INTERFACE DO PARAMETRO.
       77 WS-LAYOUT                PIC X(01) VALUES SPACE.
           88 WS-LAYOUT-TIPADO     VALUE 'T'.
       77 WS-POS-VALOR             PIC 9(03) VALUES ZEROS.
       77 WS-TAM-VALOR             PIC 9(02) VALUES ZEROS.
       77 WS-POS-CONTA             PIC 9(03) VALUES ZEROS.
       77 WS-TAM-CONTA             PIC 9(02) VALUES ZEROS.
      *    CONFERENCIA DO ARQUIVO. O TIPO DA LINHA E 'H' (HEADER), 'T'
      *    (TRAILER), 'D' (DETALHE) OU 'X' (TIPO DESCONHECIDO).
       77 WS-TIPO-LINHA            PIC X(01) VALUES SPACE.
       77 WS-HEADER-LIDO           PIC X(01) VALUES 'N'.
           88 WS-TEM-HEADER        VALUE 'S'.
       77 WS-TRAILER-LIDO          PIC X(01) VALUES 'N'.
           88 WS-TEM-TRAILER       VALUE 'S'.
       77 WS-MOTIVO                PIC X(40) VALUES SPACES.
       77 WS-MOTIVO-NOVO           PIC X(40) VALUES SPACES.
       77 WS-QTDE-LIDOS            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-DETALHES         PIC 9(07) VALUES ZEROS.
       77 WS-REMETENTE             PIC X(08) VALUES SPACES.
       77 WS-DATA-ARQUIVO          PIC 9(08) VALUES ZEROS.
       77 WS-SEQUENCIA             PIC 9(06) VALUES ZEROS.
       77 WS-TRL-QTDE              PIC 9(07) VALUES ZEROS.
       77 WS-TRL-VALOR             PIC 9(13)V99 VALUES ZEROS.
       77 WS-TRL-CONTAS            PIC 9(15) VALUES ZEROS.
      *    TOTAIS DE CONTROLE DOS DETALHES. COMO NO TRAILER, SO VALEM
      *    OS ULTIMOS 15 DIGITOS DE CADA SOMA.
       77 WS-SOMA-VALOR            PIC 9(16)V99 VALUES ZEROS.
       77 WS-SOMA-CONTAS           PIC 9(18) VALUES ZEROS.
       77 WS-HASH-VALOR            PIC 9(13)V99 VALUES ZEROS.
       77 WS-HASH-CONTAS           PIC 9(15) VALUES ZEROS.
      *    CAMPO DO DETALHE ALINHADO A DIREITA PARA A SOMA.
       01 WS-CAMPO.
           05 WS-CAMPO-NUM         PIC 9(15).
       77 WS-POS-DESTINO           PIC 9(02) VALUES ZEROS.
       77 WS-LINHA-EDIT            PIC Z(6)9.
      *    RECEBIMENTO EM CURSO E CONFERENCIA DE DUPLICIDADE.
       77 WS-DATA-RECEBIMENTO      PIC 9(08) VALUES ZEROS.
       77 WS-HORA-RECEBIMENTO      PIC 9(08) VALUES ZEROS.
       01 WS-IDENTIDADE.
           05 WS-ID-INTERFACE      PIC X(08).
           05 WS-ID-REMETENTE      PIC X(08).
           05 WS-ID-DATA-ARQUIVO   PIC 9(08).
           05 WS-ID-SEQUENCIA      PIC 9(06).
       01 WS-ASSINATURA.
           05 WS-ASS-INTERFACE     PIC X(08).
           05 WS-ASS-QTDE          PIC 9(07).
           05 WS-ASS-VALOR         PIC 9(13)V99.
           05 WS-ASS-CONTAS        PIC 9(15).
       77 WS-DUPLICADO             PIC X(01) VALUES 'N'.
           88 WS-E-DUPLICADO       VALUE 'S'.
       77 WS-REGISTRO-GRAVADO      PIC X(01) VALUES 'N'.
           88 WS-GRAVOU-REGISTRO   VALUE 'S'.
       77 WS-QUARENTENA-OK         PIC X(01) VALUES 'N'.
           88 WS-COPIOU-QUARENTENA VALUE 'S'.
       77 WS-QTDE-COPIADOS         PIC 9(07) VALUES ZEROS.
           COPY BANKRET.
           COPY PIXRET.
           COPY ARQENV.
           COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO WS-INTERFACE
           PERFORM LOCALIZA-INTERFACE
           IF NOT WS-TEM-INTERFACE
               DISPLAY 'VALENTRA: INTERFACE NAO RECONHECIDA NO '
                       'PARAMETRO: ' WS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENTRADA-FILE
           IF NOT WS-FS-ENTRADA-OK
               DISPLAY 'VALENTRA: ARQUIVO ' WS-INTERFACE
                       ' NAO ENCONTRADO. STATUS ' WS-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQRECB-FILE
           IF NOT WS-FS-ARQRECB-OK
               CLOSE ARQRECB-FILE
               OPEN OUTPUT ARQRECB-FILE
               CLOSE ARQRECB-FILE
               OPEN I-O ARQRECB-FILE
           END-IF
           IF NOT WS-FS-ARQRECB-OK
               DISPLAY 'VALENTRA: REGISTRO DE ARQUIVOS RECEBIDOS '
                       'ARQRECB INDISPONIVEL. STATUS ' WS-FS-ARQRECB
               CLOSE ENTRADA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LE-PARAMETROS
           ACCEPT WS-DATA-RECEBIMENTO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RECEBIMENTO FROM TIME
           PERFORM CONFERE-ARQUIVO
           CLOSE ENTRADA-FILE
           IF WS-MOTIVO = SPACES
               PERFORM CONFERE-TOTAIS
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONFERE-DATA-ARQUIVO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM CONFERE-DUPLICIDADE
           END-IF
           PERFORM REGISTRA-RECEBIMENTO
           CLOSE ARQRECB-FILE
           IF NOT WS-GRAVOU-REGISTRO
               DISPLAY 'VALENTRA: ERRO ' WS-FS-ARQRECB
                       ' NO REGISTRO DO ARQUIVO ' WS-INTERFACE
                       '. IMPORTACAO SUSPENSA.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-QTDE-DETALHES TO WS-LINHA-EDIT
           IF WS-MOTIVO = SPACES
               DISPLAY 'VALENTRA: ARQUIVO ' WS-INTERFACE ' DE '
                       WS-REMETENTE ' DATA ' WS-DATA-ARQUIVO
                       ' SEQ ' WS-SEQUENCIA ' ACEITO. REGISTROS: '
                       WS-LINHA-EDIT
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY 'VALENTRA: ARQUIVO ' WS-INTERFACE
                       ' RECUSADO: ' WS-MOTIVO
               IF WS-QTDE-LIDOS > 0
                   PERFORM SEPARA-ARQUIVO
               END-IF
               PERFORM REGISTRA-ERRO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOCALIZA-INTERFACE.
           MOVE 'N' TO WS-INTF-ACHADA
           PERFORM VARYING WS-IDX-INTF FROM 1 BY 1
                   UNTIL WS-IDX-INTF > WS-QTDE-INTERFACES
                      OR WS-TEM-INTERFACE
               IF WS-INTF-CODIGO (WS-IDX-INTF) = WS-INTERFACE
                   MOVE 'S' TO WS-INTF-ACHADA
                   MOVE WS-INTF-LAYOUT (WS-IDX-INTF) TO WS-LAYOUT
                   MOVE WS-INTF-REMETENTE (WS-IDX-INTF)
                     TO WS-REMETENTE
                   MOVE WS-INTF-POS-VALOR (WS-IDX-INTF)
                     TO WS-POS-VALOR
                   MOVE WS-INTF-TAM-VALOR (WS-IDX-INTF)
                     TO WS-TAM-VALOR
                   MOVE WS-INTF-POS-CONTA (WS-IDX-INTF)
                     TO WS-POS-CONTA
                   MOVE WS-INTF-TAM-CONTA (WS-IDX-INTF)
                     TO WS-TAM-CONTA
               END-IF
           END-PERFORM.

      *    ATRASO ACEITO NO POLPARM; ZERO SO ACEITA O ARQUIVO DO DIA.
       LE-PARAMETROS.
           MOVE 'ARQDIAS' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-ATRASO
           END-IF.

       LE-POLITICA.
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA.

      *    LE O ARQUIVO INTEIRO: A QUANTIDADE LIDA VAI PARA O REGISTRO
      *    MESMO DEPOIS DO PRIMEIRO MOTIVO DE RECUSA, QUE E O QUE FICA.
       CONFERE-ARQUIVO.
           MOVE 'N' TO WS-ENTRADA-EOF
           PERFORM UNTIL WS-FIM-ENTRADA
               READ ENTRADA-FILE
                   AT END
                       MOVE 'S' TO WS-ENTRADA-EOF
               END-READ
               IF NOT WS-FIM-ENTRADA AND NOT WS-FS-ENTRADA-OK
                   MOVE 'ERRO DE LEITURA DO ARQUIVO'
                     TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
                   MOVE 'S' TO WS-ENTRADA-EOF
               END-IF
               IF NOT WS-FIM-ENTRADA
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM CONFERE-LINHA
               END-IF
           END-PERFORM
           IF WS-QTDE-LIDOS = 0
               MOVE 'ARQUIVO VAZIO' TO WS-MOTIVO-NOVO
               PERFORM ANOTA-MOTIVO
           END-IF
           IF NOT WS-TEM-TRAILER
               MOVE 'ARQUIVO SEM TRAILER (TRANSMISSAO INCOMPLETA)'
                 TO WS-MOTIVO-NOVO
               PERFORM ANOTA-MOTIVO
           END-IF.

       CONFERE-LINHA.
           PERFORM CLASSIFICA-LINHA
           MOVE WS-QTDE-LIDOS TO WS-LINHA-EDIT
           EVALUATE TRUE
               WHEN WS-TEM-TRAILER
                   MOVE 'REGISTRO APOS O TRAILER' TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
               WHEN WS-TIPO-LINHA = 'H' AND WS-QTDE-LIDOS = 1
                   PERFORM GUARDA-HEADER
               WHEN WS-TIPO-LINHA = 'H'
                   MOVE 'HEADER FORA DA PRIMEIRA LINHA'
                     TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
               WHEN WS-QTDE-LIDOS = 1
                   MOVE 'ARQUIVO SEM HEADER' TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
                   IF WS-TIPO-LINHA = 'D'
                       PERFORM ACUMULA-DETALHE
                   END-IF
               WHEN WS-TIPO-LINHA = 'T'
                   PERFORM GUARDA-TRAILER
               WHEN WS-TIPO-LINHA = 'D'
                   PERFORM ACUMULA-DETALHE
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-NOVO
                   STRING 'TIPO DE REGISTRO INVALIDO NA LINHA '
                          WS-LINHA-EDIT
                          DELIMITED BY SIZE INTO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
           END-EVALUATE.

       CLASSIFICA-LINHA.
           IF WS-LAYOUT-TIPADO
               EVALUATE ENTRADA-LINE (1:1)
                   WHEN '0'
                       MOVE 'H' TO WS-TIPO-LINHA
                   WHEN '1'
                       MOVE 'D' TO WS-TIPO-LINHA
                   WHEN '9'
                       MOVE 'T' TO WS-TIPO-LINHA
                   WHEN OTHER
                       MOVE 'X' TO WS-TIPO-LINHA
               END-EVALUATE
           ELSE
               MOVE ENTRADA-LINE TO ARQENV-RECORD
               EVALUATE TRUE
                   WHEN EV-REG-HEADER
                       MOVE 'H' TO WS-TIPO-LINHA
                   WHEN EV-REG-TRAILER
                       MOVE 'T' TO WS-TIPO-LINHA
                   WHEN OTHER
                       MOVE 'D' TO WS-TIPO-LINHA
               END-EVALUATE
           END-IF.

      *    REMETENTE, DATA E SEQUENCIA DO HEADER. NO BANKRET O
      *    REMETENTE E SEMPRE O BANCO; NO PIXRET E O ISPB DO PSP.
       GUARDA-HEADER.
           MOVE 'S' TO WS-HEADER-LIDO
           EVALUATE TRUE
               WHEN WS-INTERFACE = 'BANKRET'
                   MOVE ENTRADA-LINE TO BANKRET-RECORD
                   MOVE BR-HDR-DATA-GERACAO TO WS-DATA-ARQUIVO
                   MOVE BR-HDR-SEQUENCIA TO WS-SEQUENCIA
               WHEN WS-INTERFACE = 'PIXRET'
                   MOVE ENTRADA-LINE TO PIXRET-RECORD
                   MOVE XR-HDR-DATA-GERACAO TO WS-DATA-ARQUIVO
                   MOVE XR-HDR-SEQUENCIA TO WS-SEQUENCIA
                   IF XR-HDR-ISPB NOT = SPACES
                       MOVE XR-HDR-ISPB TO WS-REMETENTE
                   END-IF
               WHEN OTHER
                   MOVE EV-DATA-ARQUIVO TO WS-DATA-ARQUIVO
                   MOVE EV-SEQUENCIA TO WS-SEQUENCIA
                   IF EV-REMETENTE NOT = SPACES
                       MOVE EV-REMETENTE TO WS-REMETENTE
                   END-IF
                   IF EV-INTERFACE NOT = WS-INTERFACE
                       MOVE 'HEADER DE OUTRA INTERFACE'
                         TO WS-MOTIVO-NOVO
                       PERFORM ANOTA-MOTIVO
                   END-IF
           END-EVALUATE
           IF WS-DATA-ARQUIVO IS NOT NUMERIC
              OR WS-SEQUENCIA IS NOT NUMERIC
               MOVE 'HEADER COM DATA OU SEQUENCIA INVALIDA'
                 TO WS-MOTIVO-NOVO
               PERFORM ANOTA-MOTIVO
               MOVE ZEROS TO WS-DATA-ARQUIVO WS-SEQUENCIA
           END-IF.

       GUARDA-TRAILER.
           MOVE 'S' TO WS-TRAILER-LIDO
           EVALUATE TRUE
               WHEN WS-INTERFACE = 'BANKRET'
                   MOVE ENTRADA-LINE TO BANKRET-RECORD
                   MOVE BR-TRAILER TO EV-DADOS
               WHEN WS-INTERFACE = 'PIXRET'
                   MOVE ENTRADA-LINE TO PIXRET-RECORD
                   MOVE XR-TRAILER TO EV-DADOS
           END-EVALUATE
           IF EV-QTDE-REGISTROS IS NUMERIC
              AND EV-TOTAL-VALOR IS NUMERIC
              AND EV-TOTAL-CONTAS IS NUMERIC
               MOVE EV-QTDE-REGISTROS TO WS-TRL-QTDE
               MOVE EV-TOTAL-VALOR TO WS-TRL-VALOR
               MOVE EV-TOTAL-CONTAS TO WS-TRL-CONTAS
           ELSE
               MOVE 'TRAILER COM TOTAIS NAO NUMERICOS'
                 TO WS-MOTIVO-NOVO
               PERFORM ANOTA-MOTIVO
           END-IF.

       ACUMULA-DETALHE.
           ADD 1 TO WS-QTDE-DETALHES
           IF WS-TAM-VALOR > 0
               MOVE ZEROS TO WS-CAMPO-NUM
               COMPUTE WS-POS-DESTINO = 16 - WS-TAM-VALOR
               MOVE ENTRADA-LINE (WS-POS-VALOR:WS-TAM-VALOR)
                 TO WS-CAMPO (WS-POS-DESTINO:WS-TAM-VALOR)
               IF WS-CAMPO-NUM IS NUMERIC
                   COMPUTE WS-SOMA-VALOR = WS-SOMA-VALOR
                                         + WS-CAMPO-NUM / 100
               ELSE
                   MOVE SPACES TO WS-MOTIVO-NOVO
                   STRING 'VALOR NAO NUMERICO NA LINHA '
                          WS-LINHA-EDIT
                          DELIMITED BY SIZE INTO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
               END-IF
           END-IF
           IF WS-TAM-CONTA > 0
               MOVE ZEROS TO WS-CAMPO-NUM
               COMPUTE WS-POS-DESTINO = 16 - WS-TAM-CONTA
               MOVE ENTRADA-LINE (WS-POS-CONTA:WS-TAM-CONTA)
                 TO WS-CAMPO (WS-POS-DESTINO:WS-TAM-CONTA)
               IF WS-CAMPO-NUM IS NUMERIC
                   ADD WS-CAMPO-NUM TO WS-SOMA-CONTAS
               ELSE
                   MOVE SPACES TO WS-MOTIVO-NOVO
                   STRING 'CONTA NAO NUMERICA NA LINHA '
                          WS-LINHA-EDIT
                          DELIMITED BY SIZE INTO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
               END-IF
           END-IF.

      *    FICA O PRIMEIRO MOTIVO ENCONTRADO.
       ANOTA-MOTIVO.
           IF WS-MOTIVO = SPACES
               MOVE WS-MOTIVO-NOVO TO WS-MOTIVO
           END-IF.

       CONFERE-TOTAIS.
           MOVE WS-SOMA-VALOR TO WS-HASH-VALOR
           MOVE WS-SOMA-CONTAS TO WS-HASH-CONTAS
           EVALUATE TRUE
               WHEN WS-QTDE-DETALHES NOT = WS-TRL-QTDE
                   MOVE 'QUANTIDADE DE REGISTROS DIFERE DO TRAILER'
                     TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
               WHEN WS-HASH-VALOR NOT = WS-TRL-VALOR
                   MOVE 'TOTAL DE VALOR DIFERE DO TRAILER'
                     TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
               WHEN WS-HASH-CONTAS NOT = WS-TRL-CONTAS
                   MOVE 'TOTAL DE CONTAS DIFERE DO TRAILER'
                     TO WS-MOTIVO-NOVO
                   PERFORM ANOTA-MOTIVO
           END-EVALUATE.

       CONFERE-DATA-ARQUIVO.
           IF WS-DATA-ARQUIVO > WS-DATA-HOJE
               MOVE 'DATA DO ARQUIVO POSTERIOR AO PROCESSAMENTO'
                 TO WS-MOTIVO-NOVO
               PERFORM ANOTA-MOTIVO
           ELSE
               CALL 'DATEDIF' USING WS-DATA-ARQUIVO WS-DATA-HOJE
                                    WS-DIAS-DIFERENCA WS-DATAS-VALIDAS
               EVALUATE TRUE
                   WHEN WS-DATAS-VALIDAS NOT = 'S'
                       MOVE 'DATA DO ARQUIVO INVALIDA'
                         TO WS-MOTIVO-NOVO
                       PERFORM ANOTA-MOTIVO
                   WHEN WS-DIAS-DIFERENCA > WS-DIAS-ATRASO
                       MOVE 'ARQUIVO ATRASADO (DATA ANTIGA)'
                         TO WS-MOTIVO-NOVO
                       PERFORM ANOTA-MOTIVO
               END-EVALUATE
           END-IF.

      *    DUPLICADO E O ARQUIVO QUE REPETE A IDENTIDADE DO HEADER OU
      *    OS TOTAIS DO TRAILER DE UM ARQUIVO JA ACEITO DA INTERFACE;
      *    OS RECUSADOS NAO CONTAM, POIS PODEM SER REENVIADOS.
       CONFERE-DUPLICIDADE.
           MOVE WS-INTERFACE TO WS-ID-INTERFACE WS-ASS-INTERFACE
           MOVE WS-REMETENTE TO WS-ID-REMETENTE
           MOVE WS-DATA-ARQUIVO TO WS-ID-DATA-ARQUIVO
           MOVE WS-SEQUENCIA TO WS-ID-SEQUENCIA
           MOVE WS-TRL-QTDE TO WS-ASS-QTDE
           MOVE WS-TRL-VALOR TO WS-ASS-VALOR
           MOVE WS-TRL-CONTAS TO WS-ASS-CONTAS
           MOVE 'N' TO WS-DUPLICADO
           MOVE WS-IDENTIDADE TO AR-IDENTIDADE
           READ ARQRECB-FILE KEY IS AR-IDENTIDADE
               INVALID KEY
                   MOVE 'S' TO WS-RECB-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-RECB-EOF
           END-READ
           PERFORM UNTIL WS-FIM-RECB OR WS-E-DUPLICADO
               IF AR-IDENTIDADE NOT = WS-IDENTIDADE
                   MOVE 'S' TO WS-RECB-EOF
               ELSE
                   IF AR-ACEITO
                       MOVE 'S' TO WS-DUPLICADO
                       MOVE 'ARQUIVO JA RECEBIDO (MESMA SEQUENCIA)'
                         TO WS-MOTIVO-NOVO
                       PERFORM ANOTA-MOTIVO
                   ELSE
                       READ ARQRECB-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-RECB-EOF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-E-DUPLICADO AND WS-TRL-QTDE > 0
               MOVE WS-ASSINATURA TO AR-ASSINATURA
               READ ARQRECB-FILE KEY IS AR-ASSINATURA
                   INVALID KEY
                       MOVE 'S' TO WS-RECB-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-RECB-EOF
               END-READ
               PERFORM UNTIL WS-FIM-RECB OR WS-E-DUPLICADO
                   IF AR-ASSINATURA NOT = WS-ASSINATURA
                       MOVE 'S' TO WS-RECB-EOF
                   ELSE
                       IF AR-ACEITO
                           MOVE 'S' TO WS-DUPLICADO
                           MOVE 'ARQUIVO JA RECEBIDO (MESMOS TOTAIS)'
                             TO WS-MOTIVO-NOVO
                           PERFORM ANOTA-MOTIVO
                       ELSE
                           READ ARQRECB-FILE NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-RECB-EOF
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    A HORA E EM CENTESIMOS; DOIS RECEBIMENTOS DA MESMA
      *    INTERFACE NO MESMO CENTESIMO AVANCAM A HORA DO SEGUNDO.
       REGISTRA-RECEBIMENTO.
           INITIALIZE ARQRECB-RECORD
           MOVE WS-INTERFACE TO AR-INTERFACE AR-ID-INTERFACE
                                AR-ASS-INTERFACE
           MOVE WS-DATA-RECEBIMENTO TO AR-DATA-RECEBIMENTO
           MOVE WS-HORA-RECEBIMENTO TO AR-HORA-RECEBIMENTO
           MOVE WS-REMETENTE TO AR-REMETENTE
           MOVE WS-DATA-ARQUIVO TO AR-DATA-ARQUIVO
           MOVE WS-SEQUENCIA TO AR-SEQUENCIA
           MOVE WS-TRL-QTDE TO AR-QTDE-REGISTROS
           MOVE WS-TRL-VALOR TO AR-TOTAL-VALOR
           MOVE WS-TRL-CONTAS TO AR-TOTAL-CONTAS
           MOVE WS-DATA-HOJE TO AR-DATA-PROCESSO
           MOVE WS-QTDE-LIDOS TO AR-QTDE-LIDOS
           IF WS-MOTIVO = SPACES
               SET AR-ACEITO TO TRUE
           ELSE
               SET AR-RECUSADO TO TRUE
               MOVE WS-MOTIVO TO AR-MOTIVO
           END-IF
           MOVE 'N' TO WS-REGISTRO-GRAVADO
           WRITE ARQRECB-RECORD
           PERFORM UNTIL WS-FS-ARQRECB NOT = '22'
               ADD 1 TO AR-HORA-RECEBIMENTO
               WRITE ARQRECB-RECORD
           END-PERFORM
           IF WS-FS-ARQRECB-OK
               MOVE 'S' TO WS-REGISTRO-GRAVADO
               MOVE AR-HORA-RECEBIMENTO TO WS-HORA-RECEBIMENTO
           END-IF.

      *    COPIA O ARQUIVO RECUSADO PARA A QUARENTENA, SOB A CHAVE DO
      *    RECEBIMENTO, E SO DEPOIS DA COPIA COMPLETA ESVAZIA O ARQUIVO
      *    DE ENTRADA, PARA QUE UM REPROCESSAMENTO NAO O IMPORTE.
       SEPARA-ARQUIVO.
           MOVE 'N' TO WS-QUARENTENA-OK
           MOVE ZEROS TO WS-QTDE-COPIADOS
           OPEN EXTEND ARQQUAR-FILE
           IF NOT WS-FS-ARQQUAR-OK
               CLOSE ARQQUAR-FILE
               OPEN OUTPUT ARQQUAR-FILE
           END-IF
           IF WS-FS-ARQQUAR-OK
               OPEN INPUT ENTRADA-FILE
               MOVE 'N' TO WS-ENTRADA-EOF
               PERFORM UNTIL WS-FIM-ENTRADA
                   READ ENTRADA-FILE
                       AT END
                           MOVE 'S' TO WS-ENTRADA-EOF
                   END-READ
                   IF NOT WS-FS-ENTRADA-OK
                       MOVE 'S' TO WS-ENTRADA-EOF
                   END-IF
                   IF NOT WS-FIM-ENTRADA
                       PERFORM GRAVA-QUARENTENA
                   END-IF
               END-PERFORM
               CLOSE ENTRADA-FILE
               CLOSE ARQQUAR-FILE
               IF WS-QTDE-COPIADOS = WS-QTDE-LIDOS
                   MOVE 'S' TO WS-QUARENTENA-OK
               END-IF
           END-IF
           IF WS-COPIOU-QUARENTENA
               OPEN OUTPUT ENTRADA-FILE
               CLOSE ENTRADA-FILE
               DISPLAY 'VALENTRA: ' WS-QTDE-COPIADOS
                       ' LINHAS COPIADAS PARA A QUARENTENA ARQQUAR '
                       'E ARQUIVO DE ENTRADA ESVAZIADO.'
           ELSE
               DISPLAY 'VALENTRA: QUARENTENA ARQQUAR INDISPONIVEL. '
                       'STATUS ' WS-FS-ARQQUAR
                       '. ARQUIVO DE ENTRADA MANTIDO.'
           END-IF.

       GRAVA-QUARENTENA.
           INITIALIZE ARQQUAR-RECORD
           MOVE WS-INTERFACE TO AQ-INTERFACE
           MOVE WS-DATA-RECEBIMENTO TO AQ-DATA-RECEBIMENTO
           MOVE WS-HORA-RECEBIMENTO TO AQ-HORA-RECEBIMENTO
           COMPUTE AQ-NUM-LINHA = WS-QTDE-COPIADOS + 1
           MOVE ENTRADA-LINE TO AQ-CONTEUDO
           WRITE ARQQUAR-RECORD
           IF WS-FS-ARQQUAR-OK
               ADD 1 TO WS-QTDE-COPIADOS
           END-IF.

      *    ERRO NO ERRLOG PARA APARECER NO RESUMO ERROREL DA MANHA.
       REGISTRA-ERRO.
           SET EC-ARQUIVO-RECUSADO TO TRUE
           MOVE SPACES TO WS-CONTEXTO-ERRO
           STRING WS-INTERFACE ' SEQ ' WS-SEQUENCIA
                  DELIMITED BY SIZE INTO WS-CONTEXTO-ERRO
           CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                               WS-NOME-PROGRAMA WS-CONTEXTO-ERRO.
       END PROGRAM VALENTRA.

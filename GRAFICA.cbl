      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:REMESSA NOTURNA DE CARTAS PARA A GRAFICA: ORDENA PELO
      *         CEP O ARQUIVO DE TRABALHO CARTGRAF (CARTAS DE COBRANCA
      *         E AVISOS A AVALISTAS DO CARTAS, CARTAS DE QUITACAO DO
      *         CARTQUIT, GRAVADAS PELA ROTINA GRAFCART) E GERA O
      *         ARQUIVO DA GRAFICA GRAFEXP NO LAYOUT COMBINADO COM ELA:
      *         HEADER, PARA CADA CARTA O REGISTRO DE ENDERECO COM O
      *         NUMERO DA CARTA, A FAIXA DE TARIFA POSTAL E O BLOCO DE
      *         ENDERECO, SEGUIDO DAS LINHAS DO TEXTO, E O TRAILER COM
      *         A QUANTIDADE DE CARTAS POR FAIXA. O NUMERO DA CARTA VEM
      *         DO CONTROLE GRAFSEQ E CADA CARTA FICA NO REGISTRO
      *         GRAFREG, ONDE O RETORNO DA GRAFICA (GRAFIMP) ANOTA A
      *         POSTAGEM E A DEVOLUCAO. AS FAIXAS DE CEP LOCAL E
      *         ESTADUAL SAO PARAMETROS DO POLPARM (GRAF*); CEP FORA DE
      *         FAIXA E NACIONAL E CEP INVALIDO VAI SEM TRIAGEM, NO FIM
      *         DO ARQUIVO. RC 8 SEM O ARQUIVO DE TRABALHO, RC 12 SEM O
      *         REGISTRO DE CARTAS, RC 4 QUANDO ALGUMA CARTA PASSOU DO
      *         LIMITE DE LINHAS OU NAO FOI REGISTRADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAFICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTGRAF-FILE ASSIGN TO "CARTGRAF"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CARTGRAF.
           SELECT SORT-CARTAS ASSIGN TO "SORTWK01".
           SELECT GRAFEXP-FILE ASSIGN TO "GRAFEXP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-GRAFEXP.
           SELECT GRAFREG-FILE ASSIGN TO "GRAFREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY GR-ID-CARTA
               ALTERNATE RECORD KEY GR-CONTA WITH DUPLICATES
               FILE STATUS WS-FS-GRAFREG.
           SELECT GRAFSEQ-FILE ASSIGN TO "GRAFSEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-GRAFSEQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTGRAF-FILE.
       01 CARTGRAF-LINE            PIC X(315).
       SD  SORT-CARTAS.
       01 SORT-REC.
           05 SR-CHAVE             PIC X(35).
           05 FILLER               PIC X(280).
       FD  GRAFEXP-FILE.
           COPY GRAFEXP.
       FD  GRAFREG-FILE.
           COPY GRAFREG.
       FD  GRAFSEQ-FILE.
           COPY GRAFSEQ.
       WORKING-STORAGE SECTION.
       77 WS-FS-CARTGRAF           PIC X(02) VALUES '00'.
           88 WS-FS-CARTGRAF-OK    VALUE '00'.
       77 WS-FS-GRAFEXP            PIC X(02) VALUES '00'.
           88 WS-FS-GRAFEXP-OK     VALUE '00'.
       77 WS-FS-GRAFREG            PIC X(02) VALUES '00'.
           88 WS-FS-GRAFREG-OK     VALUE '00'.
       77 WS-FS-GRAFSEQ            PIC X(02) VALUES '00'.
       77 WS-SORT-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-SORT          VALUE 'S'.
       77 WS-CARTA-ABERTA          PIC X(01) VALUES 'N'.
           88 WS-TEM-CARTA         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
      *    FAIXAS DE CEP DA TARIFA POSTAL (PREFIXO DE 5 DIGITOS); OS
      *    VALORES ABAIXO VALEM QUANDO O CODIGO NAO ESTA CADASTRADO.
       77 WS-LOCAL-INICIO          PIC 9(05) VALUES 01000.
       77 WS-LOCAL-FIM             PIC 9(05) VALUES 09999.
       77 WS-ESTADUAL-INICIO       PIC 9(05) VALUES 01000.
       77 WS-ESTADUAL-FIM          PIC 9(05) VALUES 19999.
       77 WS-CEP-PREFIXO           PIC 9(05) VALUES ZEROS.
       77 WS-FAIXA                 PIC X(01) VALUES SPACE.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
       77 WS-ID-CARTA              PIC 9(08) VALUES ZEROS.
       77 WS-IDX-LINHA             PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-CARTAS           PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REGISTROS        PIC 9(09) VALUES ZEROS.
       77 WS-QTDE-CORTADAS         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-SEM-REGISTRO     PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-AVULSAS          PIC 9(05) VALUES ZEROS.
      *    CARTA EM MONTAGEM: O REGISTRO DE ENDERECO COMO VEIO DA
      *    ORDENACAO E AS LINHAS DO TEXTO (A QUANTIDADE DE LINHAS VAI
      *    NO REGISTRO DE ENDERECO, QUE SAI ANTES DELAS).
       01 WS-CARTA-SALVA           PIC X(315) VALUES SPACES.
       77 WS-QTDE-LINHAS           PIC 9(03) VALUES ZEROS.
       77 WS-LINHAS-CORTADAS       PIC X(01) VALUES 'N'.
           88 WS-CARTA-CORTADA     VALUE 'S'.
       01 WS-LINHAS-TAB.
           05 WS-LINHA-TEXTO       PIC X(80) OCCURS 60.
       77 WS-MAX-LINHAS            PIC 9(03) VALUES 60.
      *    QUANTIDADE DE CARTAS POR FAIXA, NA ORDEM DO TRAILER.
       01 WS-FAIXAS-VALORES.
           05 FILLER               PIC X(01) VALUES 'L'.
           05 FILLER               PIC X(01) VALUES 'E'.
           05 FILLER               PIC X(01) VALUES 'N'.
           05 FILLER               PIC X(01) VALUES 'X'.
       01 WS-FAIXAS-TAB REDEFINES WS-FAIXAS-VALORES.
           05 WS-FAIXA-COD         PIC X(01) OCCURS 4.
       01 WS-QTDE-FAIXAS-TAB.
           05 WS-QTDE-FAIXA        PIC 9(07) OCCURS 4.
           COPY GRAFWRK.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CARTGRAF-FILE
           IF NOT WS-FS-CARTGRAF-OK
               DISPLAY 'GRAFICA: ARQUIVO DE TRABALHO CARTGRAF NAO '
                       'ENCONTRADO. STATUS ' WS-FS-CARTGRAF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CARTGRAF-FILE
           OPEN I-O GRAFREG-FILE
           IF NOT WS-FS-GRAFREG-OK
               CLOSE GRAFREG-FILE
               OPEN OUTPUT GRAFREG-FILE
               CLOSE GRAFREG-FILE
               OPEN I-O GRAFREG-FILE
           END-IF
           IF NOT WS-FS-GRAFREG-OK
               DISPLAY 'GRAFICA: REGISTRO DE CARTAS GRAFREG '
                       'INDISPONIVEL. STATUS ' WS-FS-GRAFREG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LE-PARAMETROS
           INITIALIZE WS-QTDE-FAIXAS-TAB
           OPEN OUTPUT GRAFEXP-FILE
           PERFORM GRAVA-HEADER
           SORT SORT-CARTAS
               ON ASCENDING KEY SR-CHAVE
               USING CARTGRAF-FILE
               OUTPUT PROCEDURE GERA-REMESSA
           PERFORM GRAVA-TRAILER
           CLOSE GRAFEXP-FILE
           CLOSE GRAFREG-FILE
           DISPLAY 'GRAFICA: CARTAS NA REMESSA: ' WS-QTDE-CARTAS
                   ' REGISTROS: ' WS-QTDE-REGISTROS
           DISPLAY 'GRAFICA: LOCAL: ' WS-QTDE-FAIXA (1)
                   ' ESTADUAL: ' WS-QTDE-FAIXA (2)
                   ' NACIONAL: ' WS-QTDE-FAIXA (3)
                   ' SEM TRIAGEM: ' WS-QTDE-FAIXA (4)
           IF WS-QTDE-AVULSAS > 0
               DISPLAY 'GRAFICA: LINHAS SEM CARTA DESPREZADAS: '
                       WS-QTDE-AVULSAS
           END-IF
           IF WS-QTDE-CORTADAS > 0 OR WS-QTDE-SEM-REGISTRO > 0
               DISPLAY 'GRAFICA: CARTAS COM TEXTO CORTADO: '
                       WS-QTDE-CORTADAS
                       ' SEM REGISTRO NO GRAFREG: '
                       WS-QTDE-SEM-REGISTRO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    FAIXAS DE CEP NO POLPARM; SO VALEM ACIMA DE ZERO.
       LE-PARAMETROS.
           MOVE 'GRAFLOCI' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-LOCAL-INICIO
           END-IF
           MOVE 'GRAFLOCF' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-LOCAL-FIM
           END-IF
           MOVE 'GRAFESTI' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-ESTADUAL-INICIO
           END-IF
           MOVE 'GRAFESTF' TO WS-CODIGO-POLITICA
           PERFORM LE-POLITICA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-ESTADUAL-FIM
           END-IF.

       LE-POLITICA.
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA.

       GRAVA-HEADER.
           INITIALIZE GRAFEXP-RECORD
           SET GX-REG-HEADER TO TRUE
           MOVE WS-DATA-HOJE TO GX-HDR-DATA-GERACAO
           MOVE 'REMESSA DE CARTAS' TO GX-HDR-LITERAL
           PERFORM GRAVA-REGISTRO-REMESSA.

       GRAVA-TRAILER.
           INITIALIZE GRAFEXP-RECORD
           SET GX-REG-TRAILER TO TRUE
           MOVE WS-QTDE-CARTAS TO GX-TRL-QTDE-CARTAS
           ADD 1 TO WS-QTDE-REGISTROS
           MOVE WS-QTDE-REGISTROS TO GX-TRL-QTDE-REGISTROS
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               MOVE WS-FAIXA-COD (WS-IDX-FAIXA) TO
                    GX-TRL-FAIXA (WS-IDX-FAIXA)
               MOVE WS-QTDE-FAIXA (WS-IDX-FAIXA) TO
                    GX-TRL-QTDE-FAIXA (WS-IDX-FAIXA)
           END-PERFORM
           WRITE GRAFEXP-RECORD.

       GRAVA-REGISTRO-REMESSA.
           WRITE GRAFEXP-RECORD
           ADD 1 TO WS-QTDE-REGISTROS.

      *    SAIDA DA ORDENACAO: CADA REGISTRO DE ENDERECO ABRE UMA
      *    CARTA E FECHA A ANTERIOR; AS LINHAS DE TEXTO DA MESMA CARTA
      *    (MESMA CHAVE ATE O SEQUENCIAL) VEM LOGO DEPOIS, EM ORDEM.
       GERA-REMESSA.
           MOVE 'N' TO WS-SORT-EOF WS-CARTA-ABERTA
           PERFORM UNTIL WS-FIM-SORT
               RETURN SORT-CARTAS
                   AT END
                       MOVE 'S' TO WS-SORT-EOF
               END-RETURN
               IF NOT WS-FIM-SORT
                   MOVE SORT-REC TO GRAFWRK-RECORD
                   EVALUATE TRUE
                       WHEN GW-REG-ENDERECO
                           IF WS-TEM-CARTA
                               PERFORM GRAVA-CARTA-REMESSA
                           END-IF
                           MOVE SORT-REC TO WS-CARTA-SALVA
                           MOVE ZEROS TO WS-QTDE-LINHAS
                           MOVE 'N' TO WS-LINHAS-CORTADAS
                           MOVE 'S' TO WS-CARTA-ABERTA
                       WHEN GW-REG-TEXTO AND WS-TEM-CARTA
                            AND SORT-REC (1:31) = WS-CARTA-SALVA (1:31)
                           PERFORM GUARDA-LINHA-CARTA
                       WHEN OTHER
                           ADD 1 TO WS-QTDE-AVULSAS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-TEM-CARTA
               PERFORM GRAVA-CARTA-REMESSA
           END-IF.

       GUARDA-LINHA-CARTA.
           IF WS-QTDE-LINHAS < WS-MAX-LINHAS
               ADD 1 TO WS-QTDE-LINHAS
               MOVE GW-TEXTO TO WS-LINHA-TEXTO (WS-QTDE-LINHAS)
           ELSE
               MOVE 'S' TO WS-LINHAS-CORTADAS
           END-IF.

       GRAVA-CARTA-REMESSA.
           MOVE WS-CARTA-SALVA TO GRAFWRK-RECORD
           PERFORM OBTEM-PROXIMA-CARTA
           PERFORM DETERMINA-FAIXA
           INITIALIZE GRAFEXP-RECORD
           SET GX-REG-ENDERECO TO TRUE
           MOVE WS-ID-CARTA TO GX-ID-CARTA
           IF WS-FAIXA = 'X'
               MOVE GW-CEP TO GX-CEP
           ELSE
               STRING GW-CEP-ORDEM (1:5) '-' GW-CEP-ORDEM (6:3)
                      DELIMITED BY SIZE INTO GX-CEP
           END-IF
           MOVE WS-FAIXA TO GX-FAIXA
           MOVE GW-TIPO-CARTA TO GX-TIPO-CARTA
           MOVE GW-LINHA-NOME TO GX-LINHA-NOME
           MOVE GW-LINHA-RUA TO GX-LINHA-RUA
           MOVE GW-LINHA-CIDADE TO GX-LINHA-CIDADE
           MOVE WS-QTDE-LINHAS TO GX-QTDE-LINHAS
           PERFORM GRAVA-REGISTRO-REMESSA
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                   UNTIL WS-IDX-LINHA > WS-QTDE-LINHAS
               INITIALIZE GRAFEXP-RECORD
               SET GX-REG-TEXTO TO TRUE
               MOVE WS-ID-CARTA TO GX-TXT-ID-CARTA
               MOVE WS-IDX-LINHA TO GX-TXT-LINHA
               MOVE WS-LINHA-TEXTO (WS-IDX-LINHA) TO GX-TXT-TEXTO
               PERFORM GRAVA-REGISTRO-REMESSA
           END-PERFORM
           ADD 1 TO WS-QTDE-CARTAS
           ADD 1 TO WS-QTDE-FAIXA (WS-IDX-FAIXA)
           IF WS-CARTA-CORTADA
               ADD 1 TO WS-QTDE-CORTADAS
               DISPLAY 'GRAFICA: CARTA ' WS-ID-CARTA ' DA CONTA '
                       GW-CONTA ' COM MAIS DE ' WS-MAX-LINHAS
                       ' LINHAS. TEXTO CORTADO.'
           END-IF
           PERFORM REGISTRA-CARTA
           MOVE 'N' TO WS-CARTA-ABERTA.

      *    MESMO NUMERADOR DAS CARTAS DE QUITACAO (QUITSEQ): LIDO,
      *    SOMADO E REGRAVADO A CADA CARTA, PARA UM REINICIO NAO
      *    REPETIR NUMERO.
       OBTEM-PROXIMA-CARTA.
           MOVE ZEROS TO WS-ID-CARTA
           OPEN INPUT GRAFSEQ-FILE
           IF WS-FS-GRAFSEQ = '00'
               READ GRAFSEQ-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-GRAFSEQ = '00'
                   MOVE GQ-ULTIMA-CARTA TO WS-ID-CARTA
               END-IF
           END-IF
           CLOSE GRAFSEQ-FILE
           ADD 1 TO WS-ID-CARTA
           MOVE WS-ID-CARTA TO GQ-ULTIMA-CARTA
           OPEN OUTPUT GRAFSEQ-FILE
           WRITE GRAFSEQ-RECORD
           CLOSE GRAFSEQ-FILE.

      *    FAIXA DA TARIFA PELO PREFIXO DO CEP: LOCAL, ESTADUAL OU
      *    NACIONAL; CEP INVALIDO (CHAVE 99999999) VAI SEM TRIAGEM.
       DETERMINA-FAIXA.
           IF GW-CEP-ORDEM = '99999999'
               MOVE 'X' TO WS-FAIXA
               MOVE 4 TO WS-IDX-FAIXA
           ELSE
               MOVE GW-CEP-ORDEM (1:5) TO WS-CEP-PREFIXO
               EVALUATE TRUE
                   WHEN WS-CEP-PREFIXO >= WS-LOCAL-INICIO
                        AND WS-CEP-PREFIXO <= WS-LOCAL-FIM
                       MOVE 'L' TO WS-FAIXA
                       MOVE 1 TO WS-IDX-FAIXA
                   WHEN WS-CEP-PREFIXO >= WS-ESTADUAL-INICIO
                        AND WS-CEP-PREFIXO <= WS-ESTADUAL-FIM
                       MOVE 'E' TO WS-FAIXA
                       MOVE 2 TO WS-IDX-FAIXA
                   WHEN OTHER
                       MOVE 'N' TO WS-FAIXA
                       MOVE 3 TO WS-IDX-FAIXA
               END-EVALUATE
           END-IF.

       REGISTRA-CARTA.
           INITIALIZE GRAFREG-RECORD
           MOVE WS-ID-CARTA TO GR-ID-CARTA
           MOVE GW-CONTA TO GR-CONTA
           MOVE GW-SEQ-DIVIDA TO GR-SEQ-DIVIDA
           MOVE GW-CREDOR TO GR-CREDOR
           MOVE GW-TIPO-CARTA TO GR-TIPO-CARTA
           MOVE GW-REFERENCIA TO GR-REFERENCIA
           MOVE GW-ENDERECO TO GR-ENDERECO
           MOVE WS-FAIXA TO GR-FAIXA
           MOVE WS-DATA-HOJE TO GR-DATA-REMESSA
           SET GR-REMETIDA TO TRUE
           WRITE GRAFREG-RECORD
               INVALID KEY
                   ADD 1 TO WS-QTDE-SEM-REGISTRO
                   DISPLAY 'GRAFICA: CARTA ' WS-ID-CARTA
                           ' JA EXISTE NO GRAFREG. CONFIRA O '
                           'NUMERADOR GRAFSEQ.'
           END-WRITE.
       END PROGRAM GRAFICA.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CONCILIACAO DAS VENDAS NO CARTAO COM O ARQUIVO DIARIO
      *         DE LIQUIDACAO DA ADQUIRENTE (ADQRET). CADA VENDA
      *         LIQUIDADA E CASADA COM A CUSTODIA DE CARTOES (CARTVEN,
      *         GRAVADA PELO BALCAO JUNTO COM O LANCAMENTO DO PAYLOG)
      *         PELA DATA, CODIGO DE AUTORIZACAO E VALOR: A VENDA
      *         FICA LIQUIDADA, COM A TAXA MDR E O LIQUIDO DEPOSITADO,
      *         E O MOVIMENTO VAI PARA O CARTLOG, DE ONDE O CONTABIL
      *         LANCA O DEPOSITO E A DESPESA DE MDR. CHARGEBACK CASADO
      *         VAI PARA O ARQUIVO CARTCBK, QUE O SetCommand (MODO
      *         CHARGEBACK) ESTORNA NO PASSO SEGUINTE; SE A VENDA JA
      *         TINHA SIDO LIQUIDADA, O DEBITO DA ADQUIRENTE TAMBEM
      *         VAI PARA O CARTLOG. SAEM NO RELATORIO DE EXCECOES
      *         (CARTEXC): MOVIMENTO DA ADQUIRENTE SEM VENDA NO
      *         BALCAO, COM VALOR DIVERGENTE OU REPETIDO, E VENDA DO
      *         BALCAO AINDA NAO LIQUIDADA DEPOIS DO PRAZO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTVEN-FILE ASSIGN TO "CARTVEN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VC-CHAVE
               FILE STATUS WS-FS-CARTVEN.
           SELECT ADQRET-FILE ASSIGN TO "ADQRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-ADQRET.
           SELECT CARTLOG-FILE ASSIGN TO "CARTLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CARTLOG.
           SELECT CARTCBK-FILE ASSIGN TO "CARTCBK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CARTCBK.
           SELECT CARTEXC-FILE ASSIGN TO "CARTEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CARTEXC.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTVEN-FILE.
           COPY CARTVEN.
       FD  ADQRET-FILE.
           COPY ADQRET.
       FD  CARTLOG-FILE.
           COPY CARTLOG.
      *    IMAGEM DO REGISTRO DE CUSTODIA DA VENDA (LAYOUT CARTVEN).
       FD  CARTCBK-FILE.
       01 CARTCBK-RECORD           PIC X(76).
       FD  CARTEXC-FILE.
       01 EXC-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-FS-CARTVEN            PIC X(02) VALUES '00'.
           88 WS-FS-VEN-OK         VALUE '00'.
       77 WS-FS-ADQRET             PIC X(02) VALUES '00'.
           88 WS-FS-ADQ-OK         VALUE '00'.
       77 WS-FS-CARTLOG            PIC X(02) VALUES '00'.
           88 WS-FS-CARTLOG-OK     VALUE '00'.
       77 WS-FS-CARTCBK            PIC X(02) VALUES '00'.
       77 WS-FS-CARTEXC            PIC X(02) VALUES '00'.
       77 WS-ADQ-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-ADQ           VALUE 'S'.
       77 WS-VEN-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-VEN           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
      *    PRAZO, EM DIAS CORRIDOS DESDE A VENDA, PARA A ADQUIRENTE
      *    LIQUIDAR A VENDA NO CREDITO PARCELADO MAIS LONGO ACEITO NO
      *    BALCAO; PASSADO O PRAZO A VENDA SAI NAS EXCECOES.
       77 WS-PRAZO-LIQUIDACAO      PIC 9(03) VALUES 35.
       77 WS-DIAS-VENDA            PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-ACHOU-VENDA           PIC X(01) VALUES 'N'.
           88 WS-VENDA-ACHADA      VALUE 'S'.
       77 WS-ACHOU-TRATADA         PIC X(01) VALUES 'N'.
           88 WS-VENDA-JA-TRATADA  VALUE 'S'.
       77 WS-ACHOU-DIVERGENTE      PIC X(01) VALUES 'N'.
           88 WS-VALOR-DIVERGENTE  VALUE 'S'.
       77 WS-CHAVE-ACHADA          PIC X(22) VALUES SPACES.
       77 WS-MOTIVO-EXCECAO        PIC X(40) VALUES SPACES.
       77 WS-VALOR-EDIT            PIC ZZZZ9.99.
       77 WS-DIAS-EDIT             PIC ZZZZ9.
       77 WS-QTDE-LIDOS            PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-LIQUIDADAS       PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-CHARGEBACKS      PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-EXCECOES         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-VENCIDAS         PIC 9(05) VALUES ZEROS.
       77 WS-TOTAL-BRUTO           PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-MDR             PIC S9(9)V99 VALUES ZEROS.
       77 WS-TOTAL-LIQUIDO         PIC S9(9)V99 VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CARTVEN-FILE
           IF NOT WS-FS-VEN-OK
               CLOSE CARTVEN-FILE
               OPEN OUTPUT CARTVEN-FILE
               CLOSE CARTVEN-FILE
               OPEN I-O CARTVEN-FILE
           END-IF
           IF NOT WS-FS-VEN-OK
               DISPLAY 'CONCCART: CUSTODIA DE CARTOES CARTVEN '
                       'INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CARTLOG-FILE
           IF NOT WS-FS-CARTLOG-OK
               CLOSE CARTLOG-FILE
               OPEN OUTPUT CARTLOG-FILE
           END-IF
           OPEN OUTPUT CARTCBK-FILE
           OPEN OUTPUT CARTEXC-FILE
           MOVE SPACES TO EXC-LINE
           STRING 'CONCILIACAO DE CARTOES - EXCECOES DE '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE
           MOVE ALL '-' TO EXC-LINE
           WRITE EXC-LINE
           OPEN INPUT ADQRET-FILE
           IF NOT WS-FS-ADQ-OK
               DISPLAY 'CONCCART: ARQUIVO DA ADQUIRENTE ADQRET '
                       'AUSENTE. SO AS VENDAS PENDENTES SERAO '
                       'CONFERIDAS.'
           ELSE
               MOVE 'N' TO WS-ADQ-EOF
               PERFORM UNTIL WS-FIM-ADQ
                   READ ADQRET-FILE
                       AT END
                           MOVE 'S' TO WS-ADQ-EOF
                       NOT AT END
                           PERFORM CONCILIA-MOVIMENTO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADQRET-FILE
           PERFORM VARRE-VENDAS-PENDENTES
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           STRING 'MOVIMENTOS LIDOS: ' WS-QTDE-LIDOS
                  '  LIQUIDADAS: ' WS-QTDE-LIQUIDADAS
                  '  CHARGEBACKS: ' WS-QTDE-CHARGEBACKS
                  '  EXCECOES: ' WS-QTDE-EXCECOES
                  DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE
           CLOSE CARTEXC-FILE
           CLOSE CARTCBK-FILE
           CLOSE CARTLOG-FILE
           CLOSE CARTVEN-FILE
           DISPLAY 'CONCCART: MOVIMENTOS LIDOS.......: ' WS-QTDE-LIDOS
           DISPLAY 'CONCCART: VENDAS LIQUIDADAS......: '
                   WS-QTDE-LIQUIDADAS
           DISPLAY 'CONCCART:   BRUTO................: ' WS-TOTAL-BRUTO
           DISPLAY 'CONCCART:   MDR..................: ' WS-TOTAL-MDR
           DISPLAY 'CONCCART:   LIQUIDO..............: '
                   WS-TOTAL-LIQUIDO
           DISPLAY 'CONCCART: CHARGEBACKS A ESTORNAR.: '
                   WS-QTDE-CHARGEBACKS
           DISPLAY 'CONCCART: VENDAS FORA DO PRAZO...: '
                   WS-QTDE-VENCIDAS
           DISPLAY 'CONCCART: EXCECOES (CARTEXC).....: '
                   WS-QTDE-EXCECOES
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       CONCILIA-MOVIMENTO.
           ADD 1 TO WS-QTDE-LIDOS
           EVALUATE TRUE
               WHEN AD-VENDA
                   PERFORM LIQUIDA-VENDA
               WHEN AD-CHARGEBACK
                   PERFORM CASA-CHARGEBACK
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO' TO
                        WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
           END-EVALUATE.

      *    PROCURA NA CUSTODIA AS VENDAS DO DIA COM O MESMO CODIGO DE
      *    AUTORIZACAO; A VENDA CASA PELO VALOR E PELA SITUACAO (SO
      *    PENDENTE LIQUIDA; PENDENTE OU LIQUIDADA RECEBE CHARGEBACK).
      *    SEM CASAMENTO, DIZ SE HAVIA A AUTORIZACAO COM OUTRO VALOR
      *    OU SE O MOVIMENTO JA TINHA SIDO TRATADO.
       LOCALIZA-VENDA.
           MOVE 'N' TO WS-ACHOU-VENDA WS-ACHOU-TRATADA
                       WS-ACHOU-DIVERGENTE WS-VEN-EOF
           MOVE SPACES TO WS-CHAVE-ACHADA
           MOVE AD-DATA-VENDA TO VC-DATA-VENDA
           MOVE AD-AUTORIZACAO TO VC-AUTORIZACAO
           MOVE ZEROS TO VC-HORA-VENDA
           START CARTVEN-FILE KEY IS >= VC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-VEN-EOF
           END-START
           PERFORM UNTIL WS-FIM-VEN
               READ CARTVEN-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VEN-EOF
               END-READ
               IF NOT WS-FS-VEN-OK
                   MOVE 'S' TO WS-VEN-EOF
               END-IF
               IF NOT WS-FIM-VEN
                   IF VC-DATA-VENDA NOT = AD-DATA-VENDA OR
                      VC-AUTORIZACAO NOT = AD-AUTORIZACAO
                       MOVE 'S' TO WS-VEN-EOF
                   ELSE
                       IF VC-VALOR NOT = AD-VALOR-BRUTO
                           MOVE 'S' TO WS-ACHOU-DIVERGENTE
                       ELSE
                           IF NOT WS-VENDA-ACHADA AND
                              ((AD-VENDA AND VC-PENDENTE) OR
                               (AD-CHARGEBACK AND
                                (VC-PENDENTE OR VC-LIQUIDADA)))
                               MOVE 'S' TO WS-ACHOU-VENDA
                               MOVE VC-CHAVE TO WS-CHAVE-ACHADA
                           ELSE
                               MOVE 'S' TO WS-ACHOU-TRATADA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VENDA-ACHADA
               MOVE WS-CHAVE-ACHADA TO VC-CHAVE
               READ CARTVEN-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ACHOU-VENDA
               END-READ
           END-IF.

       LIQUIDA-VENDA.
           PERFORM LOCALIZA-VENDA
           EVALUATE TRUE
               WHEN WS-VENDA-ACHADA
                   IF AD-VALOR-BRUTO - AD-VALOR-MDR NOT =
                      AD-VALOR-LIQUIDO
                       MOVE 'LIQUIDO DIFERENTE DE BRUTO MENOS MDR' TO
                            WS-MOTIVO-EXCECAO
                       PERFORM GRAVA-EXCECAO-ADQUIRENTE
                   END-IF
                   SET VC-LIQUIDADA TO TRUE
                   IF AD-DATA-LIQUIDACAO IS NUMERIC AND
                      AD-DATA-LIQUIDACAO > 0
                       MOVE AD-DATA-LIQUIDACAO TO VC-DATA-LIQUIDACAO
                   ELSE
                       MOVE WS-DATA-HOJE TO VC-DATA-LIQUIDACAO
                   END-IF
                   MOVE AD-VALOR-MDR TO VC-VALOR-MDR
                   MOVE AD-VALOR-LIQUIDO TO VC-VALOR-LIQUIDO
                   REWRITE CARTVEN-RECORD
                   MOVE 'L' TO LQ-TIPO
                   MOVE AD-VALOR-MDR TO LQ-VALOR-MDR
                   MOVE AD-VALOR-LIQUIDO TO LQ-VALOR-LIQUIDO
                   PERFORM GRAVA-CARTLOG
                   ADD 1 TO WS-QTDE-LIQUIDADAS
                   ADD AD-VALOR-BRUTO TO WS-TOTAL-BRUTO
                   ADD AD-VALOR-MDR TO WS-TOTAL-MDR
                   ADD AD-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO
               WHEN WS-VALOR-DIVERGENTE
                   MOVE 'VALOR DIFERENTE DO LANCADO NO BALCAO' TO
                        WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
               WHEN WS-VENDA-JA-TRATADA
                   MOVE 'VENDA JA LIQUIDADA OU ESTORNADA' TO
                        WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
               WHEN OTHER
                   MOVE 'VENDA SEM LANCAMENTO NO BALCAO' TO
                        WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
           END-EVALUATE.

      *    O CHARGEBACK CASADO VAI PARA O ESTORNO DO PAGAMENTO E A
      *    VENDA FICA MARCADA COMO CHARGEBACK RECEBIDO (UM SEGUNDO
      *    ENVIO DO MESMO CHARGEBACK CAI NAS EXCECOES). SE A VENDA JA
      *    TINHA SIDO DEPOSITADA, O DEBITO DA ADQUIRENTE VAI PARA O
      *    CARTLOG; A PARTE DO BRUTO NAO DEBITADA E A MDR DEVOLVIDA.
       CASA-CHARGEBACK.
           PERFORM LOCALIZA-VENDA
           EVALUATE TRUE
               WHEN WS-VENDA-ACHADA
                   IF VC-LIQUIDADA AND AD-VALOR-LIQUIDO > 0
                       MOVE 'C' TO LQ-TIPO
                       MOVE AD-VALOR-LIQUIDO TO LQ-VALOR-LIQUIDO
                       IF VC-VALOR > AD-VALOR-LIQUIDO
                           COMPUTE LQ-VALOR-MDR = VC-VALOR -
                                   AD-VALOR-LIQUIDO
                       ELSE
                           MOVE ZEROS TO LQ-VALOR-MDR
                       END-IF
                       PERFORM GRAVA-CARTLOG
                   END-IF
                   SET VC-CHARGEBACK-RECEBIDO TO TRUE
                   REWRITE CARTVEN-RECORD
                   MOVE CARTVEN-RECORD TO CARTCBK-RECORD
                   WRITE CARTCBK-RECORD
                   ADD 1 TO WS-QTDE-CHARGEBACKS
               WHEN WS-VALOR-DIVERGENTE
                   MOVE 'CHARGEBACK COM VALOR DIFERENTE DA VENDA' TO
                        WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
               WHEN WS-VENDA-JA-TRATADA
                   MOVE 'CHARGEBACK JA RECEBIDO' TO WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
               WHEN OTHER
                   MOVE 'CHARGEBACK SEM VENDA NO BALCAO' TO
                        WS-MOTIVO-EXCECAO
                   PERFORM GRAVA-EXCECAO-ADQUIRENTE
           END-EVALUATE.

       GRAVA-CARTLOG.
           MOVE WS-DATA-HOJE TO LQ-DATA-MOVIMENTO
           MOVE VC-CONTA TO LQ-CONTA
           MOVE VC-DATA-VENDA TO LQ-DATA-VENDA
           MOVE VC-AUTORIZACAO TO LQ-AUTORIZACAO
           MOVE VC-VALOR TO LQ-VALOR-BRUTO
           WRITE CARTLOG-RECORD.

      *    VENDA DO BALCAO QUE A ADQUIRENTE NAO PAGOU DENTRO DO PRAZO:
      *    O LADO DA CUSTODIA SEM CASAMENTO.
       VARRE-VENDAS-PENDENTES.
           MOVE 'N' TO WS-VEN-EOF
           MOVE LOW-VALUES TO VC-CHAVE
           START CARTVEN-FILE KEY IS >= VC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-VEN-EOF
           END-START
           PERFORM UNTIL WS-FIM-VEN
               READ CARTVEN-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VEN-EOF
               END-READ
               IF NOT WS-FS-VEN-OK
                   MOVE 'S' TO WS-VEN-EOF
               END-IF
               IF NOT WS-FIM-VEN AND VC-PENDENTE
                   CALL 'DATEDIF' USING VC-DATA-VENDA WS-DATA-HOJE
                                        WS-DIAS-VENDA WS-DATAS-VALIDAS
                   IF WS-DATAS-VALIDAS = 'S' AND
                      WS-DIAS-VENDA > WS-PRAZO-LIQUIDACAO
                       PERFORM GRAVA-EXCECAO-PENDENTE
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-EXCECAO-ADQUIRENTE.
           ADD 1 TO WS-QTDE-EXCECOES
           MOVE AD-VALOR-BRUTO TO WS-VALOR-EDIT
           MOVE SPACES TO EXC-LINE
           STRING 'ADQUIRENTE ' AD-TIPO
                  '  VENDA: ' AD-DATA-VENDA
                  '  AUT: ' AD-AUTORIZACAO
                  '  BRUTO: ' WS-VALOR-EDIT
                  '  ' WS-MOTIVO-EXCECAO
                  DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE.

       GRAVA-EXCECAO-PENDENTE.
           ADD 1 TO WS-QTDE-EXCECOES
           ADD 1 TO WS-QTDE-VENCIDAS
           MOVE VC-VALOR TO WS-VALOR-EDIT
           MOVE WS-DIAS-VENDA TO WS-DIAS-EDIT
           MOVE SPACES TO EXC-LINE
           STRING 'BALCAO  CONTA: ' VC-CONTA
                  '  VENDA: ' VC-DATA-VENDA
                  '  AUT: ' VC-AUTORIZACAO
                  '  VALOR: ' WS-VALOR-EDIT
                  '  NAO LIQUIDADA HA ' WS-DIAS-EDIT ' DIAS'
                  DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE.
       END PROGRAM CONCCART.

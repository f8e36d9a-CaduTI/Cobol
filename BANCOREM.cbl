      *                BOLAGING expira os sem retorno; a reemissao de
      *                um boleto recusado ou expirado regrava o mesmo
      *                registro com a nova data.
      *   15/10/2026 - Registro do boleto remetido passa a levar o
      *                canal (remessa), o numero da via e o nosso
      *                numero da via anterior emitida no balcao, que
      *                fica como substituida.
      *   15/10/2026 - Tambem roda como modulo da varredura unica do
      *                batch noturno (VARRECAR): a conta vem montada no
      *                bloco VARRCTA, as marcas de remetido voltam ao
      *                bloco para uma unica regravacao e, no reinicio,
      *                a remessa ja gravada continua.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOREM.
           88 WS-FIM-DISPUTA       VALUE 'S'.
       77 WS-TEM-DISPUTA           PIC X(01) VALUES 'N'.
           88 WS-DISPUTA-ABERTA    VALUE 'S'.
       77 WS-MODULO-VARREDURA      PIC X(01) VALUES 'N'.
           88 WS-EM-VARREDURA      VALUE 'S'.
       77 WS-IDX-VARR              PIC 9(04) VALUES ZEROS.
       77 WS-REMESSA-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-REMESSA       VALUE 'S'.
       77 WS-TEM-HEADER            PIC X(01) VALUES 'N'.
           88 WS-REMESSA-COM-HEADER VALUE 'S'.

       LINKAGE SECTION.
           COPY VARRCTA.
       PROCEDURE DIVISION USING OPTIONAL VARRCTA-CONTA.
       MAIN-PROCEDURE.
           IF VARRCTA-CONTA IS NOT OMITTED
               PERFORM MODULO-VARREDURA
               GOBACK
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   PERFORM TRIA-CONTA-REMESSA
               END-IF
           END-PERFORM.

      *    NA VARREDURA UNICA AS CONTESTACOES, AS PARCELAS E AS
      *    DIVIDAS VEM DA CONTA MONTADA NO BLOCO VARRCTA.
       TRIA-CONTA-REMESSA.
           IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0 AND
              NOT CM-ENDERECO-INVALIDO
               IF WS-EM-VARREDURA
                   PERFORM CONTESTACAO-CONTA-MONTADA
               ELSE
                   PERFORM VERIFICA-CONTESTACAO-CONTA
               END-IF
               IF WS-DISPUTA-ABERTA
                   CONTINUE
               ELSE
               IF WS-EM-VARREDURA
                   PERFORM ACORDO-CONTA-MONTADA
               ELSE
                   PERFORM VERIFICA-ACORDO-CONTA
               END-IF
               IF WS-ACORDO-ATIVO
      *            AS DIVIDAS DA CONTA ESTAO CONGELADAS PELO
      *            ACORDO; O BOLETO SAI POR PARCELA.
                   IF WS-EM-VARREDURA
                       PERFORM PARCELAS-ACORDO-MONTADAS
                   ELSE
                       PERFORM REMETE-PARCELAS-ACORDO
                   END-IF
               ELSE
                   IF WS-EM-VARREDURA
                       MOVE 'N' TO WS-TEM-DETALHE
                       IF VA-QTDE-DIVIDAS > 0
                           MOVE 'S' TO WS-TEM-DETALHE
                       END-IF
                   ELSE
                       PERFORM VERIFICA-DETALHE-CONTA
                   END-IF
                   IF WS-CONTA-DETALHADA
                       IF WS-EM-VARREDURA
                           PERFORM DIVIDAS-DETALHE-MONTADAS
                       ELSE
                           PERFORM REMETE-DIVIDAS-DETALHE
                       END-IF
                   ELSE
                       IF NOT CM-JA-REMETIDO
                           PERFORM REMETE-DIVIDA
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    MODULO DA VARREDURA UNICA DO BATCH NOTURNO (VARRECAR). NO
      *    REINICIO A REMESSA JA GRAVADA CONTINUA: QUANTIDADE E VALOR
      *    SAO RECONTADOS DOS DETALHES DO ARQUIVO PARA O TRAILER, E AS
      *    CONTAS JA PROCESSADAS NAO SAO REMETIDAS DE NOVO.
       MODULO-VARREDURA.
           MOVE 'S' TO WS-MODULO-VARREDURA
           EVALUATE TRUE
               WHEN VA-ABRE
                   MOVE VA-DATA-HOJE TO WS-DATA-HOJE
                   MOVE ZEROS TO WS-QTDE-REMETIDAS WS-VALOR-REMETIDO
                   OPEN I-O BOLETO-FILE
                   IF NOT WS-FS-BOLETO-OK
                       CLOSE BOLETO-FILE
                       OPEN OUTPUT BOLETO-FILE
                       CLOSE BOLETO-FILE
                       OPEN I-O BOLETO-FILE
                   END-IF
                   MOVE 'N' TO WS-TEM-HEADER
                   IF VA-EM-REINICIO
                       PERFORM RECONTA-REMESSA-GRAVADA
                   END-IF
                   IF WS-REMESSA-COM-HEADER
                       OPEN EXTEND REMESSA-FILE
                   ELSE
                       OPEN OUTPUT REMESSA-FILE
                       PERFORM GRAVA-HEADER-REMESSA
                   END-IF
               WHEN VA-PROCESSA
                   IF NOT VA-CONTA-JA-PROCESSADA
                       MOVE VA-CADASTRO TO CUSTMAST-RECORD
                       PERFORM TRIA-CONTA-REMESSA
                   END-IF
               WHEN VA-FECHA
                   PERFORM GRAVA-TRAILER-REMESSA
                   CLOSE REMESSA-FILE
                   CLOSE BOLETO-FILE
                   DISPLAY 'BANCOREM: DIVIDAS REMETIDAS: '
                           WS-QTDE-REMETIDAS
                           ' VALOR TOTAL: ' WS-VALOR-REMETIDO
           END-EVALUATE
           MOVE ZEROS TO VA-RETORNO
           MOVE 'N' TO WS-MODULO-VARREDURA.

       RECONTA-REMESSA-GRAVADA.
           MOVE 'N' TO WS-REMESSA-EOF
           OPEN INPUT REMESSA-FILE
           IF WS-FS-REMESSA NOT = '00'
               MOVE 'S' TO WS-REMESSA-EOF
           END-IF
           PERFORM UNTIL WS-FIM-REMESSA
               READ REMESSA-FILE
                   AT END
                       MOVE 'S' TO WS-REMESSA-EOF
               END-READ
               IF WS-FS-REMESSA NOT = '00'
                   MOVE 'S' TO WS-REMESSA-EOF
               END-IF
               IF NOT WS-FIM-REMESSA
                   EVALUATE TRUE
                       WHEN RM-REG-HEADER
                           MOVE 'S' TO WS-TEM-HEADER
                       WHEN RM-REG-DETALHE
                           ADD 1 TO WS-QTDE-REMETIDAS
                           ADD RM-VALOR TO WS-VALOR-REMETIDO
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE REMESSA-FILE
           IF NOT WS-REMESSA-COM-HEADER
               MOVE ZEROS TO WS-QTDE-REMETIDAS WS-VALOR-REMETIDO
           END-IF.

       CONTESTACAO-CONTA-MONTADA.
           MOVE 'N' TO WS-TEM-DISPUTA
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-DISPUTAS
                      OR WS-DISPUTA-ABERTA
               MOVE VA-DISPUTA-REG (WS-IDX-VARR) TO DISPUTA-RECORD
               IF DI-ABERTA
                   MOVE 'S' TO WS-TEM-DISPUTA
               END-IF
           END-PERFORM.

       ACORDO-CONTA-MONTADA.
           MOVE 'N' TO WS-TEM-ACORDO-ATIVO
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-PARCELAS
                      OR WS-ACORDO-ATIVO
               MOVE VA-PARCELA-REG (WS-IDX-VARR) TO ACORDO-RECORD
               IF AC-ABERTA OR AC-ATRASADA
                   MOVE 'S' TO WS-TEM-ACORDO-ATIVO
               END-IF
           END-PERFORM.

       PARCELAS-ACORDO-MONTADAS.
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-PARCELAS
               MOVE VA-PARCELA-REG (WS-IDX-VARR) TO ACORDO-RECORD
               IF (AC-ABERTA OR AC-ATRASADA) AND
                  NOT AC-PARCELA-REMETIDA AND
                  AC-VALOR > 0
                   PERFORM REMETE-UMA-PARCELA
               END-IF
           END-PERFORM.

       DIVIDAS-DETALHE-MONTADAS.
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-DIVIDAS
               MOVE VA-DIVIDA-REG (WS-IDX-VARR) TO DEBTMAST-RECORD
               IF DB-NAO-PAGO AND NOT DB-JA-REMETIDO
                  AND DB-SALDO-DEVEDOR > 0
                   PERFORM REMETE-UMA-DIVIDA-DETALHE
               END-IF
           END-PERFORM.

      *    CONTESTACAO ABERTA (QUALQUER DIVIDA DA CONTA) TIRA A CONTA
           MOVE AC-DATA-VENCIMENTO TO WS-BOL-VENC
           PERFORM GRAVA-BOLETO-REGISTRO
           SET AC-PARCELA-REMETIDA TO TRUE
           IF WS-EM-VARREDURA
               MOVE ACORDO-RECORD TO VA-PARCELA-REG (WS-IDX-VARR)
               MOVE 'S' TO VA-PARCELA-ALTERADA (WS-IDX-VARR)
           ELSE
               REWRITE ACORDO-RECORD
           END-IF.

      *    UM REGISTRO NO CADASTRO DE BOLETOS POR DETALHE REMETIDO;
      *    A REEMISSAO DE UM BOLETO RECUSADO OU EXPIRADO REGRAVA O
           MOVE WS-BOL-VENC TO BO-DATA-VENCIMENTO
           MOVE WS-DATA-HOJE TO BO-DATA-REMESSA
           SET BO-REMETIDO TO TRUE
      *    BOLETO DA REMESSA E NUMERADO PELO BANCO (NOSSO NUMERO
      *    ZERO); A VIA ANTERIOR EMITIDA NO BALCAO FICA REGISTRADA
      *    COMO SUBSTITUIDA.
           IF WS-BOLETO-EXISTE AND BO-VIA IS NUMERIC AND
              BO-VIA < 99
               ADD 1 TO BO-VIA
           ELSE
               MOVE 1 TO BO-VIA
           END-IF
           IF WS-BOLETO-EXISTE AND BO-NOSSO-NUMERO IS NUMERIC
               MOVE BO-NOSSO-NUMERO TO BO-NOSSO-ANTERIOR
           ELSE
               MOVE ZEROS TO BO-NOSSO-ANTERIOR
           END-IF
           SET BO-CANAL-REMESSA TO TRUE
           MOVE ZEROS TO BO-NOSSO-NUMERO BO-NOSSO-DV
           MOVE SPACES TO BO-CODIGO-BARRAS BO-LINHA-DIGITAVEL
                          BO-OPERADOR
           MOVE WS-DATA-HOJE TO BO-DATA-EMISSAO
           IF WS-BOLETO-EXISTE
               REWRITE BOLETO-RECORD
           ELSE
           MOVE DB-DATA-VENCIMENTO TO WS-BOL-VENC
           PERFORM GRAVA-BOLETO-REGISTRO
           SET DB-JA-REMETIDO TO TRUE
           IF WS-EM-VARREDURA
               MOVE DEBTMAST-RECORD TO VA-DIVIDA-REG (WS-IDX-VARR)
               MOVE 'S' TO VA-DIVIDA-ALTERADA (WS-IDX-VARR)
           ELSE
               REWRITE DEBTMAST-RECORD
           END-IF.

       REMETE-DIVIDA.
           MOVE SPACES TO REMESSA-RECORD
           MOVE CM-DATA-VENCIMENTO TO WS-BOL-VENC
           PERFORM GRAVA-BOLETO-REGISTRO
           SET CM-JA-REMETIDO TO TRUE
           IF WS-EM-VARREDURA
               MOVE CUSTMAST-RECORD TO VA-CADASTRO
               MOVE 'S' TO VA-CADASTRO-ALTERADO
           ELSE
               REWRITE CUSTMAST-RECORD
           END-IF.

       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO REMESSA-RECORD

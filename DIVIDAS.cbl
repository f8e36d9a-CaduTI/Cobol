      *                credor da conta (CM-CREDOR -> DB-CREDOR), para
      *                os relatorios por credor fecharem tambem no
      *                nivel da divida.
      *   15/10/2026 - A divida nova nasce com a prescricao zerada
      *                (o PRESCREV calcula na noite seguinte) e a
      *                migrada herda a data de prescricao da conta.
      *   15/10/2026 - Recusa inclusao de divida em conta devolvida ao
      *                credor; consolidacao preserva a situacao
      *                DEVOLVIDO.
      *   15/10/2026 - A divida gravada no DEBTMAST leva a data dos
      *                juros de mora (DB-ULTIMO-PROCESSO): zeros na
      *                divida nova, a data da conta na migracao da
      *                divida unica.
      *   15/10/2026 - Os alertas ativos da conta (ALERTVER) aparecem
      *                antes dos dados da conta na inclusao e na
      *                listagem de dividas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVIDAS.
       77 WS-CONTA-ACEITA       PIC X(01) VALUES 'N'.
       77 WS-CONFIRMA-CONTA     PIC X(01) VALUES SPACES.
       77 WS-QTDE-ROLAGENS        PIC 9(02) VALUES ZEROS.
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.
       COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' WS-CONTA-TRAB
           END-READ
           IF WS-FS-OK
               PERFORM EXIBE-ALERTAS-CONTA
           END-IF
           IF WS-FS-OK AND CM-DEVOLVIDO
               DISPLAY 'CONTA DEVOLVIDA AO CREDOR EM '
                       CM-DATA-DEVOLUCAO '. INCLUSAO RECUSADA.'
               MOVE '99' TO WS-FS-CUSTMAST
           END-IF
           IF WS-FS-OK
               DISPLAY 'VALOR DA NOVA DIVIDA:'
               ACCEPT WS-VALOR-NOVO
           END-IF
           END-IF.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ANTES DE
      *    QUALQUER OUTRO DADO DA CONTA.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE CM-CONTA TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

      *    DIGITO VERIFICADOR DO NUMERO DE CONTA (ROTINA CONTAVAL):
      *    DIGITO ERRADO E QUASE SEMPRE TRANSPOSICAO NA DIGITACAO;
      *    CONTA LEGADA, ANTERIOR AO DIGITO, PASSA COM A CONFIRMACAO
           MOVE CM-ESTADO-PAGTO TO DB-ESTADO-PAGTO
           MOVE CM-REMESSA TO DB-REMESSA
           MOVE CM-CREDOR TO DB-CREDOR
           MOVE CM-DATA-PRESCRICAO TO DB-DATA-PRESCRICAO
           MOVE CM-PRESCRICAO TO DB-PRESCRICAO
           MOVE CM-ULTIMO-PROCESSO TO DB-ULTIMO-PROCESSO
           WRITE DEBTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
           MOVE 'NAO PAGO' TO DB-ESTADO-PAGTO
           MOVE 'N' TO DB-REMESSA
           MOVE CM-CREDOR TO DB-CREDOR
           MOVE ZEROS TO DB-DATA-PRESCRICAO
           MOVE SPACES TO DB-PRESCRICAO
           MOVE ZEROS TO DB-ULTIMO-PROCESSO
           WRITE DEBTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
           MOVE WS-SALDO-CONSOLIDADO TO CM-SALDO-DEVEDOR
           MOVE WS-PRINCIPAL-CONSOL TO CM-SALDO-PRINCIPAL
           MOVE WS-MULTA-CONSOL TO CM-SALDO-MULTA
           EVALUATE TRUE
               WHEN CM-DEVOLVIDO
                   CONTINUE
               WHEN WS-HA-DIVIDA-ABERTA
                   MOVE 'NAO PAGO' TO CM-ESTADO-PAGTO
                   MOVE WS-VENC-MAIS-ANTIGO TO CM-DATA-VENCIMENTO
               WHEN OTHER
                   MOVE 'PAGO' TO CM-ESTADO-PAGTO
           END-EVALUATE
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                           ': ' WS-CONTA-TRAB
           END-READ
           IF WS-FS-OK
               PERFORM EXIBE-ALERTAS-CONTA
               MOVE 'N' TO WS-SWEEP-EOF WS-TEM-DETALHE
               MOVE WS-CONTA-TRAB TO DB-CONTA
               MOVE ZEROS TO DB-SEQ

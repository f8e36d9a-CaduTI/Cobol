      *         TABELA SAEM COMO NAO AUDITADAS EM VEZ DE APARECEREM
      *         COMO CORROMPIDAS POR SOMAS INCOMPLETAS.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Pagamento a maior retido ('CR') e reembolso
      *                ('RE') ficam fora da soma do PAYLOG: nao abatem
      *                o saldo devedor.
      *   15/10/2026 - Tambem roda como modulo da varredura unica do
      *                batch noturno (VARRECAR), auditando a conta
      *                montada no bloco VARRCTA com a multa aplicada na
      *                mesma noite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDISAL.
               10 WS-SOMA-CONTA    PIC 9(08).
               10 WS-SOMA-PAGTOS   PIC S9(9)V99.
               10 WS-SOMA-MULTAS   PIC S9(9)V99.
       77 WS-MODULO-VARREDURA      PIC X(01) VALUES 'N'.
           88 WS-EM-VARREDURA      VALUE 'S'.
       77 WS-IDX-VARR              PIC 9(04) VALUES ZEROS.
       LINKAGE SECTION.
           COPY VARRCTA.
       PROCEDURE DIVISION USING OPTIONAL VARRCTA-CONTA.
       MAIN-PROCEDURE.
           IF VARRCTA-CONTA IS NOT OMITTED
               PERFORM MODULO-VARREDURA
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'AUDISAL: CADASTRO CUSTMAST INDISPONIVEL.'
           OPEN INPUT DEBTMAST-FILE
           PERFORM CARREGA-SOMAS-PAYLOG
           PERFORM CARREGA-SOMAS-FEELOG
           PERFORM ABRE-RELATORIO-AUDITORIA
           PERFORM VARRE-CADASTRO
           PERFORM FECHA-RELATORIO-AUDITORIA
           CLOSE DEBTMAST-FILE
           CLOSE CUSTMAST-FILE
           IF WS-QTDE-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       ABRE-RELATORIO-AUDITORIA.
           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'AUDITORIA DE SALDOS (CUSTMAST X PAYLOG/FEELOG)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE.

       FECHA-RELATORIO-AUDITORIA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE AUDIT-RPT-FILE
           DISPLAY 'AUDISAL: CONTAS: ' WS-QTDE-CONTAS
                   ' EXCECOES: ' WS-QTDE-EXCECOES
                   ' PRESUMIDOS: ' WS-QTDE-PRESUMIDOS
                   ' NAO AUDITADAS: ' WS-QTDE-NAO-AUDITADAS.

      *    MODULO DA VARREDURA UNICA DO BATCH NOTURNO (VARRECAR). AS
      *    SOMAS DO PAYLOG E DO FEELOG SAO CARREGADAS NA ABERTURA,
      *    ANTES DA MULTA DA NOITE; A MULTA QUE O MODULO DE JUROS
      *    APLICOU NA CONTA VEM EM VA-MULTA-NOITE. TODA A CARTEIRA E
      *    AUDITADA, INCLUSIVE NO REINICIO.
       MODULO-VARREDURA.
           MOVE 'S' TO WS-MODULO-VARREDURA
           MOVE ZEROS TO VA-RETORNO
           EVALUATE TRUE
               WHEN VA-ABRE
                   MOVE ZEROS TO WS-QTDE-CONTAS WS-QTDE-EXCECOES
                                 WS-QTDE-PRESUMIDOS
                                 WS-QTDE-NAO-AUDITADAS WS-QTDE-SOMAS
                   MOVE 'N' TO WS-SOMAS-TRANSBORDOU
                   PERFORM CARREGA-SOMAS-PAYLOG
                   PERFORM CARREGA-SOMAS-FEELOG
                   PERFORM ABRE-RELATORIO-AUDITORIA
               WHEN VA-PROCESSA
                   MOVE VA-CADASTRO TO CUSTMAST-RECORD
                   ADD 1 TO WS-QTDE-CONTAS
                   PERFORM AUDITA-CONTA
               WHEN VA-FECHA
                   PERFORM FECHA-RELATORIO-AUDITORIA
                   IF WS-QTDE-EXCECOES > 0
                       MOVE 4 TO VA-RETORNO
                   END-IF
           END-EVALUATE
           MOVE 'N' TO WS-MODULO-VARREDURA.

       CARREGA-SOMAS-PAYLOG.
           MOVE 'N' TO WS-LOG-EOF
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
      *        PAGAMENTO A MAIOR RETIDO E REEMBOLSO NAO ABATEM O SALDO
      *        DEVEDOR DA CONTA.
               IF NOT WS-FIM-LOG AND NOT PL-TIPO-SALDO-CREDOR
                   MOVE PL-CONTA TO WS-CONTA-SOMA
                   MOVE PL-VALOR TO WS-VALOR-SOMA
                   PERFORM ACUMULA-SOMA-PAGTO
           END-PERFORM.

       AUDITA-CONTA.
           IF WS-EM-VARREDURA
               PERFORM BASE-ORIGINAL-MONTADA
           ELSE
               PERFORM DETERMINA-BASE-ORIGINAL
           END-IF
           MOVE WS-BASE-ORIGINAL TO WS-SALDO-ESPERADO
           MOVE CM-CONTA TO WS-CONTA-SOMA
           MOVE ZEROS TO WS-IDX-ACHADO
               ADD WS-SOMA-MULTAS (WS-IDX-ACHADO)
                   TO WS-SALDO-ESPERADO
           END-IF
           IF WS-EM-VARREDURA
               ADD VA-MULTA-NOITE TO WS-SALDO-ESPERADO
           END-IF
           IF WS-SALDO-ESPERADO < 0
               MOVE ZEROS TO WS-SALDO-ESPERADO
           END-IF
           IF NOT WS-CONTA-DETALHADA
               MOVE CM-VALOR-ORIGINAL TO WS-BASE-ORIGINAL
           END-IF.

       BASE-ORIGINAL-MONTADA.
           MOVE ZEROS TO WS-BASE-ORIGINAL
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-DIVIDAS
               MOVE VA-DIVIDA-REG (WS-IDX-VARR) TO DEBTMAST-RECORD
               ADD DB-VALOR-ORIGINAL TO WS-BASE-ORIGINAL
           END-PERFORM
           IF VA-QTDE-DIVIDAS = 0
               MOVE CM-VALOR-ORIGINAL TO WS-BASE-ORIGINAL
           END-IF.
       END PROGRAM AUDISAL.

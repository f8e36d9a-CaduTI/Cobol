      *         INEXISTENTE NA COPIA). RODAR SOB DEMANDA (COBREST),
      *         COM O ONLINE E O BATCH PARADOS.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Pagamento a maior retido ('CR') e reembolso
      *                ('RE') do PAYLOG nao sao reaplicados na
      *                restauracao: nao mexeram no saldo devedor.
      *   15/10/2026 - Conta devolvida ao credor continua devolvida na
      *                reaplicacao dos movimentos.
      *   15/10/2026 - Multa moratoria e juros de mora reaplicados do
      *                FEELOG ('MM'/'JM') devolvem a divida a data do
      *                ultimo lancamento dos juros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
      *    COMO NOS PROGRAMAS ORIGINAIS: A CORRECAO MONETARIA ('CM',
      *    BATCH CORRIGE) VAI PARA O PRINCIPAL; MULTA, REGISTRO
      *    ANTIGO EM BRANCO E ESTORNO ('EM', NEGATIVO) VAO PARA O
      *    ENCARGO. MULTA MORATORIA E JUROS DE MORA ('MM'/'JM') VAO
      *    PARA O ENCARGO E TRAZEM DE VOLTA A DATA DO ULTIMO
      *    LANCAMENTO DOS JUROS, PARA A PROXIMA NOITE NAO COBRAR DE
      *    NOVO OS DIAS JA REAPLICADOS.
       REAPLICA-UMA-MULTA.
           IF FL-SEQ-DIVIDA > 0
               MOVE FL-CONTA TO DB-CONTA
                       ELSE
                           ADD FL-VALOR-MULTA TO DB-SALDO-MULTA
                       END-IF
                       IF FL-TIPO-MULTA-MORA OR FL-TIPO-JUROS-MORA
                           MOVE FL-DATA-MOVIMENTO TO
                                DB-ULTIMO-PROCESSO
                       END-IF
                       REWRITE DEBTMAST-RECORD
                       ADD 1 TO WS-QTDE-MULTAS
               END-READ
                       ELSE
                           ADD FL-VALOR-MULTA TO CM-SALDO-MULTA
                       END-IF
                       IF FL-TIPO-MULTA-MORA OR FL-TIPO-JUROS-MORA
                           MOVE FL-DATA-MOVIMENTO TO
                                CM-ULTIMO-PROCESSO
                       END-IF
                       REWRITE CUSTMAST-RECORD
                       ADD 1 TO WS-QTDE-MULTAS
               END-READ
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
      *            PAGAMENTO A MAIOR RETIDO E REEMBOLSO NAO MEXERAM NO
      *            SALDO DEVEDOR E NAO SAO REAPLICADOS.
                   IF (PL-DATA-MOVIMENTO > WS-DATA-BACKUP OR
                       (PL-DATA-MOVIMENTO = WS-DATA-BACKUP AND
                        PL-HORA-MOVIMENTO > WS-HORA-BACKUP)) AND
                      NOT PL-TIPO-SALDO-CREDOR
                       PERFORM REAPLICA-UM-LANCAMENTO
                   END-IF
               END-IF
      *        A RECUPERACAO QUE ZERA O SALDO ENCERRA A CONTA COMO
      *        PAGA, COMO O PROGRAMA ORIGINAL FAZ NA RECUPERACAO
      *        TOTAL DE CONTA BAIXADA.
               IF NOT CM-DEVOLVIDO AND
                  (NOT CM-BAIXADO OR PL-TIPO-RECUPERACAO)
                   SET CM-PAGO TO TRUE
               END-IF
           ELSE
                       MOVE WS-CONSOL-PRINCIPAL TO
                            CM-SALDO-PRINCIPAL
                       MOVE WS-CONSOL-MULTA TO CM-SALDO-MULTA
      *                CONTA DEVOLVIDA AO CREDOR FICA DEVOLVIDA.
                       EVALUATE TRUE
                           WHEN CM-DEVOLVIDO
                               CONTINUE
                           WHEN WS-HA-DIVIDA-ABERTA
                               SET CM-NAO-PAGO TO TRUE
                               MOVE WS-VENC-MAIS-ANTIGO TO
                                    CM-DATA-VENCIMENTO
                           WHEN NOT CM-BAIXADO
                               SET CM-PAGO TO TRUE
                       END-EVALUATE
                       REWRITE CUSTMAST-RECORD
               END-READ
           END-IF.

      *         CADEIA DE COND DO JOB, PARA A MULTA NUNCA RODAR EM
      *         CIMA DE UM ARQUIVO QUEBRADO.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Aceita a situacao DEVOLVIDO como valida.
      *   15/10/2026 - A situacao UNIFICADA (conta duplicada absorvida
      *                por outra do mesmo CPF/CNPJ) passa a ser valida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIMAST.
               DISPLAY 'VERIMAST: CONTA ' CM-CONTA
                       ' COM VALOR ORIGINAL NAO NUMERICO.'
           END-IF
           IF NOT CM-PAGO AND NOT CM-NAO-PAGO AND NOT CM-BAIXADO AND
              NOT CM-DEVOLVIDO AND NOT CM-UNIFICADA
               ADD 1 TO WS-QTDE-ERROS
               DISPLAY 'VERIMAST: CONTA ' CM-CONTA
                       ' COM SITUACAO DE PAGAMENTO INVALIDA: '

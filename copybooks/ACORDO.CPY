      *           configured number of missed installments. SetCommand
      *           offers the next open installment at payment time and
      *           settles it (PAGA) when the value is collected.
      *           An agreement closed under a discount campaign carries
      *           the campaign code on every installment.
      ******************************************************************
       01  ACORDO-RECORD.
           05  AC-CHAVE.
      *    PARCELA.
           05  AC-REMESSA                 PIC X(01).
               88  AC-PARCELA-REMETIDA    VALUE 'S'.
      *    CODIGO DA CAMPANHA DE DESCONTO (FEIRAO) SOB A QUAL O
      *    ACORDO FOI FECHADO, REPETIDO EM TODAS AS PARCELAS; ESPACOS
      *    NO ACORDO COMUM. QUANDO A ULTIMA PARCELA DE UM ACORDO DE
      *    CAMPANHA E PAGA, O MODO NOTURNO DO ACORDOS PERDOA O SALDO
      *    RESTANTE DA CONTA (LANCAMENTO DS MARCADO COM A CAMPANHA).
           05  AC-CAMPANHA                PIC X(06).

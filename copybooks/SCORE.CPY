      ******************************************************************
      * Copybook: SCORE
      * Purpose:  Behavioural collection score of an account (propensao
      *           a pagar), keyed by account and recalculated every
      *           night by SCORECAL from the history already on file:
      *           months with payment in the last six (PAYLOG), kept
      *           and broken promises (CONTATOS), dialer contact rate
      *           (DIALIMP results in CONTATOS), broken agreements
      *           (ACORDOS), balance size and the returned-mail flag.
      *           Score 0-999 and band A (best) to E. The band of the
      *           first calculation of the month is frozen in
      *           SR-FAIXA-MES, so EFICACIA can check whether the band
      *           predicted the month's payments. Read by FILATRAB to
      *           order the queue inside each aging band.
      ******************************************************************
       01  SCORE-RECORD.
           05  SR-CONTA                   PIC 9(08).
           05  SR-PONTOS                  PIC 9(03).
           05  SR-FAIXA                   PIC X(01).
               88  SR-FAIXA-A             VALUE 'A'.
               88  SR-FAIXA-B             VALUE 'B'.
               88  SR-FAIXA-C             VALUE 'C'.
               88  SR-FAIXA-D             VALUE 'D'.
               88  SR-FAIXA-E             VALUE 'E'.
      *    DATA DO ULTIMO CALCULO; OS CONTATOS E PROMESSAS SO ENTRAM
      *    NOS CONTADORES UMA VEZ, A PARTIR DESTA DATA.
           05  SR-DATA-CALCULO            PIC 9(08).
      *    FAIXA CONGELADA NO PRIMEIRO CALCULO DO MES SR-MES-FAIXA.
           05  SR-MES-FAIXA               PIC 9(06).
           05  SR-FAIXA-MES               PIC X(01).
      *    MESES COM PAGAMENTO: POSICAO 1 = MES SR-MES-HISTORICO,
      *    POSICAO 2 = O MES ANTERIOR, E ASSIM POR DIANTE ('S'/'N').
           05  SR-MES-HISTORICO           PIC 9(06).
           05  SR-MESES-PAGTO             PIC X(06).
           05  SR-DATA-ULT-PAGTO          PIC 9(08).
           05  SR-PROM-CUMPRIDAS          PIC 9(03).
           05  SR-PROM-QUEBRADAS          PIC 9(03).
           05  SR-TENTATIVAS-DISCADOR     PIC 9(05).
           05  SR-ATENDIDAS-DISCADOR      PIC 9(05).
           05  SR-ACORDO                  PIC X(01).
               88  SR-SEM-ACORDO          VALUE 'N'.
               88  SR-ACORDO-EM-DIA       VALUE 'D'.
               88  SR-ACORDO-ATRASADO     VALUE 'A'.
               88  SR-ACORDO-QUEBRADO     VALUE 'Q'.

      ******************************************************************
      * Copybook: PIXGERAP
      * Purpose:  Parameter block of the shared routine PIXGERA, which
      *           issues the dynamic PIX charge of a debt ('D'), acordo
      *           parcel ('P') or payoff quote ('C') in the charges
      *           file PIXCOBS. Function 'G' returns the txid, the BR
      *           Code payload (copia e cola) and the expiry date of
      *           the charge: the active charge of the same item and
      *           amount is reused, otherwise a new one is written and
      *           the previous ones are replaced. XG-DATA-EXPIRACAO
      *           zero on input takes the default validity of PIXPRM.
      *           Function 'E' closes the files at the end of the run.
      *           XG-RESULTADO: 'N' new charge, 'R' charge reused,
      *           'V' amount out of range, 'F' no PIX receiving data
      *           (PIXPRM) or charges file, 'E' write error.
      ******************************************************************
       01  PIXGERA-PARAMETROS.
           05  XG-FUNCAO                  PIC X(01).
               88  XG-GERA                VALUE 'G'.
               88  XG-ENCERRA             VALUE 'E'.
           05  XG-CONTA                   PIC 9(08).
           05  XG-ORIGEM                  PIC X(01).
           05  XG-SEQ                     PIC 9(03).
           05  XG-VALOR                   PIC 9(07)V99.
           05  XG-DATA-HOJE               PIC 9(08).
           05  XG-DATA-EXPIRACAO          PIC 9(08).
           05  XG-CANAL                   PIC X(01).
           05  XG-OPERADOR                PIC X(08).
           05  XG-TXID                    PIC X(25).
           05  XG-PAYLOAD                 PIC X(250).
           05  XG-RESULTADO               PIC X(01).
               88  XG-COBRANCA-NOVA       VALUE 'N'.
               88  XG-COBRANCA-REUSADA    VALUE 'R'.
               88  XG-COBRANCA-OK         VALUES 'N' 'R'.
               88  XG-VALOR-INVALIDO      VALUE 'V'.
               88  XG-SEM-PARAMETRO       VALUE 'F'.
               88  XG-ERRO-GRAVACAO       VALUE 'E'.

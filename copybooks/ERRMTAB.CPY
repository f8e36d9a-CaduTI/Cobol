               VALUE 'CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)'.
           05  FILLER   PIC X(50)
               VALUE 'RECONCILIACAO DO DIA NAO FECHOU'.
           05  FILLER   PIC X(50)
               VALUE 'ARQUIVO DE ENTRADA RECUSADO NA VALIDACAO'.
       01  EC-TAB-MENSAGENS-R REDEFINES EC-TAB-MENSAGENS.
           05  EC-TAB-MENSAGEM      PIC X(50) OCCURS 14.

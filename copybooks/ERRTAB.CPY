           88  EC-STEP-NAO-CONFIGURADO        VALUE 11.
           88  EC-DOCUMENTO-INVALIDO          VALUE 12.
           88  EC-RECONCILIACAO-QUEBRADA      VALUE 13.
           88  EC-ARQUIVO-RECUSADO            VALUE 14.
       01  EC-MENSAGEM                PIC X(50) VALUE SPACES.

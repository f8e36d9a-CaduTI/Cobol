               88  CT-ORIGEM-PERFORMCMD   VALUE 'PERFORMCMD'.
               88  CT-ORIGEM-ARQPAY       VALUE 'ARQPAY'.
               88  CT-ORIGEM-CARGALOT     VALUE 'CARGALOT'.
               88  CT-ORIGEM-PURGALOG     VALUE 'PURGALOG'.
           05  CT-DATA-MOVIMENTO          PIC 9(08).
           05  CT-HORA-MOVIMENTO          PIC 9(08).
           05  CT-QUANTIDADE              PIC 9(07).

           05  CA-DATA-EXCLUSAO           PIC 9(08).
           05  CA-HORA-EXCLUSAO           PIC 9(08).
           05  CA-OPERADOR                PIC X(08).
           05  CA-IMAGEM-CLIENTE          PIC X(400).

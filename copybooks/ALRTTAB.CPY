      ******************************************************************
      * Copybook: ALRTTAB
      * Purpose:  Account alert types: code, description and whether
      *           an active alert of the type keeps the account out of
      *           the dialer export (FILATRAB) and out of the e-mail/SMS
      *           extract (MENSAGEM). Used by ALERTCAD and ALERTVER.
      ******************************************************************
       01  AT-TAB-VALORES.
           05  FILLER   PIC X(02) VALUE 'AD'.
           05  FILLER   PIC X(34) VALUE 'SO FALAR COM O ADVOGADO'.
           05  FILLER   PIC X(01) VALUE 'S'.
           05  FILLER   PIC X(01) VALUE 'S'.
           05  FILLER   PIC X(02) VALUE 'AG'.
           05  FILLER   PIC X(34) VALUE 'CLIENTE AMEACOU A EQUIPE'.
           05  FILLER   PIC X(01) VALUE 'S'.
           05  FILLER   PIC X(01) VALUE 'N'.
           05  FILLER   PIC X(02) VALUE 'DA'.
           05  FILLER   PIC X(34)
               VALUE 'DEFICIENCIA AUDITIVA - USAR E-MAIL'.
           05  FILLER   PIC X(01) VALUE 'S'.
           05  FILLER   PIC X(01) VALUE 'N'.
           05  FILLER   PIC X(02) VALUE 'VI'.
           05  FILLER   PIC X(34) VALUE 'VIP DO CREDOR'.
           05  FILLER   PIC X(01) VALUE 'S'.
           05  FILLER   PIC X(01) VALUE 'N'.
           05  FILLER   PIC X(02) VALUE 'OU'.
           05  FILLER   PIC X(34) VALUE 'OUTRO (VER O TEXTO)'.
           05  FILLER   PIC X(01) VALUE 'N'.
           05  FILLER   PIC X(01) VALUE 'N'.
       01  AT-TAB-R REDEFINES AT-TAB-VALORES.
           05  AT-TIPO-ENTRY OCCURS 5.
               10  AT-CODIGO              PIC X(02).
               10  AT-DESCRICAO           PIC X(34).
               10  AT-FORA-DISCADOR       PIC X(01).
               10  AT-FORA-MENSAGEM       PIC X(01).
       77  AT-QTDE-TIPOS              PIC 9(02) VALUE 5.

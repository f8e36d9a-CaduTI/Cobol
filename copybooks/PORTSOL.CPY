      ******************************************************************
      * Copybook: PORTSOL
      * Purpose:  Customer request captured on the external self-
      *           service portal, one line per request: the account
      *           and the CPF/CNPJ the customer logged in with, when
      *           it was made on the portal and the kind of request -
      *           EN address / phone / e-mail change, AC agreement
      *           proposal (number of parcels, negotiated total, down
      *           payment and first due date), BO boleto request for
      *           a debt or an acordo parcel, OP opt-out of reminder
      *           messages. Read nightly by PORTIMP, which puts the
      *           accepted requests in the PORTFILA queue and sends
      *           the rest to PORTREJ.
      ******************************************************************
       01  PORTSOL-RECORD.
           05  PS-CONTA                   PIC 9(08).
           05  PS-DOCUMENTO               PIC X(14).
           05  PS-DATA-PEDIDO             PIC 9(08).
           05  PS-HORA-PEDIDO             PIC 9(08).
           05  PS-TIPO                    PIC X(02).
               88  PS-TIPO-ENDERECO       VALUE 'EN'.
               88  PS-TIPO-ACORDO         VALUE 'AC'.
               88  PS-TIPO-BOLETO         VALUE 'BO'.
               88  PS-TIPO-OPT-OUT        VALUE 'OP'.
               88  PS-TIPO-VALIDO         VALUES 'EN' 'AC' 'BO' 'OP'.
           05  PS-DADOS                   PIC X(120).
      *    ALTERACAO CADASTRAL: CAMPO EM BRANCO MANTEM O VALOR ATUAL.
           05  PS-ALTERACAO REDEFINES PS-DADOS.
               10  PS-RUA                 PIC X(30).
               10  PS-CIDADE              PIC X(20).
               10  PS-ESTADO              PIC X(02).
               10  PS-CEP                 PIC X(09).
               10  PS-TELEFONE            PIC X(15).
               10  PS-EMAIL               PIC X(40).
               10  FILLER                 PIC X(04).
      *    PROPOSTA DE ACORDO: ENTRADA ZERO DIVIDE O TOTAL EM PARCELAS
      *    IGUAIS; COM ENTRADA, ELA E A PRIMEIRA PARCELA E O RESTANTE
      *    E DIVIDIDO NAS DEMAIS. AS PARCELAS VENCEM MES A MES A
      *    PARTIR DO PRIMEIRO VENCIMENTO.
           05  PS-PROPOSTA REDEFINES PS-DADOS.
               10  PS-QTDE-PARCELAS       PIC 9(03).
               10  PS-VALOR-TOTAL         PIC 9(07)V99.
               10  PS-VALOR-ENTRADA       PIC 9(07)V99.
               10  PS-PRIMEIRO-VENC       PIC 9(08).
               10  FILLER                 PIC X(91).
      *    PEDIDO DE BOLETO: ORIGEM 'D' DIVIDA (SEQUENCIA DO DEBTMAST
      *    OU 00 NA DIVIDA UNICA) OU 'P' PARCELA DE ACORDO.
           05  PS-PEDIDO-BOLETO REDEFINES PS-DADOS.
               10  PS-BOL-ORIGEM          PIC X(01).
                   88  PS-BOL-DIVIDA      VALUE 'D'.
                   88  PS-BOL-PARCELA     VALUE 'P'.
               10  PS-BOL-SEQ             PIC 9(03).
               10  FILLER                 PIC X(116).

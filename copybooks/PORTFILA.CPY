      ******************************************************************
      * Copybook: PORTFILA
      * Purpose:  Queue of the requests customers made on the self-
      *           service portal (PORTSOL) that passed the nightly
      *           import (PORTIMP): same kinds and data as the portal
      *           line, the discount campaign an agreement proposal
      *           was checked against, and the attendant's decision.
      *           Nothing is applied at import time; an attendant
      *           works the pending items on PORTCAD (BasicCommands
      *           menu) and only an approved item changes CUSTMAST,
      *           ACORDOS or the remittance marks. Keyed by portal
      *           request date + time + account, so importing the
      *           same portal file twice does not duplicate anything.
      ******************************************************************
       01  PORTFILA-RECORD.
           05  PF-CHAVE.
               10  PF-DATA-PEDIDO         PIC 9(08).
               10  PF-HORA-PEDIDO         PIC 9(08).
               10  PF-CONTA               PIC 9(08).
           05  PF-TIPO                    PIC X(02).
               88  PF-TIPO-ENDERECO       VALUE 'EN'.
               88  PF-TIPO-ACORDO         VALUE 'AC'.
               88  PF-TIPO-BOLETO         VALUE 'BO'.
               88  PF-TIPO-OPT-OUT        VALUE 'OP'.
           05  PF-DADOS                   PIC X(120).
           05  PF-ALTERACAO REDEFINES PF-DADOS.
               10  PF-RUA                 PIC X(30).
               10  PF-CIDADE              PIC X(20).
               10  PF-ESTADO              PIC X(02).
               10  PF-CEP                 PIC X(09).
               10  PF-TELEFONE            PIC X(15).
               10  PF-EMAIL               PIC X(40).
               10  FILLER                 PIC X(04).
           05  PF-PROPOSTA REDEFINES PF-DADOS.
               10  PF-QTDE-PARCELAS       PIC 9(03).
               10  PF-VALOR-TOTAL         PIC 9(07)V99.
               10  PF-VALOR-ENTRADA       PIC 9(07)V99.
               10  PF-PRIMEIRO-VENC       PIC 9(08).
               10  FILLER                 PIC X(91).
           05  PF-PEDIDO-BOLETO REDEFINES PF-DADOS.
               10  PF-BOL-ORIGEM          PIC X(01).
                   88  PF-BOL-DIVIDA      VALUE 'D'.
                   88  PF-BOL-PARCELA     VALUE 'P'.
               10  PF-BOL-SEQ             PIC 9(03).
               10  FILLER                 PIC X(116).
      *    CAMPANHA DE DESCONTO (FEIRAO) EM VIGOR NA IMPORTACAO PELA
      *    QUAL A PROPOSTA DE ACORDO FOI CONFERIDA; ESPACOS QUANDO A
      *    PROPOSTA SEGUE A POLITICA COMUM DO PORTAL.
           05  PF-CAMPANHA                PIC X(06).
           05  PF-DATA-IMPORTACAO         PIC 9(08).
           05  PF-SITUACAO                PIC X(01).
               88  PF-PENDENTE            VALUE 'P'.
               88  PF-APROVADO            VALUE 'A'.
               88  PF-RECUSADO            VALUE 'R'.
           05  PF-ATENDENTE               PIC X(08).
           05  PF-DATA-DECISAO            PIC 9(08).
           05  PF-HORA-DECISAO            PIC 9(08).
           05  PF-OBS-DECISAO             PIC X(40).
           05  FILLER                     PIC X(20).

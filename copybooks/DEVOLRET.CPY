      ******************************************************************
      * Copybook: DEVOLRET
      * Purpose:  Recall return file sent to the creditor (DEVOLCAR):
      *           header '0' with the generation date and creditor,
      *           one detail '1' per requested account (situation DV =
      *           returned, QT = already settled, RJ = request refused
      *           with the reason), with the final balance, the money
      *           collected up to and after the cut-off, the last
      *           contact and the collection status at return, and
      *           trailer '9' with count and totals.
      ******************************************************************
       01  DEVOLRET-RECORD.
           05  DE-TIPO-REGISTRO           PIC X(01).
               88  DE-REG-HEADER          VALUE '0'.
               88  DE-REG-DETALHE         VALUE '1'.
               88  DE-REG-TRAILER         VALUE '9'.
           05  DE-DADOS                   PIC X(179).
           05  DE-DETALHE REDEFINES DE-DADOS.
               10  DE-CREDOR              PIC 9(03).
               10  DE-CONTA               PIC 9(08).
               10  DE-DOCUMENTO           PIC X(14).
               10  DE-NOME                PIC X(30).
               10  DE-SITUACAO            PIC X(02).
                   88  DE-DEVOLVIDA       VALUE 'DV'.
                   88  DE-JA-QUITADA      VALUE 'QT'.
                   88  DE-REJEITADA       VALUE 'RJ'.
      *        SITUACAO DA CONTA ANTES DA DEVOLUCAO (NAO PAGO,
      *        BAIXADO, PAGO) OU O MOTIVO DA REJEICAO.
               10  DE-MOTIVO              PIC X(20).
               10  DE-DATA-CORTE          PIC 9(08).
               10  DE-SALDO-PRINCIPAL     PIC 9(09)V99.
               10  DE-SALDO-ENCARGOS      PIC 9(09)V99.
               10  DE-SALDO-FINAL         PIC 9(09)V99.
               10  DE-RECEBIDO-CORTE      PIC 9(09)V99.
               10  DE-RECEBIDO-APOS       PIC 9(09)V99.
               10  DE-DATA-ULT-CONTATO    PIC 9(08).
               10  DE-RESULT-ULT-CONTATO  PIC X(02).
      *        ESTAGIO DA COBRANCA NA DEVOLUCAO: 'S' NEGATIVADO (A
      *        REMOCAO SAI NO BUREAU) E NO ESCRITORIO (PEDIDO DE
      *        DEVOLUCAO); MARCA DO PROTESTO COMO NO CADASTRO.
               10  DE-NEGATIVADO          PIC X(01).
               10  DE-JURIDICO            PIC X(01).
               10  DE-PROTESTO            PIC X(01).
               10  DE-PARCELAS-CANCEL     PIC 9(03).
               10  DE-BOLETOS-CANCEL      PIC 9(03).
               10  FILLER                 PIC X(20).
           05  DE-HEADER REDEFINES DE-DADOS.
               10  DE-HDR-DATA-GERACAO    PIC 9(08).
               10  DE-HDR-CREDOR          PIC 9(03).
               10  DE-HDR-LITERAL         PIC X(20).
               10  FILLER                 PIC X(148).
           05  DE-TRAILER REDEFINES DE-DADOS.
               10  DE-TRL-QTDE            PIC 9(07).
               10  DE-TRL-SALDO-TOTAL     PIC 9(11)V99.
               10  DE-TRL-RECEBIDO-TOTAL  PIC 9(11)V99.
               10  FILLER                 PIC X(146).

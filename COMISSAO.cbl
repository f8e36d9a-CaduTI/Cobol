      *         OPERADOR (COMIS-RPT) E GRAVA O RESUMO PARA A FOLHA
      *         (COMISPAY).
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Titulo pago no cartorio de protesto (operador de
      *                canal CARTORIO) nao comissiona, como o canal
      *                BANCO.
      *   15/10/2026 - Pagamento liquidado por PIX no PSP (operador de
      *                canal 'PIX') nao gera comissao, como o do banco
      *                e o do cartorio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO.
       77 WS-MES-PROCESSO          PIC 9(06) VALUES ZEROS.
       77 WS-MES-MOVIMENTO         PIC 9(06) VALUES ZEROS.
       77 WS-OPERADOR-BANCO        PIC X(08) VALUES 'BANCO'.
       77 WS-OPERADOR-CARTORIO     PIC X(08) VALUES 'CARTORIO'.
       77 WS-OPERADOR-PIX          PIC X(08) VALUES 'PIX'.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
       77 WS-TAXA-COMISSAO         PIC 9(02)V99 VALUES ZEROS.
       77 WS-VALOR-COMISSAO        PIC S9(9)V99 VALUES ZEROS.
                   MOVE PL-DATA-MOVIMENTO (1:6) TO WS-MES-MOVIMENTO
                   IF WS-MES-MOVIMENTO = WS-MES-PROCESSO AND
                      PL-OPERADOR NOT = WS-OPERADOR-BANCO AND
                      PL-OPERADOR NOT = WS-OPERADOR-CARTORIO AND
                      PL-OPERADOR NOT = WS-OPERADOR-PIX AND
                      (PL-TIPO-PAGAMENTO OR PL-TIPO-RECUPERACAO)
                       PERFORM COMISSIONA-PAGAMENTO
                   END-IF
                   MOVE PL-DATA-MOVIMENTO (1:6) TO WS-MES-MOVIMENTO
                   IF WS-MES-MOVIMENTO = WS-MES-PROCESSO AND
                      PL-TIPO-ESTORNO AND
                      PL-OPERADOR NOT = WS-OPERADOR-BANCO AND
                      PL-OPERADOR NOT = WS-OPERADOR-CARTORIO AND
                      PL-OPERADOR NOT = WS-OPERADOR-PIX
                       PERFORM DEDUZ-ESTORNO
                   END-IF
               END-IF

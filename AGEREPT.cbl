      *                (CM-CREDOR; 000 = carteira propria), ja que a
      *                carteira passou a reunir mais de um credor e o
      *                aging misturado nao dizia de quem era o que.
      *   15/10/2026 - Tambem roda como modulo da varredura unica do
      *                batch noturno (VARRECAR), recebendo a conta
      *                montada no bloco VARRCTA em vez de ler o
      *                CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEREPT.
               10 WS-CRED-CODIGO   PIC 9(03).
               10 WS-CRED-QTDE     PIC 9(07).
               10 WS-CRED-VALOR    PIC S9(11)V99.
       77 WS-MODULO-VARREDURA      PIC X(01) VALUES 'N'.
           88 WS-EM-VARREDURA      VALUE 'S'.
       LINKAGE SECTION.
           COPY VARRCTA.
       PROCEDURE DIVISION USING OPTIONAL VARRCTA-CONTA.
       MAIN-PROCEDURE.
           IF VARRCTA-CONTA IS NOT OMITTED
               PERFORM MODULO-VARREDURA
               GOBACK
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           INITIALIZE WS-TOTAIS-FAIXA WS-TOTAIS-UF WS-TOTAIS-CREDOR
           OPEN INPUT CUSTMAST-FILE
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   PERFORM AVALIA-CONTA-AGING
               END-IF
           END-PERFORM.

       AVALIA-CONTA-AGING.
           IF CM-NAO-PAGO AND CM-DATA-VENCIMENTO < WS-DATA-HOJE
               PERFORM CLASSIFICA-CONTA
           END-IF.

      *    MODULO DA VARREDURA UNICA DO BATCH NOTURNO (VARRECAR): A
      *    CONTA JA VEM LIDA NO BLOCO VARRCTA. SO CLASSIFICA; O AGING
      *    CONTA TODA A CARTEIRA, INCLUSIVE NO REINICIO.
       MODULO-VARREDURA.
           MOVE 'S' TO WS-MODULO-VARREDURA
           EVALUATE TRUE
               WHEN VA-ABRE
                   MOVE VA-DATA-HOJE TO WS-DATA-HOJE
                   INITIALIZE WS-TOTAIS-FAIXA WS-TOTAIS-UF
                              WS-TOTAIS-CREDOR
                   MOVE ZEROS TO WS-QTDE-UF WS-QTDE-CRED
                                 WS-QTDE-INVALIDAS
               WHEN VA-PROCESSA
                   MOVE VA-CADASTRO TO CUSTMAST-RECORD
                   PERFORM AVALIA-CONTA-AGING
               WHEN VA-FECHA
                   PERFORM GERA-RELATORIO-AGING
           END-EVALUATE
           MOVE ZEROS TO VA-RETORNO
           MOVE 'N' TO WS-MODULO-VARREDURA.

       CLASSIFICA-CONTA.
           CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                WS-DIAS-ATRASO WS-DATAS-VALIDAS

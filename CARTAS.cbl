      *                (CM-END-INVALIDO) fica FORA das cartas: a
      *                proxima carta iria para o mesmo endereco morto
      *                e postagem e o nosso terceiro maior custo.
      *   15/10/2026 - Conta com divida prescrita (CM-PRESCRICAO,
      *                marcada pelo batch PRESCREV) fica FORA das
      *                cartas: cobrar divida prescrita com ameaca de
      *                cobranca judicial expoe a casa a reclamacao.
      *   15/10/2026 - A partir do estagio FIRME, cada avalista ou
      *                fiador de divida em aberto da conta (cadastro
      *                AVALISTA) recebe tambem a carta de notificacao
      *                da inadimplencia do devedor, no mesmo arquivo
      *                de impressao.
      *   15/10/2026 - Conta com obito, falencia ou recuperacao
      *                judicial registrados (CM-EVENTO-VIDA) fica fora
      *                das cartas de cobranca; a cobranca passa a ser
      *                pela habilitacao do credito.
      *   15/10/2026 - Tambem roda como modulo da varredura unica do
      *                batch noturno (VARRECAR): contestacoes e dividas
      *                garantidas vem da conta montada no bloco VARRCTA
      *                e, no reinicio, as contas ja processadas nao
      *                recebem carta de novo.
      *   15/10/2026 - Conta com CEP que nao existe na base dos
      *                Correios ou nao confere com a cidade/UF (CM-CEP-
      *                SITUACAO, marcada pela manutencao, pela carga em
      *                lote ou pela conferencia mensal CEPCONF) fica
      *                fora das cartas ate a correcao.
      *   15/10/2026 - As cartas de cobranca e os avisos a avalistas
      *                tambem vao para o arquivo de trabalho da grafica
      *                (rotina GRAFCART), com o bloco de endereco da
      *                rotina ETIQUETA, para a remessa ordenada por CEP
      *                do GRAFICA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.
               ACCESS MODE DYNAMIC
               RECORD KEY DI-CHAVE
               FILE STATUS WS-FS-DISPUTA.
           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AV-CHAVE
               ALTERNATE RECORD KEY AV-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-AVALISTA.
           SELECT DEBTMAST-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DB-CHAVE
               FILE STATUS WS-FS-DEBTMAST.
           SELECT CARTAS-RPT-FILE ASSIGN TO "CARTAS-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
           COPY DUNCTL.
       FD  DISPUTA-FILE.
           COPY DISPUTA.
       FD  AVALISTA-FILE.
           COPY AVALISTA.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  CARTAS-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           88 WS-FIM-DISPUTA       VALUE 'S'.
       77 WS-TEM-DISPUTA           PIC X(01) VALUES 'N'.
           88 WS-DISPUTA-ABERTA    VALUE 'S'.
       77 WS-FS-AVALISTA           PIC X(02) VALUES '00'.
           88 WS-FS-AVAL-OK        VALUE '00'.
       77 WS-AVAL-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-AVAL-ABRIU        VALUE 'S'.
       77 WS-AVAL-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-AVAL          VALUE 'S'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-DEBT-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-DEBT-ABRIU        VALUE 'S'.
       77 WS-DIVIDA-EM-ABERTO      PIC X(01) VALUES 'N'.
           88 WS-GARANTIA-ATIVA    VALUE 'S'.
       77 WS-QTDE-CARTAS-AVAL      PIC 9(07) VALUES ZEROS.
       77 WS-MODULO-VARREDURA      PIC X(01) VALUES 'N'.
           88 WS-EM-VARREDURA      VALUE 'S'.
       77 WS-IDX-VARR              PIC 9(04) VALUES ZEROS.
       77 WS-CORPO-CARTA           PIC X(01) VALUES 'N'.
           88 WS-NO-CORPO-CARTA    VALUE 'S'.
       COPY ERRTAB.
       COPY GRAFCARP.
       LINKAGE SECTION.
           COPY VARRCTA.
       PROCEDURE DIVISION USING OPTIONAL VARRCTA-CONTA.
       MAIN-PROCEDURE.
           IF VARRCTA-CONTA IS NOT OMITTED
               PERFORM MODULO-VARREDURA
               GOBACK
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-DISPUTA-DISPONIVEL
           END-IF
           OPEN INPUT AVALISTA-FILE
           IF WS-FS-AVAL-OK
               MOVE 'S' TO WS-AVAL-DISPONIVEL
           END-IF
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-DISPONIVEL
           END-IF
           OPEN OUTPUT CARTAS-RPT-FILE
           PERFORM VARRE-CADASTRO
           CLOSE CUSTMAST-FILE
           IF WS-DISPUTA-ABRIU
               CLOSE DISPUTA-FILE
           END-IF
           IF WS-AVAL-ABRIU
               CLOSE AVALISTA-FILE
           END-IF
           IF WS-DEBT-ABRIU
               CLOSE DEBTMAST-FILE
           END-IF
           CLOSE CARTAS-RPT-FILE
           PERFORM ENCERRA-GRAFCART
           DISPLAY 'CARTAS: CARTAS EMITIDAS: ' WS-QTDE-CARTAS
           DISPLAY 'CARTAS: CARTAS A AVALISTAS: ' WS-QTDE-CARTAS-AVAL
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   PERFORM TRIA-CONTA-CARTA
               END-IF
           END-PERFORM.

       TRIA-CONTA-CARTA.
           IF CM-NAO-PAGO AND NOT CM-EM-JURIDICO AND
              NOT CM-ENDERECO-INVALIDO AND NOT CM-PRESCRITA AND
              NOT CM-COM-EVENTO-VIDA AND NOT CM-CEP-PENDENTE AND
              CM-DATA-VENCIMENTO < WS-DATA-HOJE
               IF WS-EM-VARREDURA
                   PERFORM CONTESTACAO-CONTA-MONTADA
               ELSE
                   PERFORM VERIFICA-CONTESTACAO-CONTA
               END-IF
               IF NOT WS-DISPUTA-ABERTA
                   PERFORM AVALIA-CONTA
               END-IF
           END-IF.

      *    MODULO DA VARREDURA UNICA DO BATCH NOTURNO (VARRECAR): A
      *    CONTA VEM MONTADA NO BLOCO VARRCTA, COM AS CONTESTACOES E
      *    AS DIVIDAS. NO REINICIO AS CONTAS JA PROCESSADAS NAO
      *    RECEBEM CARTA DE NOVO E O ARQUIVO DE IMPRESSAO CONTINUA.
       MODULO-VARREDURA.
           MOVE 'S' TO WS-MODULO-VARREDURA
           EVALUATE TRUE
               WHEN VA-ABRE
                   MOVE VA-DATA-HOJE TO WS-DATA-HOJE
                   MOVE ZEROS TO WS-QTDE-CARTAS WS-QTDE-CARTAS-AVAL
                   OPEN I-O DUNCTL-FILE
                   IF NOT WS-FS-DUNCTL-OK
                       CLOSE DUNCTL-FILE
                       OPEN OUTPUT DUNCTL-FILE
                       CLOSE DUNCTL-FILE
                       OPEN I-O DUNCTL-FILE
                   END-IF
                   OPEN INPUT AVALISTA-FILE
                   IF WS-FS-AVAL-OK
                       MOVE 'S' TO WS-AVAL-DISPONIVEL
                   END-IF
                   IF VA-EM-REINICIO
                       OPEN EXTEND CARTAS-RPT-FILE
                       IF WS-FS-RPT NOT = '00'
                           CLOSE CARTAS-RPT-FILE
                           OPEN OUTPUT CARTAS-RPT-FILE
                       END-IF
                   ELSE
                       OPEN OUTPUT CARTAS-RPT-FILE
                   END-IF
               WHEN VA-PROCESSA
                   IF NOT VA-CONTA-JA-PROCESSADA
                       MOVE VA-CADASTRO TO CUSTMAST-RECORD
                       PERFORM TRIA-CONTA-CARTA
                   END-IF
               WHEN VA-FECHA
                   CLOSE DUNCTL-FILE
                   IF WS-AVAL-ABRIU
                       CLOSE AVALISTA-FILE
                   END-IF
                   CLOSE CARTAS-RPT-FILE
                   PERFORM ENCERRA-GRAFCART
                   DISPLAY 'CARTAS: CARTAS EMITIDAS: ' WS-QTDE-CARTAS
                   DISPLAY 'CARTAS: CARTAS A AVALISTAS: '
                           WS-QTDE-CARTAS-AVAL
           END-EVALUATE
           MOVE ZEROS TO VA-RETORNO
           MOVE 'N' TO WS-MODULO-VARREDURA.

       CONTESTACAO-CONTA-MONTADA.
           MOVE 'N' TO WS-TEM-DISPUTA
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-DISPUTAS
                      OR WS-DISPUTA-ABERTA
               MOVE VA-DISPUTA-REG (WS-IDX-VARR) TO DISPUTA-RECORD
               IF DI-ABERTA
                   MOVE 'S' TO WS-TEM-DISPUTA
               END-IF
           END-PERFORM.

                   PERFORM LE-CONTROLE-DUNNING
                   IF WS-ESTAGIO-DEVIDO > WS-ESTAGIO-ENVIADO
                       PERFORM EMITE-CARTA
                       IF WS-ESTAGIO-DEVIDO >= 2
                           PERFORM NOTIFICA-AVALISTAS-CONTA
                       END-IF
                       PERFORM GRAVA-CONTROLE-DUNNING
                   END-IF
               END-IF
           STRING CM-RUA ' - ' CM-CIDADE '/' CM-ESTADO ' CEP ' CM-CEP
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM ABRE-CARTA-GRAFICA-DEVEDOR
           MOVE SPACES TO RPT-LINE
           STRING 'CONTA: ' CM-CONTA '  SALDO DEVEDOR: '
                  CM-SALDO-DEVEDOR '  VENCIDA DESDE: '
                  CM-DATA-VENCIMENTO
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           EVALUATE WS-ESTAGIO-DEVIDO
               WHEN 1
                   MOVE 'LEMBRAMOS QUE SUA FATURA ESTA EM ABERTO.'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE SPACES TO RPT-LINE
                   STRING 'PEDIMOS A GENTILEZA DE REGULARIZAR O '
                          'PAGAMENTO.' DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
               WHEN 2
                   MOVE 'SUA DIVIDA ESTA EM ABERTO HA MAIS DE 45'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE 'DIAS. SOLICITAMOS O PAGAMENTO IMEDIATO'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE 'PARA EVITAR NOVAS MEDIDAS DE COBRANCA.'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
               WHEN 3
                   MOVE 'AVISO FINAL: SUA DIVIDA ESTA EM ABERTO'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE 'HA MAIS DE 90 DIAS. SEM O PAGAMENTO EM'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
                   MOVE '10 DIAS O DEBITO VAI A COBRANCA JUDICIAL.'
                       TO RPT-LINE
                   PERFORM GRAVA-LINHA-CARTA
           END-EVALUATE
           MOVE ALL '=' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-CORPO-CARTA.
      *    A PARTIR DO ESTAGIO FIRME, OS AVALISTAS E FIADORES DAS
      *    DIVIDAS EM ABERTO DA CONTA RECEBEM A NOTIFICACAO. A
      *    SEQUENCIA 00 GARANTE A CONTA INTEIRA; AS DEMAIS, SO
      *    ENQUANTO A DIVIDA DO DEBTMAST ESTIVER NAO PAGO.
       NOTIFICA-AVALISTAS-CONTA.
           MOVE 'N' TO WS-AVAL-EOF
           IF NOT WS-AVAL-ABRIU
               MOVE 'S' TO WS-AVAL-EOF
           END-IF
           MOVE CM-CONTA TO AV-CONTA
           MOVE ZEROS TO AV-SEQ-DIVIDA
           IF NOT WS-FIM-AVAL
               START AVALISTA-FILE KEY IS >= AV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-AVAL-EOF
               END-START
               IF NOT WS-FS-AVAL-OK
                   MOVE 'S' TO WS-AVAL-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-AVAL
               READ AVALISTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-AVAL-EOF
               END-READ
               IF NOT WS-FS-AVAL-OK
                   MOVE 'S' TO WS-AVAL-EOF
               END-IF
               IF NOT WS-FIM-AVAL
                   IF AV-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-AVAL-EOF
                   ELSE
                       PERFORM VERIFICA-DIVIDA-GARANTIDA
                       IF WS-GARANTIA-ATIVA
                           PERFORM EMITE-CARTA-AVALISTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-DIVIDA-GARANTIDA.
           MOVE 'S' TO WS-DIVIDA-EM-ABERTO
           IF AV-SEQ-DIVIDA > 0 AND WS-DEBT-ABRIU
               MOVE AV-CONTA TO DB-CONTA
               MOVE AV-SEQ-DIVIDA TO DB-SEQ
               READ DEBTMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-DIVIDA-EM-ABERTO
                   NOT INVALID KEY
                       IF NOT DB-NAO-PAGO
                           MOVE 'N' TO WS-DIVIDA-EM-ABERTO
                       END-IF
               END-READ
           END-IF
           IF AV-SEQ-DIVIDA > 0 AND WS-EM-VARREDURA
               PERFORM GARANTIA-DIVIDA-MONTADA
           END-IF.

       GARANTIA-DIVIDA-MONTADA.
           MOVE 'N' TO WS-DIVIDA-EM-ABERTO
           PERFORM VARYING WS-IDX-VARR FROM 1 BY 1
                   UNTIL WS-IDX-VARR > VA-QTDE-DIVIDAS
               MOVE VA-DIVIDA-REG (WS-IDX-VARR) TO DEBTMAST-RECORD
               IF DB-SEQ = AV-SEQ-DIVIDA AND DB-NAO-PAGO
                   MOVE 'S' TO WS-DIVIDA-EM-ABERTO
               END-IF
           END-PERFORM.

       EMITE-CARTA-AVALISTA.
           ADD 1 TO WS-QTDE-CARTAS-AVAL
           MOVE ALL '=' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'AO(A) SR(A): ' AV-NOME
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING AV-RUA ' - ' AV-CIDADE '/' AV-ESTADO ' CEP ' AV-CEP
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM ABRE-CARTA-GRAFICA-AVALISTA
           MOVE SPACES TO RPT-LINE
           IF AV-EH-FIADOR
               STRING 'NA QUALIDADE DE FIADOR(A) DE: '
                      CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'NA QUALIDADE DE AVALISTA DE: '
                      CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO RPT-LINE
           STRING 'CONTA: ' CM-CONTA '  SALDO DEVEDOR: '
                  CM-SALDO-DEVEDOR '  VENCIDA DESDE: '
                  CM-DATA-VENCIMENTO
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           MOVE 'NOTIFICAMOS QUE A DIVIDA ACIMA, DA QUAL V.SA. E'
               TO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           MOVE 'GARANTIDOR(A), ESTA EM ABERTO. SEM A REGULARIZACAO'
               TO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           MOVE 'PELO DEVEDOR, A COBRANCA PODERA SER DIRIGIDA A V.SA.'
               TO RPT-LINE
           PERFORM GRAVA-LINHA-CARTA
           MOVE ALL '=' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-CORPO-CARTA.


      *    A MESMA CARTA VAI PARA A GRAFICA (ROTINA GRAFCART): O
      *    ENDERECO NO BLOCO DA JANELA E, DAQUI ATE O FIM DA CARTA,
      *    CADA LINHA DO TEXTO.
       ABRE-CARTA-GRAFICA-DEVEDOR.
           INITIALIZE GRAFCART-PARAMETROS
           SET GC-NOVA-CARTA TO TRUE
           MOVE 'C' TO GC-ORIGEM
           MOVE 'C' TO GC-TIPO-CARTA (1:1)
           MOVE WS-ESTAGIO-DEVIDO TO GC-TIPO-CARTA (2:1)
           MOVE CM-CONTA TO GC-CONTA
           MOVE ZEROS TO GC-SEQ-DIVIDA GC-REFERENCIA
           MOVE CM-CREDOR TO GC-CREDOR
           MOVE CM-PRIMEIRO-NOME TO GC-NOME-1
           MOVE CM-SOBRENOME TO GC-NOME-2
           MOVE CM-ENDERECO TO GC-ENDERECO
           PERFORM CHAMA-GRAFCART.

       ABRE-CARTA-GRAFICA-AVALISTA.
           INITIALIZE GRAFCART-PARAMETROS
           SET GC-NOVA-CARTA TO TRUE
           MOVE 'C' TO GC-ORIGEM
           MOVE 'AV' TO GC-TIPO-CARTA
           MOVE CM-CONTA TO GC-CONTA
           MOVE AV-SEQ-DIVIDA TO GC-SEQ-DIVIDA
           MOVE ZEROS TO GC-REFERENCIA
           MOVE CM-CREDOR TO GC-CREDOR
           MOVE AV-NOME TO GC-NOME-1
           MOVE SPACES TO GC-NOME-2
           MOVE AV-ENDERECO TO GC-ENDERECO
           PERFORM CHAMA-GRAFCART.

       CHAMA-GRAFCART.
           CALL 'GRAFCART' USING GRAFCART-PARAMETROS
           IF GC-GRAVADA
               MOVE 'S' TO WS-CORPO-CARTA
           ELSE
               MOVE 'N' TO WS-CORPO-CARTA
           END-IF.

       GRAVA-LINHA-CARTA.
           WRITE RPT-LINE
           IF WS-NO-CORPO-CARTA
               SET GC-LINHA-CARTA TO TRUE
               MOVE RPT-LINE TO GC-TEXTO
               CALL 'GRAFCART' USING GRAFCART-PARAMETROS
           END-IF.

       ENCERRA-GRAFCART.
           SET GC-ENCERRA TO TRUE
           CALL 'GRAFCART' USING GRAFCART-PARAMETROS.
       END PROGRAM CARTAS.

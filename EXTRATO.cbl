      *                intercalada na ordem cronologica com os
      *                lancamentos do PAYLOG. Sem o FEELOG, vale o
      *                modo antigo por inferencia.
      *   15/10/2026 - O cabecalho do extrato passa a trazer os
      *                avalistas e fiadores das dividas da conta
      *                (cadastro AVALISTA), com o documento mascarado
      *                (MASCARA), ja que o extrato vai para a mao do
      *                devedor.
      *   15/10/2026 - Recebimento do espolio ou do administrador
      *                judicial (PL-TIPO 'EP') aparece no extrato como
      *                ESPOLIO.
      *   15/10/2026 - Custas de cartorio lancadas pelo retorno do
      *                protesto (FEELOG tipo 'CP') aparecem em linha
      *                propria como CUSTAS, somando no saldo.
      *   15/10/2026 - Pagamento a maior retido como saldo credor
      *                ('CR') e reembolso ao cliente ('RE') aparecem em
      *                linha propria, sem mexer no saldo devedor; o
      *                pagamento por compensacao de saldo credor (forma
      *                'SC') sai como COMPENSADO; e o extrato lista os
      *                saldos credores da conta (CREDCLI) com a
      *                situacao de cada um.
      *   15/10/2026 - Multa moratoria ('MM') e juros de mora ('JM')
      *                dos credores com a regra do codigo do consumidor
      *                aparecem em linhas proprias, cada uma seguida da
      *                base do calculo (principal, percentual e, nos
      *                juros, os dias); os juros de cada mes saem
      *                agrupados em uma linha.
      *   15/10/2026 - Conta duplicada unificada (UNIFICA) tem o
      *                extrato montado na conta sobrevivente, que passa
      *                a incluir os lancamentos das contas que absorveu
      *                (rotina UNIFLOC), com as contas listadas no
      *                cabecalho.
      *   15/10/2026 - Os alertas ativos da conta (ALERTVER) aparecem
      *                antes do extrato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEELOG-FILE ASSIGN TO "FEELOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-FEELOG.
           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AV-CHAVE
               ALTERNATE RECORD KEY AV-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-AVALISTA.
           SELECT CREDCLI-FILE ASSIGN TO "CREDCLI"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SD-CHAVE
               FILE STATUS WS-FS-CREDCLI.
           SELECT EXTRATO-RPT-FILE ASSIGN TO "EXTRATOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
                         LEADING ==PL== BY ==AR==.
       FD  FEELOG-FILE.
           COPY FEELOG.
       FD  AVALISTA-FILE.
           COPY AVALISTA.
       FD  CREDCLI-FILE.
           COPY CREDCLI.
       FD  EXTRATO-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           88 WS-EH-ARQUIVADA      VALUE 'S'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-CONTA-EXTRATO         PIC 9(08) VALUES ZEROS.
      *    CONTAS DUPLICADAS UNIFICADAS NA CONTA DO EXTRATO (ROTINA
      *    UNIFLOC): OS LANCAMENTOS DELAS FICARAM COM O NUMERO ANTIGO
      *    E ENTRAM NO EXTRATO DA SOBREVIVENTE.
       77 WS-CONTA-PEDIDA-EXT      PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-CONTAS-EXT       PIC 9(02) VALUES ZEROS.
       77 WS-IDX-CONTA-EXT         PIC 9(02) VALUES ZEROS.
       77 WS-CONTA-TESTE           PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-NA-LISTA        PIC X(01) VALUES 'N'.
           88 WS-CONTA-DO-EXTRATO  VALUE 'S'.
       01 WS-LISTA-CONTAS-EXT.
           05 WS-CONTA-LISTA-EXT   PIC 9(08) OCCURS 20.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-SALDO-CORRENTE        PIC S9(9)V99 VALUES ZEROS.
       77 WS-QTDE-EVT              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-EVT               PIC 9(03) VALUES ZEROS.
       77 WS-IDX-EVT2              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-JM                PIC 9(03) VALUES ZEROS.
       77 WS-PCT-EXIBE             PIC 9(02)V99 VALUES ZEROS.
       77 WS-HOUVE-TROCA           PIC X(01) VALUES 'N'.
       77 WS-FS-AVALISTA           PIC X(02) VALUES '00'.
           88 WS-FS-AVAL-OK        VALUE '00'.
       77 WS-AVAL-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-AVAL          VALUE 'S'.
       77 WS-TIPO-GARANTIA         PIC X(08) VALUES SPACES.
       77 WS-CAMPO-MASCARADO       PIC X(40) VALUES SPACES.
       77 WS-QTDE-VISIVEL          PIC 9(02) VALUES ZEROS.
       77 WS-FS-CREDCLI            PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-CRED-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-CRED          VALUE 'S'.
       01 WS-EVT-TROCA.
           05 WS-TRO-TIPO          PIC X(02).
           05 WS-TRO-DATA          PIC 9(08).
           05 WS-TRO-HORA          PIC 9(08).
           05 WS-TRO-VALOR         PIC S9(7)V99.
           05 WS-TRO-TAXA          PIC 9V9999.
           05 WS-TRO-FORMA         PIC X(02).
           05 WS-TRO-BASE          PIC S9(7)V99.
           05 WS-TRO-DIAS          PIC 9(04).
       01 WS-EVENTOS-TAB.
           05 WS-EVT-ENTRY OCCURS 200.
               10 WS-EVT-TIPO      PIC X(02).
               10 WS-EVT-HORA      PIC 9(08).
               10 WS-EVT-VALOR     PIC S9(7)V99.
               10 WS-EVT-TAXA      PIC 9V9999.
               10 WS-EVT-FORMA     PIC X(02).
               10 WS-EVT-BASE      PIC S9(7)V99.
               10 WS-EVT-DIAS      PIC 9(04).
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.
       COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'CONTA PARA O EXTRATO DA DIVIDA:'
           ACCEPT WS-CONTA-PEDIDA-EXT
           CALL 'UNIFLOC' USING WS-CONTA-PEDIDA-EXT WS-CONTA-EXTRATO
                                WS-QTDE-CONTAS-EXT WS-LISTA-CONTAS-EXT
           IF WS-CONTA-EXTRATO NOT = WS-CONTA-PEDIDA-EXT
               DISPLAY 'CONTA ' WS-CONTA-PEDIDA-EXT
                       ' UNIFICADA NA CONTA ' WS-CONTA-EXTRATO
                       '. EXTRATO DA CONTA SOBREVIVENTE.'
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               INVALID KEY
                   PERFORM BUSCA-CONTA-ARQUIVADA
           END-READ
           IF WS-FS-OK
               PERFORM EXIBE-ALERTAS-CONTA
           END-IF
           IF WS-FS-OK OR WS-EH-ARQUIVADA
               PERFORM GERA-EXTRATO
           END-IF
           CLOSE CUSTMAST-FILE
           GOBACK.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ANTES DE
      *    QUALQUER OUTRO DADO DA CONTA.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE CM-CONTA TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

      *    CONTA ARQUIVADA PELO ARQCAD: A IMAGEM DO MESTRE MORTO E
      *    COPIADA PARA A AREA DO CUSTMAST (AQUI E TUDO LEITURA) E O
      *    EXTRATO SEGUE NORMALMENTE, COM AS DIVIDAS VINDO DO
                  '  CLIENTE: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-CONTA-EXT FROM 2 BY 1
                   UNTIL WS-IDX-CONTA-EXT > WS-QTDE-CONTAS-EXT
               MOVE SPACES TO RPT-LINE
               STRING 'INCLUI O HISTORICO DA CONTA UNIFICADA '
                      WS-CONTA-LISTA-EXT (WS-IDX-CONTA-EXT)
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           PERFORM DETERMINA-BASE-EXTRATO
           MOVE SPACES TO RPT-LINE
           IF WS-CONTA-DETALHADA
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           PERFORM LISTA-AVALISTAS-EXTRATO
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BASE-ORIGINAL TO WS-SALDO-CORRENTE
           STRING 'SALDO DEVEDOR ATUAL: ' CM-SALDO-DEVEDOR
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM LISTA-SALDOS-CREDORES-EXTRATO
           MOVE ALL '=' TO RPT-LINE
           WRITE RPT-LINE
           CLOSE EXTRATO-RPT-FILE
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PAYARCH-RECORD TO PAYLOG-RECORD
                   MOVE PL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-EXTRATO
                   IF WS-CONTA-DO-EXTRATO
                       IF PL-TIPO-SALDO-CREDOR
                           PERFORM IMPRIME-SALDO-CREDOR
                       ELSE
                           PERFORM IMPRIME-EVENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-EXTRATO
                   IF WS-CONTA-DO-EXTRATO
                       IF PL-TIPO-SALDO-CREDOR
                           PERFORM IMPRIME-SALDO-CREDOR
                       ELSE
                           PERFORM IMPRIME-EVENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                   MOVE 'ESTORNO' TO WS-TIPO-TEXTO
               WHEN PL-TIPO-DESCONTO
                   MOVE 'DESCONTO' TO WS-TIPO-TEXTO
               WHEN PL-TIPO-ESPOLIO
                   MOVE 'ESPOLIO' TO WS-TIPO-TEXTO
               WHEN PL-FORMA-SALDO-CREDOR
                   MOVE 'COMPENSADO' TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE 'PAGAMENTO' TO WS-TIPO-TEXTO
           END-EVALUATE
           WRITE RPT-LINE
           MOVE PL-SALDO-APOS TO WS-SALDO-CORRENTE.

      *    PAGAMENTO A MAIOR RETIDO COMO SALDO CREDOR E REEMBOLSO AO
      *    CLIENTE: DINHEIRO DO CLIENTE, FORA DO SALDO DEVEDOR; A
      *    LINHA SAI SEM MEXER NO SALDO CORRENTE.
       IMPRIME-SALDO-CREDOR.
           ADD 1 TO WS-QTDE-EVENTOS
           IF PL-TIPO-CREDITO
               MOVE 'CRED.CONTA' TO WS-TIPO-TEXTO
           ELSE
               MOVE 'REEMBOLSO' TO WS-TIPO-TEXTO
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING PL-DATA-MOVIMENTO ' ' WS-TIPO-TEXTO
                  ' VALOR: ' PL-VALOR
                  ' (FORA DO SALDO DEVEDOR)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *    MESMO PONTO DE PARTIDA DA AUDITORIA DE SALDOS: CONTA COM
      *    DIVIDAS DETALHADAS PARTE DA SOMA DOS VALORES ORIGINAIS DO
      *    DEBTMAST; SEM DETALHE, DO VALOR ORIGINAL DO CADASTRO.
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PAYARCH-RECORD TO PAYLOG-RECORD
                   MOVE PL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-EXTRATO
                   IF WS-CONTA-DO-EXTRATO AND WS-QTDE-EVT < 200
                       ADD 1 TO WS-QTDE-EVT
                       MOVE PL-TIPO TO WS-EVT-TIPO (WS-QTDE-EVT)
                       MOVE PL-DATA-MOVIMENTO TO
                            WS-EVT-HORA (WS-QTDE-EVT)
                       MOVE PL-VALOR TO WS-EVT-VALOR (WS-QTDE-EVT)
                       MOVE ZEROS TO WS-EVT-TAXA (WS-QTDE-EVT)
                       MOVE PL-FORMA TO WS-EVT-FORMA (WS-QTDE-EVT)
                       MOVE ZEROS TO WS-EVT-BASE (WS-QTDE-EVT)
                                     WS-EVT-DIAS (WS-QTDE-EVT)
                   END-IF
               END-IF
           END-PERFORM
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-EXTRATO
                   IF WS-CONTA-DO-EXTRATO AND WS-QTDE-EVT < 200
                       ADD 1 TO WS-QTDE-EVT
                       MOVE PL-TIPO TO WS-EVT-TIPO (WS-QTDE-EVT)
                       MOVE PL-DATA-MOVIMENTO TO
                            WS-EVT-HORA (WS-QTDE-EVT)
                       MOVE PL-VALOR TO WS-EVT-VALOR (WS-QTDE-EVT)
                       MOVE ZEROS TO WS-EVT-TAXA (WS-QTDE-EVT)
                       MOVE PL-FORMA TO WS-EVT-FORMA (WS-QTDE-EVT)
                       MOVE ZEROS TO WS-EVT-BASE (WS-QTDE-EVT)
                                     WS-EVT-DIAS (WS-QTDE-EVT)
                   END-IF
               END-IF
           END-PERFORM
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE FL-CONTA TO WS-CONTA-TESTE
                   PERFORM VERIFICA-CONTA-EXTRATO
                   IF WS-CONTA-DO-EXTRATO AND FL-TIPO-JUROS-MORA
                       PERFORM AGRUPA-JUROS-MORA
                   END-IF
                   IF WS-CONTA-DO-EXTRATO AND
                      NOT FL-TIPO-JUROS-MORA AND
                      WS-QTDE-EVT < 200
                       ADD 1 TO WS-QTDE-EVT
      *                REGISTRO ANTIGO SEM O TIPO PREENCHIDO E MULTA.
                       IF FL-TIPO-CORRECAO OR FL-TIPO-ESTORNO OR
                          FL-TIPO-CUSTAS OR FL-TIPO-MULTA-MORA
                           MOVE FL-TIPO TO WS-EVT-TIPO (WS-QTDE-EVT)
                       ELSE
                           MOVE 'MU' TO WS-EVT-TIPO (WS-QTDE-EVT)
                       MOVE FL-VALOR-MULTA TO
                            WS-EVT-VALOR (WS-QTDE-EVT)
                       MOVE FL-TAXA TO WS-EVT-TAXA (WS-QTDE-EVT)
                       MOVE SPACES TO WS-EVT-FORMA (WS-QTDE-EVT)
                       MOVE FL-SALDO-BASE TO WS-EVT-BASE (WS-QTDE-EVT)
                       MOVE ZEROS TO WS-EVT-DIAS (WS-QTDE-EVT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEELOG-FILE.

      *    O LANCAMENTO E DO EXTRATO QUANDO E DA CONTA OU DE UMA
      *    CONTA DUPLICADA UNIFICADA NELA.
       VERIFICA-CONTA-EXTRATO.
           MOVE 'N' TO WS-CONTA-NA-LISTA
           PERFORM VARYING WS-IDX-CONTA-EXT FROM 1 BY 1
                   UNTIL WS-IDX-CONTA-EXT > WS-QTDE-CONTAS-EXT
               IF WS-CONTA-LISTA-EXT (WS-IDX-CONTA-EXT) =
                  WS-CONTA-TESTE
                   MOVE 'S' TO WS-CONTA-NA-LISTA
               END-IF
           END-PERFORM.

      *    OS JUROS DE MORA SAO LANCADOS TODA NOITE; NO EXTRATO OS
      *    LANCAMENTOS DO MESMO MES, TAXA E PRINCIPAL VIRAM UMA LINHA
      *    SO, COM A SOMA DOS DIAS E A DATA DO ULTIMO - A CONTA BASE
      *    X TAXA X DIAS / 30 CONTINUA FECHANDO COM O VALOR. UM
      *    PAGAMENTO QUE MEXE NO PRINCIPAL ABRE LINHA NOVA.
       AGRUPA-JUROS-MORA.
           MOVE ZEROS TO WS-IDX-JM
           PERFORM VARYING WS-IDX-EVT2 FROM 1 BY 1
                   UNTIL WS-IDX-EVT2 > WS-QTDE-EVT
               IF WS-EVT-TIPO (WS-IDX-EVT2) = 'JM' AND
                  WS-EVT-DATA (WS-IDX-EVT2) (1:6) =
                  FL-DATA-MOVIMENTO (1:6) AND
                  WS-EVT-TAXA (WS-IDX-EVT2) = FL-TAXA AND
                  WS-EVT-BASE (WS-IDX-EVT2) = FL-SALDO-BASE
                   MOVE WS-IDX-EVT2 TO WS-IDX-JM
               END-IF
           END-PERFORM
           IF WS-IDX-JM > 0
               ADD FL-VALOR-MULTA TO WS-EVT-VALOR (WS-IDX-JM)
               ADD FL-DIAS-JUROS TO WS-EVT-DIAS (WS-IDX-JM)
               MOVE FL-DATA-MOVIMENTO TO WS-EVT-DATA (WS-IDX-JM)
               MOVE FL-HORA-MOVIMENTO TO WS-EVT-HORA (WS-IDX-JM)
           ELSE
               IF WS-QTDE-EVT < 200
                   ADD 1 TO WS-QTDE-EVT
                   MOVE 'JM' TO WS-EVT-TIPO (WS-QTDE-EVT)
                   MOVE FL-DATA-MOVIMENTO TO WS-EVT-DATA (WS-QTDE-EVT)
                   MOVE FL-HORA-MOVIMENTO TO WS-EVT-HORA (WS-QTDE-EVT)
                   MOVE FL-VALOR-MULTA TO WS-EVT-VALOR (WS-QTDE-EVT)
                   MOVE FL-TAXA TO WS-EVT-TAXA (WS-QTDE-EVT)
                   MOVE SPACES TO WS-EVT-FORMA (WS-QTDE-EVT)
                   MOVE FL-SALDO-BASE TO WS-EVT-BASE (WS-QTDE-EVT)
                   MOVE FL-DIAS-JUROS TO WS-EVT-DIAS (WS-QTDE-EVT)
               END-IF
           END-IF.

      *    ORDENACAO SIMPLES POR DATA E HORA; A TABELA E PEQUENA (ATE
      *    200 EVENTOS POR CONTA).
       ORDENA-EVENTOS.
               WHEN 'MU'
               WHEN 'CM'
               WHEN 'EM'
               WHEN 'CP'
               WHEN 'MM'
               WHEN 'JM'
                   ADD WS-EVT-VALOR (WS-IDX-EVT) TO
                       WS-SALDO-CORRENTE
                   EVALUATE WS-EVT-TIPO (WS-IDX-EVT)
                           MOVE 'CORRECAO' TO WS-TIPO-TEXTO
                       WHEN 'EM'
                           MOVE 'EST.MULTA' TO WS-TIPO-TEXTO
                       WHEN 'CP'
                           MOVE 'CUSTAS' TO WS-TIPO-TEXTO
                       WHEN 'MM'
                           MOVE 'MULTA MORA' TO WS-TIPO-TEXTO
                       WHEN 'JM'
                           MOVE 'JUROS MORA' TO WS-TIPO-TEXTO
                       WHEN OTHER
                           MOVE 'ENCARGO' TO WS-TIPO-TEXTO
                   END-EVALUATE
                          ' SALDO: ' WS-SALDO-CORRENTE
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   IF WS-EVT-TIPO (WS-IDX-EVT) = 'MM' OR
                      WS-EVT-TIPO (WS-IDX-EVT) = 'JM'
                       PERFORM IMPRIME-BASE-ENCARGO
                   END-IF
      *        PAGAMENTO A MAIOR RETIDO E REEMBOLSO NAO MEXEM NO SALDO.
               WHEN 'CR'
               WHEN 'RE'
                   IF WS-EVT-TIPO (WS-IDX-EVT) = 'CR'
                       MOVE 'CRED.CONTA' TO WS-TIPO-TEXTO
                   ELSE
                       MOVE 'REEMBOLSO' TO WS-TIPO-TEXTO
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING WS-EVT-DATA (WS-IDX-EVT) ' '
                          WS-TIPO-TEXTO
                          ' VALOR: ' WS-EVT-VALOR (WS-IDX-EVT)
                          ' (FORA DO SALDO DEVEDOR)'
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   SUBTRACT WS-EVT-VALOR (WS-IDX-EVT) FROM
                       WS-SALDO-CORRENTE
                           MOVE 'ESTORNO' TO WS-TIPO-TEXTO
                       WHEN 'DS'
                           MOVE 'DESCONTO' TO WS-TIPO-TEXTO
                       WHEN 'EP'
                           MOVE 'ESPOLIO' TO WS-TIPO-TEXTO
                       WHEN OTHER
                           IF WS-EVT-FORMA (WS-IDX-EVT) = 'SC'
                               MOVE 'COMPENSADO' TO WS-TIPO-TEXTO
                           ELSE
                               MOVE 'PAGAMENTO' TO WS-TIPO-TEXTO
                           END-IF
                   END-EVALUATE
                   MOVE SPACES TO RPT-LINE
                   STRING WS-EVT-DATA (WS-IDX-EVT) ' '
                   WRITE RPT-LINE
           END-EVALUATE.

      *    BASE DO CALCULO DA MULTA MORATORIA E DOS JUROS DE MORA,
      *    PARA O CLIENTE (E O PROCON) REFAZER A CONTA: PRINCIPAL X
      *    PERCENTUAL, E NOS JUROS X DIAS / 30.
       IMPRIME-BASE-ENCARGO.
           COMPUTE WS-PCT-EXIBE = WS-EVT-TAXA (WS-IDX-EVT) * 100
           MOVE SPACES TO RPT-LINE
           IF WS-EVT-TIPO (WS-IDX-EVT) = 'MM'
               STRING '         BASE: PRINCIPAL '
                      WS-EVT-BASE (WS-IDX-EVT) ' X '
                      WS-PCT-EXIBE ' POR CENTO (MULTA UNICA)'
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING '         BASE: PRINCIPAL '
                      WS-EVT-BASE (WS-IDX-EVT) ' X '
                      WS-PCT-EXIBE ' POR CENTO AO MES X '
                      WS-EVT-DIAS (WS-IDX-EVT) ' DIAS / 30'
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *    GARANTIAS DA CONTA: UMA LINHA POR AVALISTA/FIADOR, COM A
      *    DIVIDA GARANTIDA (00 = A CONTA INTEIRA).
       LISTA-AVALISTAS-EXTRATO.
           MOVE 'N' TO WS-AVAL-EOF
           OPEN INPUT AVALISTA-FILE
           IF NOT WS-FS-AVAL-OK
               MOVE 'S' TO WS-AVAL-EOF
           ELSE
               MOVE WS-CONTA-EXTRATO TO AV-CONTA
               MOVE ZEROS TO AV-SEQ-DIVIDA
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
                   IF AV-CONTA NOT = WS-CONTA-EXTRATO
                       MOVE 'S' TO WS-AVAL-EOF
                   ELSE
                       PERFORM IMPRIME-LINHA-AVALISTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-AVALISTA NOT = '35' AND WS-FS-AVALISTA NOT = '91'
               CLOSE AVALISTA-FILE
           END-IF.

       IMPRIME-LINHA-AVALISTA.
           IF AV-EH-FIADOR
               MOVE 'FIADOR' TO WS-TIPO-GARANTIA
           ELSE
               MOVE 'AVALISTA' TO WS-TIPO-GARANTIA
           END-IF
           MOVE SPACES TO WS-CAMPO-MASCARADO
           MOVE AV-DOCUMENTO TO WS-CAMPO-MASCARADO
           MOVE 3 TO WS-QTDE-VISIVEL
           CALL 'MASCARA' USING WS-CAMPO-MASCARADO WS-QTDE-VISIVEL
           MOVE SPACES TO RPT-LINE
           STRING WS-TIPO-GARANTIA ' (DIVIDA ' AV-SEQ-DIVIDA '): '
                  AV-NOME ' DOC ' WS-CAMPO-MASCARADO (1:14)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *    SALDOS CREDORES DA CONTA (PAGAMENTOS A MAIOR RETIDOS) COM
      *    O QUE FOI FEITO DE CADA UM: DISPONIVEL, COMPENSADO EM OUTRA
      *    CONTA, EM REEMBOLSO OU DEVOLVIDO AO CLIENTE.
       LISTA-SALDOS-CREDORES-EXTRATO.
           MOVE 'N' TO WS-CRED-EOF
           OPEN INPUT CREDCLI-FILE
           IF NOT WS-FS-CRED-OK
               MOVE 'S' TO WS-CRED-EOF
           ELSE
               MOVE WS-CONTA-EXTRATO TO SD-CONTA
               MOVE ZEROS TO SD-SEQ
               START CREDCLI-FILE KEY IS >= SD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CRED-EOF
               END-START
               IF NOT WS-FS-CRED-OK
                   MOVE 'S' TO WS-CRED-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-CRED
               READ CREDCLI-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CRED-EOF
               END-READ
               IF NOT WS-FS-CRED-OK
                   MOVE 'S' TO WS-CRED-EOF
               END-IF
               IF NOT WS-FIM-CRED
                   IF SD-CONTA NOT = WS-CONTA-EXTRATO
                       MOVE 'S' TO WS-CRED-EOF
                   ELSE
                       PERFORM IMPRIME-LINHA-SALDO-CREDOR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CREDCLI NOT = '35' AND WS-FS-CREDCLI NOT = '91'
               CLOSE CREDCLI-FILE
           END-IF.

       IMPRIME-LINHA-SALDO-CREDOR.
           EVALUATE TRUE
               WHEN SD-DISPONIVEL
                   MOVE 'DISPONIVEL' TO WS-TIPO-TEXTO
               WHEN SD-COMPENSADO
                   MOVE 'COMPENSADO' TO WS-TIPO-TEXTO
               WHEN SD-EM-REEMBOLSO
                   MOVE 'EM REEMB.' TO WS-TIPO-TEXTO
               WHEN SD-REEMBOLSADO
                   MOVE 'DEVOLVIDO' TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE SD-SITUACAO TO WS-TIPO-TEXTO
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING 'SALDO CREDOR ' SD-DATA-CREDITO
                  ' VALOR: ' SD-VALOR-ORIGINAL
                  ' RESTA: ' SD-SALDO ' ' WS-TIPO-TEXTO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF SD-VALOR-COMPENSADO > 0
               MOVE SPACES TO RPT-LINE
               STRING '     COMPENSADO ' SD-VALOR-COMPENSADO
                      ' NA CONTA ' SD-CONTA-COMPENSADA
                      ' EM ' SD-DATA-COMPENSACAO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF SD-REEMBOLSADO
               MOVE SPACES TO RPT-LINE
               STRING '     REEMBOLSADO ' SD-VALOR-REEMBOLSO
                      ' EM ' SD-DATA-ENVIO
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       IMPRIME-LINHA-ENCARGOS.
           MOVE SPACES TO RPT-LINE
           STRING '         ENCARGOS APLICADOS NO PERIODO: '

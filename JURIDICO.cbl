      *         BAIXA A CONTA PARA PREJUIZO COM REGISTRO NO WRITEOFF
      *         (MOTIVO JU).
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Conta com divida prescrita (CM-PRESCRICAO,
      *                marcada pelo batch PRESCREV) nao e mais
      *                encaminhada; a que ja estava no escritorio sai
      *                no novo arquivo de pedidos de devolucao JURIDES
      *                (linha delimitada por '|' com conta, nome,
      *                documento, motivo e data) e tem a marca
      *                CM-JURIDICO apagada.
      *   15/10/2026 - A linha do JURIEXT passa a levar, depois do
      *                vencimento, a quantidade de avalistas/fiadores
      *                da conta (cadastro AVALISTA, ate 3) e, para
      *                cada um, tipo, nome, documento, endereco e
      *                telefone; o escritorio recebe o caso inteiro
      *                num arquivo so. Registro passou a 600 posicoes.
      *   15/10/2026 - O valor em vigor no cadastro de parametros de
      *                politica (POLPARM, rotina POLVIG) prevalece
      *                sobre o arquivo de controle JURIPRM.
      *   15/10/2026 - Conta devolvida ao credor e devolvida pelo
      *                escritorio (motivo devolucao ao credor).
      *   15/10/2026 - Header e trailer do retorno do escritorio
      *                ignorados
      *   15/10/2026 - Entrada e saida do escritorio (liquidada,
      *                incobravel, devolvida ou devolucao pedida) e a
      *                baixa do incobravel vao para o historico de
      *                situacoes SITUHIST (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURIDICO.
           SELECT JURIEXT-FILE ASSIGN TO "JURIEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-JURIEXT.
           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AV-CHAVE
               ALTERNATE RECORD KEY AV-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-AVALISTA.
           SELECT JURIDES-FILE ASSIGN TO "JURIDES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-JURIDES.
           SELECT JURIRET-FILE ASSIGN TO "JURIRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-JURIRET.
       FD  JURIPRM-FILE.
           COPY JURIPRM.
       FD  JURIEXT-FILE.
       01 EXT-LINE                 PIC X(600).
       FD  AVALISTA-FILE.
           COPY AVALISTA.
       FD  JURIDES-FILE.
       01 DES-LINE                 PIC X(120).
       FD  JURIRET-FILE.
           COPY JURIRET.
       FD  WRITEOFF-FILE.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-JURIPRM            PIC X(02) VALUES '00'.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-FS-JURIEXT            PIC X(02) VALUES '00'.
       77 WS-FS-JURIDES            PIC X(02) VALUES '00'.
       77 WS-FS-JURIRET            PIC X(02) VALUES '00'.
           88 WS-FS-RET-OK         VALUE '00'.
       77 WS-FS-WRITEOFF           PIC X(02) VALUES '00'.
       77 WS-VALOR-ENCAMINHADO     PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-RETORNOS         PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-SEM-CONTA        PIC 9(05) VALUES ZEROS.
       77 WS-QTDE-DEVOLVIDAS       PIC 9(05) VALUES ZEROS.
       77 WS-MOTIVO-DEVOLUCAO      PIC X(20) VALUES SPACES.
       77 WS-SALDO-TXT             PIC 9(07).99 VALUES ZEROS.
       77 WS-MULTA-TXT             PIC 9(07).99 VALUES ZEROS.
       77 WS-FS-AVALISTA           PIC X(02) VALUES '00'.
           88 WS-FS-AVAL-OK        VALUE '00'.
       77 WS-AVAL-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-AVAL-ABRIU        VALUE 'S'.
       77 WS-AVAL-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-AVAL          VALUE 'S'.
       77 WS-PTR-EXT               PIC 9(03) VALUES 1.
      *    AVALISTAS DA CONTA NA LINHA DO JURIEXT (ATE 3).
       77 WS-MAX-AVAL-EXT          PIC 9(01) VALUES 3.
       01 WS-AVAL-EXT.
           05 WS-QTDE-AVAL-EXT     PIC 9(01) VALUES ZEROS.
           05 WS-AVAL-EXT-ENTRY OCCURS 3.
               10 WS-AVX-TIPO      PIC X(01).
               10 WS-AVX-NOME      PIC X(30).
               10 WS-AVX-DOCUMENTO PIC X(14).
               10 WS-AVX-RUA       PIC X(30).
               10 WS-AVX-CIDADE    PIC X(20).
               10 WS-AVX-ESTADO    PIC X(02).
               10 WS-AVX-CEP       PIC X(09).
               10 WS-AVX-TELEFONE  PIC X(15).
       77 WS-IDX-AVAL              PIC 9(01) VALUES ZEROS.
      *    SITUACOES ANTES E DEPOIS DA MUDANCA, PARA O HISTORICO
      *    SITUHIST
       77 WS-SITU-ANTERIOR         PIC X(10) VALUES SPACES.
       77 WS-SITU-NOVA             PIC X(10) VALUES SPACES.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
                   END-IF
               END-IF
           END-IF
           CLOSE JURIPRM-FILE
      *    O VALOR EM VIGOR NO POLPARM (PARAMETROS DE POLITICA,
      *    MANTIDOS NO POLCAD) PREVALECE SOBRE O ARQUIVO DE
      *    CONTROLE.
           MOVE 'JURDIAS' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-DIAS-LIMITE
           END-IF
           MOVE 'JURVALOR' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-VALOR-MINIMO
           END-IF.

       ENCAMINHA-CONTAS.
           OPEN OUTPUT JURIEXT-FILE
           OPEN OUTPUT JURIDES-FILE
           OPEN INPUT AVALISTA-FILE
           IF WS-FS-AVAL-OK
               MOVE 'S' TO WS-AVAL-DISPONIVEL
           END-IF
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   EVALUATE TRUE
      *                CONTA DEVOLVIDA AO CREDOR SAI DO ESCRITORIO.
                       WHEN CM-DEVOLVIDO AND CM-EM-JURIDICO
                           MOVE 'DEVOLUCAO AO CREDOR' TO
                                WS-MOTIVO-DEVOLUCAO
                           PERFORM DEVOLVE-CONTA-ESCRITORIO
      *                DIVIDA PRESCRITA NAO SEGUE NO ESCRITORIO.
                       WHEN CM-NAO-PAGO AND CM-EM-JURIDICO AND
                            CM-PRESCRITA
                           MOVE 'PRESCRICAO' TO WS-MOTIVO-DEVOLUCAO
                           PERFORM DEVOLVE-CONTA-ESCRITORIO
                       WHEN CM-NAO-PAGO AND NOT CM-EM-JURIDICO AND
                            NOT CM-PRESCRITA AND
                            CM-SALDO-DEVEDOR >= WS-VALOR-MINIMO AND
                            CM-DATA-VENCIMENTO < WS-DATA-HOJE
                           PERFORM AVALIA-ENCAMINHAMENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE JURIEXT-FILE
           CLOSE JURIDES-FILE
           IF WS-AVAL-ABRIU
               CLOSE AVALISTA-FILE
           END-IF
           DISPLAY 'JURIDICO: CONTAS ENCAMINHADAS: '
                   WS-QTDE-ENCAMINHADAS ' VALOR: '
                   WS-VALOR-ENCAMINHADO
           DISPLAY 'JURIDICO: PEDIDOS DE DEVOLUCAO AO ESCRITORIO: '
                   WS-QTDE-DEVOLVIDAS.

       AVALIA-ENCAMINHAMENTO.
           CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
           ADD CM-SALDO-DEVEDOR TO WS-VALOR-ENCAMINHADO
           MOVE CM-SALDO-PRINCIPAL TO WS-SALDO-TXT
           MOVE CM-SALDO-MULTA TO WS-MULTA-TXT
           PERFORM CARREGA-AVALISTAS-CONTA
           MOVE SPACES TO EXT-LINE
           MOVE 1 TO WS-PTR-EXT
           STRING CM-CONTA '|'
                  CM-PRIMEIRO-NOME ' ' CM-SOBRENOME '|'
                  CM-DOCUMENTO '|'
                  CM-RUA ', ' CM-CIDADE '/' CM-ESTADO ' ' CM-CEP '|'
                  WS-SALDO-TXT '|'
                  WS-MULTA-TXT '|'
                  CM-DATA-VENCIMENTO '|'
                  WS-QTDE-AVAL-EXT
                  DELIMITED BY SIZE INTO EXT-LINE
                  WITH POINTER WS-PTR-EXT
           PERFORM VARYING WS-IDX-AVAL FROM 1 BY 1
                   UNTIL WS-IDX-AVAL > WS-QTDE-AVAL-EXT
               STRING '|' WS-AVX-TIPO (WS-IDX-AVAL)
                      '|' WS-AVX-NOME (WS-IDX-AVAL)
                      '|' WS-AVX-DOCUMENTO (WS-IDX-AVAL)
                      '|' WS-AVX-RUA (WS-IDX-AVAL) ', '
                      WS-AVX-CIDADE (WS-IDX-AVAL) '/'
                      WS-AVX-ESTADO (WS-IDX-AVAL) ' '
                      WS-AVX-CEP (WS-IDX-AVAL)
                      '|' WS-AVX-TELEFONE (WS-IDX-AVAL)
                      DELIMITED BY SIZE INTO EXT-LINE
                      WITH POINTER WS-PTR-EXT
           END-PERFORM
           WRITE EXT-LINE
           SET CM-EM-JURIDICO TO TRUE
           MOVE 'ORDINARIA' TO WS-SITU-ANTERIOR
           MOVE 'JURIDICO' TO WS-SITU-NOVA
           PERFORM REGISTRA-SITUACAO-JURIDICO
           REWRITE CUSTMAST-RECORD
           DISPLAY 'JURIDICO: CONTA ' CM-CONTA ' ENCAMINHADA AO '
                   'ESCRITORIO (' WS-DIAS-ATRASO ' DIAS, SALDO '
                   CM-SALDO-DEVEDOR ').'.

      *    AVALISTAS E FIADORES DA CONTA (TODAS AS DIVIDAS), NA ORDEM
      *    DA CHAVE; ACIMA DO LIMITE DA LINHA, O ESCRITORIO CONSULTA
      *    O RESTANTE PELO CADASTRO.
       CARREGA-AVALISTAS-CONTA.
           MOVE ZEROS TO WS-QTDE-AVAL-EXT
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
                   IF AV-CONTA NOT = CM-CONTA OR
                      WS-QTDE-AVAL-EXT >= WS-MAX-AVAL-EXT
                       MOVE 'S' TO WS-AVAL-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-AVAL-EXT
                       MOVE WS-QTDE-AVAL-EXT TO WS-IDX-AVAL
                       MOVE AV-TIPO TO WS-AVX-TIPO (WS-IDX-AVAL)
                       MOVE AV-NOME TO WS-AVX-NOME (WS-IDX-AVAL)
                       MOVE AV-DOCUMENTO TO
                            WS-AVX-DOCUMENTO (WS-IDX-AVAL)
                       MOVE AV-RUA TO WS-AVX-RUA (WS-IDX-AVAL)
                       MOVE AV-CIDADE TO WS-AVX-CIDADE (WS-IDX-AVAL)
                       MOVE AV-ESTADO TO WS-AVX-ESTADO (WS-IDX-AVAL)
                       MOVE AV-CEP TO WS-AVX-CEP (WS-IDX-AVAL)
                       MOVE AV-TELEFONE TO
                            WS-AVX-TELEFONE (WS-IDX-AVAL)
                   END-IF
               END-IF
           END-PERFORM.

      *    PEDIDO DE DEVOLUCAO DA CONTA AO ESCRITORIO (DESISTENCIA DA
      *    COBRANCA JUDICIAL), NO MESMO FORMATO DELIMITADO DO JURIEXT.
       DEVOLVE-CONTA-ESCRITORIO.
           ADD 1 TO WS-QTDE-DEVOLVIDAS
           MOVE SPACES TO DES-LINE
           STRING CM-CONTA '|'
                  CM-PRIMEIRO-NOME ' ' CM-SOBRENOME '|'
                  CM-DOCUMENTO '|'
                  WS-MOTIVO-DEVOLUCAO '|'
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO DES-LINE
           WRITE DES-LINE
           MOVE 'N' TO CM-JURIDICO
           MOVE 'JURIDICO' TO WS-SITU-ANTERIOR
           MOVE 'ORDINARIA' TO WS-SITU-NOVA
           PERFORM REGISTRA-SITUACAO-JURIDICO
           REWRITE CUSTMAST-RECORD
           DISPLAY 'JURIDICO: CONTA ' CM-CONTA ' COM DEVOLUCAO '
                   'PEDIDA AO ESCRITORIO (' WS-MOTIVO-DEVOLUCAO ').'.

       IMPORTA-RETORNO-ESCRITORIO.
           OPEN INPUT JURIRET-FILE
           IF NOT WS-FS-RET-OK
                   IF NOT WS-FS-RET-OK
                       MOVE 'S' TO WS-SWEEP-EOF
                   END-IF
                   IF NOT WS-FIM-SWEEP AND NOT JT-REG-ENVELOPE
                       PERFORM PROCESSA-RETORNO-ESCRITORIO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN JT-LIQUIDADO
                       MOVE 'N' TO CM-JURIDICO
                       MOVE 'JURIDICO' TO WS-SITU-ANTERIOR
                       MOVE 'LIQUIDADA' TO WS-SITU-NOVA
                       PERFORM REGISTRA-SITUACAO-JURIDICO
                       REWRITE CUSTMAST-RECORD
                       DISPLAY 'JURIDICO: CONTA ' JT-CONTA
                               ' LIQUIDADA NO ESCRITORIO. ESTAGIO '
                               'REPASSE ENTRAR PELOS CANAIS).'
                   WHEN JT-INCOBRAVEL
                       MOVE 'N' TO CM-JURIDICO
                       MOVE 'JURIDICO' TO WS-SITU-ANTERIOR
                       MOVE 'INCOBRAVEL' TO WS-SITU-NOVA
                       PERFORM REGISTRA-SITUACAO-JURIDICO
                       PERFORM BAIXA-CONTA-INCOBRAVEL
                   WHEN JT-DEVOLVIDO
                       MOVE 'N' TO CM-JURIDICO
                       MOVE 'JURIDICO' TO WS-SITU-ANTERIOR
                       MOVE 'ORDINARIA' TO WS-SITU-NOVA
                       PERFORM REGISTRA-SITUACAO-JURIDICO
                       REWRITE CUSTMAST-RECORD
                       DISPLAY 'JURIDICO: CONTA ' JT-CONTA
                               ' DEVOLVIDA A COBRANCA ORDINARIA.'
           SET WO-MOTIVO-JUDICIAL TO TRUE
           WRITE WRITEOFF-RECORD
           CLOSE WRITEOFF-FILE
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           SET CM-BAIXADO TO TRUE
           MOVE CM-ESTADO-PAGTO TO WS-SITU-NOVA
           PERFORM REGISTRA-SITUACAO-BAIXA
           REWRITE CUSTMAST-RECORD
           DISPLAY 'JURIDICO: CONTA ' CM-CONTA ' BAIXADA COMO '
                   'INCOBRAVEL PELO ESCRITORIO.'.

      *    ENTRADA E SAIDA DO ESCRITORIO (E A BAIXA DO INCOBRAVEL) VAO
      *    PARA O HISTORICO DE SITUACOES (ROTINA SITUREG).
       REGISTRA-SITUACAO-JURIDICO.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-JURIDICO TO TRUE
           PERFORM CHAMA-SITUREG.

       REGISTRA-SITUACAO-BAIXA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-BAIXA TO TRUE
           PERFORM CHAMA-SITUREG.

       CHAMA-SITUREG.
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE WS-SITU-NOVA TO SP-SITUACAO-NOVA
           MOVE 'JURIDICO' TO SP-PROGRAMA SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.
       END PROGRAM JURIDICO.

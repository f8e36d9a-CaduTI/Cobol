      *         PARA O CTLTOT (ORIGEM CARGALOT), DE ONDE O
      *         ROLLFORWARD MENSAL LE AS ENTRADAS DE CARTEIRA.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - A divida carregada nasce com a prescricao
      *                zerada (o PRESCREV calcula na noite seguinte)
      *                e a migrada herda a data de prescricao da
      *                conta.
      *   15/10/2026 - Telefone, e-mail e endereco da linha carregada
      *                entram no arquivo de meios de contato (MEIOCTT,
      *                rotina CTTREG, origem carga) tanto na conta nova
      *                quanto na divida acrescentada a conta existente,
      *                sem alterar um meio ja registrado.
      *   15/10/2026 - A divida gravada no DEBTMAST leva a data dos
      *                juros de mora (DB-ULTIMO-PROCESSO): zeros na
      *                divida nova, a data da conta na migracao da
      *                divida unica.
      *   15/10/2026 - O CEP da conta nova e conferido na base dos
      *                Correios (rotina CEPVAL): CEP inexistente ou que
      *                nao confere com a cidade/UF deixa a conta
      *                marcada, fora das cartas ate a correcao, com
      *                aviso no CARGAREJ (RC 4); rua em branco recebe o
      *                logradouro da base.
      *   15/10/2026 - Header e trailer do arquivo de entrada ignorados
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALOT.
       77 WS-CONSOL-MULTA          PIC S9(7)V99 VALUES ZEROS.
       77 WS-VENC-MAIS-ANTIGO      PIC 9(08) VALUES ZEROS.
       77 WS-TEM-ABERTA            PIC X(01) VALUES 'N'.
      *    PARAMETROS DA ROTINA CTTREG (MEIOS DE CONTATO).
       77 WS-CONTA-MEIO            PIC 9(08) VALUES ZEROS.
       77 WS-FUNCAO-MEIO           PIC X(01) VALUES 'I'.
       77 WS-TIPO-MEIO             PIC X(01) VALUES SPACES.
       01 WS-VALOR-MEIO            PIC X(61) VALUES SPACES.
       01 WS-VALOR-ENDERECO REDEFINES WS-VALOR-MEIO.
           05 WS-END-RUA           PIC X(30).
           05 WS-END-CIDADE        PIC X(20).
           05 WS-END-ESTADO        PIC X(02).
           05 WS-END-CEP           PIC X(09).
       77 WS-ORIGEM-MEIO           PIC X(01) VALUES 'L'.
       77 WS-SITUACAO-MEIO         PIC X(01) VALUES 'V'.
       77 WS-OPERADOR-MEIO         PIC X(08) VALUES 'CARGALOT'.
       77 WS-RESULTADO-MEIO        PIC X(01) VALUES SPACES.
           88 WS-HA-DIVIDA-ABERTA  VALUE 'S'.
      *    CONFERENCIA DO CEP DA CONTA NOVA (ROTINA CEPVAL).
       77 WS-QTDE-CEP-PENDENTE     PIC 9(07) VALUES ZEROS.
       77 WS-AVISO-CEP             PIC X(28) VALUES SPACES.
       COPY CEPVALP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
               END-IF
               IF NOT WS-FIM-CARGA
                   ADD 1 TO WS-NUM-LINHA
                   IF NOT CG-REG-ENVELOPE
                       PERFORM PROCESSA-LINHA-CARGA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM GRAVA-ULTIMA-CONTA
           PERFORM GRAVA-TOTAL-CONTROLE
           MOVE 'E' TO ZV-FUNCAO
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS
           CLOSE CARGAIN-FILE
           CLOSE CARGAREJ-FILE
           CLOSE DEBTMAST-FILE
                   WS-QTDE-DIVIDAS-NOVAS
                   ' REJEITADAS: ' WS-QTDE-REJEITADAS
           DISPLAY 'CARGALOT: VALOR CARREGADO: ' WS-VALOR-CARREGADO
           DISPLAY 'CARGALOT: CONTAS NOVAS COM CEP A CORRIGIR: '
                   WS-QTDE-CEP-PENDENTE
           IF WS-QTDE-REJEITADAS > 0 OR WS-QTDE-CEP-PENDENTE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           MOVE 'NAO PAGO' TO DB-ESTADO-PAGTO
           MOVE 'N' TO DB-REMESSA
           MOVE CG-CREDOR TO DB-CREDOR
           MOVE ZEROS TO DB-DATA-PRESCRICAO
           MOVE SPACES TO DB-PRESCRICAO
           MOVE ZEROS TO DB-ULTIMO-PROCESSO
           WRITE DEBTMAST-RECORD
               INVALID KEY
                   MOVE 'SEQUENCIA JA EXISTE NO DEBTMAST' TO
      *        (QUE FECHA COM O CTLTOT E COM O ROLLFORWARD).
               ADD CG-VALOR-ORIGINAL TO WS-VALOR-CARREGADO
               PERFORM CONSOLIDA-CONTA
               MOVE WS-CONTA-EXISTENTE TO WS-CONTA-MEIO
               PERFORM REGISTRA-MEIOS-CARGA
           END-IF.

       DETERMINA-PROXIMA-SEQ.
           MOVE CM-ESTADO-PAGTO TO DB-ESTADO-PAGTO
           MOVE CM-REMESSA TO DB-REMESSA
           MOVE CM-CREDOR TO DB-CREDOR
           MOVE CM-DATA-PRESCRICAO TO DB-DATA-PRESCRICAO
           MOVE CM-PRESCRICAO TO DB-PRESCRICAO
           MOVE CM-ULTIMO-PROCESSO TO DB-ULTIMO-PROCESSO
           WRITE DEBTMAST-RECORD
               INVALID KEY
                   CONTINUE
           MOVE ZEROS TO CM-SALDO-MULTA
           MOVE CG-DATA-VENCIMENTO TO CM-DATA-VENCIMENTO
           MOVE CG-CREDOR TO CM-CREDOR
           PERFORM CONFERE-CEP-CARGA
           WRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE 'CONTA GERADA JA EXISTE (CONTASEQ)' TO
               PERFORM GRAVA-REJEICAO
           ELSE
               ADD 1 TO WS-QTDE-CONTAS-NOVAS
               IF CM-CEP-PENDENTE
                   PERFORM GRAVA-AVISO-CEP
               END-IF
               ADD CG-VALOR-ORIGINAL TO WS-VALOR-CARREGADO
               MOVE WS-CONTA-NOVA TO WS-CONTA-MEIO
               PERFORM REGISTRA-MEIOS-CARGA
           END-IF.

      *    O CEP DA CONTA NOVA E CONFERIDO NA BASE DOS CORREIOS: A
      *    LINHA NAO E REJEITADA (A DIVIDA PRECISA SER COBRADA), MAS
      *    A CONTA NASCE MARCADA - FORA DAS CARTAS ATE A CORRECAO - E
      *    SAI COMO AVISO NO CARGAREJ PARA O CREDOR CORRIGIR. A RUA EM
      *    BRANCO NO ARQUIVO RECEBE O LOGRADOURO DA BASE.
       CONFERE-CEP-CARGA.
           MOVE SPACES TO WS-AVISO-CEP
           MOVE 'V' TO ZV-FUNCAO
           MOVE CG-CEP TO ZV-CEP
           MOVE CG-CIDADE TO ZV-CIDADE
           MOVE CG-ESTADO TO ZV-UF
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS
           IF NOT ZV-SEM-BASE
               MOVE WS-DATA-HOJE TO CM-DATA-CONF-CEP
               IF ZV-CEP-NA-BASE
                   MOVE ZV-CEP-FORMATADO TO CM-CEP
                   IF CM-RUA = SPACES
                       MOVE ZV-LOGRADOURO TO CM-RUA
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN ZV-CEP-CONFERE
                       MOVE SPACES TO CM-CEP-SITUACAO
                   WHEN ZV-CEP-DIVERGENTE
                       MOVE 'D' TO CM-CEP-SITUACAO
                       STRING 'E DE ' ZV-CIDADE-BASE (1:20) '/'
                              ZV-UF-BASE
                              DELIMITED BY SIZE INTO WS-AVISO-CEP
                   WHEN OTHER
                       MOVE 'I' TO CM-CEP-SITUACAO
                       MOVE 'INEXISTENTE NA BASE' TO WS-AVISO-CEP
               END-EVALUATE
           END-IF.

       GRAVA-AVISO-CEP.
           ADD 1 TO WS-QTDE-CEP-PENDENTE
           MOVE SPACES TO REJ-LINE
           STRING 'LINHA ' WS-NUM-LINHA
                  '  AVISO CEP: CONTA ' CM-CONTA
                  ' FORA DAS CARTAS, CEP ' CG-CEP
                  ' ' WS-AVISO-CEP
                  DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJ-LINE.

      *    OS MEIOS DE CONTATO DA LINHA ENTRAM NO MEIOCTT SO SE AINDA
      *    NAO EXISTEM NA CONTA (FUNCAO 'I' DA CTTREG).
       REGISTRA-MEIOS-CARGA.
           IF CG-TELEFONE NOT = SPACES
               MOVE 'T' TO WS-TIPO-MEIO
               MOVE CG-TELEFONE TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF CG-EMAIL NOT = SPACES
               MOVE 'E' TO WS-TIPO-MEIO
               MOVE CG-EMAIL TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF CG-RUA NOT = SPACES
               MOVE 'N' TO WS-TIPO-MEIO
               MOVE CG-RUA TO WS-END-RUA
               MOVE CG-CIDADE TO WS-END-CIDADE
               MOVE CG-ESTADO TO WS-END-ESTADO
               MOVE CG-CEP TO WS-END-CEP
               PERFORM CHAMA-CTTREG
           END-IF.

       CHAMA-CTTREG.
           CALL 'CTTREG' USING WS-FUNCAO-MEIO WS-CONTA-MEIO
                               WS-TIPO-MEIO WS-VALOR-MEIO
                               WS-ORIGEM-MEIO WS-SITUACAO-MEIO
                               WS-OPERADOR-MEIO WS-RESULTADO-MEIO.

      *    MESMA RECONSOLIDACAO DAS DEMAIS ROTINAS QUE MEXEM NO
      *    DETALHE: O REGISTRO DO CADASTRO VOLTA A FECHAR COM A SOMA
      *    DAS DIVIDAS ABERTAS.

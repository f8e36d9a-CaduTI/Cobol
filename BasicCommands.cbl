      *                do CUSTMAST (CM-SOBRENOME e CM-DOCUMENTO) em
      *                vez de varrer o arquivo inteiro; a consulta
      *                direta por conta continua nesta tela.
      *   15/10/2026 - Nova opcao 27 chama o cadastro de avalistas e
      *                fiadores das dividas (AVALCAD) com o operador
      *                autenticado.
      *   15/10/2026 - Nova opcao 28 chama o cadastro de eventos de
      *                vida do devedor (EVENTCAD: obito, falencia,
      *                recuperacao judicial e habilitacao do credito),
      *                sujeita ao bloqueio de batch por gravar no
      *                cadastro.
      *   15/10/2026 - Nova opcao 29, so de supervisor, chama o
      *                cadastro das campanhas de desconto (feirao)
      *                autorizadas pelos credores (CAMPCAD).
      *   15/10/2026 - Nova opcao 30 chama os meios de contato da conta
      *                (CTTCAD: varios telefones, e-mails e enderecos).
      *                A correspondencia devolvida (opcao 19) tambem
      *                marca o endereco como invalido no MEIOCTT.
      *   15/10/2026 - Nova opcao 31, so de supervisor e sujeita ao
      *                bloqueio de batch, chama a pesquisa dos creditos
      *                nao identificados (SUSPCAD), que aplica o
      *                credito a uma conta pelo caminho normal do
      *                pagamento.
      *   15/10/2026 - Nova opcao 32, sujeita ao bloqueio de batch,
      *                chama os saldos credores de clientes (SALDCAD):
      *                compensacao em divida do mesmo CPF/CNPJ e
      *                pedido/aprovacao de reembolso.
      *   15/10/2026 - Nova opcao 33, so de supervisor e sujeita ao
      *                bloqueio de batch, chama a fila de aprovacao
      *                (APROVCAD) dos estornos, ajustes de contestacao,
      *                devolucoes de multa e recuperacoes pedidos no
      *                balcao.
      *   15/10/2026 - Nova opcao 34, so de supervisor, chama a
      *                manutencao dos parametros de politica com
      *                vigencia e historico (POLCAD).
      *   15/10/2026 - Nova opcao 35, sujeita ao bloqueio de batch,
      *                chama a fila dos pedidos do portal de
      *                autoatendimento (PORTCAD), onde o atendente
      *                aprova ou recusa o que o devedor pediu pelo
      *                portal.
      *   15/10/2026 - Nova opcao 36: emissao de boleto (2a via) no
      *                balcao com codigo de barras e linha digitavel
      *                (BOL2VIA).
      *   15/10/2026 - Nova opcao 37, sujeita ao bloqueio de batch:
      *                cadastro das reclamacoes de consumidor
      *                (RECLCAD). A consulta por conta avisa enquanto
      *                houver reclamacao nao encerrada.
      *   15/10/2026 - O registro de contato confere os limites do
      *                codigo de autorregulacao (rotina CTTLIM): fora
      *                do horario ou com o devedor no limite do dia ou
      *                dos 7 dias, avisa e so grava com liberacao de
      *                supervisor, anotada nos recados de turno.
      *   15/10/2026 - O registro de promessa pede tambem o valor
      *                prometido, usado na previsao de caixa.
      *   15/10/2026 - Opcao 38: cotacao de quitacao para data futura,
      *                com carta-proposta e boleto (COTAQUIT).
      *   15/10/2026 - Opcao 39: segunda via e consulta das cartas de
      *                quitacao (CARTQUIT).
      *   15/10/2026 - Opcao 40: unificacao supervisionada das contas
      *                duplicadas de um mesmo CPF/CNPJ (UNIFICA).
      *   15/10/2026 - Opcao 41: cobranca PIX com txid e copia e cola
      *                no balcao (PIXEMIT).
      *   15/10/2026 - Opcao 42, so de supervisor: alertas da conta
      *                (ALERTCAD); a consulta do cliente mostra
      *                primeiro os alertas ativos (ALERTVER).
      *   15/10/2026 - Opcao 43, so de supervisor: fechamento do dia no
      *                balcao (FECHADIA); depois dele o lancamento de
      *                balcao vai para o proximo dia util.
      *   15/10/2026 - Opcao 44 (linha do tempo da situacao da conta,
      *                SITUCONS) e correspondencia devolvida gravada no
      *                historico de situacao (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasicCommands.
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
           SELECT RECLAMA-FILE ASSIGN TO "RECLAMAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RQ-CHAVE
               FILE STATUS WS-FS-RECLAMA.
       DATA DIVISION.
       FILE SECTION.
       FD  OPNOTES-FILE.
           COPY MSTLOCK.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  RECLAMA-FILE.
           COPY RECLAMA.
       WORKING-STORAGE SECTION.
       77 WS-RETURN               PIC X(60) VALUE SPACES.
       01 WS-AUX.
       77 WS-TENTATIVAS-LOGIN      PIC 9(01) VALUES ZEROS.
       77 WS-MODO-SETCOMMAND      PIC X(20) VALUES SPACES.
       77 WS-MODO-ACORDOS         PIC X(20) VALUES SPACES.
       77 WS-MODO-CARTQUIT        PIC X(20) VALUES SPACES.
       77 WS-MODO-FERIADOS        PIC X(20) VALUES SPACES.
      *    PARAMETROS DA ROTINA CTTREG (MEIOS DE CONTATO).
       77 WS-FUNCAO-MEIO          PIC X(01) VALUES 'S'.
       77 WS-TIPO-MEIO            PIC X(01) VALUES 'N'.
       77 WS-VALOR-MEIO           PIC X(61) VALUES SPACES.
       77 WS-ORIGEM-MEIO          PIC X(01) VALUES 'C'.
       77 WS-SITUACAO-MEIO        PIC X(01) VALUES 'I'.
       77 WS-RESULTADO-MEIO       PIC X(01) VALUES SPACES.
       77 WS-NOME-PROGRAMA         PIC X(12) VALUES 'BASICCMD'.
       77 WS-CONTEXTO-ERRO          PIC X(20) VALUES SPACES.
       77 WS-FS-CONTATOS           PIC X(02) VALUES '00'.
           88 WS-CTT-PROMESSA       VALUE 'PR'.
           88 WS-CTT-RECUSA         VALUE 'RE'.
       77 WS-DATA-PROMETIDA         PIC 9(08) VALUES ZEROS.
       77 WS-VALOR-PROMETIDO        PIC 9(7)V99 VALUES ZEROS.
       77 WS-NOTA-CONTATO           PIC X(40) VALUES SPACES.
       77 WS-FS-MSTLOCK            PIC X(02) VALUES '00'.
       77 WS-MESTRE-BLOQUEADO       PIC X(01) VALUES 'N'.
       77 WS-POSICAO-ARQUIVO       PIC 9(05) VALUES ZEROS.
       77 WS-RECADOS-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-RECADOS       VALUE 'S'.
      *    LIMITES DE CONTATO COM O DEVEDOR (ROTINA CTTLIM).
           COPY CTTLIMP.
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.
       77 WS-LIMITE-CONTATO        PIC X(01) VALUES 'S'.
           88 WS-CONTATO-LIBERADO  VALUE 'S'.
       77 WS-FS-RECLAMA            PIC X(02) VALUES '00'.
           88 WS-FS-RECLAMA-OK     VALUE '00'.
       77 WS-RECLAMA-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-RECLAMA       VALUE 'S'.
       01 WS-RECADOS-TAB.
           05 WS-RECADO-ENTRY OCCURS 100.
               10 WS-REC-POSICAO   PIC 9(05).
               10 WS-REC-TEXTO     PIC X(60).
       77 WS-IDIOMA-EXIBICAO      PIC X(02) VALUES 'PT'.
       COPY ERRTAB.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM EFETUA-LOGIN
                       END-IF
                   WHEN 21
                       CALL 'REPOCONS'
                   WHEN 27
                       CALL 'AVALCAD' USING WS-OPERADOR-ID
                   WHEN 28
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'EVENTCAD' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 22
                       IF WS-EH-SUPERVISOR
                           CALL 'CADCONS'
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 29
                       IF WS-EH-SUPERVISOR
                           CALL 'CAMPCAD' USING WS-OPERADOR-ID
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 30
                       CALL 'CTTCAD' USING WS-OPERADOR-ID
                   WHEN 31
                       IF WS-EH-SUPERVISOR
                           PERFORM VERIFICA-BLOQUEIO-MESTRE
                           IF WS-GRAVACAO-LIBERADA
                               CALL 'SUSPCAD' USING WS-OPERADOR-ID
                           END-IF
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 32
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'SALDCAD' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 33
                       IF WS-EH-SUPERVISOR
                           PERFORM VERIFICA-BLOQUEIO-MESTRE
                           IF WS-GRAVACAO-LIBERADA
                               CALL 'APROVCAD' USING WS-OPERADOR-ID
                           END-IF
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 34
                       IF WS-EH-SUPERVISOR
                           CALL 'POLCAD' USING WS-OPERADOR-ID
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 35
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'PORTCAD' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 36
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'BOL2VIA' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 37
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'RECLCAD' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 38
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'COTAQUIT' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 39
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           MOVE 'SEGUNDA-VIA' TO WS-MODO-CARTQUIT
                           CALL 'CARTQUIT' USING WS-MODO-CARTQUIT
                                                 WS-OPERADOR-ID
                       END-IF
                   WHEN 40
                       IF WS-EH-SUPERVISOR
                           PERFORM VERIFICA-BLOQUEIO-MESTRE
                           IF WS-GRAVACAO-LIBERADA
                               CALL 'UNIFICA'
                           END-IF
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 41
                       PERFORM VERIFICA-BLOQUEIO-MESTRE
                       IF WS-GRAVACAO-LIBERADA
                           CALL 'PIXEMIT' USING WS-OPERADOR-ID
                       END-IF
                   WHEN 42
                       IF WS-EH-SUPERVISOR
                           CALL 'ALERTCAD' USING WS-OPERADOR-ID
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 43
                       IF WS-EH-SUPERVISOR
                           CALL 'FECHADIA' USING WS-OPERADOR-ID
                       ELSE
                           DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
                       END-IF
                   WHEN 44
                       CALL 'SITUCONS'
                   WHEN 13
                       IF WS-EH-SUPERVISOR
                           MOVE SPACES TO WS-MODO-FERIADOS
           DISPLAY '18 - CONTESTACOES (DISPUTAS)'
           DISPLAY '19 - CORRESPONDENCIA DEVOLVIDA'
           DISPLAY '21 - REPOSITORIO DE RELATORIOS'
           DISPLAY '27 - AVALISTAS E FIADORES DAS DIVIDAS'
           DISPLAY '28 - OBITO, FALENCIA E RECUPERACAO JUDICIAL'
           DISPLAY '30 - MEIOS DE CONTATO (TELEFONES/ENDERECOS)'
           DISPLAY '32 - SALDOS CREDORES E REEMBOLSOS'
           DISPLAY '35 - PEDIDOS DO PORTAL DE AUTOATENDIMENTO'
           DISPLAY '36 - EMISSAO DE BOLETO (2A VIA) NO BALCAO'
           DISPLAY '37 - RECLAMACOES (PROCON/CONSUMIDOR.GOV/OUVIDORIA)'
           DISPLAY '38 - COTACAO DE QUITACAO PARA DATA FUTURA'
           DISPLAY '39 - CARTA DE QUITACAO (2A VIA E CONSULTA)'
           DISPLAY '41 - COBRANCA PIX (EMISSAO E CONSULTA)'
           DISPLAY '44 - LINHA DO TEMPO DA SITUACAO DA CONTA'
           IF WS-EH-SUPERVISOR
               DISPLAY '10 - CADASTRO DE OPERADORES'
               DISPLAY '11 - TABELA DE TAXAS DE MULTA'
               DISPLAY '24 - INDICES DE CORRECAO MONETARIA'
               DISPLAY '25 - TABELA DE COMISSAO DOS OPERADORES'
               DISPLAY '26 - ATENDIMENTO AO TITULAR (LGPD)'
               DISPLAY '29 - CAMPANHAS DE DESCONTO (FEIRAO)'
               DISPLAY '31 - CREDITOS NAO IDENTIFICADOS (PESQUISA)'
               DISPLAY '33 - APROVACAO DE ESTORNOS E AJUSTES'
               DISPLAY '34 - PARAMETROS DE POLITICA (VIGENCIA)'
               DISPLAY '40 - UNIFICACAO DE CONTAS DUPLICADAS'
               DISPLAY '42 - ALERTAS DA CONTA (ATENDIMENTO ESPECIAL)'
               DISPLAY '43 - FECHAMENTO DO DIA NO BALCAO'
           END-IF
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

                           ': ' WS-CONTA-CONSULTA
           END-READ
           IF WS-FS-CUSTMAST-OK
               PERFORM EXIBE-ALERTAS-CONTA
               DISPLAY 'NOME: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
               DISPLAY 'SITUACAO: ' CM-ESTADO-PAGTO
               PERFORM LISTA-DIVIDAS-CONTA
               DISPLAY 'SALDO CONSOLIDADO: ' CM-SALDO-DEVEDOR
               PERFORM AVISA-RECLAMACAO-ABERTA
           END-IF
           CLOSE CUSTMAST-FILE.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ANTES DE
      *    QUALQUER OUTRO DADO DO CLIENTE.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE CM-CONTA TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

      *    ENQUANTO HOUVER RECLAMACAO DE CONSUMIDOR NAO ENCERRADA
      *    (RECLAMAS), O ATENDENTE E AVISADO ANTES DE COBRAR A CONTA.
       AVISA-RECLAMACAO-ABERTA.
           MOVE 'N' TO WS-RECLAMA-EOF
           OPEN INPUT RECLAMA-FILE
           IF NOT WS-FS-RECLAMA-OK
               MOVE 'S' TO WS-RECLAMA-EOF
           ELSE
               MOVE WS-CONTA-CONSULTA TO RQ-CONTA
               MOVE ZEROS TO RQ-SEQ
               START RECLAMA-FILE KEY IS >= RQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-RECLAMA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-RECLAMA
               READ RECLAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-RECLAMA-EOF
               END-READ
               IF NOT WS-FS-RECLAMA-OK
                   MOVE 'S' TO WS-RECLAMA-EOF
               END-IF
               IF NOT WS-FIM-RECLAMA
                   IF RQ-CONTA NOT = WS-CONTA-CONSULTA
                       MOVE 'S' TO WS-RECLAMA-EOF
                   ELSE
                       IF RQ-EM-ANDAMENTO
                           DISPLAY 'ATENCAO: RECLAMACAO ' RQ-SEQ ' '
                                   RQ-ESTADO ' NO CANAL ' RQ-CANAL
                                   ' PROTOCOLO ' RQ-PROTOCOLO
                                   ' LIMITE ' RQ-DATA-LIMITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-RECLAMA NOT = '35'
               CLOSE RECLAMA-FILE
           END-IF.

      *    CONTA COM DIVIDAS DETALHADAS (DEBTMAST) TEM CADA DIVIDA
      *    LISTADA; CONTA SEM DETALHE SEGUE NO MODELO DE DIVIDA
      *    UNICA E SO MOSTRA O SALDO.
              AND NOT WS-CTT-PROMESSA AND NOT WS-CTT-RECUSA
               DISPLAY 'RESULTADO INVALIDO. CONTATO NAO REGISTRADO.'
           ELSE
               MOVE ZEROS TO WS-DATA-PROMETIDA WS-VALOR-PROMETIDO
               IF WS-CTT-PROMESSA
                   DISPLAY 'DATA PROMETIDA PARA O PAGAMENTO '
                           '(AAAAMMDD):'
                   ACCEPT WS-DATA-PROMETIDA
                   DISPLAY 'VALOR PROMETIDO (ZERO SE NAO INFORMADO):'
                   ACCEPT WS-VALOR-PROMETIDO
               END-IF
               DISPLAY 'NOTA (LIVRE):'
               ACCEPT WS-NOTA-CONTATO
               PERFORM VERIFICA-LIMITE-CONTATO
               IF WS-CONTATO-LIBERADO
                   OPEN EXTEND CONTATOS-FILE
                   IF NOT WS-FS-CONTATOS-OK
                       CLOSE CONTATOS-FILE
                       OPEN OUTPUT CONTATOS-FILE
                   END-IF
                   MOVE WS-CONTA-CONTATO TO CN-CONTA
                   MOVE WS-RESULTADO-CONTATO TO CN-RESULTADO
                   MOVE WS-DATA-PROMETIDA TO CN-DATA-PROMESSA
                   MOVE WS-VALOR-PROMETIDO TO CN-VALOR-PROMESSA
                   MOVE WS-NOTA-CONTATO TO CN-NOTA
                   MOVE LM-DATA TO CN-DATA
                   MOVE LM-HORA TO CN-HORA
                   MOVE WS-OPERADOR-ID TO CN-OPERADOR
                   WRITE CONTATOS-RECORD
                   CLOSE CONTATOS-FILE
                   DISPLAY 'CONTATO REGISTRADO.'
               ELSE
                   DISPLAY 'CONTATO NAO REGISTRADO.'
               END-IF
           END-IF.

      *    LIMITES DO CODIGO DE AUTORREGULACAO DOS CREDORES (ROTINA
      *    CTTLIM): FORA DO HORARIO OU COM O DEVEDOR JA NO LIMITE DE
      *    CONTATOS DO DIA OU DOS 7 DIAS, O ATENDENTE E AVISADO E SO
      *    REGISTRA COM A LIBERACAO DE UM SUPERVISOR, QUE FICA NOS
      *    RECADOS DE TURNO, COMO NA LIBERACAO DO BLOQUEIO DE BATCH.
       VERIFICA-LIMITE-CONTATO.
           MOVE 'S' TO WS-LIMITE-CONTATO
           SET LM-VERIFICA-CONTA TO TRUE
           MOVE WS-CONTA-CONTATO TO LM-CONTA
           ACCEPT LM-DATA FROM DATE YYYYMMDD
           ACCEPT LM-HORA FROM TIME
           CALL 'CTTLIM' USING CTTLIM-PARAMETROS
           IF NOT LM-LIBERADO
               EVALUATE TRUE
                   WHEN LM-FORA-HORARIO
                       DISPLAY 'ATENCAO: CONTATO FORA DO HORARIO '
                               'PERMITIDO (' LM-HORA-INICIO ' AS '
                               LM-HORA-FIM ' EM DIA UTIL).'
                   WHEN LM-LIMITE-DIA
                       DISPLAY 'ATENCAO: DEVEDOR JA TEVE '
                               LM-QTDE-DIA ' CONTATOS HOJE (MAXIMO '
                               LM-MAX-DIA ').'
                   WHEN OTHER
                       DISPLAY 'ATENCAO: DEVEDOR JA TEVE '
                               LM-QTDE-SEMANA ' CONTATOS EM 7 DIAS '
                               '(MAXIMO ' LM-MAX-SEMANA ').'
               END-EVALUATE
               DISPLAY 'LIBERACAO POR SUPERVISOR (S/N)?'
               MOVE SPACES TO WS-SUP-LOGIN-OK
               ACCEPT WS-SUP-LOGIN-OK
               MOVE 'N' TO WS-LIMITE-CONTATO
               IF WS-SUP-LOGIN-OK = 'S'
                   MOVE SPACES TO WS-SUP-ID WS-SUP-PERFIL
                   CALL 'OPLOGIN' USING WS-SUP-ID WS-SUP-PERFIL
                                        WS-SUP-LOGIN-OK
                   IF WS-SUP-LOGIN-OK = 'S' AND WS-SUP-PERFIL = 'S'
                       MOVE 'S' TO WS-LIMITE-CONTATO
                       MOVE SPACES TO WS-RETURN
                       STRING 'CONTATO FORA DO LIMITE NA CONTA '
                              WS-CONTA-CONTATO ' (' LM-SITUACAO
                              ') LIBERADO POR ' WS-SUP-ID
                              DELIMITED BY SIZE INTO WS-RETURN
                       PERFORM GRAVA-RECADO-OPERADOR
                   ELSE
                       DISPLAY 'LIBERACAO NEGADA.'
                   END-IF
               END-IF
           END-IF.

      *    CARTA QUE VOLTOU DO CORREIO ("ENDERECO INSUFICIENTE"):
               ELSE
                   SET CM-ENDERECO-INVALIDO TO TRUE
                   REWRITE CUSTMAST-RECORD
                   PERFORM REGISTRA-SITUACAO-ENDERECO
                   MOVE CM-ENDERECO TO WS-VALOR-MEIO
                   CALL 'CTTREG' USING WS-FUNCAO-MEIO CM-CONTA
                                       WS-TIPO-MEIO WS-VALOR-MEIO
                                       WS-ORIGEM-MEIO WS-SITUACAO-MEIO
                                       WS-OPERADOR-ID WS-RESULTADO-MEIO
                   DISPLAY 'ENDERECO DA CONTA ' CM-CONTA ' MARCADO '
                           'COMO INVALIDO. CARTAS E BOLETOS '
                           'SUSPENSOS ATE A ATUALIZACAO.'
           END-IF
           CLOSE CUSTMAST-FILE.

      *    A CORRESPONDENCIA DEVOLVIDA VAI PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG).
       REGISTRA-SITUACAO-ENDERECO.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-CORRESPONDENCIA TO TRUE
           MOVE 'VALIDO' TO SP-SITUACAO-ANTERIOR
           MOVE 'DEVOLVIDA' TO SP-SITUACAO-NOVA
           MOVE WS-NOME-PROGRAMA TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       GRAVA-RECADO-TURNO.
           DISPLAY "DIGITE O RECADO PARA O PROXIMO TURNO:"
           ACCEPT WS-RETURN

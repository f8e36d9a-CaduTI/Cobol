      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:UNIFICACAO SUPERVISIONADA DE CONTAS DUPLICADAS DO MESMO
      *         CPF/CNPJ. CONTAS ABERTAS ANTES DA CRITICA DE DOCUMENTO
      *         REPETIDO (E ALGUMAS CARGAS EM LOTE) DEIXARAM O MESMO
      *         DEVEDOR EM VARIAS CONTAS, COM PAGAMENTOS, ACORDOS E
      *         CARTAS ESPALHADOS. DADO O DOCUMENTO, O SUPERVISOR
      *         ESCOLHE A CONTA SOBREVIVENTE E CONFIRMA CADA CONTA A
      *         ABSORVER; DE CADA UMA VAO PARA A SOBREVIVENTE AS
      *         DIVIDAS DO DEBTMAST (RENUMERADAS DEPOIS DAS DELA; A
      *         CONTA DE DIVIDA UNICA VIRA UMA DIVIDA DETALHADA, COMO
      *         NA MIGRACAO DO DIVIDAS), O ACORDO EM ABERTO (PARCELAS
      *         RENUMERADAS), AS CONTESTACOES, OS CONTATOS E OS
      *         BOLETOS. A SOBREVIVENTE E RECONSOLIDADA E A ABSORVIDA
      *         FICA UNIFICADA, COM SALDO ZERO E O APONTADOR PARA A
      *         SOBREVIVENTE (CM-CONTA-DESTINO) QUE A BUSCA, O EXTRATO
      *         E A CONSULTA DE MOVIMENTOS SEGUEM - O PAYLOG E O
      *         FEELOG FICAM COM O NUMERO ANTIGO. CADA UNIFICACAO FICA
      *         NO HISTORICO DO CADASTRO (CADLOG) E NO RELATORIO
      *         UNIF-RPT. O PROGRAMA SO ABRE COM LOGIN DE SUPERVISOR
      *         (OPLOGIN). CHAMADO PELO MENU DO BASICCOMMANDS.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Conta absorvida (unificada) e mudanca de
      *                pago/nao pago da sobrevivente gravadas no
      *                historico de situacao (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-CONTA
               ALTERNATE RECORD KEY CM-SOBRENOME WITH DUPLICATES
               ALTERNATE RECORD KEY CM-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-CUSTMAST.
           SELECT DEBTMAST-FILE ASSIGN TO "DEBTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DB-CHAVE
               FILE STATUS WS-FS-DEBTMAST.
           SELECT ACORDO-FILE ASSIGN TO "ACORDOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CHAVE
               FILE STATUS WS-FS-ACORDO.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DI-CHAVE
               FILE STATUS WS-FS-DISPUTA.
           SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CHAVE
               FILE STATUS WS-FS-BOLETO.
           SELECT COTACAO-FILE ASSIGN TO "COTACOES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QT-CHAVE
               FILE STATUS WS-FS-COTACAO.
           SELECT CONTATOS-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CONTATOS.
           SELECT CADLOG-FILE ASSIGN TO "CADLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CADLOG.
           SELECT UNIF-RPT-FILE ASSIGN TO "UNIF-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  DISPUTA-FILE.
           COPY DISPUTA.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  COTACAO-FILE.
           COPY COTACAO.
       FD  CONTATOS-FILE.
           COPY CONTATOS.
       FD  CADLOG-FILE.
           COPY CADLOG.
       FD  UNIF-RPT-FILE.
       01 RPT-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUES '00' '02'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK     VALUE '00'.
       77 WS-FS-DISPUTA           PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK    VALUE '00'.
       77 WS-FS-BOLETO            PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK     VALUE '00'.
       77 WS-FS-COTACAO           PIC X(02) VALUES '00'.
           88 WS-FS-COTACAO-OK    VALUE '00'.
       77 WS-FS-CONTATOS          PIC X(02) VALUES '00'.
           88 WS-FS-CONTATOS-OK   VALUE '00'.
       77 WS-FS-CADLOG            PIC X(02) VALUES '00'.
           88 WS-FS-CADLOG-OK     VALUE '00'.
       77 WS-FS-RPT               PIC X(02) VALUES '00'.
      *    ARQUIVOS SECUNDARIOS AUSENTES NO AMBIENTE NAO IMPEDEM A
      *    UNIFICACAO; SO FICAM DE FORA DELA.
       77 WS-ACORDO-ABRIU         PIC X(01) VALUES 'N'.
           88 WS-TEM-ACORDOS      VALUE 'S'.
       77 WS-DISPUTA-ABRIU        PIC X(01) VALUES 'N'.
           88 WS-TEM-DISPUTAS     VALUE 'S'.
       77 WS-BOLETO-ABRIU         PIC X(01) VALUES 'N'.
           88 WS-TEM-BOLETOS      VALUE 'S'.
       77 WS-COTACAO-ABRIU        PIC X(01) VALUES 'N'.
           88 WS-TEM-COTACOES     VALUE 'S'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-SUP-ID               PIC X(08) VALUES SPACES.
       77 WS-SUP-PERFIL           PIC X(01) VALUES SPACES.
       77 WS-SUP-LOGIN-OK         PIC X(01) VALUES 'N'.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-DOC-UNIFICA          PIC X(14) VALUES SPACES.
       77 WS-CONTA-SOBREV         PIC 9(08) VALUES ZEROS.
       77 WS-CONTA-ABSORV         PIC 9(08) VALUES ZEROS.
       77 WS-CREDOR-SOBREV        PIC 9(03) VALUES ZEROS.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-LOG-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG          VALUE 'S'.
       77 WS-IDX-DOC              PIC 9(02) VALUES ZEROS.
       77 WS-IDX-SOBREV           PIC 9(02) VALUES ZEROS.
       77 WS-IDX-REAP             PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-DOC             PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-ATIVAS          PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-UNIFICADAS      PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-RECUSADAS       PIC 9(02) VALUES ZEROS.
       77 WS-MOTIVO-RECUSA        PIC X(40) VALUES SPACES.
      *    SITUACAO DA SOBREVIVENTE: PROXIMA SEQUENCIA DE DIVIDA,
      *    MIGRACAO PENDENTE DA DIVIDA UNICA, ACORDO E PARCELAS.
       77 WS-PROXIMA-SEQ          PIC 9(03) VALUES ZEROS.
       77 WS-TEM-DETALHE          PIC X(01) VALUES 'N'.
           88 WS-CONTA-DETALHADA  VALUE 'S'.
       77 WS-MIGRA-SOBREV         PIC X(01) VALUES 'N'.
       77 WS-SOBREV-PREPARADA     PIC X(01) VALUES 'N'.
       77 WS-SOBREV-ACORDO        PIC X(01) VALUES 'N'.
       77 WS-MAIOR-PARCELA-SOBREV PIC 9(03) VALUES ZEROS.
       77 WS-SALDO-ANTES-SOBREV   PIC S9(7)V99 VALUES ZEROS.
      *    RESULTADO DA VERIFICACAO DOS ACORDOS DE UMA CONTA.
       77 WS-CONTA-VERIFICA       PIC 9(08) VALUES ZEROS.
       77 WS-ACORDO-ABERTO        PIC X(01) VALUES 'N'.
           88 WS-HA-ACORDO-ABERTO VALUE 'S'.
       77 WS-ACORDO-CAMPANHA      PIC X(01) VALUES 'N'.
           88 WS-HA-CAMPANHA      VALUE 'S'.
       77 WS-MAIOR-PARCELA        PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-DIVIDAS-CONTA   PIC 9(03) VALUES ZEROS.
       77 WS-COTACAO-ABERTA       PIC X(01) VALUES 'N'.
      *    CONTA ABSORVIDA EM ANDAMENTO.
       77 WS-ABSORV-DETALHADA     PIC X(01) VALUES 'N'.
       77 WS-ACORDO-MOVIDO        PIC X(01) VALUES 'N'.
       77 WS-DESLOC-PARCELA       PIC 9(03) VALUES ZEROS.
       77 WS-SEQ-ANTIGA           PIC 9(02) VALUES ZEROS.
       77 WS-SEQ-NOVA             PIC 9(02) VALUES ZEROS.
       77 WS-SEQ-MAPEADA          PIC X(01) VALUES 'N'.
       77 WS-IDX-MAPA             PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-MAPA            PIC 9(02) VALUES ZEROS.
       77 WS-ESTADO-ANTERIOR      PIC X(10) VALUES SPACES.
       77 WS-CONTA-BATE           PIC X(01) VALUES 'N'.
      *    CONSOLIDACAO DA SOBREVIVENTE (MESMA REGRA DO DIVIDAS).
       77 WS-TEM-ABERTA           PIC X(01) VALUES 'N'.
           88 WS-HA-DIVIDA-ABERTA VALUE 'S'.
       77 WS-SALDO-CONSOLIDADO    PIC S9(7)V99 VALUES ZEROS.
       77 WS-PRINCIPAL-CONSOL     PIC S9(7)V99 VALUES ZEROS.
       77 WS-MULTA-CONSOL         PIC S9(7)V99 VALUES ZEROS.
       77 WS-VENC-MAIS-ANTIGO     PIC 9(08) VALUES ZEROS.
       77 WS-CAMPO-LOG            PIC X(12) VALUES SPACES.
       77 WS-VALOR-ANTES          PIC X(40) VALUES SPACES.
       77 WS-VALOR-DEPOIS         PIC X(40) VALUES SPACES.
       77 WS-VALOR-EDIT           PIC -(7)9.99.
       77 WS-VALOR-EDIT2          PIC -(7)9.99.
      *    CONTAS DO DOCUMENTO E O RESULTADO DE CADA UMA.
       01 WS-CONTAS-DOC.
           05 WS-DOC-ENTRY OCCURS 20.
               10 WS-DOC-CONTA        PIC 9(08).
               10 WS-DOC-ESTADO       PIC X(10).
               10 WS-DOC-DESTINO      PIC 9(08).
               10 WS-DOC-SALDO        PIC S9(7)V99.
               10 WS-DOC-RESULTADO    PIC X(01).
                   88 WS-DOC-ABSORVIDA    VALUE 'U'.
                   88 WS-DOC-RECUSADA     VALUE 'R'.
                   88 WS-DOC-NAO-CONFIRM  VALUE 'N'.
               10 WS-DOC-MOTIVO       PIC X(40).
               10 WS-DOC-QT-DIVIDAS   PIC 9(03).
               10 WS-DOC-QT-PARCELAS  PIC 9(03).
               10 WS-DOC-QT-DISPUTAS  PIC 9(03).
               10 WS-DOC-QT-BOLETOS   PIC 9(03).
               10 WS-DOC-QT-CONTATOS  PIC 9(05).
      *    DE-PARA DAS SEQUENCIAS DE DIVIDA DA CONTA ABSORVIDA (00 =
      *    A DIVIDA UNICA) PARA AS DA SOBREVIVENTE.
       01 WS-MAPA-SEQ.
           05 WS-MAPA-ENTRY OCCURS 99.
               10 WS-MAPA-ANTIGA      PIC 9(02).
               10 WS-MAPA-NOVA        PIC 9(02).
      *    COPIAS DE TRABALHO DOS REGISTROS MOVIDOS: O REGISTRO E
      *    GRAVADO NA CHAVE NOVA E SO DEPOIS APAGADO NA ANTIGA.
       COPY DEBTMAST REPLACING ==DEBTMAST-RECORD== BY
                               ==WS-DIVIDA-TRAB==
                     LEADING ==DB== BY ==WD==.
       COPY ACORDO REPLACING ==ACORDO-RECORD== BY ==WS-PARCELA-TRAB==
                   LEADING ==AC== BY ==WP==.
       COPY DISPUTA REPLACING ==DISPUTA-RECORD== BY
                              ==WS-DISPUTA-TRAB==
                    LEADING ==DI== BY ==WI==.
       COPY BOLETO REPLACING ==BOLETO-RECORD== BY ==WS-BOLETO-TRAB==
                   LEADING ==BO== BY ==WB==.
      *    HISTORICO DE SITUACOES (ROTINA SITUREG): SITUACAO DA CONTA
      *    ANTES DA UNIFICACAO OU DA RECONSOLIDACAO.
       77 WS-SITU-ANTERIOR        PIC X(10) VALUES SPACES.
       COPY SITUREGP.
       COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'UNIFICACAO DE CONTAS DUPLICADAS - LOGIN DE '
                   'SUPERVISOR:'
           CALL 'OPLOGIN' USING WS-SUP-ID WS-SUP-PERFIL
                                WS-SUP-LOGIN-OK
           IF WS-SUP-LOGIN-OK NOT = 'S' OR WS-SUP-PERFIL NOT = 'S'
               DISPLAY 'ACESSO RESTRITO A SUPERVISORES. ENCERRADO.'
               GOBACK
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               DISPLAY ' '
               DISPLAY '===== UNIFICACAO DE CONTAS DUPLICADAS ====='
               DISPLAY '1 - UNIFICAR AS CONTAS DE UM CPF/CNPJ'
               DISPLAY '9 - SAIR'
               DISPLAY 'DIGITE A OPCAO DESEJADA:'
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM UNIFICA-DOCUMENTO
                   WHEN 9
                       DISPLAY 'ENCERRANDO UNIFICACAO DE CONTAS.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       UNIFICA-DOCUMENTO.
           DISPLAY 'CPF/CNPJ DO DEVEDOR:'
           ACCEPT WS-DOC-UNIFICA
           IF WS-DOC-UNIFICA = SPACES
               DISPLAY 'DOCUMENTO NAO INFORMADO.'
           ELSE
               PERFORM ABRE-ARQUIVOS-UNIF
               IF WS-FS-OK AND WS-FS-DEBT-OK
                   PERFORM CARREGA-CONTAS-DOCUMENTO
                   IF WS-QTDE-ATIVAS < 2
                       DISPLAY 'O DOCUMENTO NAO TEM CONTAS DUPLICADAS '
                               'A UNIFICAR.'
                   ELSE
                       PERFORM ESCOLHE-SOBREVIVENTE
                       IF WS-CONTA-SOBREV > 0
                           PERFORM PROCESSA-CANDIDATAS
                       END-IF
                   END-IF
               ELSE
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CUSTMAST/DEBTMAST'
               END-IF
               PERFORM FECHA-ARQUIVOS-UNIF
           END-IF.

       ABRE-ARQUIVOS-UNIF.
           MOVE 'N' TO WS-ACORDO-ABRIU WS-DISPUTA-ABRIU
                       WS-BOLETO-ABRIU WS-COTACAO-ABRIU
           OPEN I-O CUSTMAST-FILE
           OPEN I-O DEBTMAST-FILE
           IF WS-FS-DEBTMAST = '35'
               CLOSE DEBTMAST-FILE
               OPEN OUTPUT DEBTMAST-FILE
               CLOSE DEBTMAST-FILE
               OPEN I-O DEBTMAST-FILE
           END-IF
           OPEN I-O ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-ABRIU
           END-IF
           OPEN I-O DISPUTA-FILE
           IF WS-FS-DISPUTA-OK
               MOVE 'S' TO WS-DISPUTA-ABRIU
           END-IF
           OPEN I-O BOLETO-FILE
           IF WS-FS-BOLETO-OK
               MOVE 'S' TO WS-BOLETO-ABRIU
           END-IF
           OPEN INPUT COTACAO-FILE
           IF WS-FS-COTACAO-OK
               MOVE 'S' TO WS-COTACAO-ABRIU
           END-IF.

       FECHA-ARQUIVOS-UNIF.
           IF WS-TEM-COTACOES
               CLOSE COTACAO-FILE
           END-IF
           IF WS-TEM-BOLETOS
               CLOSE BOLETO-FILE
           END-IF
           IF WS-TEM-DISPUTAS
               CLOSE DISPUTA-FILE
           END-IF
           IF WS-TEM-ACORDOS
               CLOSE ACORDO-FILE
           END-IF
           IF WS-FS-DEBTMAST NOT = '35'
               CLOSE DEBTMAST-FILE
           END-IF
           IF WS-FS-CUSTMAST NOT = '35'
               CLOSE CUSTMAST-FILE
           END-IF.

      *    TODAS AS CONTAS DO DOCUMENTO PELA CHAVE ALTERNADA, COMO NO
      *    ATENDIMENTO AO TITULAR (LGPDREL). CONTA JA UNIFICADA
      *    APARECE NA LISTA COM O APONTADOR, MAS NAO E CANDIDATA.
       CARREGA-CONTAS-DOCUMENTO.
           MOVE ZEROS TO WS-QTDE-DOC WS-QTDE-ATIVAS
           INITIALIZE WS-CONTAS-DOC
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE WS-DOC-UNIFICA TO CM-DOCUMENTO
           START CUSTMAST-FILE KEY IS >= CM-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF CM-DOCUMENTO NOT = WS-DOC-UNIFICA
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       PERFORM GUARDA-CONTA-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTDE-DOC = 0
               SET EC-CONTA-NAO-ENCONTRADA TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': ' WS-DOC-UNIFICA
           END-IF.

       GUARDA-CONTA-DOCUMENTO.
           IF WS-QTDE-DOC < 20
               ADD 1 TO WS-QTDE-DOC
               MOVE CM-CONTA TO WS-DOC-CONTA (WS-QTDE-DOC)
               MOVE CM-ESTADO-PAGTO TO WS-DOC-ESTADO (WS-QTDE-DOC)
               MOVE CM-CONTA-DESTINO TO WS-DOC-DESTINO (WS-QTDE-DOC)
               MOVE CM-SALDO-DEVEDOR TO WS-DOC-SALDO (WS-QTDE-DOC)
               MOVE SPACES TO WS-DOC-RESULTADO (WS-QTDE-DOC)
                              WS-DOC-MOTIVO (WS-QTDE-DOC)
               IF CM-UNIFICADA
                   DISPLAY 'CONTA ' CM-CONTA ': '
                           CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                           ' UNIFICADA NA CONTA ' CM-CONTA-DESTINO
               ELSE
                   ADD 1 TO WS-QTDE-ATIVAS
                   DISPLAY 'CONTA ' CM-CONTA ': '
                           CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                           ' SITUACAO ' CM-ESTADO-PAGTO
                           ' SALDO ' CM-SALDO-DEVEDOR
                           ' CREDOR ' CM-CREDOR
               END-IF
           ELSE
               DISPLAY 'MAIS DE 20 CONTAS NO DOCUMENTO; A CONTA '
                       CM-CONTA ' FICA PARA UMA PROXIMA RODADA.'
           END-IF.

      *    A SOBREVIVENTE TEM DE SER UMA CONTA ATIVA DO DOCUMENTO
      *    (PAGA OU EM ABERTO). CONTA COM ACORDO DE CAMPANHA NAO
      *    SERVE: O PERDAO DO SALDO NO FIM DO ACORDO ALCANCARIA AS
      *    DIVIDAS TRAZIDAS DAS OUTRAS CONTAS.
       ESCOLHE-SOBREVIVENTE.
           DISPLAY 'CONTA SOBREVIVENTE (0 = DESISTIR):'
           ACCEPT WS-CONTA-SOBREV
           MOVE ZEROS TO WS-IDX-SOBREV
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-QTDE-DOC
               IF WS-DOC-CONTA (WS-IDX-DOC) = WS-CONTA-SOBREV
                   MOVE WS-IDX-DOC TO WS-IDX-SOBREV
               END-IF
           END-PERFORM
           IF WS-CONTA-SOBREV > 0
               MOVE WS-CONTA-SOBREV TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE ZEROS TO WS-IDX-SOBREV
               END-READ
               EVALUATE TRUE
                   WHEN WS-IDX-SOBREV = 0
                       DISPLAY 'A CONTA ' WS-CONTA-SOBREV
                               ' NAO E DESTE DOCUMENTO.'
                       MOVE ZEROS TO WS-CONTA-SOBREV
                   WHEN NOT CM-PAGO AND NOT CM-NAO-PAGO
                       DISPLAY 'CONTA SOBREVIVENTE PRECISA ESTAR PAGA '
                               'OU EM ABERTO (SITUACAO '
                               CM-ESTADO-PAGTO ').'
                       MOVE ZEROS TO WS-CONTA-SOBREV
                   WHEN OTHER
                       PERFORM AVALIA-SOBREVIVENTE
               END-EVALUATE
           END-IF.

       AVALIA-SOBREVIVENTE.
           MOVE CM-CREDOR TO WS-CREDOR-SOBREV
           MOVE CM-SALDO-DEVEDOR TO WS-SALDO-ANTES-SOBREV
           MOVE 'N' TO WS-SOBREV-PREPARADA WS-MIGRA-SOBREV
           MOVE WS-CONTA-SOBREV TO WS-CONTA-VERIFICA
           PERFORM VERIFICA-ACORDOS-CONTA
           MOVE WS-ACORDO-ABERTO TO WS-SOBREV-ACORDO
           MOVE WS-MAIOR-PARCELA TO WS-MAIOR-PARCELA-SOBREV
           IF WS-HA-CAMPANHA
               DISPLAY 'A CONTA ' WS-CONTA-SOBREV ' TEM ACORDO DE '
                       'CAMPANHA; ESCOLHA OUTRA SOBREVIVENTE.'
               MOVE ZEROS TO WS-CONTA-SOBREV
           ELSE
               PERFORM DETERMINA-PROXIMA-SEQ
               IF NOT WS-CONTA-DETALHADA AND
                  (CM-VALOR-ORIGINAL > 0 OR CM-SALDO-DEVEDOR > 0)
                   MOVE 'S' TO WS-MIGRA-SOBREV
                   MOVE 2 TO WS-PROXIMA-SEQ
               END-IF
           END-IF.

       DETERMINA-PROXIMA-SEQ.
           MOVE 'N' TO WS-TEM-DETALHE WS-SWEEP-EOF
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE WS-CONTA-SOBREV TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF DB-CONTA NOT = WS-CONTA-SOBREV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE 'S' TO WS-TEM-DETALHE
                       MOVE DB-SEQ TO WS-PROXIMA-SEQ
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-PROXIMA-SEQ.

      *    ACORDOS DE UMA CONTA: HA PARCELA ABERTA OU ATRASADA (ACORDO
      *    EM ANDAMENTO), HA PARCELA DE CAMPANHA, E A MAIOR PARCELA.
       VERIFICA-ACORDOS-CONTA.
           MOVE 'N' TO WS-ACORDO-ABERTO WS-ACORDO-CAMPANHA
           MOVE ZEROS TO WS-MAIOR-PARCELA
           MOVE 'N' TO WS-SWEEP-EOF
           IF NOT WS-TEM-ACORDOS
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE WS-CONTA-VERIFICA TO AC-CONTA
               MOVE ZEROS TO AC-PARCELA
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF AC-CONTA NOT = WS-CONTA-VERIFICA
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE AC-PARCELA TO WS-MAIOR-PARCELA
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-ACORDO-ABERTO
                       END-IF
                       IF AC-CAMPANHA NOT = SPACES
                           MOVE 'S' TO WS-ACORDO-CAMPANHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    CADA CONTA ATIVA DO DOCUMENTO, MENOS A SOBREVIVENTE, E
      *    OFERECIDA AO SUPERVISOR; A CONFIRMADA PASSA PELA CRITICA E
      *    E UNIFICADA NA HORA. OS CONTATOS VAO NUMA PASSAGEM SO NO
      *    FIM (O ARQUIVO E SEQUENCIAL) E A SOBREVIVENTE E
      *    RECONSOLIDADA UMA VEZ.
       PROCESSA-CANDIDATAS.
           MOVE ZEROS TO WS-QTDE-UNIFICADAS WS-QTDE-RECUSADAS
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-QTDE-DOC
               IF WS-DOC-CONTA (WS-IDX-DOC) NOT = WS-CONTA-SOBREV AND
                  WS-DOC-ESTADO (WS-IDX-DOC) NOT = 'UNIFICADA'
                   PERFORM OFERECE-CANDIDATA
               END-IF
           END-PERFORM
           IF WS-QTDE-UNIFICADAS > 0
               PERFORM MOVE-CONTATOS
               PERFORM CONSOLIDA-SOBREVIVENTE
           END-IF
           PERFORM IMPRIME-RELATORIO-UNIF
           DISPLAY 'CONTAS UNIFICADAS NA ' WS-CONTA-SOBREV ': '
                   WS-QTDE-UNIFICADAS '. RECUSADAS: '
                   WS-QTDE-RECUSADAS '. RELATORIO NO UNIF-RPT.'.

       OFERECE-CANDIDATA.
           MOVE WS-DOC-CONTA (WS-IDX-DOC) TO WS-CONTA-ABSORV
           DISPLAY 'UNIFICAR A CONTA ' WS-CONTA-ABSORV
                   ' NA CONTA ' WS-CONTA-SOBREV ' (S/N)?'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               SET WS-DOC-NAO-CONFIRM (WS-IDX-DOC) TO TRUE
           ELSE
               PERFORM CRITICA-ABSORVIDA
               IF WS-MOTIVO-RECUSA NOT = SPACES
                   SET WS-DOC-RECUSADA (WS-IDX-DOC) TO TRUE
                   MOVE WS-MOTIVO-RECUSA TO WS-DOC-MOTIVO (WS-IDX-DOC)
                   ADD 1 TO WS-QTDE-RECUSADAS
                   DISPLAY 'CONTA ' WS-CONTA-ABSORV
                           ' NAO UNIFICADA: ' WS-MOTIVO-RECUSA
               ELSE
                   IF WS-SOBREV-PREPARADA NOT = 'S'
                       PERFORM PREPARA-SOBREVIVENTE
                   END-IF
                   PERFORM UNIFICA-CONTA
                   SET WS-DOC-ABSORVIDA (WS-IDX-DOC) TO TRUE
                   ADD 1 TO WS-QTDE-UNIFICADAS
                   DISPLAY 'CONTA ' WS-CONTA-ABSORV
                           ' UNIFICADA NA CONTA ' WS-CONTA-SOBREV '.'
               END-IF
           END-IF.

      *    O QUE IMPEDE A UNIFICACAO: SITUACAO QUE JA TIROU A CONTA DA
      *    COBRANCA, CREDOR DIFERENTE (O REPASSE E POR CONTA), ESTAGIO
      *    EXTERNO QUE CORRE NO NUMERO ANTIGO (JURIDICO, CARTORIO,
      *    BUREAU), DOIS ACORDOS EM ANDAMENTO, ACORDO DE CAMPANHA,
      *    COTACAO DE QUITACAO AINDA VALIDA E O LIMITE DE 99 DIVIDAS.
       CRITICA-ABSORVIDA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE WS-CONTA-ABSORV TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE WS-CONTA-ABSORV TO WS-CONTA-VERIFICA
               PERFORM VERIFICA-ACORDOS-CONTA
               PERFORM VERIFICA-COTACAO-ABERTA
               PERFORM CONTA-DIVIDAS-ABSORVIDA
               EVALUATE TRUE
                   WHEN NOT CM-PAGO AND NOT CM-NAO-PAGO
                       STRING 'CONTA ' CM-ESTADO-PAGTO
                              DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
                   WHEN CM-CREDOR NOT = WS-CREDOR-SOBREV
                       MOVE 'CREDOR DIFERENTE DA SOBREVIVENTE' TO
                            WS-MOTIVO-RECUSA
                   WHEN CM-EM-JURIDICO
                       MOVE 'CONTA NO JURIDICO' TO WS-MOTIVO-RECUSA
                   WHEN CM-EM-PROTESTO
                       MOVE 'TITULO EM PROTESTO' TO WS-MOTIVO-RECUSA
                   WHEN CM-ESTA-NEGATIVADO
                       MOVE 'CONTA NEGATIVADA NO BUREAU' TO
                            WS-MOTIVO-RECUSA
                   WHEN WS-HA-ACORDO-ABERTO AND WS-HA-CAMPANHA
                       MOVE 'ACORDO DE CAMPANHA EM ANDAMENTO' TO
                            WS-MOTIVO-RECUSA
                   WHEN WS-HA-ACORDO-ABERTO AND WS-SOBREV-ACORDO = 'S'
                       MOVE 'ACORDO EM ANDAMENTO NAS DUAS CONTAS' TO
                            WS-MOTIVO-RECUSA
                   WHEN WS-COTACAO-ABERTA = 'S'
                       MOVE 'COTACAO DE QUITACAO AINDA VALIDA' TO
                            WS-MOTIVO-RECUSA
                   WHEN WS-PROXIMA-SEQ + WS-QTDE-DIVIDAS-CONTA > 100
                       MOVE 'LIMITE DE 99 DIVIDAS NA SOBREVIVENTE' TO
                            WS-MOTIVO-RECUSA
               END-EVALUATE
           END-IF.

       VERIFICA-COTACAO-ABERTA.
           MOVE 'N' TO WS-COTACAO-ABERTA
           MOVE 'N' TO WS-SWEEP-EOF
           IF NOT WS-TEM-COTACOES
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE WS-CONTA-ABSORV TO QT-CONTA
               MOVE ZEROS TO QT-SEQ
               START COTACAO-FILE KEY IS >= QT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ COTACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-COTACAO-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF QT-CONTA NOT = WS-CONTA-ABSORV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       IF QT-ABERTA AND
                          QT-DATA-VALIDADE >= WS-DATA-HOJE
                           MOVE 'S' TO WS-COTACAO-ABERTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    QUANTAS DIVIDAS A CONTA LEVA PARA A SOBREVIVENTE: AS
      *    DETALHADAS OU, NO MODELO ANTIGO, A DIVIDA UNICA.
       CONTA-DIVIDAS-ABSORVIDA.
           MOVE ZEROS TO WS-QTDE-DIVIDAS-CONTA
           MOVE 'N' TO WS-ABSORV-DETALHADA WS-SWEEP-EOF
           MOVE WS-CONTA-ABSORV TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF DB-CONTA NOT = WS-CONTA-ABSORV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       MOVE 'S' TO WS-ABSORV-DETALHADA
                       ADD 1 TO WS-QTDE-DIVIDAS-CONTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ABSORV-DETALHADA NOT = 'S' AND
              (CM-VALOR-ORIGINAL > 0 OR CM-SALDO-DEVEDOR > 0)
               MOVE 1 TO WS-QTDE-DIVIDAS-CONTA
           END-IF.

      *    NA PRIMEIRA CONTA CONFIRMADA, A SOBREVIVENTE AINDA NO
      *    MODELO DE DIVIDA UNICA TEM A DIVIDA MIGRADA PARA A
      *    SEQUENCIA 01 (MESMA REGRA DO DIVIDAS), COM A CONTESTACAO E
      *    O BOLETO DA DIVIDA UNICA ACOMPANHANDO A NOVA SEQUENCIA. NO
      *    FIM, A CONTA CONFIRMADA E RELIDA E REAVALIADA.
       PREPARA-SOBREVIVENTE.
           MOVE 'S' TO WS-SOBREV-PREPARADA
           IF WS-MIGRA-SOBREV = 'S'
               MOVE WS-CONTA-SOBREV TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-OK
                   MOVE WS-CONTA-SOBREV TO DB-CONTA
                   MOVE 01 TO DB-SEQ
                   PERFORM MONTA-DIVIDA-DO-CADASTRO
                   WRITE DEBTMAST-RECORD
                       INVALID KEY
                           SET EC-FALHA-ARQUIVO TO TRUE
                           CALL 'ERRMSG' USING EC-CODIGO-ERRO
                                               EC-MENSAGEM
                           DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                                   EC-MENSAGEM ': MIGRACAO ' DB-CHAVE
                   END-WRITE
                   MOVE ZEROS TO WS-QTDE-MAPA
                   ADD 1 TO WS-QTDE-MAPA
                   MOVE 00 TO WS-MAPA-ANTIGA (WS-QTDE-MAPA)
                   MOVE 01 TO WS-MAPA-NOVA (WS-QTDE-MAPA)
                   MOVE WS-CONTA-SOBREV TO WS-CONTA-ABSORV
                   MOVE 'N' TO WS-ABSORV-DETALHADA WS-ACORDO-MOVIDO
                   PERFORM REMAPEIA-DISPUTA-UNICA
                   PERFORM REMAPEIA-BOLETO-UNICO
                   DISPLAY 'DIVIDA UNICA DA CONTA ' WS-CONTA-SOBREV
                           ' MIGRADA PARA A SEQUENCIA 01.'
               END-IF
               MOVE WS-DOC-CONTA (WS-IDX-DOC) TO WS-CONTA-ABSORV
               MOVE WS-CONTA-ABSORV TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WS-CONTA-ABSORV TO WS-CONTA-VERIFICA
               PERFORM VERIFICA-ACORDOS-CONTA
               PERFORM CONTA-DIVIDAS-ABSORVIDA
           END-IF.

      *    A DIVIDA UNICA DO CADASTRO (CONTA ATUAL EM CUSTMAST-RECORD)
      *    COMO REGISTRO DETALHADO; A CHAVE VEM DO CHAMADOR.
       MONTA-DIVIDA-DO-CADASTRO.
           MOVE CM-VALOR-ORIGINAL TO DB-VALOR-ORIGINAL
           MOVE CM-SALDO-DEVEDOR TO DB-SALDO-DEVEDOR
           IF CM-SALDO-PRINCIPAL + CM-SALDO-MULTA = CM-SALDO-DEVEDOR
               MOVE CM-SALDO-PRINCIPAL TO DB-SALDO-PRINCIPAL
               MOVE CM-SALDO-MULTA TO DB-SALDO-MULTA
           ELSE
               MOVE CM-SALDO-DEVEDOR TO DB-SALDO-PRINCIPAL
               MOVE ZEROS TO DB-SALDO-MULTA
           END-IF
           MOVE CM-DATA-VENCIMENTO TO DB-DATA-VENCIMENTO
           MOVE CM-ESTADO-PAGTO TO DB-ESTADO-PAGTO
           MOVE CM-REMESSA TO DB-REMESSA
           MOVE CM-CREDOR TO DB-CREDOR
           MOVE CM-DATA-PRESCRICAO TO DB-DATA-PRESCRICAO
           MOVE CM-PRESCRICAO TO DB-PRESCRICAO
           MOVE CM-ULTIMO-PROCESSO TO DB-ULTIMO-PROCESSO.

       REMAPEIA-DISPUTA-UNICA.
           IF WS-TEM-DISPUTAS
               MOVE WS-CONTA-SOBREV TO DI-CONTA
               MOVE ZEROS TO DI-SEQ-DIVIDA
               READ DISPUTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-UMA-DISPUTA
               END-READ
           END-IF.

       REMAPEIA-BOLETO-UNICO.
           IF WS-TEM-BOLETOS
               MOVE WS-CONTA-SOBREV TO BO-CONTA
               MOVE 'D' TO BO-ORIGEM
               MOVE ZEROS TO BO-SEQ
               READ BOLETO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-UM-BOLETO
               END-READ
           END-IF.

      *    UNIFICACAO DE UMA CONTA: DIVIDAS, ACORDO, CONTESTACOES E
      *    BOLETOS VAO PARA A SOBREVIVENTE; A CONTA FICA UNIFICADA COM
      *    O APONTADOR E AS CONTAS QUE APONTAVAM PARA ELA PASSAM A
      *    APONTAR PARA A SOBREVIVENTE.
       UNIFICA-CONTA.
           MOVE ZEROS TO WS-QTDE-MAPA WS-DESLOC-PARCELA
           MOVE 'N' TO WS-ACORDO-MOVIDO
           MOVE ZEROS TO WS-DOC-QT-DIVIDAS (WS-IDX-DOC)
                         WS-DOC-QT-PARCELAS (WS-IDX-DOC)
                         WS-DOC-QT-DISPUTAS (WS-IDX-DOC)
                         WS-DOC-QT-BOLETOS (WS-IDX-DOC)
                         WS-DOC-QT-CONTATOS (WS-IDX-DOC)
           MOVE CM-SALDO-DEVEDOR TO WS-DOC-SALDO (WS-IDX-DOC)
           MOVE CM-ESTADO-PAGTO TO WS-ESTADO-ANTERIOR
           IF WS-ABSORV-DETALHADA = 'S'
               PERFORM MOVE-DIVIDAS-DETALHADAS
           ELSE
               IF CM-VALOR-ORIGINAL > 0 OR CM-SALDO-DEVEDOR > 0
                   PERFORM MOVE-DIVIDA-UNICA
               END-IF
           END-IF
           IF WS-HA-ACORDO-ABERTO
               PERFORM MOVE-PARCELAS-ACORDO
           END-IF
           PERFORM MOVE-DISPUTAS
           PERFORM MOVE-BOLETOS
           PERFORM FECHA-CONTA-ABSORVIDA
           PERFORM REAPONTA-CONTAS-ANTIGAS.

       MOVE-DIVIDA-UNICA.
           MOVE WS-CONTA-SOBREV TO DB-CONTA
           MOVE WS-PROXIMA-SEQ TO DB-SEQ
           PERFORM MONTA-DIVIDA-DO-CADASTRO
           WRITE DEBTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' DB-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-MAPA
                   MOVE 00 TO WS-MAPA-ANTIGA (WS-QTDE-MAPA)
                   MOVE DB-SEQ TO WS-MAPA-NOVA (WS-QTDE-MAPA)
                   ADD 1 TO WS-PROXIMA-SEQ
                   ADD 1 TO WS-DOC-QT-DIVIDAS (WS-IDX-DOC)
           END-WRITE.

      *    CADA DIVIDA DA CONTA E GRAVADA NA SOBREVIVENTE COM A
      *    PROXIMA SEQUENCIA E SO ENTAO APAGADA; A VARREDURA RECOMECA
      *    DO INICIO DA CONTA A CADA DIVIDA MOVIDA.
       MOVE-DIVIDAS-DETALHADAS.
           MOVE 'N' TO WS-SWEEP-EOF
           PERFORM UNTIL WS-FIM-SWEEP
               MOVE WS-CONTA-ABSORV TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
               IF NOT WS-FIM-SWEEP
                   READ DEBTMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SWEEP-EOF
                   END-READ
               END-IF
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF DB-CONTA NOT = WS-CONTA-ABSORV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       PERFORM MOVE-UMA-DIVIDA
                   END-IF
               END-IF
           END-PERFORM.

       MOVE-UMA-DIVIDA.
           MOVE DEBTMAST-RECORD TO WS-DIVIDA-TRAB
           MOVE WS-CONTA-SOBREV TO DB-CONTA
           MOVE WS-PROXIMA-SEQ TO DB-SEQ
           WRITE DEBTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' DB-CHAVE
                   MOVE 'S' TO WS-SWEEP-EOF
           END-WRITE
           IF WS-FS-DEBT-OK
               ADD 1 TO WS-QTDE-MAPA
               MOVE WD-SEQ TO WS-MAPA-ANTIGA (WS-QTDE-MAPA)
               MOVE DB-SEQ TO WS-MAPA-NOVA (WS-QTDE-MAPA)
               ADD 1 TO WS-PROXIMA-SEQ
               ADD 1 TO WS-DOC-QT-DIVIDAS (WS-IDX-DOC)
               MOVE WD-CHAVE TO DB-CHAVE
               DELETE DEBTMAST-FILE RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-DELETE
           END-IF.

      *    O ACORDO EM ANDAMENTO VAI INTEIRO, COM AS PARCELAS
      *    RENUMERADAS DEPOIS DA ULTIMA PARCELA DA SOBREVIVENTE; OS
      *    BOLETOS DE PARCELA ACOMPANHAM O MESMO DESLOCAMENTO.
       MOVE-PARCELAS-ACORDO.
           MOVE WS-MAIOR-PARCELA-SOBREV TO WS-DESLOC-PARCELA
           MOVE 'S' TO WS-ACORDO-MOVIDO
           MOVE 'N' TO WS-SWEEP-EOF
           PERFORM UNTIL WS-FIM-SWEEP
               MOVE WS-CONTA-ABSORV TO AC-CONTA
               MOVE ZEROS TO AC-PARCELA
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
               IF NOT WS-FIM-SWEEP
                   READ ACORDO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SWEEP-EOF
                   END-READ
               END-IF
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF AC-CONTA NOT = WS-CONTA-ABSORV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       PERFORM MOVE-UMA-PARCELA
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-SOBREV-ACORDO.

       MOVE-UMA-PARCELA.
           MOVE ACORDO-RECORD TO WS-PARCELA-TRAB
           MOVE WS-CONTA-SOBREV TO AC-CONTA
           COMPUTE AC-PARCELA = WP-PARCELA + WS-DESLOC-PARCELA
           WRITE ACORDO-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': PARCELA ' AC-CHAVE
                   MOVE 'S' TO WS-SWEEP-EOF
           END-WRITE
           IF WS-FS-ACORDO-OK
               IF AC-PARCELA > WS-MAIOR-PARCELA-SOBREV
                   MOVE AC-PARCELA TO WS-MAIOR-PARCELA-SOBREV
               END-IF
               ADD 1 TO WS-DOC-QT-PARCELAS (WS-IDX-DOC)
               MOVE WP-CHAVE TO AC-CHAVE
               DELETE ACORDO-FILE RECORD
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-DELETE
           END-IF.

      *    AS CONTESTACOES SEGUEM A DIVIDA PELO DE-PARA; A DA CONTA
      *    TODA (00) DE UMA CONTA DETALHADA VALE PARA CADA DIVIDA
      *    TRAZIDA. REGISTRO SEM DIVIDA CORRESPONDENTE FICA NA CONTA
      *    ANTIGA, E A VARREDURA ANDA PELA CHAVE SEGUINTE.
       MOVE-DISPUTAS.
           MOVE 'N' TO WS-SWEEP-EOF
           IF NOT WS-TEM-DISPUTAS
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           MOVE WS-CONTA-ABSORV TO WI-CONTA
           MOVE ZEROS TO WI-SEQ-DIVIDA
           PERFORM UNTIL WS-FIM-SWEEP
               MOVE WI-CHAVE TO DI-CHAVE
               START DISPUTA-FILE KEY IS >= DI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
               IF NOT WS-FIM-SWEEP
                   READ DISPUTA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SWEEP-EOF
                   END-READ
               END-IF
               IF NOT WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF DI-CONTA NOT = WS-CONTA-ABSORV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       PERFORM MOVE-UMA-DISPUTA
                       IF WI-SEQ-DIVIDA < 99
                           ADD 1 TO WI-SEQ-DIVIDA
                       ELSE
                           MOVE 'S' TO WS-SWEEP-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    CONTESTACAO CORRENTE EM DISPUTA-RECORD; AO SAIR, WI-CHAVE
      *    TEM A CHAVE ANTIGA (PONTO DE PARTIDA DA VARREDURA).
       MOVE-UMA-DISPUTA.
           MOVE DISPUTA-RECORD TO WS-DISPUTA-TRAB
           IF WI-SEQ-DIVIDA = 0 AND WS-ABSORV-DETALHADA = 'S'
               PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                       UNTIL WS-IDX-MAPA > WS-QTDE-MAPA
                   MOVE WS-DISPUTA-TRAB TO DISPUTA-RECORD
                   MOVE WS-CONTA-SOBREV TO DI-CONTA
                   MOVE WS-MAPA-NOVA (WS-IDX-MAPA) TO DI-SEQ-DIVIDA
                   WRITE DISPUTA-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DOC-QT-DISPUTAS (WS-IDX-DOC)
                   END-WRITE
               END-PERFORM
               MOVE 'S' TO WS-SEQ-MAPEADA
           ELSE
               MOVE WI-SEQ-DIVIDA TO WS-SEQ-ANTIGA
               PERFORM ACHA-SEQ-NOVA
               IF WS-SEQ-MAPEADA = 'S'
                   MOVE WS-CONTA-SOBREV TO DI-CONTA
                   MOVE WS-SEQ-NOVA TO DI-SEQ-DIVIDA
                   WRITE DISPUTA-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-SEQ-MAPEADA
                       NOT INVALID KEY
                           ADD 1 TO WS-DOC-QT-DISPUTAS (WS-IDX-DOC)
                   END-WRITE
               END-IF
           END-IF
           IF WS-SEQ-MAPEADA = 'S'
               MOVE WI-CHAVE TO DI-CHAVE
               DELETE DISPUTA-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       ACHA-SEQ-NOVA.
           MOVE 'N' TO WS-SEQ-MAPEADA
           MOVE ZEROS TO WS-SEQ-NOVA
           PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                   UNTIL WS-IDX-MAPA > WS-QTDE-MAPA
               IF WS-MAPA-ANTIGA (WS-IDX-MAPA) = WS-SEQ-ANTIGA
                   MOVE WS-MAPA-NOVA (WS-IDX-MAPA) TO WS-SEQ-NOVA
                   MOVE 'S' TO WS-SEQ-MAPEADA
               END-IF
           END-PERFORM.

      *    BOLETO DE DIVIDA SEGUE O DE-PARA; BOLETO DE PARCELA SO
      *    QUANDO O ACORDO VEIO; BOLETO DE COTACAO FICA NA CONTA
      *    ANTIGA, COM A COTACAO. O NOSSO NUMERO IMPRESSO NAO MUDA.
       MOVE-BOLETOS.
           MOVE 'N' TO WS-SWEEP-EOF
           IF NOT WS-TEM-BOLETOS
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           MOVE WS-CONTA-ABSORV TO WB-CONTA
           MOVE LOW-VALUES TO WB-ORIGEM
           MOVE ZEROS TO WB-SEQ
           PERFORM UNTIL WS-FIM-SWEEP
               MOVE WB-CHAVE TO BO-CHAVE
               START BOLETO-FILE KEY IS > BO-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
               IF NOT WS-FIM-SWEEP
                   READ BOLETO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SWEEP-EOF
                   END-READ
               END-IF
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF BO-CONTA NOT = WS-CONTA-ABSORV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       PERFORM MOVE-UM-BOLETO
                   END-IF
               END-IF
           END-PERFORM.

      *    BOLETO CORRENTE EM BOLETO-RECORD; AO SAIR, WB-CHAVE TEM A
      *    CHAVE ANTIGA (A VARREDURA CONTINUA DEPOIS DELA).
       MOVE-UM-BOLETO.
           MOVE BOLETO-RECORD TO WS-BOLETO-TRAB
           MOVE 'N' TO WS-SEQ-MAPEADA
           EVALUATE TRUE
               WHEN WB-ORIGEM = 'D' AND WB-SEQ < 100
                   MOVE WB-SEQ TO WS-SEQ-ANTIGA
                   PERFORM ACHA-SEQ-NOVA
                   MOVE WS-SEQ-NOVA TO BO-SEQ
               WHEN WB-ORIGEM = 'P' AND WS-ACORDO-MOVIDO = 'S'
                   COMPUTE BO-SEQ = WB-SEQ + WS-DESLOC-PARCELA
                   MOVE 'S' TO WS-SEQ-MAPEADA
           END-EVALUATE
           IF WS-SEQ-MAPEADA = 'S'
               MOVE WS-CONTA-SOBREV TO BO-CONTA
               WRITE BOLETO-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-SEQ-MAPEADA
                   NOT INVALID KEY
                       ADD 1 TO WS-DOC-QT-BOLETOS (WS-IDX-DOC)
               END-WRITE
           END-IF
           IF WS-SEQ-MAPEADA = 'S'
               MOVE WB-CHAVE TO BO-CHAVE
               DELETE BOLETO-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *    A CONTA ABSORVIDA FICA UNIFICADA, SEM SALDO, APONTANDO
      *    PARA A SOBREVIVENTE; A MUDANCA VAI PARA O CADLOG DAS DUAS.
       FECHA-CONTA-ABSORVIDA.
           MOVE WS-CONTA-ABSORV TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-OK
               MOVE WS-DOC-SALDO (WS-IDX-DOC) TO WS-VALOR-EDIT
               MOVE SPACES TO WS-VALOR-ANTES WS-VALOR-DEPOIS
               STRING WS-ESTADO-ANTERIOR ' SALDO ' WS-VALOR-EDIT
                      DELIMITED BY SIZE INTO WS-VALOR-ANTES
               STRING 'UNIFICADA NA CONTA ' WS-CONTA-SOBREV
                      DELIMITED BY SIZE INTO WS-VALOR-DEPOIS
               MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
               SET CM-UNIFICADA TO TRUE
               MOVE ZEROS TO CM-SALDO-DEVEDOR CM-SALDO-PRINCIPAL
                             CM-SALDO-MULTA
               MOVE WS-CONTA-SOBREV TO CM-CONTA-DESTINO
               MOVE WS-DATA-HOJE TO CM-DATA-UNIFICACAO
               REWRITE CUSTMAST-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - '
                               EC-MENSAGEM ': ' CM-CONTA
                   NOT INVALID KEY
                       SET SP-TIPO-UNIFICACAO TO TRUE
                       PERFORM REGISTRA-SITUACAO-CONTA
               END-REWRITE
               MOVE 'UNIFICACAO' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               MOVE SPACES TO WS-VALOR-ANTES WS-VALOR-DEPOIS
               STRING 'ABSORVEU A CONTA ' WS-CONTA-ABSORV
                      DELIMITED BY SIZE INTO WS-VALOR-ANTES
               STRING 'DIVIDAS ' WS-DOC-QT-DIVIDAS (WS-IDX-DOC)
                      ' SALDO ' WS-VALOR-EDIT
                      DELIMITED BY SIZE INTO WS-VALOR-DEPOIS
               MOVE WS-CONTA-SOBREV TO CM-CONTA
               PERFORM GRAVA-ALTERACAO-CADLOG
               MOVE 'UNIFICADA' TO WS-DOC-ESTADO (WS-IDX-DOC)
               MOVE WS-CONTA-SOBREV TO WS-DOC-DESTINO (WS-IDX-DOC)
           END-IF.

      *    O APONTADOR E SEMPRE DIRETO: CONTA JA UNIFICADA NA CONTA
      *    QUE ACABA DE SER ABSORVIDA PASSA A APONTAR PARA A
      *    SOBREVIVENTE.
       REAPONTA-CONTAS-ANTIGAS.
           PERFORM VARYING WS-IDX-REAP FROM 1 BY 1
                   UNTIL WS-IDX-REAP > WS-QTDE-DOC
               IF WS-DOC-ESTADO (WS-IDX-REAP) = 'UNIFICADA' AND
                  WS-DOC-DESTINO (WS-IDX-REAP) = WS-CONTA-ABSORV
                   MOVE WS-DOC-CONTA (WS-IDX-REAP) TO CM-CONTA
                   READ CUSTMAST-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-OK
                       MOVE WS-CONTA-SOBREV TO CM-CONTA-DESTINO
                       REWRITE CUSTMAST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE WS-CONTA-SOBREV TO
                            WS-DOC-DESTINO (WS-IDX-REAP)
                       MOVE 'CONTA-DEST' TO WS-CAMPO-LOG
                       MOVE WS-CONTA-ABSORV TO WS-VALOR-ANTES
                       MOVE WS-CONTA-SOBREV TO WS-VALOR-DEPOIS
                       PERFORM GRAVA-ALTERACAO-CADLOG
                   END-IF
               END-IF
           END-PERFORM.

      *    OS CONTATOS DAS CONTAS UNIFICADAS PASSAM PARA A
      *    SOBREVIVENTE NUMA PASSAGEM SO PELO ARQUIVO.
       MOVE-CONTATOS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN I-O CONTATOS-FILE
           IF NOT WS-FS-CONTATOS-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ CONTATOS-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-CONTATOS-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE 'N' TO WS-CONTA-BATE
                   PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                           UNTIL WS-IDX-DOC > WS-QTDE-DOC OR
                                 WS-CONTA-BATE = 'S'
                       IF WS-DOC-ABSORVIDA (WS-IDX-DOC) AND
                          WS-DOC-CONTA (WS-IDX-DOC) = CN-CONTA
                           MOVE 'S' TO WS-CONTA-BATE
                           ADD 1 TO WS-DOC-QT-CONTATOS (WS-IDX-DOC)
                       END-IF
                   END-PERFORM
                   IF WS-CONTA-BATE = 'S'
                       MOVE WS-CONTA-SOBREV TO CN-CONTA
                       REWRITE CONTATOS-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-CONTATOS-OK OR WS-FS-CONTATOS = '10'
               CLOSE CONTATOS-FILE
           END-IF.

      *    RECONSOLIDA A SOBREVIVENTE A PARTIR DAS DIVIDAS DETALHADAS,
      *    COMO O DIVIDAS: SALDO SOMADO DAS ABERTAS, SITUACAO NAO PAGO
      *    ENQUANTO HOUVER ABERTA E VENCIMENTO MAIS ANTIGO EM ABERTO.
       CONSOLIDA-SOBREVIVENTE.
           MOVE WS-CONTA-SOBREV TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE 'N' TO WS-SWEEP-EOF WS-TEM-ABERTA
           MOVE ZEROS TO WS-SALDO-CONSOLIDADO WS-PRINCIPAL-CONSOL
                         WS-MULTA-CONSOL
           MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
           MOVE WS-CONTA-SOBREV TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF DB-CONTA NOT = WS-CONTA-SOBREV
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
                           MOVE 'S' TO WS-TEM-ABERTA
                           ADD DB-SALDO-DEVEDOR TO
                               WS-SALDO-CONSOLIDADO
                           ADD DB-SALDO-PRINCIPAL TO
                               WS-PRINCIPAL-CONSOL
                           ADD DB-SALDO-MULTA TO WS-MULTA-CONSOL
                           IF DB-DATA-VENCIMENTO <
                              WS-VENC-MAIS-ANTIGO
                               MOVE DB-DATA-VENCIMENTO TO
                                    WS-VENC-MAIS-ANTIGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SALDO-CONSOLIDADO TO CM-SALDO-DEVEDOR
           MOVE WS-PRINCIPAL-CONSOL TO CM-SALDO-PRINCIPAL
           MOVE WS-MULTA-CONSOL TO CM-SALDO-MULTA
           MOVE CM-ESTADO-PAGTO TO WS-SITU-ANTERIOR
           IF WS-HA-DIVIDA-ABERTA
               MOVE 'NAO PAGO' TO CM-ESTADO-PAGTO
               MOVE WS-VENC-MAIS-ANTIGO TO CM-DATA-VENCIMENTO
           ELSE
               MOVE 'PAGO' TO CM-ESTADO-PAGTO
           END-IF
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' CM-CONTA
               NOT INVALID KEY
                   SET SP-TIPO-PAGAMENTO TO TRUE
                   PERFORM REGISTRA-SITUACAO-CONTA
           END-REWRITE
           MOVE WS-SALDO-ANTES-SOBREV TO WS-VALOR-EDIT
           MOVE CM-SALDO-DEVEDOR TO WS-VALOR-EDIT2
           MOVE 'SALDO' TO WS-CAMPO-LOG
           MOVE WS-VALOR-EDIT TO WS-VALOR-ANTES
           MOVE WS-VALOR-EDIT2 TO WS-VALOR-DEPOIS
           PERFORM GRAVA-ALTERACAO-CADLOG.

      *    A CONTA ABSORVIDA (UNIFICADA) E A SOBREVIVENTE QUE MUDA DE
      *    PAGO/NAO PAGO NA RECONSOLIDACAO VAO PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG). O TIPO JA VEM EM SP-TIPO.
       REGISTRA-SITUACAO-CONTA.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           MOVE WS-SITU-ANTERIOR TO SP-SITUACAO-ANTERIOR
           MOVE CM-ESTADO-PAGTO TO SP-SITUACAO-NOVA
           MOVE 'UNIFICA' TO SP-PROGRAMA
           MOVE WS-SUP-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

       GRAVA-ALTERACAO-CADLOG.
           OPEN EXTEND CADLOG-FILE
           IF NOT WS-FS-CADLOG-OK
               CLOSE CADLOG-FILE
               OPEN OUTPUT CADLOG-FILE
           END-IF
           MOVE CM-CONTA TO CL-CONTA
           ACCEPT CL-DATA FROM DATE YYYYMMDD
           ACCEPT CL-HORA FROM TIME
           MOVE WS-SUP-ID TO CL-OPERADOR
           MOVE WS-CAMPO-LOG TO CL-CAMPO
           MOVE WS-VALOR-ANTES TO CL-ANTES
           MOVE WS-VALOR-DEPOIS TO CL-DEPOIS
           WRITE CADLOG-RECORD
           CLOSE CADLOG-FILE.

      *    RELATORIO DA UNIFICACAO: UMA LINHA POR CONTA OFERECIDA
      *    (UNIFICADA COM O QUE FOI MOVIDO, RECUSADA COM O MOTIVO OU
      *    NAO CONFIRMADA) E O SALDO DA SOBREVIVENTE ANTES E DEPOIS.
       IMPRIME-RELATORIO-UNIF.
           OPEN EXTEND UNIF-RPT-FILE
           IF NOT WS-FS-RPT = '00'
               CLOSE UNIF-RPT-FILE
               OPEN OUTPUT UNIF-RPT-FILE
           END-IF
           MOVE ALL '=' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'UNIFICACAO DE CONTAS - DOCUMENTO ' WS-DOC-UNIFICA
                  '  DATA ' WS-DATA-HOJE '  SUPERVISOR ' WS-SUP-ID
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTA SOBREVIVENTE: ' WS-CONTA-SOBREV
                  '  CREDOR ' WS-CREDOR-SOBREV
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-QTDE-DOC
               IF WS-DOC-RESULTADO (WS-IDX-DOC) NOT = SPACES
                   PERFORM IMPRIME-LINHA-CONTA-UNIF
               END-IF
           END-PERFORM
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTAS UNIFICADAS: ' WS-QTDE-UNIFICADAS
                  '  RECUSADAS: ' WS-QTDE-RECUSADAS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SALDO-ANTES-SOBREV TO WS-VALOR-EDIT
           MOVE WS-SALDO-ANTES-SOBREV TO WS-VALOR-EDIT2
           IF WS-QTDE-UNIFICADAS > 0
               MOVE CM-SALDO-DEVEDOR TO WS-VALOR-EDIT2
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING 'SALDO DA SOBREVIVENTE - ANTES: ' WS-VALOR-EDIT
                  '  DEPOIS: ' WS-VALOR-EDIT2
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE UNIF-RPT-FILE.

       IMPRIME-LINHA-CONTA-UNIF.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-DOC-ABSORVIDA (WS-IDX-DOC)
                   MOVE WS-DOC-SALDO (WS-IDX-DOC) TO WS-VALOR-EDIT
                   STRING 'CONTA ' WS-DOC-CONTA (WS-IDX-DOC)
                          ' UNIFICADA  SALDO ' WS-VALOR-EDIT
                          '  DIVIDAS ' WS-DOC-QT-DIVIDAS (WS-IDX-DOC)
                          '  PARCELAS ' WS-DOC-QT-PARCELAS (WS-IDX-DOC)
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING '      CONTESTACOES '
                          WS-DOC-QT-DISPUTAS (WS-IDX-DOC)
                          '  BOLETOS ' WS-DOC-QT-BOLETOS (WS-IDX-DOC)
                          '  CONTATOS ' WS-DOC-QT-CONTATOS (WS-IDX-DOC)
                          DELIMITED BY SIZE INTO RPT-LINE
               WHEN WS-DOC-RECUSADA (WS-IDX-DOC)
                   STRING 'CONTA ' WS-DOC-CONTA (WS-IDX-DOC)
                          ' RECUSADA: ' WS-DOC-MOTIVO (WS-IDX-DOC)
                          DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING 'CONTA ' WS-DOC-CONTA (WS-IDX-DOC)
                          ' NAO CONFIRMADA PELO SUPERVISOR'
                          DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE.
       END PROGRAM UNIFICA.

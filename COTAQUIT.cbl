      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:COTACAO DE QUITACAO PARA UMA DATA FUTURA, NO BALCAO.
      *         DADA A CONTA E A DATA EM QUE O CLIENTE PRETENDE PAGAR,
      *         PROJETA O SALDO DE CADA DIVIDA ABERTA ATE ESSA DATA
      *         REPETINDO, NOITE A NOITE (SO DIAS UTEIS), O QUE OS
      *         BATCHES VAO LANCAR: A MULTA DA TABELA DE TAXAS
      *         (RATETAB, NA FAIXA DE ATRASO DE CADA NOITE) OU OS
      *         ENCARGOS DO CODIGO DO CONSUMIDOR DO CREDOR (CREDMAST),
      *         SEMPRE LIMITADOS PELO TETO DA POLITICA, E A CORRECAO
      *         MONETARIA DO MES (INDICETB) QUE O CORRIGE AINDA VAI
      *         APLICAR (CONTROLE CORRCTL). SOBRE O SALDO PROJETADO
      *         ENTRA O DESCONTO DA FAIXA DE ATRASO NA DATA DO
      *         PAGAMENTO OU DA CAMPANHA EM VIGOR (CAMPSEL), ATE O
      *         MAXIMO, A CRITERIO DO ATENDENTE. A PROPOSTA E GRAVADA
      *         NO ARQUIVO DE COTACOES (COTACOES), O BOLETO DO VALOR
      *         COTADO E EMITIDO (ROTINA BOLCOD, CADASTRO BOLETOS COM
      *         ORIGEM 'C' E A SEQUENCIA DA COTACAO) E A CARTA-PROPOSTA
      *         DATADA, COM A VALIDADE E OS DADOS DO BOLETO, SAI NO
      *         ARQUIVO DE IMPRESSAO COTAIMPR. O PAGAMENTO DO VALOR
      *         COTADO ATE A VALIDADE QUITA A CONTA NO BALCAO
      *         (SETCOMMAND) E NO RETORNO BANCARIO (BANCORET). CONTA
      *         COM CONTESTACAO ABERTA OU ACORDO ATIVO NAO E COTADA.
      *         CHAMADO PELO MENU DO BASICCOMMANDS COM O OPERADOR
      *         AUTENTICADO; SEM ELE, PEDE A AUTENTICACAO (OPLOGIN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTAQUIT.
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
           SELECT RATETAB-FILE ASSIGN TO "RATETAB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RT-CHAVE
               FILE STATUS WS-FS-RATETAB.
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT MULTAPRM-FILE ASSIGN TO "MULTAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-MULTAPRM.
           SELECT INDICETB-FILE ASSIGN TO "INDICETB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IX-MES
               FILE STATUS WS-FS-INDICETB.
           SELECT CORRCTL-FILE ASSIGN TO "CORRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CORRCTL.
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
           SELECT BOLBCO-FILE ASSIGN TO "BOLBCO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-BOLBCO.
           SELECT COTAIMPR-FILE ASSIGN TO "COTAIMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-COTAIMPR.
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
       FD  RATETAB-FILE.
           COPY RATETAB.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  MULTAPRM-FILE.
           COPY MULTAPRM.
       FD  INDICETB-FILE.
           COPY INDICETB.
       FD  CORRCTL-FILE.
           COPY CORRCTL.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  COTACAO-FILE.
           COPY COTACAO.
       FD  BOLBCO-FILE.
           COPY BOLBCO.
       FD  COTAIMPR-FILE.
       01 COTAIMPR-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK     VALUE '00'.
       77 WS-FS-DISPUTA           PIC X(02) VALUES '00'.
           88 WS-FS-DISPUTA-OK    VALUE '00'.
       77 WS-FS-RATETAB           PIC X(02) VALUES '00'.
           88 WS-FS-RATETAB-OK    VALUE '00'.
       77 WS-FS-CREDMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CREDMAST-OK   VALUE '00'.
       77 WS-FS-MULTAPRM          PIC X(02) VALUES '00'.
       77 WS-FS-INDICETB          PIC X(02) VALUES '00'.
           88 WS-FS-INDICE-OK     VALUE '00'.
       77 WS-FS-CORRCTL           PIC X(02) VALUES '00'.
       77 WS-FS-BOLETO            PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK     VALUE '00'.
       77 WS-FS-COTACAO           PIC X(02) VALUES '00'.
           88 WS-FS-COTACAO-OK    VALUE '00'.
       77 WS-FS-BOLBCO            PIC X(02) VALUES '00'.
       77 WS-FS-COTAIMPR          PIC X(02) VALUES '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPERADOR-PERFIL      PIC X(01) VALUES SPACES.
       77 WS-LOGIN-OK             PIC X(01) VALUES 'N'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-CONFIRMA             PIC X(01) VALUES SPACES.
      *    CONTA INFORMADA E DIGITO VERIFICADOR (ROTINA CONTAVAL).
       77 WS-CONTA-VERIF          PIC 9(08) VALUES ZEROS.
       77 WS-DV-VALIDO            PIC X(01) VALUES 'N'.
       77 WS-CONTA-ACEITA         PIC X(01) VALUES 'N'.
       77 WS-CONFIRMA-CONTA       PIC X(01) VALUES SPACES.
      *    RESULTADO DAS VERIFICACOES DA COTACAO: EM BRANCO SEGUE;
      *    SENAO E O MOTIVO DA RECUSA MOSTRADO AO ATENDENTE.
       77 WS-MOTIVO-RECUSA        PIC X(40) VALUES SPACES.
       77 WS-ARQUIVOS-ABERTOS     PIC X(01) VALUES 'N'.
           88 WS-COTACAO-ABERTA   VALUE 'S'.
       77 WS-ACORDO-DISPONIVEL    PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ABRIU     VALUE 'S'.
       77 WS-DISPUTA-DISPONIVEL   PIC X(01) VALUES 'N'.
           88 WS-DISPUTA-ABRIU    VALUE 'S'.
       77 WS-CREDMAST-DISPONIVEL  PIC X(01) VALUES 'N'.
           88 WS-CREDMAST-ABRIU   VALUE 'S'.
       77 WS-VARRE-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-VARREDURA    VALUE 'S'.
       77 WS-TEM-DISPUTA          PIC X(01) VALUES 'N'.
       77 WS-TEM-ACORDO           PIC X(01) VALUES 'N'.
       77 WS-TEM-DETALHE          PIC X(01) VALUES 'N'.
           88 WS-HA-DETALHE       VALUE 'S'.
      *    CONTA COM OBITO, FALENCIA OU RECUPERACAO JUDICIAL NAO
      *    RECEBE MULTA NO BATCH: A PROJECAO TAMBEM NAO LANCA.
       77 WS-SEM-ENCARGOS         PIC X(01) VALUES 'N'.
           88 WS-ENCARGOS-SUSPENSOS VALUE 'S'.
      *    PRAZO MAXIMO ENTRE HOJE E A DATA DE PAGAMENTO COTADA
      *    (POLPARM COTAPRAZ).
       77 WS-PRAZO-MAXIMO         PIC 9(03) VALUES 30.
       77 WS-CODIGO-POLITICA      PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA      PIC X(01) VALUES 'N'.
       77 WS-DATA-ALVO            PIC 9(08) VALUES ZEROS.
       77 WS-DATA-VALIDADE        PIC 9(08) VALUES ZEROS.
       77 WS-DATA-LIMITE          PIC 9(08) VALUES ZEROS.
       77 WS-DATA-CALCULO         PIC 9(08) VALUES ZEROS.
      *    DIAS ENTRE HOJE E A VALIDADE, COM A MARCA DE DIA UTIL (SO
      *    NELES RODA O BATCH DE MULTA) E, NO PRIMEIRO DIA UTIL DE
      *    CADA MES AINDA NAO CORRIGIDO, O FATOR DE CORRECAO DO MES.
       77 WS-QTDE-DIAS            PIC 9(03) VALUES ZEROS.
       77 WS-IDX-DIA              PIC 9(03) VALUES ZEROS.
       01 WS-DIAS-TAB.
           05 WS-DIA-ENTRY OCCURS 120.
               10 WS-DU-DATA      PIC 9(08).
               10 WS-DU-UTIL      PIC X(01).
               10 WS-DU-CORRIGE   PIC X(01).
               10 WS-DU-FATOR     PIC 9V9999.
       77 WS-MES-CORRIGIDO        PIC 9(06) VALUES ZEROS.
       77 WS-MES-CALCULO          PIC 9(06) VALUES ZEROS.
      *    TABELA DE TAXAS DE MULTA (RATETAB) EM MEMORIA; SEM TAXA
      *    NA TABELA VALE A TAXA PADRAO, COMO NO BATCH.
       77 WS-TAXA-MULTA           PIC 9V9999 VALUES 0.02.
       77 WS-QTDE-TAXAS           PIC 9(03) VALUES ZEROS.
       77 WS-IDX-TAXA             PIC 9(03) VALUES ZEROS.
       01 WS-TAXAS-TAB.
           05 WS-TX-ENTRY OCCURS 200.
               10 WS-TX-VIGENCIA  PIC 9(08).
               10 WS-TX-FAIXA     PIC 9(03).
               10 WS-TX-TAXA      PIC 9V9999.
       77 WS-TAXA-VIGENTE         PIC 9V9999 VALUES ZEROS.
       77 WS-VIGENCIA-ACHADA      PIC 9(08) VALUES ZEROS.
       77 WS-FAIXA-DIVIDA         PIC 9(03) VALUES ZEROS.
       77 WS-PCT-TETO             PIC 9(03) VALUES 100.
       77 WS-TETO-MULTA           PIC S9(7)V99 VALUES ZEROS.
       77 WS-DIAS-ATRASO          PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS        PIC X(01) VALUES 'N'.
      *    REGRA DE ENCARGOS DO CREDOR DA DIVIDA (CREDMAST): 'C' =
      *    CODIGO DO CONSUMIDOR; QUALQUER OUTRA = TABELA DE TAXAS.
       77 WS-REGRA-CREDOR         PIC X(01) VALUES 'T'.
           88 WS-REGRA-CDC        VALUE 'C'.
       77 WS-CDC-PCT-MULTA        PIC 9(02)V99 VALUES ZEROS.
       77 WS-CDC-PCT-JUROS        PIC 9(02)V99 VALUES ZEROS.
       77 WS-CDC-PCT-TETO         PIC 9(03)V99 VALUES ZEROS.
       77 WS-CDC-DESDE            PIC 9(08) VALUES ZEROS.
       77 WS-CDC-DIAS             PIC S9(05) VALUES ZEROS.
       77 WS-CDC-MULTA            PIC S9(7)V99 VALUES ZEROS.
       77 WS-CDC-JUROS            PIC S9(7)V99 VALUES ZEROS.
      *    DIVIDA EM PROJECAO: SALDOS, VENCIMENTO, CREDOR E DATA DO
      *    ULTIMO LANCAMENTO DE JUROS (REGRA DO CODIGO DO CONSUMIDOR).
       77 WS-PJ-SEQ               PIC 9(02) VALUES ZEROS.
       77 WS-PJ-SALDO             PIC S9(7)V99 VALUES ZEROS.
       77 WS-PJ-PRINCIPAL         PIC S9(7)V99 VALUES ZEROS.
       77 WS-PJ-MULTA             PIC S9(7)V99 VALUES ZEROS.
       77 WS-PJ-VENCIMENTO        PIC 9(08) VALUES ZEROS.
       77 WS-PJ-CREDOR            PIC 9(03) VALUES ZEROS.
       77 WS-PJ-ULTIMO            PIC 9(08) VALUES ZEROS.
       77 WS-PJ-ENCARGOS          PIC S9(7)V99 VALUES ZEROS.
       77 WS-PJ-CORRECAO          PIC S9(7)V99 VALUES ZEROS.
       77 WS-VALOR-NOITE          PIC S9(7)V99 VALUES ZEROS.
       77 WS-DATA-NOITE           PIC 9(08) VALUES ZEROS.
      *    RESULTADO POR DIVIDA, PARA A CARTA.
       77 WS-QTDE-PROJ            PIC 9(03) VALUES ZEROS.
       77 WS-IDX-PROJ             PIC 9(03) VALUES ZEROS.
       01 WS-PROJ-TAB.
           05 WS-PROJ-ENTRY OCCURS 99.
               10 WS-PR-SEQ          PIC 9(02).
               10 WS-PR-VENCIMENTO   PIC 9(08).
               10 WS-PR-SALDO-HOJE   PIC S9(7)V99.
               10 WS-PR-ENCARGOS     PIC S9(7)V99.
               10 WS-PR-CORRECAO     PIC S9(7)V99.
               10 WS-PR-SALDO-ALVO   PIC S9(7)V99.
       77 WS-TOT-SALDO-HOJE       PIC S9(7)V99 VALUES ZEROS.
       77 WS-TOT-ENCARGOS         PIC S9(7)V99 VALUES ZEROS.
       77 WS-TOT-CORRECAO         PIC S9(7)V99 VALUES ZEROS.
       77 WS-TOT-PROJETADO        PIC S9(7)V99 VALUES ZEROS.
      *    DESCONTO: FAIXA DE ATRASO NA DATA DO PAGAMENTO OU CAMPANHA
      *    EM VIGOR NELA (CAMPSEL), A MESMA REGRA DA QUITACAO COM
      *    DESCONTO DO ATENDIMENTO.
       77 WS-PCT-DESCONTO-MAX     PIC 9(03) VALUES ZEROS.
       77 WS-DESCONTO-MAX         PIC S9(7)V99 VALUES ZEROS.
       77 WS-DESCONTO             PIC 9(07)V99 VALUES ZEROS.
           COPY CAMPANHA REPLACING ==CAMPANHA-RECORD== BY
                                   ==WS-CAMPANHA-OFERTA==
                         LEADING ==FE== BY ==WS-CAMP==.
       77 WS-ACHOU-CAMPANHA       PIC X(01) VALUES 'N'.
           88 WS-TEM-CAMPANHA     VALUE 'S'.
       77 WS-CAMPANHA-APLICADA    PIC X(06) VALUES SPACES.
       77 WS-VALOR-COTADO         PIC S9(7)V99 VALUES ZEROS.
       77 WS-SEQ-COTACAO          PIC 9(03) VALUES ZEROS.
      *    O RETORNO BANCARIO TRAZ O VALOR PAGO COM 5 INTEIROS; BOLETO
      *    MAIOR NAO TERIA COMO SER BAIXADO.
       77 WS-VALOR-MAXIMO-BOLETO  PIC 9(07)V99 VALUES 99999.99.
       77 WS-BOL-VALOR            PIC 9(09)V99 VALUES ZEROS.
      *    NOSSO NUMERO DA CASA: CONTA, ORIGEM (3 = C), SEQUENCIA DA
      *    COTACAO E VIA.
       01 WS-NOSSO-NUMERO.
           05 WS-NN-CONTA         PIC 9(08).
           05 WS-NN-ORIGEM        PIC 9(01).
           05 WS-NN-SEQ           PIC 9(03).
           05 WS-NN-VIA           PIC 9(02).
       01 WS-NOSSO-NUMERO-N REDEFINES WS-NOSSO-NUMERO PIC 9(14).
      *    PARAMETROS DA ROTINA BOLCOD.
       77 WS-CODIGO-BANCO         PIC 9(03) VALUES ZEROS.
       77 WS-CONVENIO             PIC 9(07) VALUES ZEROS.
       77 WS-CARTEIRA             PIC 9(02) VALUES ZEROS.
       77 WS-NOSSO-DV             PIC 9(01) VALUES ZEROS.
       77 WS-CODIGO-BARRAS        PIC X(44) VALUES SPACES.
       77 WS-LINHA-DIGITAVEL      PIC X(47) VALUES SPACES.
       77 WS-CODIGOS-OK           PIC X(01) VALUES 'N'.
           88 WS-EH-CODIGOS-OK    VALUE 'S'.
      *    VALIDACAO E AJUSTE DA DATA PARA DIA UTIL.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO              PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       77 WS-DATA-VALIDA          PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA   VALUE 'S'.
       77 WS-DIA-SEMANA           PIC 9(01) VALUES ZEROS.
       77 WS-NOME-DIA             PIC X(09) VALUES SPACES.
       77 WS-DIA-UTIL             PIC X(01) VALUES 'S'.
           88 WS-EH-DIA-UTIL      VALUE 'S'.
       77 WS-QTDE-ROLAGENS        PIC 9(02) VALUES ZEROS.
      *    IMPRESSAO: LINHA DIGITAVEL NO FORMATO DO BOLETO,
      *    DATAS DD/MM/AAAA E VALORES EDITADOS.
       01 WS-LINHA-FORMATADA.
           05 WS-LF-C1A           PIC X(05).
           05 FILLER              PIC X(01) VALUE '.'.
           05 WS-LF-C1B           PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C2A           PIC X(05).
           05 FILLER              PIC X(01) VALUE '.'.
           05 WS-LF-C2B           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C3A           PIC X(05).
           05 FILLER              PIC X(01) VALUE '.'.
           05 WS-LF-C3B           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C4            PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LF-C5            PIC X(14).
       01 WS-DATA-IMPRESSA.
           05 WS-DI-DIA           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DI-MES           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DI-ANO           PIC 9(04).
       77 WS-DATA-EDITAR          PIC 9(08) VALUES ZEROS.
       77 WS-HOJE-IMPRESSO        PIC X(10) VALUES SPACES.
       77 WS-VALIDADE-IMPRESSA    PIC X(10) VALUES SPACES.
       77 WS-VENC-IMPRESSO        PIC X(10) VALUES SPACES.
       77 WS-VALOR-EDIT           PIC Z(6)9.99.
       77 WS-SALDO-EDIT           PIC Z(6)9.99-.
       77 WS-ENCARGOS-EDIT        PIC Z(6)9.99-.
       77 WS-CORRECAO-EDIT        PIC Z(6)9.99-.
       77 WS-PROJETADO-EDIT       PIC Z(6)9.99-.
       77 WS-QTDE-LISTADAS        PIC 9(05) VALUES ZEROS.
       COPY ERRTAB.
       LINKAGE SECTION.
       01 LK-OPERADOR-ID          PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR-ID.
       MAIN-PROCEDURE.
           IF LK-OPERADOR-ID IS OMITTED
               DISPLAY 'AUTENTICACAO DO ATENDENTE:'
               MOVE SPACES TO WS-OPERADOR-ID WS-OPERADOR-PERFIL
               MOVE 'N' TO WS-LOGIN-OK
               CALL 'OPLOGIN' USING WS-OPERADOR-ID WS-OPERADOR-PERFIL
                                    WS-LOGIN-OK
               IF WS-LOGIN-OK NOT = 'S'
                   DISPLAY 'ACESSO NAO AUTORIZADO.'
                   GOBACK
               END-IF
           ELSE
               MOVE LK-OPERADOR-ID TO WS-OPERADOR-ID
           END-IF
           CALL 'DATAPROC' USING WS-DATA-HOJE
           MOVE ZEROS TO WS-OPCAO-MENU
           PERFORM UNTIL WS-OPCAO-MENU = 9
               PERFORM EXIBE-MENU
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM EMITE-COTACAO
                   WHEN 2
                       PERFORM LISTA-COTACOES-CONTA
                   WHEN 9
                       DISPLAY 'ENCERRANDO A COTACAO DE QUITACAO.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== COTACAO DE QUITACAO (DATA FUTURA) ====='
           DISPLAY 'ATENDENTE: ' WS-OPERADOR-ID
           DISPLAY '1 - NOVA COTACAO COM CARTA-PROPOSTA E BOLETO'
           DISPLAY '2 - CONSULTAR COTACOES DA CONTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

      *    A COTACAO PASSA PELAS VERIFICACOES EM ORDEM; A PRIMEIRA QUE
      *    FALHA PREENCHE O MOTIVO E AS SEGUINTES NAO SAO FEITAS. OS
      *    ARQUIVOS FICAM ABERTOS SO DURANTE A COTACAO.
       EMITE-COTACAO.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM LE-CONVENIO-BANCO
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-CONTA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM ABRE-ARQUIVOS-COTACAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM VERIFICA-CONTA
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM INFORMA-DATA-PAGAMENTO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM PREPARA-PROJECAO
               PERFORM PROJETA-CONTA
               PERFORM EXIBE-PROJECAO
               PERFORM CALCULA-DESCONTO-COTACAO
               PERFORM INFORMA-DESCONTO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM PROXIMA-SEQ-COTACAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM PREPARA-BOLETO-COTACAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFIRMA-COTACAO
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM GRAVA-COTACAO
               PERFORM GRAVA-BOLETO-COTACAO
               PERFORM IMPRIME-CARTA-PROPOSTA
               DISPLAY 'COTACAO ' WS-SEQ-COTACAO ' GRAVADA. CARTA-'
                       'PROPOSTA E BOLETO NO ARQUIVO DE IMPRESSAO.'
               DISPLAY 'NOSSO NUMERO ' WS-NOSSO-NUMERO-N '-'
                       WS-NOSSO-DV '  LINHA DIGITAVEL: '
                       WS-LINHA-FORMATADA
           ELSE
               DISPLAY 'COTACAO NAO EMITIDA: ' WS-MOTIVO-RECUSA
           END-IF
           PERFORM FECHA-ARQUIVOS-COTACAO.

      *    SEM O CONVENIO DO BANCO NAO HA COMO MONTAR O CODIGO DE
      *    BARRAS DO BOLETO DA PROPOSTA: NENHUMA COTACAO E EMITIDA.
       LE-CONVENIO-BANCO.
           OPEN INPUT BOLBCO-FILE
           IF WS-FS-BOLBCO NOT = '00'
               MOVE 'CONVENIO BANCARIO (BOLBCO) AUSENTE' TO
                    WS-MOTIVO-RECUSA
           ELSE
               READ BOLBCO-FILE
                   AT END
                       MOVE 'CONVENIO BANCARIO (BOLBCO) VAZIO' TO
                            WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA = SPACES
                   IF BB-CODIGO-BANCO IS NOT NUMERIC OR
                      BB-CONVENIO IS NOT NUMERIC OR
                      BB-CARTEIRA IS NOT NUMERIC OR
                      BB-CODIGO-BANCO = 0
                       MOVE 'CONVENIO BANCARIO (BOLBCO) INVALIDO' TO
                            WS-MOTIVO-RECUSA
                   ELSE
                       MOVE BB-CODIGO-BANCO TO WS-CODIGO-BANCO
                       MOVE BB-CONVENIO TO WS-CONVENIO
                       MOVE BB-CARTEIRA TO WS-CARTEIRA
                   END-IF
               END-IF
           END-IF
           CLOSE BOLBCO-FILE.

       INFORMA-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-VERIF
           ACCEPT WS-CONTA-VERIF
           PERFORM VALIDA-CONTA-DIGITO
           IF WS-CONTA-ACEITA NOT = 'S'
               MOVE 'CONTA NAO CONFIRMADA' TO WS-MOTIVO-RECUSA
           END-IF.

      *    DIGITO VERIFICADOR DO NUMERO DE CONTA (ROTINA CONTAVAL):
      *    CONTA LEGADA, ANTERIOR AO DIGITO, PASSA COM A CONFIRMACAO
      *    DO ATENDENTE.
       VALIDA-CONTA-DIGITO.
           MOVE 'N' TO WS-DV-VALIDO WS-CONTA-ACEITA
           CALL 'CONTAVAL' USING WS-CONTA-VERIF WS-DV-VALIDO
           IF WS-DV-VALIDO = 'S'
               MOVE 'S' TO WS-CONTA-ACEITA
           ELSE
               DISPLAY 'DIGITO VERIFICADOR DA CONTA ' WS-CONTA-VERIF
                       ' NAO CONFERE (CONTA LEGADA OU DIGITACAO '
                       'ERRADA). CONFIRMA A CONTA (S/N)?'
               ACCEPT WS-CONFIRMA-CONTA
               IF WS-CONFIRMA-CONTA = 'S'
                   MOVE 'S' TO WS-CONTA-ACEITA
               END-IF
           END-IF.

      *    O CADASTRO E AS DIVIDAS SO SAO LIDOS: A COTACAO NAO MEXE NO
      *    SALDO. COTACOES E BOLETOS SAO CRIADOS NA PRIMEIRA VEZ.
       ABRE-ARQUIVOS-COTACAO.
           MOVE 'N' TO WS-ACORDO-DISPONIVEL WS-DISPUTA-DISPONIVEL
                       WS-CREDMAST-DISPONIVEL
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WS-ARQUIVOS-ABERTOS
               OPEN INPUT DEBTMAST-FILE
               OPEN INPUT ACORDO-FILE
               IF WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-ACORDO-DISPONIVEL
               END-IF
               OPEN INPUT DISPUTA-FILE
               IF WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-DISPUTA-DISPONIVEL
               END-IF
               OPEN INPUT CREDMAST-FILE
               IF WS-FS-CREDMAST-OK
                   MOVE 'S' TO WS-CREDMAST-DISPONIVEL
               END-IF
               OPEN I-O BOLETO-FILE
               IF NOT WS-FS-BOLETO-OK
                   CLOSE BOLETO-FILE
                   OPEN OUTPUT BOLETO-FILE
                   CLOSE BOLETO-FILE
                   OPEN I-O BOLETO-FILE
               END-IF
               OPEN I-O COTACAO-FILE
               IF NOT WS-FS-COTACAO-OK
                   CLOSE COTACAO-FILE
                   OPEN OUTPUT COTACAO-FILE
                   CLOSE COTACAO-FILE
                   OPEN I-O COTACAO-FILE
               END-IF
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'CADASTRO DE BOLETOS INDISPONIVEL' TO
                        WS-MOTIVO-RECUSA
               END-IF
               IF NOT WS-FS-COTACAO-OK
                   MOVE 'ARQUIVO DE COTACOES INDISPONIVEL' TO
                        WS-MOTIVO-RECUSA
               END-IF
           END-IF.

       FECHA-ARQUIVOS-COTACAO.
           IF WS-COTACAO-ABERTA
               CLOSE CUSTMAST-FILE
               IF WS-FS-DEBTMAST NOT = '35'
                   CLOSE DEBTMAST-FILE
               END-IF
               IF WS-ACORDO-ABRIU
                   CLOSE ACORDO-FILE
               END-IF
               IF WS-DISPUTA-ABRIU
                   CLOSE DISPUTA-FILE
               END-IF
               IF WS-CREDMAST-ABRIU
                   CLOSE CREDMAST-FILE
               END-IF
               CLOSE BOLETO-FILE
               CLOSE COTACAO-FILE
           END-IF
           MOVE 'N' TO WS-ARQUIVOS-ABERTOS.

      *    SO SE COTA CONTA EM COBRANCA, COM SALDO, SEM CONTESTACAO
      *    ABERTA E SEM ACORDO ATIVO (A QUITACAO DE CONTA EM ACORDO E
      *    PELAS PARCELAS).
       VERIFICA-CONTA.
           MOVE WS-CONTA-VERIF TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN NOT CM-NAO-PAGO
                       MOVE 'CONTA SEM DIVIDA EM ABERTO' TO
                            WS-MOTIVO-RECUSA
                   WHEN CM-SALDO-DEVEDOR NOT > 0
                       MOVE 'CONTA SEM SALDO DEVEDOR' TO
                            WS-MOTIVO-RECUSA
                   WHEN OTHER
                       PERFORM VERIFICA-DISPUTA-ABERTA
                       PERFORM VERIFICA-ACORDO-ATIVO
                       IF WS-TEM-DISPUTA = 'S'
                           MOVE 'CONTA COM CONTESTACAO ABERTA' TO
                                WS-MOTIVO-RECUSA
                       END-IF
                       IF WS-TEM-ACORDO = 'S'
                           MOVE 'CONTA COM ACORDO ATIVO' TO
                                WS-MOTIVO-RECUSA
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE 'N' TO WS-SEM-ENCARGOS
               IF CM-COM-EVENTO-VIDA
                   MOVE 'S' TO WS-SEM-ENCARGOS
               END-IF
               MOVE CM-SALDO-DEVEDOR TO WS-SALDO-EDIT
               DISPLAY 'CLIENTE: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                       '  SALDO DEVEDOR HOJE: ' WS-SALDO-EDIT
           END-IF.

       VERIFICA-DISPUTA-ABERTA.
           MOVE 'N' TO WS-TEM-DISPUTA WS-VARRE-EOF
           IF NOT WS-DISPUTA-ABRIU
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE CM-CONTA TO DI-CONTA
               MOVE ZEROS TO DI-SEQ-DIVIDA
               START DISPUTA-FILE KEY IS >= DI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-DISPUTA-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF DI-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       IF DI-ABERTA
                           MOVE 'S' TO WS-TEM-DISPUTA
                           MOVE 'S' TO WS-VARRE-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    ACORDO ATIVO = ALGUMA PARCELA ABERTA OU ATRASADA DA CONTA.
       VERIFICA-ACORDO-ATIVO.
           MOVE 'N' TO WS-TEM-ACORDO WS-VARRE-EOF
           IF NOT WS-ACORDO-ABRIU
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE CM-CONTA TO AC-CONTA
               MOVE ZEROS TO AC-PARCELA
               START ACORDO-FILE KEY IS >= AC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF AC-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO
                           MOVE 'S' TO WS-VARRE-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    DATA EM QUE O CLIENTE VAI PAGAR: DE HOJE ATE O PRAZO MAXIMO
      *    DA POLITICA. FIM DE SEMANA OU FERIADO PASSA PARA O PROXIMO
      *    DIA UTIL, QUE E A VALIDADE DA PROPOSTA E O VENCIMENTO DO
      *    BOLETO.
       INFORMA-DATA-PAGAMENTO.
           MOVE 'COTAPRAZ' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-PRAZO-MAXIMO
           END-IF
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                + WS-PRAZO-MAXIMO)
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ATE ' WS-DATA-LIMITE
                   '):'
           MOVE ZEROS TO WS-DATA-DECOMPOSTA
           ACCEPT WS-DATA-DECOMPOSTA
           IF WS-DATA-DECOMPOSTA IS NOT NUMERIC
               MOVE ZEROS TO WS-DATA-DECOMPOSTA
           END-IF
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           EVALUATE TRUE
               WHEN NOT WS-EH-DATA-VALIDA
                   MOVE 'DATA DO PAGAMENTO INVALIDA' TO
                        WS-MOTIVO-RECUSA
               WHEN WS-DATA-DECOMPOSTA < WS-DATA-HOJE
                   MOVE 'DATA DO PAGAMENTO JA PASSOU' TO
                        WS-MOTIVO-RECUSA
               WHEN WS-DATA-DECOMPOSTA > WS-DATA-LIMITE
                   MOVE 'DATA ALEM DO PRAZO MAXIMO DA COTACAO' TO
                        WS-MOTIVO-RECUSA
               WHEN OTHER
                   MOVE WS-DATA-DECOMPOSTA TO WS-DATA-ALVO
                                              WS-DATA-VALIDADE
           END-EVALUATE
           IF WS-MOTIVO-RECUSA = SPACES
               MOVE ZEROS TO WS-QTDE-ROLAGENS
               MOVE 'N' TO WS-DIA-UTIL
               PERFORM UNTIL WS-EH-DIA-UTIL OR WS-QTDE-ROLAGENS > 30
                   CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                         WS-DIA-UTIL OMITTED
                                         WS-DATA-VALIDADE
                   IF NOT WS-EH-DIA-UTIL
                       ADD 1 TO WS-QTDE-ROLAGENS
                       COMPUTE WS-DATA-VALIDADE =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-DATA-VALIDADE)
                            + 1)
                   END-IF
               END-PERFORM
               IF WS-DATA-VALIDADE NOT = WS-DATA-ALVO
                   DISPLAY 'DATA NAO UTIL. VALIDADE DA PROPOSTA: '
                           WS-DATA-VALIDADE
               END-IF
           END-IF.

      *    PARAMETROS DA PROJECAO: TABELA DE TAXAS, TETO DA MULTA E O
      *    CALENDARIO DAS NOITES ATE A VALIDADE. O BATCH DA NOITE DE
      *    HOJE AINDA NAO RODOU, ENTAO HOJE ENTRA; A NOITE DO PROPRIO
      *    DIA DO PAGAMENTO NAO.
       PREPARA-PROJECAO.
           PERFORM CARREGA-TABELA-TAXAS
           PERFORM LE-TETO-MULTA
           PERFORM LE-CONTROLE-CORRECAO
           PERFORM MONTA-CALENDARIO.

       CARREGA-TABELA-TAXAS.
           MOVE ZEROS TO WS-QTDE-TAXAS
           OPEN INPUT RATETAB-FILE
           IF WS-FS-RATETAB-OK
               MOVE 'N' TO WS-VARRE-EOF
               MOVE ZEROS TO RT-DATA-VIGENCIA RT-FAIXA-DIAS
               START RATETAB-FILE KEY IS >= RT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
               IF NOT WS-FS-RATETAB-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               PERFORM UNTIL WS-FIM-VARREDURA
                   READ RATETAB-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-VARRE-EOF
                   END-READ
                   IF NOT WS-FS-RATETAB-OK
                       MOVE 'S' TO WS-VARRE-EOF
                   END-IF
                   IF NOT WS-FIM-VARREDURA
                       IF WS-QTDE-TAXAS < 200
                           ADD 1 TO WS-QTDE-TAXAS
                           MOVE RT-DATA-VIGENCIA TO
                                WS-TX-VIGENCIA (WS-QTDE-TAXAS)
                           MOVE RT-FAIXA-DIAS TO
                                WS-TX-FAIXA (WS-QTDE-TAXAS)
                           MOVE RT-TAXA TO WS-TX-TAXA (WS-QTDE-TAXAS)
                       ELSE
                           MOVE 'S' TO WS-VARRE-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RATETAB-FILE
           END-IF.

      *    O MESMO TETO DO BATCH: MULTAPRM, COM O POLPARM MULTTETO
      *    PREVALECENDO; SEM NENHUM DOS DOIS, 100 POR CENTO.
       LE-TETO-MULTA.
           MOVE 100 TO WS-PCT-TETO
           OPEN INPUT MULTAPRM-FILE
           IF WS-FS-MULTAPRM = '00'
               READ MULTAPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-MULTAPRM = '00' AND
                  MP-PCT-TETO IS NUMERIC AND MP-PCT-TETO > 0
                   MOVE MP-PCT-TETO TO WS-PCT-TETO
               END-IF
           END-IF
           CLOSE MULTAPRM-FILE
           MOVE 'MULTTETO' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S'
               MOVE WS-VALOR-POLITICA TO WS-PCT-TETO
           END-IF.

      *    ULTIMO MES JA CORRIGIDO PELO CORRIGE; OS MESES SEGUINTES
      *    SERAO CORRIGIDOS NO PRIMEIRO DIA UTIL DE CADA UM.
       LE-CONTROLE-CORRECAO.
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-CORRIGIDO
           OPEN INPUT CORRCTL-FILE
           IF WS-FS-CORRCTL = '00'
               READ CORRCTL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-CORRCTL = '00' AND
                  CC-ULTIMO-MES IS NUMERIC
                   MOVE CC-ULTIMO-MES TO WS-MES-CORRIGIDO
               END-IF
           END-IF
           CLOSE CORRCTL-FILE.

      *    UMA LINHA POR DIA, DE HOJE ATE A VESPERA DA VALIDADE. O
      *    FATOR DE UM MES SEM INDICE CADASTRADO E ZERO, COMO NO
      *    CORRIGE.
       MONTA-CALENDARIO.
           MOVE ZEROS TO WS-QTDE-DIAS
           MOVE WS-DATA-HOJE TO WS-DATA-CALCULO
           OPEN INPUT INDICETB-FILE
           PERFORM UNTIL WS-DATA-CALCULO >= WS-DATA-VALIDADE OR
                         WS-QTDE-DIAS >= 120
               ADD 1 TO WS-QTDE-DIAS
               MOVE WS-DATA-CALCULO TO WS-DU-DATA (WS-QTDE-DIAS)
               MOVE 'N' TO WS-DU-CORRIGE (WS-QTDE-DIAS)
               MOVE ZEROS TO WS-DU-FATOR (WS-QTDE-DIAS)
               CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                     WS-DIA-UTIL OMITTED
                                     WS-DATA-CALCULO
               MOVE WS-DIA-UTIL TO WS-DU-UTIL (WS-QTDE-DIAS)
               MOVE WS-DATA-CALCULO (1:6) TO WS-MES-CALCULO
               IF WS-EH-DIA-UTIL AND WS-MES-CALCULO > WS-MES-CORRIGIDO
                   MOVE 'S' TO WS-DU-CORRIGE (WS-QTDE-DIAS)
                   MOVE WS-MES-CALCULO TO WS-MES-CORRIGIDO
                   IF WS-FS-INDICE-OK
                       MOVE WS-MES-CALCULO TO IX-MES
                       READ INDICETB-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE IX-FATOR TO
                                    WS-DU-FATOR (WS-QTDE-DIAS)
                       END-READ
                       MOVE '00' TO WS-FS-INDICETB
                   END-IF
               END-IF
               COMPUTE WS-DATA-CALCULO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-CALCULO) + 1)
           END-PERFORM
           IF WS-FS-INDICE-OK
               CLOSE INDICETB-FILE
           END-IF.

      *    CONTA COM DIVIDAS DETALHADAS: UMA PROJECAO POR DIVIDA
      *    ABERTA; SEM DETALHE, A CONTA E A DIVIDA UNICA (SEQ 00).
       PROJETA-CONTA.
           MOVE ZEROS TO WS-QTDE-PROJ WS-TOT-SALDO-HOJE
                         WS-TOT-ENCARGOS WS-TOT-CORRECAO
                         WS-TOT-PROJETADO
           MOVE 'N' TO WS-TEM-DETALHE WS-VARRE-EOF
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           START DEBTMAST-FILE KEY IS >= DB-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-VARRE-EOF
           END-START
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-VARRE-EOF
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       MOVE 'S' TO WS-TEM-DETALHE
                       IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0 AND
                          WS-QTDE-PROJ < 99
                           MOVE DB-SEQ TO WS-PJ-SEQ
                           MOVE DB-SALDO-DEVEDOR TO WS-PJ-SALDO
                           MOVE DB-SALDO-PRINCIPAL TO WS-PJ-PRINCIPAL
                           MOVE DB-SALDO-MULTA TO WS-PJ-MULTA
                           MOVE DB-DATA-VENCIMENTO TO WS-PJ-VENCIMENTO
                           MOVE DB-CREDOR TO WS-PJ-CREDOR
                           MOVE DB-ULTIMO-PROCESSO TO WS-PJ-ULTIMO
                           PERFORM PROJETA-DIVIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-HA-DETALHE
               MOVE ZEROS TO WS-PJ-SEQ
               MOVE CM-SALDO-DEVEDOR TO WS-PJ-SALDO
               MOVE CM-SALDO-PRINCIPAL TO WS-PJ-PRINCIPAL
               MOVE CM-SALDO-MULTA TO WS-PJ-MULTA
               MOVE CM-DATA-VENCIMENTO TO WS-PJ-VENCIMENTO
               MOVE CM-CREDOR TO WS-PJ-CREDOR
               MOVE CM-ULTIMO-PROCESSO TO WS-PJ-ULTIMO
               PERFORM PROJETA-DIVIDA
           END-IF.

      *    NOITE A NOITE, NA ORDEM DOS JOBS: A CORRECAO DO MES
      *    (COBMES) ANTES DA MULTA (COBNOITE). SO DIVIDA JA VENCIDA
      *    NA NOITE RECEBE UMA OU OUTRA.
       PROJETA-DIVIDA.
           IF WS-PJ-PRINCIPAL + WS-PJ-MULTA NOT = WS-PJ-SALDO
               IF WS-PJ-MULTA > WS-PJ-SALDO OR WS-PJ-MULTA < 0
                   MOVE ZEROS TO WS-PJ-MULTA
               END-IF
               COMPUTE WS-PJ-PRINCIPAL = WS-PJ-SALDO - WS-PJ-MULTA
           END-IF
           IF WS-PJ-ULTIMO IS NOT NUMERIC
               MOVE ZEROS TO WS-PJ-ULTIMO
           END-IF
           MOVE ZEROS TO WS-PJ-ENCARGOS WS-PJ-CORRECAO
           ADD 1 TO WS-QTDE-PROJ
           MOVE WS-PJ-SEQ TO WS-PR-SEQ (WS-QTDE-PROJ)
           MOVE WS-PJ-VENCIMENTO TO WS-PR-VENCIMENTO (WS-QTDE-PROJ)
           MOVE WS-PJ-SALDO TO WS-PR-SALDO-HOJE (WS-QTDE-PROJ)
           ADD WS-PJ-SALDO TO WS-TOT-SALDO-HOJE
           PERFORM BUSCA-REGRA-CREDOR
           IF NOT WS-ENCARGOS-SUSPENSOS
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > WS-QTDE-DIAS
                   MOVE WS-DU-DATA (WS-IDX-DIA) TO WS-DATA-NOITE
                   IF WS-DU-UTIL (WS-IDX-DIA) = 'S' AND
                      WS-PJ-VENCIMENTO < WS-DATA-NOITE AND
                      WS-PJ-SALDO > 0
                       IF WS-DU-CORRIGE (WS-IDX-DIA) = 'S'
                           PERFORM PROJETA-CORRECAO-NOITE
                       END-IF
                       IF WS-REGRA-CDC
                           PERFORM PROJETA-ENCARGOS-CDC
                       ELSE
                           PERFORM PROJETA-MULTA-TABELA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-PJ-ENCARGOS TO WS-PR-ENCARGOS (WS-QTDE-PROJ)
           MOVE WS-PJ-CORRECAO TO WS-PR-CORRECAO (WS-QTDE-PROJ)
           MOVE WS-PJ-SALDO TO WS-PR-SALDO-ALVO (WS-QTDE-PROJ)
           ADD WS-PJ-ENCARGOS TO WS-TOT-ENCARGOS
           ADD WS-PJ-CORRECAO TO WS-TOT-CORRECAO
           ADD WS-PJ-SALDO TO WS-TOT-PROJETADO.

      *    REGRA DE ENCARGOS DO CREDOR DA DIVIDA; SEM O CREDMAST OU
      *    SEM REGRA PROPRIA, METODO DA TABELA.
       BUSCA-REGRA-CREDOR.
           MOVE 'T' TO WS-REGRA-CREDOR
           IF WS-CREDMAST-ABRIU
               MOVE WS-PJ-CREDOR TO CR-CODIGO
               READ CREDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CR-ENCARGO-CDC
                           MOVE 'C' TO WS-REGRA-CREDOR
                           MOVE CR-PCT-MULTA-MORA TO WS-CDC-PCT-MULTA
                           MOVE CR-PCT-JUROS-MES TO WS-CDC-PCT-JUROS
                           MOVE CR-PCT-TETO-ENCARGO TO
                                WS-CDC-PCT-TETO
                       END-IF
               END-READ
           END-IF.

       PROJETA-CORRECAO-NOITE.
           IF WS-PJ-PRINCIPAL > 0
               COMPUTE WS-VALOR-NOITE ROUNDED =
                   WS-PJ-PRINCIPAL * WS-DU-FATOR (WS-IDX-DIA)
               IF WS-VALOR-NOITE > 0
                   ADD WS-VALOR-NOITE TO WS-PJ-PRINCIPAL WS-PJ-SALDO
                                         WS-PJ-CORRECAO
               END-IF
           END-IF.

      *    MULTA DA TABELA: TAXA DA FAIXA DE ATRASO NA NOITE, COM A
      *    MAIOR VIGENCIA ATE A NOITE (UMA TAXA NOVA JA CADASTRADA
      *    PARA O PERIODO ENTRA NA PROJECAO), SOBRE O SALDO E LIMITADA
      *    PELO TETO SOBRE O PRINCIPAL.
       PROJETA-MULTA-TABELA.
           MOVE WS-TAXA-MULTA TO WS-TAXA-VIGENTE
           MOVE ZEROS TO WS-VIGENCIA-ACHADA
           CALL 'DATEDIF' USING WS-PJ-VENCIMENTO WS-DATA-NOITE
                                WS-DIAS-ATRASO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S'
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 030 TO WS-FAIXA-DIVIDA
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 060 TO WS-FAIXA-DIVIDA
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 090 TO WS-FAIXA-DIVIDA
               WHEN WS-DIAS-ATRASO <= 120
                   MOVE 120 TO WS-FAIXA-DIVIDA
               WHEN OTHER
                   MOVE 999 TO WS-FAIXA-DIVIDA
           END-EVALUATE
           PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
                   UNTIL WS-IDX-TAXA > WS-QTDE-TAXAS
               IF WS-TX-FAIXA (WS-IDX-TAXA) = WS-FAIXA-DIVIDA AND
                  WS-TX-VIGENCIA (WS-IDX-TAXA) <= WS-DATA-NOITE AND
                  WS-TX-VIGENCIA (WS-IDX-TAXA) > WS-VIGENCIA-ACHADA
                   MOVE WS-TX-VIGENCIA (WS-IDX-TAXA) TO
                        WS-VIGENCIA-ACHADA
                   MOVE WS-TX-TAXA (WS-IDX-TAXA) TO WS-TAXA-VIGENTE
               END-IF
           END-PERFORM
           COMPUTE WS-VALOR-NOITE ROUNDED =
               WS-PJ-SALDO * WS-TAXA-VIGENTE
           COMPUTE WS-TETO-MULTA ROUNDED =
               WS-PJ-PRINCIPAL * WS-PCT-TETO / 100
           IF WS-PJ-MULTA >= WS-TETO-MULTA
               MOVE ZEROS TO WS-VALOR-NOITE
           ELSE
               IF WS-PJ-MULTA + WS-VALOR-NOITE > WS-TETO-MULTA
                   COMPUTE WS-VALOR-NOITE =
                       WS-TETO-MULTA - WS-PJ-MULTA
               END-IF
           END-IF
           ADD WS-VALOR-NOITE TO WS-PJ-SALDO WS-PJ-MULTA
                                 WS-PJ-ENCARGOS.

      *    REGRA DO CODIGO DO CONSUMIDOR, COMO NO BATCH: MULTA UNICA
      *    NO PRIMEIRO LANCAMENTO APOS O VENCIMENTO (SALVO DIVIDA QUE
      *    JA TINHA ENCARGOS DA TABELA), JUROS SIMPLES DOS DIAS DESDE
      *    O ULTIMO LANCAMENTO SOBRE O PRINCIPAL, TETO DO CREDOR (OU
      *    DA POLITICA) CORTANDO PRIMEIRO OS JUROS.
       PROJETA-ENCARGOS-CDC.
           MOVE ZEROS TO WS-CDC-MULTA WS-CDC-JUROS WS-CDC-DIAS
           IF WS-PJ-ULTIMO < WS-PJ-VENCIMENTO
               IF WS-PJ-MULTA > 0
                   MOVE WS-DATA-NOITE TO WS-CDC-DESDE
               ELSE
                   COMPUTE WS-CDC-MULTA ROUNDED =
                       WS-PJ-PRINCIPAL * WS-CDC-PCT-MULTA / 100
                   MOVE WS-PJ-VENCIMENTO TO WS-CDC-DESDE
               END-IF
           ELSE
               MOVE WS-PJ-ULTIMO TO WS-CDC-DESDE
           END-IF
           CALL 'DATEDIF' USING WS-CDC-DESDE WS-DATA-NOITE
                                WS-CDC-DIAS WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S' OR WS-CDC-DIAS < 0
               MOVE ZEROS TO WS-CDC-DIAS
           END-IF
           COMPUTE WS-CDC-JUROS ROUNDED =
               WS-PJ-PRINCIPAL * WS-CDC-PCT-JUROS * WS-CDC-DIAS
               / 3000
           IF WS-CDC-PCT-TETO > 0
               COMPUTE WS-TETO-MULTA ROUNDED =
                   WS-PJ-PRINCIPAL * WS-CDC-PCT-TETO / 100
           ELSE
               COMPUTE WS-TETO-MULTA ROUNDED =
                   WS-PJ-PRINCIPAL * WS-PCT-TETO / 100
           END-IF
           IF WS-PJ-MULTA >= WS-TETO-MULTA
               MOVE ZEROS TO WS-CDC-MULTA WS-CDC-JUROS
           ELSE
               IF WS-PJ-MULTA + WS-CDC-MULTA + WS-CDC-JUROS >
                  WS-TETO-MULTA
                   COMPUTE WS-CDC-JUROS = WS-TETO-MULTA -
                       WS-PJ-MULTA - WS-CDC-MULTA
                   IF WS-CDC-JUROS < 0
                       ADD WS-CDC-JUROS TO WS-CDC-MULTA
                       MOVE ZEROS TO WS-CDC-JUROS
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-VALOR-NOITE = WS-CDC-MULTA + WS-CDC-JUROS
           ADD WS-VALOR-NOITE TO WS-PJ-SALDO WS-PJ-MULTA
                                 WS-PJ-ENCARGOS
           MOVE WS-DATA-NOITE TO WS-PJ-ULTIMO.

       EXIBE-PROJECAO.
           DISPLAY 'DIVIDA  VENCIMENTO   SALDO HOJE    ENCARGOS  '
                   ' CORRECAO   SALDO NA DATA'
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-QTDE-PROJ
               MOVE WS-PR-SALDO-HOJE (WS-IDX-PROJ) TO WS-SALDO-EDIT
               MOVE WS-PR-ENCARGOS (WS-IDX-PROJ) TO WS-ENCARGOS-EDIT
               MOVE WS-PR-CORRECAO (WS-IDX-PROJ) TO WS-CORRECAO-EDIT
               MOVE WS-PR-SALDO-ALVO (WS-IDX-PROJ) TO
                    WS-PROJETADO-EDIT
               DISPLAY '  ' WS-PR-SEQ (WS-IDX-PROJ) '    '
                       WS-PR-VENCIMENTO (WS-IDX-PROJ) ' '
                       WS-SALDO-EDIT WS-ENCARGOS-EDIT
                       WS-CORRECAO-EDIT WS-PROJETADO-EDIT
           END-PERFORM
           MOVE WS-TOT-PROJETADO TO WS-PROJETADO-EDIT
           DISPLAY 'SALDO PROJETADO PARA ' WS-DATA-VALIDADE ': '
                   WS-PROJETADO-EDIT
           IF WS-ENCARGOS-SUSPENSOS
               DISPLAY 'CONTA COM OBITO/FALENCIA/RJ: SEM ENCARGOS NO '
                       'PERIODO.'
           END-IF.

      *    A MESMA REGRA DA QUITACAO COM DESCONTO DO ATENDIMENTO, COM
      *    O ATRASO CONTADO ATE A DATA DO PAGAMENTO E A CAMPANHA EM
      *    VIGOR NELA.
       CALCULA-DESCONTO-COTACAO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF CM-DATA-VENCIMENTO < WS-DATA-VALIDADE
               CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-VALIDADE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS NOT = 'S'
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 30
                   MOVE 10 TO WS-PCT-DESCONTO-MAX
               WHEN WS-DIAS-ATRASO <= 60
                   MOVE 20 TO WS-PCT-DESCONTO-MAX
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 30 TO WS-PCT-DESCONTO-MAX
               WHEN WS-DIAS-ATRASO <= 120
                   MOVE 40 TO WS-PCT-DESCONTO-MAX
               WHEN OTHER
                   MOVE 50 TO WS-PCT-DESCONTO-MAX
           END-EVALUATE
           MOVE SPACES TO WS-CAMPANHA-APLICADA
           CALL 'CAMPSEL' USING CM-CREDOR WS-DIAS-ATRASO
                                WS-DATA-VALIDADE WS-CAMPANHA-OFERTA
                                WS-ACHOU-CAMPANHA
           IF WS-TEM-CAMPANHA AND
              WS-CAMP-PCT-DESCONTO >= WS-PCT-DESCONTO-MAX
               MOVE WS-CAMP-PCT-DESCONTO TO WS-PCT-DESCONTO-MAX
               MOVE WS-CAMP-CODIGO TO WS-CAMPANHA-APLICADA
               DISPLAY 'CAMPANHA ' WS-CAMP-CODIGO ' (' WS-CAMP-DESCRICAO
                       ') EM VIGOR ATE ' WS-CAMP-DATA-FIM
           END-IF
           COMPUTE WS-DESCONTO-MAX ROUNDED =
               WS-TOT-PROJETADO * WS-PCT-DESCONTO-MAX / 100.

      *    O ATENDENTE CONCEDE DE ZERO ATE O DESCONTO MAXIMO; O VALOR
      *    COTADO TEM DE CABER NUM BOLETO.
       INFORMA-DESCONTO.
           MOVE WS-DESCONTO-MAX TO WS-VALOR-EDIT
           DISPLAY 'DESCONTO MAXIMO PARA ' WS-DIAS-ATRASO
                   ' DIAS DE ATRASO NA DATA (' WS-PCT-DESCONTO-MAX
                   ' POR CENTO): ' WS-VALOR-EDIT
           DISPLAY 'DESCONTO CONCEDIDO NA PROPOSTA:'
           MOVE ZEROS TO WS-DESCONTO
           ACCEPT WS-DESCONTO
           IF WS-DESCONTO > WS-DESCONTO-MAX
               MOVE 'DESCONTO ACIMA DO LIMITE DA FAIXA' TO
                    WS-MOTIVO-RECUSA
           ELSE
               IF WS-DESCONTO = 0
                   MOVE SPACES TO WS-CAMPANHA-APLICADA
               END-IF
               COMPUTE WS-VALOR-COTADO = WS-TOT-PROJETADO - WS-DESCONTO
               EVALUATE TRUE
                   WHEN WS-VALOR-COTADO NOT > 0
                       MOVE 'VALOR COTADO ZERADO' TO WS-MOTIVO-RECUSA
                   WHEN WS-VALOR-COTADO > WS-VALOR-MAXIMO-BOLETO
                       MOVE 'VALOR ACIMA DO LIMITE DO BOLETO' TO
                            WS-MOTIVO-RECUSA
                   WHEN OTHER
                       MOVE WS-VALOR-COTADO TO WS-BOL-VALOR
               END-EVALUATE
           END-IF.

       PROXIMA-SEQ-COTACAO.
           MOVE ZEROS TO WS-SEQ-COTACAO
           MOVE 'N' TO WS-VARRE-EOF
           MOVE CM-CONTA TO QT-CONTA
           MOVE ZEROS TO QT-SEQ
           START COTACAO-FILE KEY IS >= QT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-VARRE-EOF
           END-START
           PERFORM UNTIL WS-FIM-VARREDURA
               READ COTACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-COTACAO-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF QT-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       MOVE QT-SEQ TO WS-SEQ-COTACAO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEQ-COTACAO >= 999
               MOVE 'LIMITE DE COTACOES DA CONTA ATINGIDO' TO
                    WS-MOTIVO-RECUSA
           ELSE
               ADD 1 TO WS-SEQ-COTACAO
           END-IF.

      *    BOLETO DO VALOR COTADO: ORIGEM 'C' COM A SEQUENCIA DA
      *    COTACAO (O VALOR COTADO AVULSO DO BOL2VIA USA A SEQUENCIA
      *    ZERO), VIA 01, VENCENDO NA VALIDADE DA PROPOSTA.
       PREPARA-BOLETO-COTACAO.
           MOVE CM-CONTA TO WS-NN-CONTA
           MOVE 3 TO WS-NN-ORIGEM
           MOVE WS-SEQ-COTACAO TO WS-NN-SEQ
           MOVE 1 TO WS-NN-VIA
           CALL 'BOLCOD' USING WS-CODIGO-BANCO WS-CONVENIO
                               WS-CARTEIRA WS-NOSSO-NUMERO-N
                               WS-DATA-VALIDADE WS-BOL-VALOR
                               WS-NOSSO-DV WS-CODIGO-BARRAS
                               WS-LINHA-DIGITAVEL WS-CODIGOS-OK
           IF NOT WS-EH-CODIGOS-OK
               MOVE 'CODIGO DE BARRAS NAO PODE SER MONTADO' TO
                    WS-MOTIVO-RECUSA
           ELSE
               PERFORM FORMATA-LINHA-DIGITAVEL
           END-IF.

       FORMATA-LINHA-DIGITAVEL.
           MOVE WS-LINHA-DIGITAVEL (1:5) TO WS-LF-C1A
           MOVE WS-LINHA-DIGITAVEL (6:5) TO WS-LF-C1B
           MOVE WS-LINHA-DIGITAVEL (11:5) TO WS-LF-C2A
           MOVE WS-LINHA-DIGITAVEL (16:6) TO WS-LF-C2B
           MOVE WS-LINHA-DIGITAVEL (22:5) TO WS-LF-C3A
           MOVE WS-LINHA-DIGITAVEL (27:6) TO WS-LF-C3B
           MOVE WS-LINHA-DIGITAVEL (33:1) TO WS-LF-C4
           MOVE WS-LINHA-DIGITAVEL (34:14) TO WS-LF-C5.

       CONFIRMA-COTACAO.
           MOVE WS-VALOR-COTADO TO WS-VALOR-EDIT
           DISPLAY 'COTACAO ' WS-SEQ-COTACAO ' DA CONTA ' CM-CONTA
                   ': VALOR PARA QUITACAO ' WS-VALOR-EDIT
                   ' VALIDA ATE ' WS-DATA-VALIDADE
           DISPLAY 'CONFIRMA A PROPOSTA (S/N)?'
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               MOVE 'COTACAO CANCELADA PELO ATENDENTE' TO
                    WS-MOTIVO-RECUSA
           END-IF.

       GRAVA-COTACAO.
           INITIALIZE COTACAO-RECORD
           MOVE CM-CONTA TO QT-CONTA
           MOVE WS-SEQ-COTACAO TO QT-SEQ
           MOVE WS-DATA-HOJE TO QT-DATA-COTACAO
           MOVE WS-DATA-ALVO TO QT-DATA-ALVO
           MOVE WS-DATA-VALIDADE TO QT-DATA-VALIDADE
           MOVE WS-TOT-SALDO-HOJE TO QT-SALDO-ATUAL
           MOVE WS-TOT-ENCARGOS TO QT-ENCARGOS-PROJETADOS
           MOVE WS-TOT-CORRECAO TO QT-CORRECAO-PROJETADA
           MOVE WS-TOT-PROJETADO TO QT-SALDO-PROJETADO
           IF WS-DESCONTO > 0
               MOVE WS-PCT-DESCONTO-MAX TO QT-PCT-DESCONTO
           END-IF
           MOVE WS-DESCONTO TO QT-VALOR-DESCONTO
           MOVE WS-VALOR-COTADO TO QT-VALOR-COTADO
           MOVE WS-CAMPANHA-APLICADA TO QT-CAMPANHA
           MOVE WS-NOSSO-NUMERO-N TO QT-NOSSO-NUMERO
           MOVE WS-NOSSO-DV TO QT-NOSSO-DV
           SET QT-ABERTA TO TRUE
           MOVE SPACES TO QT-CANAL-QUITACAO
           MOVE WS-OPERADOR-ID TO QT-OPERADOR
           WRITE COTACAO-RECORD.

       GRAVA-BOLETO-COTACAO.
           MOVE CM-CONTA TO BO-CONTA
           SET BO-ORIGEM-COTACAO TO TRUE
           MOVE WS-SEQ-COTACAO TO BO-SEQ
           MOVE WS-BOL-VALOR TO BO-VALOR
           MOVE WS-DATA-VALIDADE TO BO-DATA-VENCIMENTO
           MOVE WS-DATA-HOJE TO BO-DATA-REMESSA BO-DATA-EMISSAO
           SET BO-REMETIDO TO TRUE
           SET BO-CANAL-BALCAO TO TRUE
           MOVE 1 TO BO-VIA
           MOVE WS-NOSSO-NUMERO-N TO BO-NOSSO-NUMERO
           MOVE WS-NOSSO-DV TO BO-NOSSO-DV
           MOVE ZEROS TO BO-NOSSO-ANTERIOR
           MOVE WS-CODIGO-BARRAS TO BO-CODIGO-BARRAS
           MOVE WS-LINHA-DIGITAVEL TO BO-LINHA-DIGITAVEL
           MOVE WS-OPERADOR-ID TO BO-OPERADOR
           WRITE BOLETO-RECORD
               INVALID KEY
                   REWRITE BOLETO-RECORD
           END-WRITE.

       EDITA-DATA.
           MOVE WS-DATA-EDITAR TO WS-DATA-DECOMPOSTA
           MOVE WS-DIA TO WS-DI-DIA
           MOVE WS-MES TO WS-DI-MES
           MOVE WS-ANO TO WS-DI-ANO.

      *    CARTA-PROPOSTA DATADA, COM A PROJECAO POR DIVIDA, O
      *    DESCONTO, O VALOR PARA QUITACAO, A VALIDADE E, EM SEGUIDA,
      *    O BOLETO PARA PAGAMENTO.
       IMPRIME-CARTA-PROPOSTA.
           OPEN EXTEND COTAIMPR-FILE
           IF WS-FS-COTAIMPR NOT = '00'
               CLOSE COTAIMPR-FILE
               OPEN OUTPUT COTAIMPR-FILE
           END-IF
           MOVE WS-DATA-HOJE TO WS-DATA-EDITAR
           PERFORM EDITA-DATA
           MOVE WS-DATA-IMPRESSA TO WS-HOJE-IMPRESSO
           MOVE WS-DATA-VALIDADE TO WS-DATA-EDITAR
           PERFORM EDITA-DATA
           MOVE WS-DATA-IMPRESSA TO WS-VALIDADE-IMPRESSA
           MOVE ALL '=' TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'PROPOSTA DE QUITACAO NO ' WS-SEQ-COTACAO
                  '                         EMITIDA EM '
                  WS-HOJE-IMPRESSO
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'AO(A) SR(A): ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING CM-RUA ' - ' CM-CIDADE '/' CM-ESTADO ' CEP ' CM-CEP
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'CONTA: ' CM-CONTA '   CPF/CNPJ: ' CM-DOCUMENTO
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE 'CONFORME SOLICITADO, APRESENTAMOS A PROPOSTA PARA A '
               TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'QUITACAO TOTAL DO SEU DEBITO COM PAGAMENTO ATE '
                  WS-VALIDADE-IMPRESSA '.'
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE 'DIVIDA VENCIMENTO   SALDO HOJE    ENCARGOS    CORRECAO'
               TO COTAIMPR-LINE
           MOVE 'SALDO NA DATA' TO COTAIMPR-LINE (61:13)
           WRITE COTAIMPR-LINE
           PERFORM VARYING WS-IDX-PROJ FROM 1 BY 1
                   UNTIL WS-IDX-PROJ > WS-QTDE-PROJ
               MOVE WS-PR-VENCIMENTO (WS-IDX-PROJ) TO WS-DATA-EDITAR
               PERFORM EDITA-DATA
               MOVE WS-DATA-IMPRESSA TO WS-VENC-IMPRESSO
               MOVE WS-PR-SALDO-HOJE (WS-IDX-PROJ) TO WS-SALDO-EDIT
               MOVE WS-PR-ENCARGOS (WS-IDX-PROJ) TO WS-ENCARGOS-EDIT
               MOVE WS-PR-CORRECAO (WS-IDX-PROJ) TO WS-CORRECAO-EDIT
               MOVE WS-PR-SALDO-ALVO (WS-IDX-PROJ) TO
                    WS-PROJETADO-EDIT
               MOVE SPACES TO COTAIMPR-LINE
               STRING '  ' WS-PR-SEQ (WS-IDX-PROJ) '   '
                      WS-VENC-IMPRESSO ' ' WS-SALDO-EDIT
                      WS-ENCARGOS-EDIT WS-CORRECAO-EDIT '   '
                      WS-PROJETADO-EDIT
                      DELIMITED BY SIZE INTO COTAIMPR-LINE
               WRITE COTAIMPR-LINE
           END-PERFORM
           MOVE SPACES TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE WS-TOT-PROJETADO TO WS-PROJETADO-EDIT
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'SALDO DEVEDOR PROJETADO PARA ' WS-VALIDADE-IMPRESSA
                  ':        ' WS-PROJETADO-EDIT
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           IF WS-DESCONTO > 0
               MOVE WS-DESCONTO TO WS-VALOR-EDIT
               MOVE SPACES TO COTAIMPR-LINE
               IF WS-CAMPANHA-APLICADA NOT = SPACES
                   STRING 'DESCONTO CONCEDIDO (CAMPANHA '
                          WS-CAMPANHA-APLICADA '):              '
                          WS-VALOR-EDIT
                          DELIMITED BY SIZE INTO COTAIMPR-LINE
               ELSE
                   STRING 'DESCONTO CONCEDIDO:                  '
                          '             ' WS-VALOR-EDIT
                          DELIMITED BY SIZE INTO COTAIMPR-LINE
               END-IF
               WRITE COTAIMPR-LINE
           END-IF
           MOVE WS-VALOR-COTADO TO WS-VALOR-EDIT
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'VALOR PARA QUITACAO TOTAL:                        '
                  WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'PROPOSTA VALIDA ATE ' WS-VALIDADE-IMPRESSA
                  '. O PAGAMENTO DESTE VALOR ATE A VALIDADE'
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE 'QUITA INTEGRALMENTE A CONTA. APOS A VALIDADE, VALE O '
               TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE 'SALDO DO CADASTRO, COM OS ENCARGOS DO PERIODO.'
               TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'ATENDENTE: ' WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           PERFORM IMPRIME-BOLETO-COTACAO
           CLOSE COTAIMPR-FILE.

       IMPRIME-BOLETO-COTACAO.
           MOVE WS-BOL-VALOR TO WS-VALOR-EDIT
           MOVE ALL '-' TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'BANCO ' WS-CODIGO-BANCO ' - ' BB-NOME-BANCO
                  '  AGENCIA/CODIGO ' BB-AGENCIA '/' BB-CONVENIO
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'LINHA DIGITAVEL: ' WS-LINHA-FORMATADA
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'BENEFICIARIO: ' BB-BENEFICIARIO
                  ' CNPJ ' BB-CNPJ-BENEFICIARIO
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'PAGADOR: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  '  CPF/CNPJ ' CM-DOCUMENTO
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'VENCIMENTO: ' WS-VALIDADE-IMPRESSA
                  '   VALOR DO DOCUMENTO: ' WS-VALOR-EDIT
                  '  CARTEIRA ' WS-CARTEIRA
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'NOSSO NUMERO: ' WS-NOSSO-NUMERO-N '-' WS-NOSSO-DV
                  '  CONTA ' CM-CONTA '  QUITACAO - PROPOSTA '
                  WS-SEQ-COTACAO
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE SPACES TO COTAIMPR-LINE
           STRING 'CODIGO DE BARRAS: ' WS-CODIGO-BARRAS
                  DELIMITED BY SIZE INTO COTAIMPR-LINE
           WRITE COTAIMPR-LINE
           MOVE ALL '=' TO COTAIMPR-LINE
           WRITE COTAIMPR-LINE.

      *    CONSULTA DAS COTACOES DA CONTA, COM A SITUACAO DE CADA UMA;
      *    COTACAO ABERTA COM A VALIDADE VENCIDA SAI COMO VENCIDA.
       LISTA-COTACOES-CONTA.
           DISPLAY 'NUMERO DA CONTA:'
           MOVE ZEROS TO WS-CONTA-VERIF WS-QTDE-LISTADAS
           ACCEPT WS-CONTA-VERIF
           MOVE 'N' TO WS-VARRE-EOF
           OPEN INPUT COTACAO-FILE
           IF NOT WS-FS-COTACAO-OK
               MOVE 'S' TO WS-VARRE-EOF
           ELSE
               MOVE WS-CONTA-VERIF TO QT-CONTA
               MOVE ZEROS TO QT-SEQ
               START COTACAO-FILE KEY IS >= QT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-VARRE-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-VARREDURA
               READ COTACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-VARRE-EOF
               END-READ
               IF NOT WS-FS-COTACAO-OK
                   MOVE 'S' TO WS-VARRE-EOF
               END-IF
               IF NOT WS-FIM-VARREDURA
                   IF QT-CONTA NOT = WS-CONTA-VERIF
                       MOVE 'S' TO WS-VARRE-EOF
                   ELSE
                       ADD 1 TO WS-QTDE-LISTADAS
                       MOVE QT-VALOR-COTADO TO WS-VALOR-EDIT
                       IF QT-ABERTA AND
                          QT-DATA-VALIDADE < WS-DATA-HOJE
                           DISPLAY QT-SEQ ' DE ' QT-DATA-COTACAO
                                   ' VALIDA ATE ' QT-DATA-VALIDADE
                                   ' VALOR ' WS-VALOR-EDIT
                                   ' VENCIDA'
                       ELSE
                           DISPLAY QT-SEQ ' DE ' QT-DATA-COTACAO
                                   ' VALIDA ATE ' QT-DATA-VALIDADE
                                   ' VALOR ' WS-VALOR-EDIT ' '
                                   QT-ESTADO
                       END-IF
                       IF QT-QUITADA
                           DISPLAY '    QUITADA EM ' QT-DATA-QUITACAO
                                   ' CANAL ' QT-CANAL-QUITACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-COTACAO NOT = '35'
               CLOSE COTACAO-FILE
           END-IF
           DISPLAY 'COTACOES DA CONTA: ' WS-QTDE-LISTADAS.
       END PROGRAM COTAQUIT.

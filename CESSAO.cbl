      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CESSAO DE CREDITO ENTRE CREDORES, ATE HOJE FEITA CONTA
      *         A CONTA NAS TELAS (CM-CREDOR E DB-CREDOR TROCADOS A
      *         MAO, E O REPASSE PAGANDO AO NOVO DONO O QUE FOI
      *         COBRADO ANTES DA VENDA). LE O PEDIDO (ARQUIVO CESSPED:
      *         CEDENTE, CONTA, FAIXA DE ATRASO, CESSIONARIO E DATA
      *         EFETIVA; CONTA ZEROS = TODA A CARTEIRA ABERTA DO
      *         CEDENTE NA FAIXA, FAIXA 0 = TODAS) OU, COM
      *         PARM='CREDOR NNN F MMM AAAAMMDD', CEDE A CARTEIRA DO
      *         CODIGO NNN NA FAIXA F AO CODIGO MMM. UM LOTE E SEMPRE
      *         DE UM CEDENTE, UM CESSIONARIO E UMA DATA EFETIVA. CADA
      *         CONTA CEDIDA TEM CM-CREDOR E O DB-CREDOR DE TODAS AS
      *         SUAS DIVIDAS TROCADOS PARA O CESSIONARIO E GANHA UM
      *         REGISTRO NO HISTORICO CESSHIST, PELO QUAL O REPASSE
      *         ACERTA CADA LANCAMENTO COM QUEM ERA DONO DA DIVIDA NA
      *         DATA EFETIVA DO PAGAMENTO E O ROLLFWD MOSTRA AS
      *         TRANSFERENCIAS DO MES. O RELATORIO CESS-RPT MOSTRA OS
      *         SALDOS TRANSFERIDOS E A CARTEIRA DOS DOIS CREDORES
      *         ANTES E DEPOIS, PARA ASSINATURA DA GERENCIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSAO.
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
           SELECT CREDMAST-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-CODIGO
               FILE STATUS WS-FS-CREDMAST.
           SELECT CESSHIST-FILE ASSIGN TO "CESSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CH-CHAVE
               FILE STATUS WS-FS-CESSHIST.
           SELECT CESSPED-FILE ASSIGN TO "CESSPED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CESSPED.
           SELECT PAYLOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYLOG.
           SELECT PAYARCH-FILE ASSIGN TO "PAYARCH"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PAYARCH.
           SELECT CESS-RPT-FILE ASSIGN TO "CESS-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  CREDMAST-FILE.
           COPY CREDMAST.
       FD  CESSHIST-FILE.
           COPY CESSHIST.
       FD  CESSPED-FILE.
           COPY CESSPED.
       FD  PAYLOG-FILE.
           COPY PAYLOG.
       FD  PAYARCH-FILE.
           COPY PAYLOG REPLACING ==PAYLOG-RECORD== BY ==PAYARCH-RECORD==
                         LEADING ==PL== BY ==AR==.
       FD  CESS-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-DEBT-ABRIU            PIC X(01) VALUES 'N'.
           88 WS-DEBT-DISPONIVEL   VALUE 'S'.
       77 WS-FS-CREDMAST           PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK        VALUE '00'.
       77 WS-FS-CESSHIST           PIC X(02) VALUES '00'.
           88 WS-FS-HIST-OK        VALUE '00'.
       77 WS-FS-CESSPED            PIC X(02) VALUES '00'.
           88 WS-FS-PED-OK         VALUE '00'.
       77 WS-FS-PAYLOG             PIC X(02) VALUES '00'.
           88 WS-FS-PAYLOG-OK      VALUE '00'.
       77 WS-FS-PAYARCH            PIC X(02) VALUES '00'.
           88 WS-FS-PAYARCH-OK     VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-MODO-EXECUCAO         PIC X(30) VALUES SPACES.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-PED-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-PED           VALUE 'S'.
       77 WS-LOG-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-LOG           VALUE 'S'.
       77 WS-SUB-EOF               PIC X(01) VALUES 'N'.
           88 WS-FIM-SUB           VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO               PIC 9(04).
           05 WS-MES               PIC 9(02).
           05 WS-DIA               PIC 9(02).
       77 WS-DATA-VALIDA           PIC X(01) VALUES 'N'.
      *    LOTE: CEDENTE, CESSIONARIO E DATA EFETIVA DA PRIMEIRA LINHA
      *    DO PEDIDO (OU DO PARM). A DATA PEDIDA ZERADA VALE HOJE.
       77 WS-LOTE-ABERTO           PIC X(01) VALUES 'N'.
           88 WS-LOTE-DEFINIDO     VALUE 'S'.
       77 WS-CEDENTE-LOTE          PIC 9(03) VALUES ZEROS.
       77 WS-CESSIONARIO-LOTE      PIC 9(03) VALUES ZEROS.
       77 WS-DATA-PEDIDA           PIC 9(08) VALUES ZEROS.
       77 WS-DATA-EFETIVA-LOTE     PIC 9(08) VALUES ZEROS.
       77 WS-NOME-CEDENTE          PIC X(30) VALUES SPACES.
       77 WS-NOME-CESSIONARIO      PIC X(30) VALUES SPACES.
       77 WS-CEDENTE-OK            PIC X(01) VALUES 'N'.
           88 WS-CEDENTE-VALIDO    VALUE 'S'.
       77 WS-CESSIONARIO-OK        PIC X(01) VALUES 'N'.
           88 WS-CESSIONARIO-VALIDO VALUE 'S'.
       77 WS-DATA-LOTE-OK          PIC X(01) VALUES 'N'.
           88 WS-DATA-LOTE-VALIDA  VALUE 'S'.
       77 WS-MOTIVO-DATA           PIC X(20) VALUES SPACES.
       77 WS-CODIGO-TRAB           PIC 9(03) VALUES ZEROS.
       77 WS-NOME-TRAB             PIC X(30) VALUES SPACES.
       77 WS-CODIGO-ACHADO         PIC X(01) VALUES 'N'.
       77 WS-FAIXA-PEDIDA          PIC 9(01) VALUES ZEROS.
       77 WS-MOTIVO-TRAB           PIC X(20) VALUES SPACES.
       77 WS-CONTA-TRAB            PIC 9(08) VALUES ZEROS.
      *    FAIXA DE ATRASO DA CONTA, COMO NO AGING (AGEREPT); ZERO
      *    QUANDO O VENCIMENTO DO CADASTRO E INVALIDO.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
       77 WS-FAIXA-TRAB            PIC 9(01) VALUES ZEROS.
       77 WS-IDX-FAIXA             PIC 9(01) VALUES ZEROS.
       01 WS-NOMES-FAIXAS.
           05 FILLER               PIC X(12) VALUE 'ATE 30 DIAS'.
           05 FILLER               PIC X(12) VALUE '31 A 60'.
           05 FILLER               PIC X(12) VALUE '61 A 90'.
           05 FILLER               PIC X(12) VALUE '91 A 120'.
           05 FILLER               PIC X(12) VALUE 'MAIS DE 120'.
       01 WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA        PIC X(12) OCCURS 5.
       01 WS-TOTAIS-FAIXA.
           05 WS-FAIXA-ENTRY OCCURS 5.
               10 WS-FAIXA-QTDE    PIC 9(05).
               10 WS-FAIXA-VALOR   PIC S9(11)V99.
       77 WS-QTDE-SEM-FAIXA        PIC 9(05) VALUES ZEROS.
      *    CESSAO JA GRAVADA PARA A CONTA NA DATA EFETIVA DO LOTE OU
      *    DEPOIS DELA: A NOVA CESSAO QUEBRARIA A CADEIA DE DONOS.
       77 WS-CESSAO-POSTERIOR      PIC X(01) VALUES 'N'.
           88 WS-TEM-CESSAO-POSTERIOR VALUE 'S'.
      *    CONTAS DO LOTE, COM O QUE SE APURA NOS LOGS DESDE A DATA
      *    EFETIVA: O JA REPASSADO AO CEDENTE (ACERTO ENTRE OS
      *    CREDORES) E O AINDA A REPASSAR (VAI AO CESSIONARIO).
       77 WS-MAX-LOTE              PIC 9(05) VALUES 5000.
       77 WS-QTDE-LOTE             PIC 9(05) VALUES ZEROS.
       77 WS-IDX-LOTE              PIC 9(05) VALUES ZEROS.
       77 WS-IDX-ACHADO            PIC 9(05) VALUES ZEROS.
       77 WS-MENOR-CONTA           PIC 9(08) VALUES ZEROS.
       77 WS-MAIOR-CONTA           PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-FORA-LOTE        PIC 9(05) VALUES ZEROS.
       01 WS-LOTE.
           05 WS-LOTE-ENTRY OCCURS 5000.
               10 WS-LT-CONTA      PIC 9(08).
               10 WS-LT-FAIXA      PIC 9(01).
               10 WS-LT-REPASSADO  PIC S9(09)V99.
               10 WS-LT-PENDENTE   PIC S9(09)V99.
      *    LINHAS DO PEDIDO RECUSADAS, LISTADAS NO RELATORIO.
       77 WS-MAX-REJ               PIC 9(03) VALUES 500.
       77 WS-QTDE-REJ              PIC 9(03) VALUES ZEROS.
       77 WS-IDX-REJ               PIC 9(03) VALUES ZEROS.
       77 WS-QTDE-REJ-FORA         PIC 9(05) VALUES ZEROS.
       01 WS-REJEITADOS.
           05 WS-REJ-ENTRY OCCURS 500.
               10 WS-RJ-CONTA      PIC 9(08).
               10 WS-RJ-MOTIVO     PIC X(20).
      *    LANCAMENTO DO PAYLOG OU DO PAYARCH EM APURACAO.
       77 WS-MOV-CONTA             PIC 9(08) VALUES ZEROS.
       77 WS-MOV-TIPO              PIC X(02) VALUES SPACES.
           88 WS-MOV-NAO-DINHEIRO  VALUES 'DS' 'CR' 'RE'.
       77 WS-MOV-VALOR             PIC S9(5)V99 VALUES ZEROS.
       77 WS-MOV-DATA              PIC 9(08) VALUES ZEROS.
       77 WS-MOV-CREDOR            PIC 9(03) VALUES ZEROS.
       77 WS-MOV-REPASSADO         PIC X(01) VALUES SPACES.
           88 WS-MOV-JA-REPASSADO  VALUE 'S'.
      *    CONTA EM CESSAO.
       77 WS-DIVIDAS-MOVIDAS       PIC 9(02) VALUES ZEROS.
       77 WS-SALDO-EDIT            PIC Z(8)9.99-.
       77 WS-PRINC-EDIT            PIC Z(8)9.99-.
       77 WS-ENCAR-EDIT            PIC Z(8)9.99-.
       77 WS-TOTAL-EDIT            PIC Z(10)9.99-.
       77 WS-ANTES-EDIT            PIC Z(10)9.99-.
       77 WS-DEPOIS-EDIT           PIC Z(10)9.99-.
      *    TOTAIS DO LOTE E CARTEIRA DOS DOIS CREDORES APOS A CESSAO.
       77 WS-QTDE-CEDIDAS          PIC 9(05) VALUES ZEROS.
       77 WS-TOTAL-DIVIDAS         PIC 9(07) VALUES ZEROS.
       77 WS-SALDO-CEDIDO          PIC S9(11)V99 VALUES ZEROS.
       77 WS-PRINCIPAL-CEDIDO      PIC S9(11)V99 VALUES ZEROS.
       77 WS-ENCARGOS-CEDIDO       PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-REPASSADO       PIC S9(11)V99 VALUES ZEROS.
       77 WS-TOTAL-PENDENTE        PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-CART-CEDENTE     PIC 9(07) VALUES ZEROS.
       77 WS-SALDO-CART-CEDENTE    PIC S9(11)V99 VALUES ZEROS.
       77 WS-QTDE-CART-CESSION     PIC 9(07) VALUES ZEROS.
       77 WS-SALDO-CART-CESSION    PIC S9(11)V99 VALUES ZEROS.
       77 WS-SALDO-ANTES           PIC S9(11)V99 VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE
           CALL 'DATAPROC' USING WS-DATA-HOJE
           INITIALIZE WS-TOTAIS-FAIXA
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'CESSAO: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CREDMAST-FILE
           IF NOT WS-FS-CRED-OK
               DISPLAY 'CESSAO: CADASTRO DE CREDORES CREDMAST '
                       'INDISPONIVEL.'
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CESSHIST-FILE
           IF NOT WS-FS-HIST-OK
               CLOSE CESSHIST-FILE
               OPEN OUTPUT CESSHIST-FILE
               CLOSE CESSHIST-FILE
               OPEN I-O CESSHIST-FILE
           END-IF
           IF NOT WS-FS-HIST-OK
               DISPLAY 'CESSAO: HISTORICO DE CESSOES CESSHIST '
                       'INDISPONIVEL.'
               CLOSE CREDMAST-FILE
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-EXECUCAO (1:6) = 'CREDOR'
               PERFORM MONTA-LOTE-PARM
           ELSE
               PERFORM MONTA-LOTE-ARQUIVO
           END-IF
           CLOSE CREDMAST-FILE
           IF WS-QTDE-LOTE = 0 AND WS-QTDE-REJ = 0
               DISPLAY 'CESSAO: NENHUMA CONTA A CEDER.'
               CLOSE CESSHIST-FILE
               CLOSE CUSTMAST-FILE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QTDE-LOTE > 0
               PERFORM SOMA-RECEBIMENTOS
           END-IF
           OPEN I-O DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-ABRIU
           END-IF
           OPEN OUTPUT CESS-RPT-FILE
           PERFORM IMPRIME-CABECALHO
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-QTDE-LOTE
               PERFORM CEDE-UMA-CONTA
           END-PERFORM
           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ > WS-QTDE-REJ
               PERFORM IMPRIME-REJEICAO
           END-PERFORM
           PERFORM SOMA-CARTEIRAS-CREDORES
           PERFORM IMPRIME-TOTAIS
           CLOSE CESS-RPT-FILE
           IF WS-DEBT-DISPONIVEL
               CLOSE DEBTMAST-FILE
           END-IF
           CLOSE CESSHIST-FILE
           CLOSE CUSTMAST-FILE
           DISPLAY 'CESSAO: CEDENTE ' WS-CEDENTE-LOTE
                   ' CESSIONARIO ' WS-CESSIONARIO-LOTE
                   ' DATA ' WS-DATA-EFETIVA-LOTE
                   ' CONTAS CEDIDAS: ' WS-QTDE-CEDIDAS
                   ' REJEITADAS: ' WS-QTDE-REJ
           IF WS-QTDE-REJ > 0 OR WS-QTDE-FORA-LOTE > 0 OR
              WS-QTDE-REJ-FORA > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      *    CARTEIRA DO CODIGO NA FAIXA: PARM 'CREDOR NNN F MMM
      *    AAAAMMDD', TRATADO COMO UMA LINHA DE PEDIDO COM CONTA ZEROS.
       MONTA-LOTE-PARM.
           IF WS-MODO-EXECUCAO (8:3) IS NUMERIC AND
              WS-MODO-EXECUCAO (12:1) IS NUMERIC AND
              WS-MODO-EXECUCAO (14:3) IS NUMERIC AND
              WS-MODO-EXECUCAO (18:8) IS NUMERIC
               MOVE WS-MODO-EXECUCAO (8:3) TO CE-CREDOR-CEDENTE
               MOVE ZEROS TO CE-CONTA
               MOVE WS-MODO-EXECUCAO (12:1) TO CE-FAIXA
               MOVE WS-MODO-EXECUCAO (14:3) TO CE-CREDOR-CESSIONARIO
               MOVE WS-MODO-EXECUCAO (18:8) TO CE-DATA-EFETIVA
               PERFORM AVALIA-PEDIDO
           ELSE
               DISPLAY 'CESSAO: PARM INVALIDO: ' WS-MODO-EXECUCAO
                       ' (USAR CREDOR NNN F MMM AAAAMMDD).'
               CLOSE CESSHIST-FILE
               CLOSE CREDMAST-FILE
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       MONTA-LOTE-ARQUIVO.
           OPEN INPUT CESSPED-FILE
           IF NOT WS-FS-PED-OK
               DISPLAY 'CESSAO: ARQUIVO DE PEDIDOS CESSPED NAO '
                       'ENCONTRADO.'
           ELSE
               MOVE 'N' TO WS-PED-EOF
               PERFORM UNTIL WS-FIM-PED
                   READ CESSPED-FILE
                       AT END
                           MOVE 'S' TO WS-PED-EOF
                   END-READ
                   IF NOT WS-FS-PED-OK
                       MOVE 'S' TO WS-PED-EOF
                   END-IF
                   IF NOT WS-FIM-PED
                       PERFORM AVALIA-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE CESSPED-FILE
           END-IF.

       AVALIA-PEDIDO.
           MOVE SPACES TO WS-MOTIVO-TRAB
           IF NOT WS-LOTE-DEFINIDO AND
              CE-CREDOR-CEDENTE IS NUMERIC AND
              CE-CREDOR-CESSIONARIO IS NUMERIC AND
              CE-DATA-EFETIVA IS NUMERIC
               MOVE 'S' TO WS-LOTE-ABERTO
               MOVE CE-CREDOR-CEDENTE TO WS-CEDENTE-LOTE
               MOVE CE-CREDOR-CESSIONARIO TO WS-CESSIONARIO-LOTE
               MOVE CE-DATA-EFETIVA TO WS-DATA-PEDIDA
               PERFORM VALIDA-CREDORES
               PERFORM VALIDA-DATA-EFETIVA
           END-IF
           EVALUATE TRUE
               WHEN CE-CREDOR-CEDENTE IS NOT NUMERIC OR
                    CE-CONTA IS NOT NUMERIC OR
                    CE-FAIXA IS NOT NUMERIC OR
                    CE-CREDOR-CESSIONARIO IS NOT NUMERIC OR
                    CE-DATA-EFETIVA IS NOT NUMERIC
                   MOVE 'LINHA INVALIDA' TO WS-MOTIVO-TRAB
               WHEN CE-CREDOR-CEDENTE NOT = WS-CEDENTE-LOTE OR
                    CE-CREDOR-CESSIONARIO NOT = WS-CESSIONARIO-LOTE
                   MOVE 'CREDOR FORA DO LOTE' TO WS-MOTIVO-TRAB
               WHEN CE-DATA-EFETIVA NOT = WS-DATA-PEDIDA
                   MOVE 'DATA FORA DO LOTE' TO WS-MOTIVO-TRAB
               WHEN WS-CEDENTE-LOTE = WS-CESSIONARIO-LOTE
                   MOVE 'CEDENTE=CESSIONARIO' TO WS-MOTIVO-TRAB
               WHEN NOT WS-CEDENTE-VALIDO
                   MOVE 'CEDENTE SEM CADASTRO' TO WS-MOTIVO-TRAB
               WHEN NOT WS-CESSIONARIO-VALIDO
                   MOVE 'CESSIONARIO S/ CAD.' TO WS-MOTIVO-TRAB
               WHEN NOT WS-DATA-LOTE-VALIDA
                   MOVE WS-MOTIVO-DATA TO WS-MOTIVO-TRAB
               WHEN CE-CONTA = 0 AND CE-FAIXA > 5
                   MOVE 'FAIXA INVALIDA' TO WS-MOTIVO-TRAB
               WHEN CE-CONTA = 0
                   MOVE CE-FAIXA TO WS-FAIXA-PEDIDA
                   PERFORM SELECIONA-CARTEIRA-CEDENTE
               WHEN OTHER
                   PERFORM AVALIA-CONTA-PEDIDO
           END-EVALUATE
           IF WS-MOTIVO-TRAB NOT = SPACES
               IF CE-CONTA IS NUMERIC
                   MOVE CE-CONTA TO WS-CONTA-TRAB
               ELSE
                   MOVE ZEROS TO WS-CONTA-TRAB
               END-IF
               PERFORM ANOTA-REJEICAO
           END-IF.

      *    O CODIGO 000 E A CARTEIRA PROPRIA, QUE PODE VENDER OU
      *    COMPRAR CARTEIRA SEM ESTAR NO CADASTRO DE CREDORES.
       VALIDA-CREDORES.
           MOVE WS-CEDENTE-LOTE TO WS-CODIGO-TRAB
           PERFORM BUSCA-CREDOR
           MOVE WS-CODIGO-ACHADO TO WS-CEDENTE-OK
           MOVE WS-NOME-TRAB TO WS-NOME-CEDENTE
           MOVE WS-CESSIONARIO-LOTE TO WS-CODIGO-TRAB
           PERFORM BUSCA-CREDOR
           MOVE WS-CODIGO-ACHADO TO WS-CESSIONARIO-OK
           MOVE WS-NOME-TRAB TO WS-NOME-CESSIONARIO.

       BUSCA-CREDOR.
           MOVE 'N' TO WS-CODIGO-ACHADO
           MOVE 'CREDOR SEM CADASTRO' TO WS-NOME-TRAB
           IF WS-CODIGO-TRAB = 0
               MOVE 'S' TO WS-CODIGO-ACHADO
               MOVE 'CARTEIRA PROPRIA' TO WS-NOME-TRAB
           ELSE
               MOVE WS-CODIGO-TRAB TO CR-CODIGO
               READ CREDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CODIGO-ACHADO
                       MOVE CR-NOME TO WS-NOME-TRAB
               END-READ
           END-IF.

      *    DATA EFETIVA ZERADA VALE HOJE; DATA FUTURA E RECUSADA - O
      *    PEDIDO E REAPRESENTADO NA DATA, ATE LA A CONTA E DO CEDENTE.
      *    DATA PASSADA E ACEITA: O REPASSE REATRIBUI AO CESSIONARIO O
      *    QUE AINDA NAO FOI ACERTADO DESDE A DATA, E O JA REPASSADO
      *    AO CEDENTE SAI NO RELATORIO PARA ACERTO ENTRE OS CREDORES.
       VALIDA-DATA-EFETIVA.
           MOVE 'S' TO WS-DATA-LOTE-OK
           MOVE SPACES TO WS-MOTIVO-DATA
           IF WS-DATA-PEDIDA = 0
               MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA-LOTE
           ELSE
               MOVE WS-DATA-PEDIDA TO WS-DATA-EFETIVA-LOTE
               MOVE WS-DATA-PEDIDA TO WS-DATA-DECOMPOSTA
               MOVE 'N' TO WS-DATA-VALIDA
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
               EVALUATE TRUE
                   WHEN WS-DATA-VALIDA NOT = 'S'
                       MOVE 'N' TO WS-DATA-LOTE-OK
                       MOVE 'DATA EFETIVA INVALIDA' TO WS-MOTIVO-DATA
                   WHEN WS-DATA-PEDIDA > WS-DATA-HOJE
                       MOVE 'N' TO WS-DATA-LOTE-OK
                       MOVE 'DATA EFETIVA FUTURA' TO WS-MOTIVO-DATA
               END-EVALUATE
           END-IF.

      *    CONTA PEDIDA UMA A UMA: TEM DE SER DO CEDENTE E ESTAR EM
      *    COBRANCA OU BAIXADA; A FAIXA DO PEDIDO NAO SE APLICA.
       AVALIA-CONTA-PEDIDO.
           MOVE CE-CONTA TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FS-OK
                   MOVE 'CONTA INEXISTENTE' TO WS-MOTIVO-TRAB
               WHEN CM-CREDOR NOT = WS-CEDENTE-LOTE
                   MOVE 'CONTA DE OUTRO CREDOR' TO WS-MOTIVO-TRAB
               WHEN CM-DEVOLVIDO
                   MOVE 'CONTA DEVOLVIDA' TO WS-MOTIVO-TRAB
               WHEN CM-PAGO
                   MOVE 'CONTA QUITADA' TO WS-MOTIVO-TRAB
               WHEN OTHER
                   PERFORM VERIFICA-CESSAO-POSTERIOR
                   MOVE CM-CONTA TO WS-CONTA-TRAB
                   PERFORM PROCURA-LOTE
                   EVALUATE TRUE
                       WHEN WS-TEM-CESSAO-POSTERIOR
                           MOVE 'CESSAO POSTERIOR' TO WS-MOTIVO-TRAB
                       WHEN WS-IDX-ACHADO > 0
                           MOVE 'CONTA REPETIDA' TO WS-MOTIVO-TRAB
                       WHEN OTHER
                           PERFORM CLASSIFICA-FAIXA
                           PERFORM INCLUI-LOTE
                   END-EVALUATE
           END-EVALUATE.

      *    CARTEIRA DO CEDENTE NA FAIXA PEDIDA: TODA CONTA AINDA EM
      *    COBRANCA OU BAIXADA PARA PREJUIZO. A JA CEDIDA TEM OUTRO
      *    CM-CREDOR E FICA DE FORA, O QUE PERMITE RODAR DE NOVO O
      *    MESMO PEDIDO SEM DUPLICAR.
       SELECIONA-CARTEIRA-CEDENTE.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
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
                   IF CM-CREDOR = WS-CEDENTE-LOTE AND
                      (CM-NAO-PAGO OR CM-BAIXADO)
                       PERFORM CLASSIFICA-FAIXA
                       IF WS-FAIXA-PEDIDA = 0 OR
                          WS-FAIXA-PEDIDA = WS-FAIXA-TRAB
                           PERFORM SELECIONA-CONTA-CARTEIRA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SELECIONA-CONTA-CARTEIRA.
           MOVE CM-CONTA TO WS-CONTA-TRAB
           PERFORM PROCURA-LOTE
           IF WS-IDX-ACHADO = 0
               PERFORM VERIFICA-CESSAO-POSTERIOR
               IF WS-TEM-CESSAO-POSTERIOR
                   MOVE 'CESSAO POSTERIOR' TO WS-MOTIVO-TRAB
                   PERFORM ANOTA-REJEICAO
                   MOVE SPACES TO WS-MOTIVO-TRAB
               ELSE
                   PERFORM INCLUI-LOTE
               END-IF
           END-IF.

       CLASSIFICA-FAIXA.
           MOVE ZEROS TO WS-FAIXA-TRAB
           CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                WS-DIAS-ATRASO WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS = 'S'
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 30
                       MOVE 1 TO WS-FAIXA-TRAB
                   WHEN WS-DIAS-ATRASO <= 60
                       MOVE 2 TO WS-FAIXA-TRAB
                   WHEN WS-DIAS-ATRASO <= 90
                       MOVE 3 TO WS-FAIXA-TRAB
                   WHEN WS-DIAS-ATRASO <= 120
                       MOVE 4 TO WS-FAIXA-TRAB
                   WHEN OTHER
                       MOVE 5 TO WS-FAIXA-TRAB
               END-EVALUATE
           END-IF.

      *    A CADEIA DE DONOS DA CONTA NO CESSHIST SO CRESCE PARA A
      *    FRENTE: CESSAO NA MESMA DATA OU ANTES DE OUTRA JA GRAVADA
      *    E RECUSADA.
       VERIFICA-CESSAO-POSTERIOR.
           MOVE 'N' TO WS-CESSAO-POSTERIOR
           MOVE CM-CONTA TO CH-CONTA
           MOVE WS-DATA-EFETIVA-LOTE TO CH-DATA-EFETIVA
           START CESSHIST-FILE KEY IS >= CH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CESSHIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-HIST-OK AND CH-CONTA = CM-CONTA
                       MOVE 'S' TO WS-CESSAO-POSTERIOR
                   END-IF
           END-START.

       PROCURA-LOTE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-QTDE-LOTE OR
                         WS-IDX-ACHADO > 0
               IF WS-LT-CONTA (WS-IDX-LOTE) = WS-CONTA-TRAB
                   MOVE WS-IDX-LOTE TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

      *    SEM VAGA NA TABELA A CONTA FICA PARA UMA NOVA EXECUCAO DO
      *    MESMO PEDIDO (AS JA CEDIDAS NAO VOLTAM AO LOTE).
       INCLUI-LOTE.
           IF WS-QTDE-LOTE < WS-MAX-LOTE
               ADD 1 TO WS-QTDE-LOTE
               MOVE WS-CONTA-TRAB TO WS-LT-CONTA (WS-QTDE-LOTE)
               MOVE WS-FAIXA-TRAB TO WS-LT-FAIXA (WS-QTDE-LOTE)
               MOVE ZEROS TO WS-LT-REPASSADO (WS-QTDE-LOTE)
                             WS-LT-PENDENTE (WS-QTDE-LOTE)
               IF WS-MENOR-CONTA = 0 OR
                  WS-CONTA-TRAB < WS-MENOR-CONTA
                   MOVE WS-CONTA-TRAB TO WS-MENOR-CONTA
               END-IF
               IF WS-CONTA-TRAB > WS-MAIOR-CONTA
                   MOVE WS-CONTA-TRAB TO WS-MAIOR-CONTA
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-FORA-LOTE
               DISPLAY 'CESSAO: LOTE CHEIO. CONTA ' WS-CONTA-TRAB
                       ' FICA PARA NOVA EXECUCAO DO PEDIDO.'
           END-IF.

       ANOTA-REJEICAO.
           IF WS-QTDE-REJ < WS-MAX-REJ
               ADD 1 TO WS-QTDE-REJ
               MOVE WS-CONTA-TRAB TO WS-RJ-CONTA (WS-QTDE-REJ)
               MOVE WS-MOTIVO-TRAB TO WS-RJ-MOTIVO (WS-QTDE-REJ)
           ELSE
               ADD 1 TO WS-QTDE-REJ-FORA
           END-IF
           DISPLAY 'CESSAO: PEDIDO DA CONTA ' WS-CONTA-TRAB
                   ' RECUSADO: ' WS-MOTIVO-TRAB.

      *    DINHEIRO RECEBIDO NAS CONTAS DO LOTE DESDE A DATA EFETIVA
      *    (PAYLOG DO MES E PAYARCH DOS MESES FECHADOS), COM O MESMO
      *    CRITERIO DO REPASSE: FORA DESCONTO, SALDO CREDOR E
      *    REEMBOLSO. A DATA COMPARADA E A EFETIVA DO RECEBIMENTO.
       SOMA-RECEBIMENTOS.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYARCH-FILE
           IF NOT WS-FS-PAYARCH-OK
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ PAYARCH-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PAYARCH-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE AR-CONTA TO WS-MOV-CONTA
                   MOVE AR-TIPO TO WS-MOV-TIPO
                   MOVE AR-VALOR TO WS-MOV-VALOR
                   IF AR-DATA-EFETIVA > 0
                       MOVE AR-DATA-EFETIVA TO WS-MOV-DATA
                   ELSE
                       MOVE AR-DATA-MOVIMENTO TO WS-MOV-DATA
                   END-IF
                   MOVE AR-CREDOR TO WS-MOV-CREDOR
                   MOVE AR-REPASSADO TO WS-MOV-REPASSADO
                   PERFORM ACUMULA-RECEBIMENTO
               END-IF
           END-PERFORM
           IF WS-FS-PAYARCH-OK OR WS-FS-PAYARCH = '10'
               CLOSE PAYARCH-FILE
           END-IF
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT PAYLOG-FILE
           IF NOT WS-FS-PAYLOG-OK
               DISPLAY 'CESSAO: PAYLOG INDISPONIVEL. RECEBIMENTOS '
                       'DO MES NAO APURADOS.'
               MOVE 'S' TO WS-LOG-EOF
           END-IF
           PERFORM UNTIL WS-FIM-LOG
               READ PAYLOG-FILE
                   AT END
                       MOVE 'S' TO WS-LOG-EOF
               END-READ
               IF NOT WS-FS-PAYLOG-OK
                   MOVE 'S' TO WS-LOG-EOF
               END-IF
               IF NOT WS-FIM-LOG
                   MOVE PL-CONTA TO WS-MOV-CONTA
                   MOVE PL-TIPO TO WS-MOV-TIPO
                   MOVE PL-VALOR TO WS-MOV-VALOR
                   IF PL-DATA-EFETIVA > 0
                       MOVE PL-DATA-EFETIVA TO WS-MOV-DATA
                   ELSE
                       MOVE PL-DATA-MOVIMENTO TO WS-MOV-DATA
                   END-IF
                   MOVE PL-CREDOR TO WS-MOV-CREDOR
                   MOVE PL-REPASSADO TO WS-MOV-REPASSADO
                   PERFORM ACUMULA-RECEBIMENTO
               END-IF
           END-PERFORM
           IF WS-FS-PAYLOG-OK OR WS-FS-PAYLOG = '10'
               CLOSE PAYLOG-FILE
           END-IF.

      *    O JA REPASSADO AO CEDENTE DESDE A DATA EFETIVA ERA DO
      *    CESSIONARIO E E ACERTADO ENTRE OS DOIS CREDORES; O AINDA
      *    NAO REPASSADO O PROXIMO REPASSE PAGA AO CESSIONARIO.
       ACUMULA-RECEBIMENTO.
           IF WS-MOV-CONTA >= WS-MENOR-CONTA AND
              WS-MOV-CONTA <= WS-MAIOR-CONTA AND
              WS-MOV-DATA >= WS-DATA-EFETIVA-LOTE AND
              NOT WS-MOV-NAO-DINHEIRO
               MOVE WS-MOV-CONTA TO WS-CONTA-TRAB
               PERFORM PROCURA-LOTE
               IF WS-IDX-ACHADO > 0
                   IF WS-MOV-JA-REPASSADO
                       IF WS-MOV-CREDOR = WS-CEDENTE-LOTE
                           ADD WS-MOV-VALOR TO
                               WS-LT-REPASSADO (WS-IDX-ACHADO)
                       END-IF
                   ELSE
                       ADD WS-MOV-VALOR TO
                           WS-LT-PENDENTE (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RPT-LINE
           STRING 'CESSAO DE CREDITO ENTRE CREDORES EM ' WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CEDENTE     ' WS-CEDENTE-LOTE ' - ' WS-NOME-CEDENTE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CESSIONARIO ' WS-CESSIONARIO-LOTE ' - '
                  WS-NOME-CESSIONARIO
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-FAIXA-PEDIDA > 0 AND WS-FAIXA-PEDIDA <= 5
               STRING 'DATA EFETIVA ' WS-DATA-EFETIVA-LOTE
                      '  CARTEIRA NA FAIXA '
                      WS-NOME-FAIXA (WS-FAIXA-PEDIDA)
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'DATA EFETIVA ' WS-DATA-EFETIVA-LOTE
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE.

      *    A CONTA E TODAS AS SUAS DIVIDAS PASSAM AO CESSIONARIO: A
      *    UNIDADE VENDIDA E A CONTA, E E O CM-CREDOR QUE O PAYLOG
      *    GRAVA EM CADA LANCAMENTO.
       CEDE-UMA-CONTA.
           MOVE WS-LT-CONTA (WS-IDX-LOTE) TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FS-OK
                   DISPLAY 'CESSAO: CONTA ' WS-LT-CONTA (WS-IDX-LOTE)
                           ' NAO RELIDA NO CADASTRO. NAO CEDIDA.'
               WHEN CM-CREDOR NOT = WS-CEDENTE-LOTE
                   DISPLAY 'CESSAO: CONTA ' WS-LT-CONTA (WS-IDX-LOTE)
                           ' MUDOU DE CREDOR. NAO CEDIDA.'
               WHEN OTHER
                   MOVE ZEROS TO WS-DIVIDAS-MOVIDAS
                   PERFORM MOVE-DIVIDAS-CONTA
                   MOVE WS-CESSIONARIO-LOTE TO CM-CREDOR
                   REWRITE CUSTMAST-RECORD
                   PERFORM GRAVA-HISTORICO
                   PERFORM ACUMULA-CEDIDA
                   PERFORM IMPRIME-CONTA
           END-EVALUATE.

       MOVE-DIVIDAS-CONTA.
           MOVE 'N' TO WS-SUB-EOF
           IF NOT WS-DEBT-DISPONIVEL
               MOVE 'S' TO WS-SUB-EOF
           END-IF
           MOVE CM-CONTA TO DB-CONTA
           MOVE ZEROS TO DB-SEQ
           IF NOT WS-FIM-SUB
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SUB-EOF
               END-START
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-SUB
               READ DEBTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SUB-EOF
               END-READ
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-SUB-EOF
               END-IF
               IF NOT WS-FIM-SUB
                   IF DB-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-SUB-EOF
                   ELSE
                       MOVE WS-CESSIONARIO-LOTE TO DB-CREDOR
                       REWRITE DEBTMAST-RECORD
                       ADD 1 TO WS-DIVIDAS-MOVIDAS
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-HISTORICO.
           MOVE CM-CONTA TO CH-CONTA
           MOVE WS-DATA-EFETIVA-LOTE TO CH-DATA-EFETIVA
           MOVE WS-CEDENTE-LOTE TO CH-CREDOR-CEDENTE
           MOVE WS-CESSIONARIO-LOTE TO CH-CREDOR-CESSIONARIO
           MOVE WS-DATA-HOJE TO CH-DATA-PROCESSO
           MOVE CM-SALDO-DEVEDOR TO CH-SALDO-TRANSFERIDO
           MOVE CM-SALDO-PRINCIPAL TO CH-SALDO-PRINCIPAL
           MOVE CM-SALDO-MULTA TO CH-SALDO-ENCARGOS
           MOVE WS-DIVIDAS-MOVIDAS TO CH-QTDE-DIVIDAS
           MOVE WS-LT-FAIXA (WS-IDX-LOTE) TO CH-FAIXA-ATRASO
           MOVE CM-ESTADO-PAGTO TO CH-ESTADO-CONTA
           WRITE CESSHIST-RECORD
               INVALID KEY
                   DISPLAY 'CESSAO: HISTORICO DA CONTA ' CM-CONTA
                           ' NAO GRAVADO (STATUS ' WS-FS-CESSHIST
                           ').'
           END-WRITE.

       ACUMULA-CEDIDA.
           ADD 1 TO WS-QTDE-CEDIDAS
           ADD WS-DIVIDAS-MOVIDAS TO WS-TOTAL-DIVIDAS
           ADD CM-SALDO-DEVEDOR TO WS-SALDO-CEDIDO
           ADD CM-SALDO-PRINCIPAL TO WS-PRINCIPAL-CEDIDO
           ADD CM-SALDO-MULTA TO WS-ENCARGOS-CEDIDO
           ADD WS-LT-REPASSADO (WS-IDX-LOTE) TO WS-TOTAL-REPASSADO
           ADD WS-LT-PENDENTE (WS-IDX-LOTE) TO WS-TOTAL-PENDENTE
           MOVE WS-LT-FAIXA (WS-IDX-LOTE) TO WS-IDX-FAIXA
           IF WS-IDX-FAIXA > 0
               ADD 1 TO WS-FAIXA-QTDE (WS-IDX-FAIXA)
               ADD CM-SALDO-DEVEDOR TO WS-FAIXA-VALOR (WS-IDX-FAIXA)
           ELSE
               ADD 1 TO WS-QTDE-SEM-FAIXA
           END-IF.

       IMPRIME-CONTA.
           MOVE WS-LT-FAIXA (WS-IDX-LOTE) TO WS-IDX-FAIXA
           MOVE SPACES TO RPT-LINE
           IF WS-IDX-FAIXA > 0
               STRING 'CONTA ' CM-CONTA ' ' CM-PRIMEIRO-NOME ' '
                      CM-SOBRENOME ' ' WS-NOME-FAIXA (WS-IDX-FAIXA)
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING 'CONTA ' CM-CONTA ' ' CM-PRIMEIRO-NOME ' '
                      CM-SOBRENOME ' VENCTO INVALIDO'
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE CM-SALDO-DEVEDOR TO WS-SALDO-EDIT
           MOVE CM-SALDO-PRINCIPAL TO WS-PRINC-EDIT
           MOVE CM-SALDO-MULTA TO WS-ENCAR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '   SALDO ' WS-SALDO-EDIT
                  ' PRINC ' WS-PRINC-EDIT
                  ' ENCARG ' WS-ENCAR-EDIT
                  ' DIV ' WS-DIVIDAS-MOVIDAS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-LT-REPASSADO (WS-IDX-LOTE) NOT = 0
               MOVE WS-LT-REPASSADO (WS-IDX-LOTE) TO WS-SALDO-EDIT
               MOVE SPACES TO RPT-LINE
               STRING '   RECEBIDO DESDE A DATA JA REPASSADO AO '
                      'CEDENTE: ' WS-SALDO-EDIT
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       IMPRIME-REJEICAO.
           MOVE SPACES TO RPT-LINE
           STRING 'RECUSADO: CONTA ' WS-RJ-CONTA (WS-IDX-REJ)
                  ' - ' WS-RJ-MOTIVO (WS-IDX-REJ)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *    CARTEIRA DOS DOIS CREDORES JA COM A CESSAO; A DE ANTES E
      *    ESTA MAIS (CEDENTE) OU MENOS (CESSIONARIO) O TRANSFERIDO.
       SOMA-CARTEIRAS-CREDORES.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
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
                   EVALUATE CM-CREDOR
                       WHEN WS-CEDENTE-LOTE
                           ADD 1 TO WS-QTDE-CART-CEDENTE
                           ADD CM-SALDO-DEVEDOR TO
                               WS-SALDO-CART-CEDENTE
                       WHEN WS-CESSIONARIO-LOTE
                           ADD 1 TO WS-QTDE-CART-CESSION
                           ADD CM-SALDO-DEVEDOR TO
                               WS-SALDO-CART-CESSION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SALDO-CEDIDO TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'CONTAS CEDIDAS: ' WS-QTDE-CEDIDAS
                  '  DIVIDAS MOVIDAS: ' WS-TOTAL-DIVIDAS
                  '  SALDO: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PRINCIPAL-CEDIDO TO WS-ANTES-EDIT
           MOVE WS-ENCARGOS-CEDIDO TO WS-DEPOIS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING '  PRINCIPAL: ' WS-ANTES-EDIT
                  '  ENCARGOS: ' WS-DEPOIS-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 5
               IF WS-FAIXA-QTDE (WS-IDX-FAIXA) > 0
                   MOVE WS-FAIXA-VALOR (WS-IDX-FAIXA) TO
                        WS-TOTAL-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING '  ' WS-NOME-FAIXA (WS-IDX-FAIXA)
                          ' CONTAS: ' WS-FAIXA-QTDE (WS-IDX-FAIXA)
                          '  SALDO: ' WS-TOTAL-EDIT
                          DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-QTDE-SEM-FAIXA > 0
               MOVE SPACES TO RPT-LINE
               STRING '  VENCIMENTO INVALIDO NO CADASTRO: '
                      WS-QTDE-SEM-FAIXA ' CONTAS'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-SALDO-ANTES =
               WS-SALDO-CART-CEDENTE + WS-SALDO-CEDIDO
           MOVE WS-SALDO-ANTES TO WS-ANTES-EDIT
           MOVE WS-SALDO-CEDIDO TO WS-TOTAL-EDIT
           MOVE WS-SALDO-CART-CEDENTE TO WS-DEPOIS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'CEDENTE     ' WS-CEDENTE-LOTE
                  ' CARTEIRA ANTES ' WS-ANTES-EDIT
                  ' (-) CEDIDO ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '                CARTEIRA DEPOIS ' WS-DEPOIS-EDIT
                  ' (' WS-QTDE-CART-CEDENTE ' CONTAS)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-SALDO-ANTES =
               WS-SALDO-CART-CESSION - WS-SALDO-CEDIDO
           MOVE WS-SALDO-ANTES TO WS-ANTES-EDIT
           MOVE WS-SALDO-CART-CESSION TO WS-DEPOIS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'CESSIONARIO ' WS-CESSIONARIO-LOTE
                  ' CARTEIRA ANTES ' WS-ANTES-EDIT
                  ' (+) RECEBIDO ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '                CARTEIRA DEPOIS ' WS-DEPOIS-EDIT
                  ' (' WS-QTDE-CART-CESSION ' CONTAS)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-REPASSADO TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'RECEBIDO DESDE A DATA EFETIVA JA REPASSADO AO '
                  'CEDENTE: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  (ACERTAR ENTRE OS CREDORES)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-PENDENTE TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING 'RECEBIDO DESDE A DATA EFETIVA A REPASSAR: '
                  WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  (PROXIMO REPASSE, AO CESSIONARIO)'
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PEDIDOS RECUSADOS: ' WS-QTDE-REJ
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-QTDE-FORA-LOTE > 0 OR WS-QTDE-REJ-FORA > 0
               MOVE SPACES TO RPT-LINE
               STRING 'FORA DESTA EXECUCAO (TABELA CHEIA): '
                      WS-QTDE-FORA-LOTE ' CONTAS, '
                      WS-QTDE-REJ-FORA ' RECUSAS - RODAR DE NOVO'
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CONFERIDO POR: ____________________  DATA: __/__/____'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APROVADO (GERENCIA): ______________  DATA: __/__/____'
               TO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM CESSAO.

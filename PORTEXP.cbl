      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:EXPORTACAO NOTURNA DOS SALDOS PARA O PORTAL DE
      *         AUTOATENDIMENTO DO DEVEDOR (ARQUIVO PORTFEED). PARA
      *         CADA CONTA EM COBRANCA (NAO PAGO, COM SALDO, SEM OBITO/
      *         FALENCIA/RJ) GRAVA A IDENTIFICACAO COM O CPF/CNPJ, O
      *         TELEFONE E O E-MAIL MASCARADOS (ROTINA MASCARA, SO O
      *         FINAL VISIVEL, COMO NA CONSULTA DO BALCAO), AS DIVIDAS
      *         EM ABERTO DO DEBTMAST COM O SALDO DE HOJE (NA CONTA DE
      *         DIVIDA UNICA, A PROPRIA CONTA COM SEQUENCIA 00), AS
      *         PARCELAS DE ACORDO ABERTAS OU ATRASADAS E OS BOLETOS
      *         AINDA REMETIDOS AO BANCO. RODA NO FIM DO BATCH NOTURNO,
      *         DEPOIS DA MULTA, DOS ACORDOS E DA REMESSA, PARA O
      *         PORTAL AMANHECER COM OS VALORES DO DIA.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Registro de boleto do feed do portal passa a
      *                levar a linha digitavel do boleto emitido no
      *                balcao.
      *   15/10/2026 - Cada divida em aberto de conta sem acordo e cada
      *                parcela aberta ou atrasada sai seguida do
      *                registro '5' com a cobranca PIX do item (txid,
      *                expiracao e copia e cola, rotina PIXGERA);
      *                registro do PORTFEED passa a 350 posicoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTEXP.
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
           SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CHAVE
               FILE STATUS WS-FS-BOLETO.
           SELECT PORTFEED-FILE ASSIGN TO "PORTFEED"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-PORTFEED.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  PORTFEED-FILE.
           COPY PORTFEED.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-FS-BOLETO             PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK      VALUE '00'.
       77 WS-FS-PORTFEED           PIC X(02) VALUES '00'.
           88 WS-FS-PORTFEED-OK    VALUE '00'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DETALHE-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-DETALHE       VALUE 'S'.
      *    ARQUIVOS DE DETALHE AUSENTES SO DEIXAM DE SAIR NO PORTAL.
       77 WS-DEBT-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-DEBT-ABRIU        VALUE 'S'.
       77 WS-ACORDO-DISPONIVEL     PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ABRIU      VALUE 'S'.
       77 WS-BOLETO-DISPONIVEL     PIC X(01) VALUES 'N'.
           88 WS-BOLETO-ABRIU      VALUE 'S'.
       77 WS-TEM-ACORDO            PIC X(01) VALUES 'N'.
       77 WS-QTDE-DIVIDAS-CONTA    PIC 9(03) VALUES ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
      *    MASCARAMENTO DOS IDENTIFICADORES (ROTINA MASCARA).
       77 WS-CAMPO-MASCARADO       PIC X(40) VALUES SPACES.
       77 WS-QTDE-VISIVEL          PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-CONTAS           PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REGISTROS        PIC 9(09) VALUES ZEROS.
       77 WS-QTDE-DIVIDAS          PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-PARCELAS         PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-BOLETOS          PIC 9(07) VALUES ZEROS.
       77 WS-SALDO-TOTAL           PIC 9(11)V99 VALUES ZEROS.
      *    COBRANCA PIX DE CADA DIVIDA (SEM ACORDO) E PARCELA EM
      *    ABERTO (ROTINA PIXGERA), PARA O PORTAL OFERECER O COPIA E
      *    COLA.
           COPY PIXGERAP.
       77 WS-QTDE-PIX              PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-SEM-PIX          PIC 9(07) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'PORTEXP: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PORTFEED-FILE
           IF NOT WS-FS-PORTFEED-OK
               DISPLAY 'PORTEXP: FALHA NA ABERTURA DO PORTFEED: '
                       WS-FS-PORTFEED
               CLOSE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-DISPONIVEL
           END-IF
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-DISPONIVEL
           END-IF
           OPEN INPUT BOLETO-FILE
           IF WS-FS-BOLETO-OK
               MOVE 'S' TO WS-BOLETO-DISPONIVEL
           END-IF
           PERFORM GRAVA-HEADER
           PERFORM POSICIONA-CADASTRO
           PERFORM UNTIL WS-FIM-SWEEP
               PERFORM LE-PROXIMA-CONTA
               IF NOT WS-FIM-SWEEP
                   IF CM-NAO-PAGO AND CM-SALDO-DEVEDOR > 0 AND
                      NOT CM-COM-EVENTO-VIDA
                       PERFORM EXPORTA-CONTA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM GRAVA-TRAILER
           SET XG-ENCERRA TO TRUE
           CALL 'PIXGERA' USING PIXGERA-PARAMETROS
           CLOSE PORTFEED-FILE
           CLOSE CUSTMAST-FILE
           IF WS-DEBT-ABRIU
               CLOSE DEBTMAST-FILE
           END-IF
           IF WS-ACORDO-ABRIU
               CLOSE ACORDO-FILE
           END-IF
           IF WS-BOLETO-ABRIU
               CLOSE BOLETO-FILE
           END-IF
           DISPLAY 'PORTEXP: CONTAS EXPORTADAS: ' WS-QTDE-CONTAS
                   ' SALDO: ' WS-SALDO-TOTAL
           DISPLAY 'PORTEXP: DIVIDAS: ' WS-QTDE-DIVIDAS
                   ' PARCELAS: ' WS-QTDE-PARCELAS
                   ' BOLETOS: ' WS-QTDE-BOLETOS
           DISPLAY 'PORTEXP: COBRANCAS PIX: ' WS-QTDE-PIX
                   ' ITENS SEM PIX: ' WS-QTDE-SEM-PIX
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       POSICIONA-CADASTRO.
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE ZEROS TO CM-CONTA
           START CUSTMAST-FILE KEY IS >= CM-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF.

       LE-PROXIMA-CONTA.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SWEEP-EOF
           END-READ
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-SWEEP-EOF
           END-IF.

       GRAVA-HEADER.
           MOVE SPACES TO PORTFEED-RECORD
           SET PE-REG-HEADER TO TRUE
           MOVE WS-DATA-HOJE TO PE-HDR-DATA-GERACAO
           MOVE 'SALDOS PORTAL' TO PE-HDR-LITERAL
           PERFORM GRAVA-PORTFEED.

       GRAVA-TRAILER.
           MOVE SPACES TO PORTFEED-RECORD
           SET PE-REG-TRAILER TO TRUE
           ADD 1 TO WS-QTDE-REGISTROS
           MOVE WS-QTDE-CONTAS TO PE-TRL-QTDE-CONTAS
           MOVE WS-QTDE-REGISTROS TO PE-TRL-QTDE-REGISTROS
           MOVE WS-SALDO-TOTAL TO PE-TRL-SALDO-TOTAL
           WRITE PORTFEED-RECORD.

       GRAVA-PORTFEED.
           ADD 1 TO WS-QTDE-REGISTROS
           WRITE PORTFEED-RECORD.

      *    A CONTA, DEPOIS AS DIVIDAS, AS PARCELAS E OS BOLETOS DELA,
      *    EM SEQUENCIA, PARA O PORTAL MONTAR A TELA DE UMA VEZ.
       EXPORTA-CONTA.
           ADD 1 TO WS-QTDE-CONTAS
           ADD CM-SALDO-DEVEDOR TO WS-SALDO-TOTAL
           PERFORM VERIFICA-ACORDO-ABERTO
           PERFORM GRAVA-REGISTRO-CONTA
           PERFORM EXPORTA-DIVIDAS
           IF WS-TEM-ACORDO = 'S'
               PERFORM EXPORTA-PARCELAS
           END-IF
           IF WS-BOLETO-ABRIU
               PERFORM EXPORTA-BOLETOS
           END-IF.

      *    SO O FINAL DO CPF/CNPJ, DO TELEFONE E DO E-MAIL SAI DAQUI;
      *    O PORTAL NUNCA RECEBE O DADO COMPLETO.
       GRAVA-REGISTRO-CONTA.
           MOVE SPACES TO PORTFEED-RECORD
           SET PE-REG-CONTA TO TRUE
           MOVE CM-CONTA TO PE-CONTA
           MOVE CM-NOME TO PE-NOME
           MOVE SPACES TO WS-CAMPO-MASCARADO
           MOVE CM-DOCUMENTO TO WS-CAMPO-MASCARADO
           MOVE 3 TO WS-QTDE-VISIVEL
           CALL 'MASCARA' USING WS-CAMPO-MASCARADO WS-QTDE-VISIVEL
           MOVE WS-CAMPO-MASCARADO (1:14) TO PE-DOCUMENTO
           MOVE SPACES TO WS-CAMPO-MASCARADO
           MOVE CM-TELEFONE TO WS-CAMPO-MASCARADO
           MOVE 4 TO WS-QTDE-VISIVEL
           CALL 'MASCARA' USING WS-CAMPO-MASCARADO WS-QTDE-VISIVEL
           MOVE WS-CAMPO-MASCARADO (1:15) TO PE-TELEFONE
           MOVE SPACES TO WS-CAMPO-MASCARADO
           MOVE CM-EMAIL TO WS-CAMPO-MASCARADO
           MOVE 4 TO WS-QTDE-VISIVEL
           CALL 'MASCARA' USING WS-CAMPO-MASCARADO WS-QTDE-VISIVEL
           MOVE WS-CAMPO-MASCARADO TO PE-EMAIL
           MOVE CM-SALDO-DEVEDOR TO PE-SALDO-TOTAL
           MOVE CM-DATA-VENCIMENTO TO PE-VENC-MAIS-ANTIGO
           MOVE CM-CREDOR TO PE-CREDOR
           IF CM-OPTOU-FORA
               MOVE 'S' TO PE-SEM-MENSAGEM
           ELSE
               MOVE 'N' TO PE-SEM-MENSAGEM
           END-IF
           MOVE WS-TEM-ACORDO TO PE-COM-ACORDO
           IF CM-EM-JURIDICO
               MOVE 'S' TO PE-JURIDICO
           ELSE
               MOVE 'N' TO PE-JURIDICO
           END-IF
           PERFORM GRAVA-PORTFEED.

      *    ACORDO EM ANDAMENTO: ALGUMA PARCELA ABERTA OU ATRASADA.
       VERIFICA-ACORDO-ABERTO.
           MOVE 'N' TO WS-TEM-ACORDO
           IF WS-ACORDO-ABRIU
               PERFORM POSICIONA-ACORDO
               PERFORM UNTIL WS-FIM-DETALHE
                   PERFORM LE-PROXIMA-PARCELA
                   IF NOT WS-FIM-DETALHE
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO
                           MOVE 'S' TO WS-DETALHE-EOF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       POSICIONA-ACORDO.
           MOVE 'N' TO WS-DETALHE-EOF
           MOVE CM-CONTA TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-DETALHE-EOF
           END-START
           IF NOT WS-FS-ACORDO-OK
               MOVE 'S' TO WS-DETALHE-EOF
           END-IF.

       LE-PROXIMA-PARCELA.
           READ ACORDO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-DETALHE-EOF
           END-READ
           IF NOT WS-FS-ACORDO-OK
               MOVE 'S' TO WS-DETALHE-EOF
           END-IF
           IF NOT WS-FIM-DETALHE AND AC-CONTA NOT = CM-CONTA
               MOVE 'S' TO WS-DETALHE-EOF
           END-IF.

      *    DIVIDAS EM ABERTO DO DEBTMAST; A CONTA SEM DETALHE E A
      *    PROPRIA DIVIDA, COM SEQUENCIA 00.
       EXPORTA-DIVIDAS.
           MOVE ZEROS TO WS-QTDE-DIVIDAS-CONTA
           IF WS-DEBT-ABRIU
               MOVE 'N' TO WS-DETALHE-EOF
               MOVE CM-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DETALHE-EOF
               END-START
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DETALHE-EOF
               END-IF
               PERFORM UNTIL WS-FIM-DETALHE
                   READ DEBTMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-DETALHE-EOF
                   END-READ
                   IF NOT WS-FS-DEBT-OK
                       MOVE 'S' TO WS-DETALHE-EOF
                   END-IF
                   IF NOT WS-FIM-DETALHE
                       IF DB-CONTA NOT = CM-CONTA
                           MOVE 'S' TO WS-DETALHE-EOF
                       ELSE
                           ADD 1 TO WS-QTDE-DIVIDAS-CONTA
                           IF DB-NAO-PAGO AND DB-SALDO-DEVEDOR > 0
                               PERFORM GRAVA-DIVIDA-DETALHE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-QTDE-DIVIDAS-CONTA = 0
               PERFORM GRAVA-DIVIDA-UNICA
           END-IF.

       GRAVA-DIVIDA-DETALHE.
           MOVE SPACES TO PORTFEED-RECORD
           SET PE-REG-DIVIDA TO TRUE
           MOVE DB-CONTA TO PE-DIV-CONTA
           MOVE DB-SEQ TO PE-DIV-SEQ
           MOVE DB-VALOR-ORIGINAL TO PE-DIV-VALOR-ORIGINAL
           MOVE DB-SALDO-DEVEDOR TO PE-DIV-SALDO-HOJE
           MOVE DB-SALDO-PRINCIPAL TO PE-DIV-PRINCIPAL
           MOVE DB-SALDO-MULTA TO PE-DIV-ENCARGOS
           MOVE DB-DATA-VENCIMENTO TO PE-DIV-VENCIMENTO
           MOVE DB-CREDOR TO PE-DIV-CREDOR
           PERFORM CALCULA-DIAS-ATRASO
           ADD 1 TO WS-QTDE-DIVIDAS
           PERFORM GRAVA-PORTFEED
           IF WS-TEM-ACORDO NOT = 'S'
               MOVE 'D' TO XG-ORIGEM
               MOVE DB-SEQ TO XG-SEQ
               MOVE DB-SALDO-DEVEDOR TO XG-VALOR
               MOVE ZEROS TO XG-DATA-EXPIRACAO
               PERFORM GRAVA-PIX-ITEM
           END-IF.

       GRAVA-DIVIDA-UNICA.
           MOVE SPACES TO PORTFEED-RECORD
           SET PE-REG-DIVIDA TO TRUE
           MOVE CM-CONTA TO PE-DIV-CONTA
           MOVE ZEROS TO PE-DIV-SEQ
           MOVE CM-VALOR-ORIGINAL TO PE-DIV-VALOR-ORIGINAL
           MOVE CM-SALDO-DEVEDOR TO PE-DIV-SALDO-HOJE
           IF CM-SALDO-PRINCIPAL = 0 AND CM-SALDO-MULTA = 0
               MOVE CM-SALDO-DEVEDOR TO PE-DIV-PRINCIPAL
           ELSE
               MOVE CM-SALDO-PRINCIPAL TO PE-DIV-PRINCIPAL
           END-IF
           MOVE CM-SALDO-MULTA TO PE-DIV-ENCARGOS
           MOVE CM-DATA-VENCIMENTO TO PE-DIV-VENCIMENTO
           MOVE CM-CREDOR TO PE-DIV-CREDOR
           PERFORM CALCULA-DIAS-ATRASO
           ADD 1 TO WS-QTDE-DIVIDAS
           PERFORM GRAVA-PORTFEED
           IF WS-TEM-ACORDO NOT = 'S'
               MOVE 'D' TO XG-ORIGEM
               MOVE ZEROS TO XG-SEQ
               MOVE CM-SALDO-DEVEDOR TO XG-VALOR
               MOVE ZEROS TO XG-DATA-EXPIRACAO
               PERFORM GRAVA-PIX-ITEM
           END-IF.

       CALCULA-DIAS-ATRASO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF PE-DIV-VENCIMENTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING PE-DIV-VENCIMENTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS NOT = 'S' OR WS-DIAS-ATRASO < 0
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
           END-IF
           MOVE WS-DIAS-ATRASO TO PE-DIV-DIAS-ATRASO.

       EXPORTA-PARCELAS.
           PERFORM POSICIONA-ACORDO
           PERFORM UNTIL WS-FIM-DETALHE
               PERFORM LE-PROXIMA-PARCELA
               IF NOT WS-FIM-DETALHE
                   IF AC-ABERTA OR AC-ATRASADA
                       MOVE SPACES TO PORTFEED-RECORD
                       SET PE-REG-PARCELA TO TRUE
                       MOVE AC-CONTA TO PE-PAR-CONTA
                       MOVE AC-PARCELA TO PE-PAR-NUMERO
                       MOVE AC-DATA-VENCIMENTO TO PE-PAR-VENCIMENTO
                       MOVE AC-VALOR TO PE-PAR-VALOR
                       MOVE AC-ESTADO TO PE-PAR-ESTADO
                       ADD 1 TO WS-QTDE-PARCELAS
                       PERFORM GRAVA-PORTFEED
                       MOVE 'P' TO XG-ORIGEM
                       MOVE AC-PARCELA TO XG-SEQ
                       MOVE AC-VALOR TO XG-VALOR
                       MOVE ZEROS TO XG-DATA-EXPIRACAO
                       IF AC-DATA-VENCIMENTO > WS-DATA-HOJE
                           MOVE AC-DATA-VENCIMENTO TO
                                XG-DATA-EXPIRACAO
                       END-IF
                       PERFORM GRAVA-PIX-ITEM
                   END-IF
               END-IF
           END-PERFORM.

      *    SO O BOLETO QUE ESTA DE FATO NO BANCO (REMETIDO); O
      *    EXPIRADO, O REJEITADO E O CANCELADO NAO SERVEM AO DEVEDOR.
       EXPORTA-BOLETOS.
           MOVE 'N' TO WS-DETALHE-EOF
           MOVE CM-CONTA TO BO-CONTA
           MOVE LOW-VALUES TO BO-ORIGEM
           MOVE ZEROS TO BO-SEQ
           START BOLETO-FILE KEY IS >= BO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-DETALHE-EOF
           END-START
           IF NOT WS-FS-BOLETO-OK
               MOVE 'S' TO WS-DETALHE-EOF
           END-IF
           PERFORM UNTIL WS-FIM-DETALHE
               READ BOLETO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DETALHE-EOF
               END-READ
               IF NOT WS-FS-BOLETO-OK
                   MOVE 'S' TO WS-DETALHE-EOF
               END-IF
               IF NOT WS-FIM-DETALHE
                   IF BO-CONTA NOT = CM-CONTA
                       MOVE 'S' TO WS-DETALHE-EOF
                   ELSE
                       IF BO-REMETIDO
                           PERFORM GRAVA-BOLETO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-BOLETO.
           MOVE SPACES TO PORTFEED-RECORD
           SET PE-REG-BOLETO TO TRUE
           MOVE BO-CONTA TO PE-BOL-CONTA
           MOVE BO-ORIGEM TO PE-BOL-ORIGEM
           MOVE BO-SEQ TO PE-BOL-SEQ
           MOVE BO-VALOR TO PE-BOL-VALOR
           MOVE BO-DATA-VENCIMENTO TO PE-BOL-VENCIMENTO
           MOVE BO-DATA-REMESSA TO PE-BOL-DATA-REMESSA
           IF BO-CANAL-BALCAO
               MOVE BO-LINHA-DIGITAVEL TO PE-BOL-LINHA-DIGITAVEL
           END-IF
           ADD 1 TO WS-QTDE-BOLETOS
           PERFORM GRAVA-PORTFEED.

      *    A ROTINA REAPROVEITA A COBRANCA ATIVA DO MESMO ITEM E VALOR
      *    OU GRAVA UMA NOVA (VALIDADE PADRAO DO PIXPRM; A PARCELA A
      *    VENCER VALE ATE O VENCIMENTO). ITEM SEM COBRANCA (SEM OS
      *    DADOS PIX OU VALOR FORA DO LIMITE) SAI SO COM O REGISTRO
      *    DELE, COMO ANTES.
       GRAVA-PIX-ITEM.
           SET XG-GERA TO TRUE
           MOVE CM-CONTA TO XG-CONTA
           MOVE WS-DATA-HOJE TO XG-DATA-HOJE
           MOVE 'P' TO XG-CANAL
           MOVE 'PORTEXP' TO XG-OPERADOR
           CALL 'PIXGERA' USING PIXGERA-PARAMETROS
           IF XG-COBRANCA-OK
               MOVE SPACES TO PORTFEED-RECORD
               SET PE-REG-PIX TO TRUE
               MOVE XG-CONTA TO PE-PIX-CONTA
               MOVE XG-ORIGEM TO PE-PIX-ORIGEM
               MOVE XG-SEQ TO PE-PIX-SEQ
               MOVE XG-VALOR TO PE-PIX-VALOR
               MOVE XG-DATA-EXPIRACAO TO PE-PIX-EXPIRACAO
               MOVE XG-TXID TO PE-PIX-TXID
               MOVE XG-PAYLOAD TO PE-PIX-PAYLOAD
               ADD 1 TO WS-QTDE-PIX
               PERFORM GRAVA-PORTFEED
           ELSE
               ADD 1 TO WS-QTDE-SEM-PIX
           END-IF.
       END PROGRAM PORTEXP.

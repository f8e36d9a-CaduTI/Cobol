      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:FILA DOS PEDIDOS DO PORTAL DE AUTOATENDIMENTO (ARQUIVO
      *         PORTFILA, CARREGADO A NOITE PELO PORTIMP): LISTA OS
      *         PENDENTES E PASSA POR ELES UM A UM PARA O ATENDENTE
      *         APROVAR OU RECUSAR. O PEDIDO APROVADO E APLICADO COM AS
      *         MESMAS REGRAS DA TELA: ALTERACAO DE ENDERECO, TELEFONE
      *         E E-MAIL COM HISTORICO NO CADLOG E O MEIO DE CONTATO
      *         CONFIRMADO NO MEIOCTT (ORIGEM DEVEDOR); OPT-OUT DAS
      *         MENSAGENS; ACORDO GRAVADO EM PARCELAS ABERTAS COM A
      *         PRESCRICAO REINICIADA; E BOLETO LIBERADO PARA A PROXIMA
      *         REMESSA. NADA DO PORTAL ENTRA NO CADASTRO SEM ESSA
      *         DECISAO. A RECUSA EXIGE OBSERVACAO E NAO MEXE EM NADA.
      *         CHAMADO PELO MENU DO BASICCOMMANDS COM O OPERADOR
      *         AUTENTICADO; SEM ELE, PEDE A AUTENTICACAO (OPLOGIN).
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Marca de correspondencia devolvida apagada pelo
      *                endereco novo gravada no historico de situacao
      *                (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFILA-FILE ASSIGN TO "PORTFILA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PF-CHAVE
               FILE STATUS WS-FS-PORTFILA.
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
           SELECT CADLOG-FILE ASSIGN TO "CADLOG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CADLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  PORTFILA-FILE.
           COPY PORTFILA.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  BOLETO-FILE.
           COPY BOLETO.
       FD  CADLOG-FILE.
           COPY CADLOG.
       WORKING-STORAGE SECTION.
       77 WS-FS-PORTFILA          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-FS-CUSTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CUST-OK       VALUE '00'.
       77 WS-FS-DEBTMAST          PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK       VALUE '00'.
       77 WS-FS-ACORDO            PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK     VALUE '00'.
       77 WS-FS-BOLETO            PIC X(02) VALUES '00'.
           88 WS-FS-BOLETO-OK     VALUE '00'.
       77 WS-FS-CADLOG            PIC X(02) VALUES '00'.
           88 WS-FS-CADLOG-OK     VALUE '00'.
       77 WS-OPERADOR-ID          PIC X(08) VALUES SPACES.
       77 WS-OPERADOR-PERFIL      PIC X(01) VALUES SPACES.
       77 WS-LOGIN-OK             PIC X(01) VALUES 'N'.
       77 WS-OPCAO-MENU           PIC 9(01) VALUES ZEROS.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-FILA-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-FILA         VALUE 'S'.
       77 WS-DETALHE-EOF          PIC X(01) VALUES 'N'.
           88 WS-FIM-DETALHE      VALUE 'S'.
       77 WS-QTDE-PENDENTES       PIC 9(05) VALUES ZEROS.
       77 WS-DIAS-PENDENTE        PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS        PIC X(01) VALUES 'N'.
      *    PASSAGEM PELOS PENDENTES: A CHAVE DO ULTIMO PEDIDO VISTO.
       77 WS-ULTIMA-CHAVE         PIC X(24) VALUES LOW-VALUES.
       77 WS-PENDENTE-ACHADO      PIC X(01) VALUES 'N'.
           88 WS-TEM-PENDENTE     VALUE 'S'.
       77 WS-ENCERRA              PIC X(01) VALUES 'N'.
           88 WS-ENCERRA-DECISAO  VALUE 'S'.
       77 WS-DECISAO              PIC X(01) VALUES SPACES.
       77 WS-OBS-DECISAO          PIC X(40) VALUES SPACES.
       77 WS-NOME-TIPO            PIC X(20) VALUES SPACES.
      *    RESULTADO DA APLICACAO DO PEDIDO APROVADO: 'S' APLICADO;
      *    SENAO O MOTIVO FICA EM WS-MOTIVO-NAO-APLICADO.
       77 WS-APLICADO             PIC X(01) VALUES 'N'.
           88 WS-PEDIDO-APLICADO  VALUE 'S'.
       77 WS-MOTIVO-NAO-APLICADO  PIC X(40) VALUES SPACES.
      *    HISTORICO DE ALTERACAO (CADLOG), IGUAL A TELA DE CADASTRO.
       77 WS-CAMPO-LOG            PIC X(12) VALUES SPACES.
       77 WS-VALOR-ANTES          PIC X(40) VALUES SPACES.
       77 WS-VALOR-DEPOIS         PIC X(40) VALUES SPACES.
       77 WS-MUDOU-TELEFONE       PIC X(01) VALUES 'N'.
       77 WS-MUDOU-EMAIL          PIC X(01) VALUES 'N'.
       77 WS-MUDOU-ENDERECO       PIC X(01) VALUES 'N'.
      *    PARAMETROS DA ROTINA CTTREG: O MEIO INFORMADO PELO PROPRIO
      *    DEVEDOR ENTRA CONFIRMADO, COM ORIGEM DEVEDOR.
       77 WS-FUNCAO-MEIO          PIC X(01) VALUES 'C'.
       77 WS-TIPO-MEIO            PIC X(01) VALUES SPACES.
       77 WS-VALOR-MEIO           PIC X(61) VALUES SPACES.
       77 WS-ORIGEM-MEIO          PIC X(01) VALUES 'D'.
       77 WS-SITUACAO-MEIO        PIC X(01) VALUES 'V'.
       77 WS-RESULTADO-MEIO       PIC X(01) VALUES SPACES.
      *    GRAVACAO DO ACORDO PROPOSTO: MESMA DIVISAO DO PORTIMP.
       77 WS-TEM-ACORDO           PIC X(01) VALUES 'N'.
       77 WS-IDX-PARCELA          PIC 9(03) VALUES ZEROS.
       77 WS-VALOR-PRIMEIRA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-VALOR-DEMAIS         PIC 9(07)V99 VALUES ZEROS.
       77 WS-VALOR-ULTIMA         PIC 9(07)V99 VALUES ZEROS.
       77 WS-VENC-PARCELA         PIC 9(08) VALUES ZEROS.
       77 WS-MESES-SOMAR          PIC 9(03) VALUES ZEROS.
       77 WS-TOTAL-MESES          PIC 9(06) VALUES ZEROS.
       01 WS-VENC-BASE.
           05 WS-BASE-ANO         PIC 9(04).
           05 WS-BASE-MES         PIC 9(02).
           05 WS-BASE-DIA         PIC 9(02).
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
       77 WS-DATA-PRESCRICAO      PIC 9(08) VALUES ZEROS.
       COPY ERRTAB.
       COPY SITUREGP.
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
                       PERFORM LISTA-PENDENTES
                   WHEN 2
                       PERFORM DECIDE-PENDENTES
                   WHEN 9
                       DISPLAY 'ENCERRANDO A FILA DO PORTAL.'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       EXIBE-MENU.
           DISPLAY ' '
           DISPLAY '===== PEDIDOS DO PORTAL DE AUTOATENDIMENTO ====='
           DISPLAY 'ATENDENTE: ' WS-OPERADOR-ID
           DISPLAY '1 - LISTAR PEDIDOS PENDENTES'
           DISPLAY '2 - APROVAR OU RECUSAR OS PENDENTES'
           DISPLAY '9 - SAIR'
           DISPLAY 'DIGITE A OPCAO DESEJADA:'.

       LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTDE-PENDENTES
           MOVE 'N' TO WS-FILA-EOF
           OPEN INPUT PORTFILA-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-FILA-EOF
           ELSE
               MOVE LOW-VALUES TO PF-CHAVE
               START PORTFILA-FILE KEY IS >= PF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FILA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-FILA
               READ PORTFILA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FILA-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-FILA-EOF
               END-IF
               IF NOT WS-FIM-FILA
                   IF PF-PENDENTE
                       ADD 1 TO WS-QTDE-PENDENTES
                       PERFORM EXIBE-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PORTFILA NOT = '35'
               CLOSE PORTFILA-FILE
           END-IF
           DISPLAY 'PEDIDOS PENDENTES: ' WS-QTDE-PENDENTES.

       EXIBE-PEDIDO.
           CALL 'DATEDIF' USING PF-DATA-PEDIDO WS-DATA-HOJE
                                WS-DIAS-PENDENTE WS-DATAS-VALIDAS
           IF WS-DATAS-VALIDAS NOT = 'S'
               MOVE ZEROS TO WS-DIAS-PENDENTE
           END-IF
           EVALUATE TRUE
               WHEN PF-TIPO-ENDERECO
                   MOVE 'ALTERACAO CADASTRAL' TO WS-NOME-TIPO
               WHEN PF-TIPO-ACORDO
                   MOVE 'PROPOSTA DE ACORDO' TO WS-NOME-TIPO
               WHEN PF-TIPO-BOLETO
                   MOVE 'PEDIDO DE BOLETO' TO WS-NOME-TIPO
               WHEN PF-TIPO-OPT-OUT
                   MOVE 'OPT-OUT MENSAGENS' TO WS-NOME-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WS-NOME-TIPO
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'PEDIDO ' PF-CHAVE ' - ' WS-NOME-TIPO
           DISPLAY '  CONTA ' PF-CONTA ' FEITO NO PORTAL EM '
                   PF-DATA-PEDIDO ' ' PF-HORA-PEDIDO ' HA '
                   WS-DIAS-PENDENTE ' DIAS'
           EVALUATE TRUE
               WHEN PF-TIPO-ENDERECO
                   IF PF-RUA NOT = SPACES OR PF-CIDADE NOT = SPACES OR
                      PF-ESTADO NOT = SPACES OR PF-CEP NOT = SPACES
                       DISPLAY '  ENDERECO: ' PF-RUA ' ' PF-CIDADE
                               ' ' PF-ESTADO ' ' PF-CEP
                   END-IF
                   IF PF-TELEFONE NOT = SPACES
                       DISPLAY '  TELEFONE: ' PF-TELEFONE
                   END-IF
                   IF PF-EMAIL NOT = SPACES
                       DISPLAY '  E-MAIL: ' PF-EMAIL
                   END-IF
               WHEN PF-TIPO-ACORDO
                   DISPLAY '  ' PF-QTDE-PARCELAS ' PARCELAS, TOTAL '
                           PF-VALOR-TOTAL ' ENTRADA ' PF-VALOR-ENTRADA
                           ' PRIMEIRO VENCIMENTO ' PF-PRIMEIRO-VENC
                   IF PF-CAMPANHA NOT = SPACES
                       DISPLAY '  COM DESCONTO DA CAMPANHA '
                               PF-CAMPANHA
                   END-IF
               WHEN PF-TIPO-BOLETO
                   DISPLAY '  BOLETO DE ' PF-BOL-ORIGEM ' ' PF-BOL-SEQ
                           ' (D=DIVIDA, P=PARCELA DO ACORDO)'
               WHEN PF-TIPO-OPT-OUT
                   DISPLAY '  DEVEDOR NAO QUER MAIS RECEBER MENSAGENS'
           END-EVALUATE.

      *    PASSA PELOS PENDENTES EM ORDEM DE PEDIDO, UM A UM; A FILA
      *    FICA FECHADA ENQUANTO O ATENDENTE DECIDE.
       DECIDE-PENDENTES.
           MOVE LOW-VALUES TO WS-ULTIMA-CHAVE
           MOVE 'N' TO WS-ENCERRA
           PERFORM UNTIL WS-ENCERRA-DECISAO
               PERFORM PROXIMO-PENDENTE
               IF NOT WS-TEM-PENDENTE
                   DISPLAY 'NAO HA MAIS PEDIDOS PENDENTES PARA '
                           'DECIDIR.'
                   MOVE 'S' TO WS-ENCERRA
               ELSE
                   PERFORM DECIDE-PEDIDO
               END-IF
           END-PERFORM.

       PROXIMO-PENDENTE.
           MOVE 'N' TO WS-PENDENTE-ACHADO WS-FILA-EOF
           OPEN INPUT PORTFILA-FILE
           IF NOT WS-FS-OK
               MOVE 'S' TO WS-FILA-EOF
           ELSE
               MOVE WS-ULTIMA-CHAVE TO PF-CHAVE
               START PORTFILA-FILE KEY IS > PF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FILA-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-FILA
               READ PORTFILA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FILA-EOF
               END-READ
               IF NOT WS-FS-OK
                   MOVE 'S' TO WS-FILA-EOF
               END-IF
               IF NOT WS-FIM-FILA
                   MOVE PF-CHAVE TO WS-ULTIMA-CHAVE
                   IF PF-PENDENTE
                       MOVE 'S' TO WS-PENDENTE-ACHADO
                       MOVE 'S' TO WS-FILA-EOF
                       PERFORM EXIBE-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-PORTFILA NOT = '35'
               CLOSE PORTFILA-FILE
           END-IF.

       DECIDE-PEDIDO.
           DISPLAY 'A=APROVAR / R=RECUSAR / P=PULAR / F=ENCERRAR:'
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN 'A'
                   PERFORM APROVA-PEDIDO
               WHEN 'R'
                   PERFORM RECUSA-PEDIDO
               WHEN 'F'
                   MOVE 'S' TO WS-ENCERRA
               WHEN OTHER
                   DISPLAY 'PEDIDO ' WS-ULTIMA-CHAVE ' CONTINUA '
                           'PENDENTE.'
           END-EVALUATE.

      *    O PEDIDO E RELIDO E CONFERIDO DE NOVO CONTRA O CADASTRO DE
      *    HOJE; SO E MARCADO APROVADO QUANDO FOI APLICADO. O QUE NAO
      *    PODE SER APLICADO CONTINUA PENDENTE E PODE SER RECUSADO.
       APROVA-PEDIDO.
           OPEN I-O PORTFILA-FILE
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': PORTFILA'
           ELSE
               MOVE WS-ULTIMA-CHAVE TO PF-CHAVE
               READ PORTFILA-FILE
                   INVALID KEY
                       DISPLAY 'PEDIDO ' WS-ULTIMA-CHAVE
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF PF-PENDENTE
                           PERFORM APLICA-PEDIDO
                       ELSE
                           DISPLAY 'PEDIDO ' PF-CHAVE ' JA DECIDIDO ('
                                   PF-SITUACAO '). NADA FEITO.'
                       END-IF
               END-READ
               CLOSE PORTFILA-FILE
           END-IF.

       APLICA-PEDIDO.
           MOVE 'N' TO WS-APLICADO
           MOVE SPACES TO WS-MOTIVO-NAO-APLICADO
           EVALUATE TRUE
               WHEN PF-TIPO-ENDERECO
                   PERFORM APLICA-ALTERACAO
               WHEN PF-TIPO-OPT-OUT
                   PERFORM APLICA-OPT-OUT
               WHEN PF-TIPO-ACORDO
                   PERFORM APLICA-ACORDO
               WHEN PF-TIPO-BOLETO
                   PERFORM APLICA-PEDIDO-BOLETO
               WHEN OTHER
                   MOVE 'TIPO DE PEDIDO DESCONHECIDO' TO
                        WS-MOTIVO-NAO-APLICADO
           END-EVALUATE
           IF WS-PEDIDO-APLICADO
               SET PF-APROVADO TO TRUE
               MOVE SPACES TO WS-OBS-DECISAO
               PERFORM GRAVA-DECISAO
           ELSE
               DISPLAY 'PEDIDO ' PF-CHAVE ' NAO APLICADO: '
                       WS-MOTIVO-NAO-APLICADO
               DISPLAY 'CONTINUA PENDENTE.'
           END-IF.

      *    MESMAS REGRAS DA ALTERACAO PELA TELA DE CADASTRO: CAMPO EM
      *    BRANCO MANTEM O VALOR, CADA CAMPO ALTERADO VAI PARA O
      *    CADLOG E O ENDERECO NOVO APAGA A MARCA DE DEVOLUCAO.
       APLICA-ALTERACAO.
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-NAO-APLICADO
           ELSE
               MOVE PF-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO
                            WS-MOTIVO-NAO-APLICADO
               END-READ
               IF WS-FS-CUST-OK
                   PERFORM ALTERA-CAMPOS-CADASTRO
               END-IF
               CLOSE CUSTMAST-FILE
           END-IF.

       ALTERA-CAMPOS-CADASTRO.
           MOVE 'N' TO WS-MUDOU-TELEFONE WS-MUDOU-EMAIL
                       WS-MUDOU-ENDERECO
           IF PF-RUA NOT = SPACES
               MOVE CM-RUA TO WS-VALOR-ANTES
               MOVE PF-RUA TO CM-RUA
               MOVE CM-RUA TO WS-VALOR-DEPOIS
               MOVE 'RUA' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               PERFORM LIMPA-MARCA-ENDERECO
               MOVE 'S' TO WS-MUDOU-ENDERECO
           END-IF
           IF PF-CIDADE NOT = SPACES
               MOVE CM-CIDADE TO WS-VALOR-ANTES
               MOVE PF-CIDADE TO CM-CIDADE
               MOVE CM-CIDADE TO WS-VALOR-DEPOIS
               MOVE 'CIDADE' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               PERFORM LIMPA-MARCA-ENDERECO
               MOVE 'S' TO WS-MUDOU-ENDERECO
           END-IF
           IF PF-ESTADO NOT = SPACES
               MOVE CM-ESTADO TO WS-VALOR-ANTES
               MOVE PF-ESTADO TO CM-ESTADO
               MOVE CM-ESTADO TO WS-VALOR-DEPOIS
               MOVE 'ESTADO' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               MOVE 'S' TO WS-MUDOU-ENDERECO
           END-IF
           IF PF-CEP NOT = SPACES
               MOVE CM-CEP TO WS-VALOR-ANTES
               MOVE PF-CEP TO CM-CEP
               MOVE CM-CEP TO WS-VALOR-DEPOIS
               MOVE 'CEP' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               PERFORM LIMPA-MARCA-ENDERECO
               MOVE 'S' TO WS-MUDOU-ENDERECO
           END-IF
           IF PF-TELEFONE NOT = SPACES
               MOVE CM-TELEFONE TO WS-VALOR-ANTES
               MOVE PF-TELEFONE TO CM-TELEFONE
               MOVE CM-TELEFONE TO WS-VALOR-DEPOIS
               MOVE 'TELEFONE' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               MOVE 'S' TO WS-MUDOU-TELEFONE
           END-IF
           IF PF-EMAIL NOT = SPACES
               MOVE CM-EMAIL TO WS-VALOR-ANTES
               MOVE PF-EMAIL TO CM-EMAIL
               MOVE CM-EMAIL TO WS-VALOR-DEPOIS
               MOVE 'E-MAIL' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               MOVE 'S' TO WS-MUDOU-EMAIL
           END-IF
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE 'FALHA NA GRAVACAO DO CADASTRO' TO
                        WS-MOTIVO-NAO-APLICADO
               NOT INVALID KEY
                   MOVE 'S' TO WS-APLICADO
                   PERFORM REGISTRA-MEIOS-CONTATO
           END-REWRITE.

       REGISTRA-MEIOS-CONTATO.
           IF WS-MUDOU-TELEFONE = 'S' AND CM-TELEFONE NOT = SPACES
               MOVE 'T' TO WS-TIPO-MEIO
               MOVE CM-TELEFONE TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF WS-MUDOU-EMAIL = 'S' AND CM-EMAIL NOT = SPACES
               MOVE 'E' TO WS-TIPO-MEIO
               MOVE CM-EMAIL TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF WS-MUDOU-ENDERECO = 'S' AND CM-RUA NOT = SPACES
               MOVE 'N' TO WS-TIPO-MEIO
               MOVE CM-ENDERECO TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF.

       CHAMA-CTTREG.
           CALL 'CTTREG' USING WS-FUNCAO-MEIO CM-CONTA WS-TIPO-MEIO
                               WS-VALOR-MEIO WS-ORIGEM-MEIO
                               WS-SITUACAO-MEIO WS-OPERADOR-ID
                               WS-RESULTADO-MEIO.

       LIMPA-MARCA-ENDERECO.
           IF CM-ENDERECO-INVALIDO
               MOVE 'N' TO CM-END-INVALIDO
               PERFORM REGISTRA-SITUACAO-ENDERECO
               DISPLAY 'MARCA DE ENDERECO INVALIDO APAGADA PELO '
                       'NOVO ENDERECO.'
           END-IF.

      *    A MARCA APAGADA PELO ENDERECO NOVO VAI PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG).
       REGISTRA-SITUACAO-ENDERECO.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-CORRESPONDENCIA TO TRUE
           MOVE 'DEVOLVIDA' TO SP-SITUACAO-ANTERIOR
           MOVE 'VALIDO' TO SP-SITUACAO-NOVA
           MOVE 'PORTCAD' TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
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
           MOVE WS-OPERADOR-ID TO CL-OPERADOR
           MOVE WS-CAMPO-LOG TO CL-CAMPO
           MOVE WS-VALOR-ANTES TO CL-ANTES
           MOVE WS-VALOR-DEPOIS TO CL-DEPOIS
           WRITE CADLOG-RECORD
           CLOSE CADLOG-FILE.

       APLICA-OPT-OUT.
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-NAO-APLICADO
           ELSE
               MOVE PF-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO
                            WS-MOTIVO-NAO-APLICADO
               END-READ
               IF WS-FS-CUST-OK
                   IF CM-OPTOU-FORA
                       MOVE 'S' TO WS-APLICADO
                   ELSE
                       MOVE CM-SEM-MENSAGEM TO WS-VALOR-ANTES
                       MOVE 'S' TO CM-SEM-MENSAGEM
                       MOVE CM-SEM-MENSAGEM TO WS-VALOR-DEPOIS
                       MOVE 'SEM-MENSAGEM' TO WS-CAMPO-LOG
                       REWRITE CUSTMAST-RECORD
                           INVALID KEY
                               MOVE 'FALHA NA GRAVACAO DO CADASTRO' TO
                                    WS-MOTIVO-NAO-APLICADO
                           NOT INVALID KEY
                               PERFORM GRAVA-ALTERACAO-CADLOG
                               MOVE 'S' TO WS-APLICADO
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE CUSTMAST-FILE
           END-IF.

      *    A CONTA PODE TER MUDADO DESDE A IMPORTACAO: SO GRAVA O
      *    ACORDO SE A DIVIDA CONTINUA EM ABERTO E SEM OUTRO ACORDO.
       APLICA-ACORDO.
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-NAO-APLICADO
           ELSE
               MOVE PF-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO
                            WS-MOTIVO-NAO-APLICADO
               END-READ
               IF WS-FS-CUST-OK AND
                  (NOT CM-NAO-PAGO OR CM-SALDO-DEVEDOR NOT > 0)
                   MOVE 'CONTA SEM DIVIDA EM ABERTO' TO
                        WS-MOTIVO-NAO-APLICADO
               END-IF
               CLOSE CUSTMAST-FILE
           END-IF
           IF WS-MOTIVO-NAO-APLICADO = SPACES
               OPEN I-O ACORDO-FILE
               IF NOT WS-FS-ACORDO-OK
                   CLOSE ACORDO-FILE
                   OPEN OUTPUT ACORDO-FILE
                   CLOSE ACORDO-FILE
                   OPEN I-O ACORDO-FILE
               END-IF
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'ARQUIVO ACORDOS INDISPONIVEL' TO
                        WS-MOTIVO-NAO-APLICADO
               ELSE
                   PERFORM VERIFICA-ACORDO-ABERTO
                   IF WS-TEM-ACORDO = 'S'
                       MOVE 'ACORDO JA EM ANDAMENTO NA CONTA' TO
                            WS-MOTIVO-NAO-APLICADO
                   ELSE
                       PERFORM GRAVA-PARCELAS-ACORDO
                   END-IF
                   CLOSE ACORDO-FILE
               END-IF
           END-IF
           IF WS-PEDIDO-APLICADO
               PERFORM REINICIA-PRESCRICAO-CONTA
           END-IF.

       VERIFICA-ACORDO-ABERTO.
           MOVE 'N' TO WS-TEM-ACORDO WS-DETALHE-EOF
           MOVE PF-CONTA TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-DETALHE-EOF
           END-START
           IF NOT WS-FS-ACORDO-OK
               MOVE 'S' TO WS-DETALHE-EOF
           END-IF
           PERFORM UNTIL WS-FIM-DETALHE
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DETALHE-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-DETALHE-EOF
               END-IF
               IF NOT WS-FIM-DETALHE
                   IF AC-CONTA NOT = PF-CONTA
                       MOVE 'S' TO WS-DETALHE-EOF
                   ELSE
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'S' TO WS-TEM-ACORDO
                           MOVE 'S' TO WS-DETALHE-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    PARCELAS ABERTAS, SEM REMESSA, COM A CAMPANHA DO PEDIDO.
      *    NUMERACAO DEPOIS DA ULTIMA PARCELA JA EXISTENTE DA CONTA
      *    (ACORDO ANTERIOR PAGO OU QUEBRADO FICA NO HISTORICO).
       GRAVA-PARCELAS-ACORDO.
           PERFORM CALCULA-PARCELAS
           PERFORM ULTIMA-PARCELA-CONTA
           MOVE PF-PRIMEIRO-VENC TO WS-VENC-BASE
           MOVE 'S' TO WS-APLICADO
           PERFORM VARYING WS-MESES-SOMAR FROM 0 BY 1
                   UNTIL WS-MESES-SOMAR NOT < PF-QTDE-PARCELAS
                      OR NOT WS-PEDIDO-APLICADO
               ADD 1 TO WS-IDX-PARCELA
               MOVE PF-CONTA TO AC-CONTA
               MOVE WS-IDX-PARCELA TO AC-PARCELA
               PERFORM CALCULA-VENC-PARCELA
               MOVE WS-VENC-PARCELA TO AC-DATA-VENCIMENTO
               EVALUATE TRUE
                   WHEN WS-MESES-SOMAR = 0
                       MOVE WS-VALOR-PRIMEIRA TO AC-VALOR
                   WHEN WS-MESES-SOMAR = PF-QTDE-PARCELAS - 1
                       MOVE WS-VALOR-ULTIMA TO AC-VALOR
                   WHEN OTHER
                       MOVE WS-VALOR-DEMAIS TO AC-VALOR
               END-EVALUATE
               SET AC-ABERTA TO TRUE
               MOVE 'N' TO AC-REMESSA
               MOVE PF-CAMPANHA TO AC-CAMPANHA
               WRITE ACORDO-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-APLICADO
                       MOVE 'PARCELA JA EXISTE NO ACORDOS' TO
                            WS-MOTIVO-NAO-APLICADO
                   NOT INVALID KEY
                       DISPLAY '  PARCELA ' AC-PARCELA ' VENCIMENTO '
                               AC-DATA-VENCIMENTO ' VALOR ' AC-VALOR
               END-WRITE
           END-PERFORM.

       ULTIMA-PARCELA-CONTA.
           MOVE ZEROS TO WS-IDX-PARCELA
           MOVE 'N' TO WS-DETALHE-EOF
           MOVE PF-CONTA TO AC-CONTA
           MOVE ZEROS TO AC-PARCELA
           START ACORDO-FILE KEY IS >= AC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-DETALHE-EOF
           END-START
           IF NOT WS-FS-ACORDO-OK
               MOVE 'S' TO WS-DETALHE-EOF
           END-IF
           PERFORM UNTIL WS-FIM-DETALHE
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DETALHE-EOF
               END-READ
               IF NOT WS-FS-ACORDO-OK
                   MOVE 'S' TO WS-DETALHE-EOF
               END-IF
               IF NOT WS-FIM-DETALHE
                   IF AC-CONTA NOT = PF-CONTA
                       MOVE 'S' TO WS-DETALHE-EOF
                   ELSE
                       MOVE AC-PARCELA TO WS-IDX-PARCELA
                   END-IF
               END-IF
           END-PERFORM.

      *    MESMA DIVISAO CONFERIDA NA IMPORTACAO (PORTIMP).
       CALCULA-PARCELAS.
           EVALUATE TRUE
               WHEN PF-QTDE-PARCELAS = 1
                   MOVE PF-VALOR-TOTAL TO WS-VALOR-PRIMEIRA
                                          WS-VALOR-DEMAIS
                                          WS-VALOR-ULTIMA
               WHEN PF-VALOR-ENTRADA = 0
                   COMPUTE WS-VALOR-DEMAIS =
                       PF-VALOR-TOTAL / PF-QTDE-PARCELAS
                   MOVE WS-VALOR-DEMAIS TO WS-VALOR-PRIMEIRA
                   COMPUTE WS-VALOR-ULTIMA = PF-VALOR-TOTAL
                       - WS-VALOR-DEMAIS * (PF-QTDE-PARCELAS - 1)
               WHEN OTHER
                   MOVE PF-VALOR-ENTRADA TO WS-VALOR-PRIMEIRA
                   COMPUTE WS-VALOR-DEMAIS =
                       (PF-VALOR-TOTAL - PF-VALOR-ENTRADA)
                       / (PF-QTDE-PARCELAS - 1)
                   COMPUTE WS-VALOR-ULTIMA = PF-VALOR-TOTAL
                       - PF-VALOR-ENTRADA
                       - WS-VALOR-DEMAIS * (PF-QTDE-PARCELAS - 2)
           END-EVALUATE.

      *    VENCIMENTO MENSAL A PARTIR DO PRIMEIRO PEDIDO PELO DEVEDOR,
      *    NO MESMO DIA (OU NO ULTIMO DIA DO MES QUANDO ELE NAO
      *    EXISTE), ROLADO PARA O PROXIMO DIA UTIL COMO NO ACORDOS.
       CALCULA-VENC-PARCELA.
           COMPUTE WS-TOTAL-MESES = WS-BASE-ANO * 12 + WS-BASE-MES - 1
                                  + WS-MESES-SOMAR
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-ANO
                  REMAINDER WS-MES
           ADD 1 TO WS-MES
           MOVE WS-BASE-DIA TO WS-DIA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           PERFORM UNTIL WS-EH-DATA-VALIDA OR WS-DIA < 29
               SUBTRACT 1 FROM WS-DIA
               CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO
                                    WS-DATA-VALIDA
           END-PERFORM
           MOVE WS-DATA-DECOMPOSTA TO WS-VENC-PARCELA
           MOVE ZEROS TO WS-QTDE-ROLAGENS
           MOVE 'N' TO WS-DIA-UTIL
           PERFORM UNTIL WS-EH-DIA-UTIL OR WS-QTDE-ROLAGENS > 30
               CALL 'DAYCHECK' USING WS-DIA-SEMANA WS-NOME-DIA
                                     WS-DIA-UTIL OMITTED
                                     WS-VENC-PARCELA
               IF NOT WS-EH-DIA-UTIL
                   ADD 1 TO WS-QTDE-ROLAGENS
                   COMPUTE WS-VENC-PARCELA = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-VENC-PARCELA)
                        + 1)
               END-IF
           END-PERFORM.

      *    ACORDO FECHADO E RECONHECIMENTO DA DIVIDA E INTERROMPE A
      *    PRESCRICAO, IGUAL AO ACORDO FEITO NO BALCAO (ACORDOS).
       REINICIA-PRESCRICAO-CONTA.
           CALL 'PRESCDT' USING WS-DATA-HOJE WS-DATA-PRESCRICAO
           MOVE 'N' TO WS-DETALHE-EOF
           OPEN I-O DEBTMAST-FILE
           IF NOT WS-FS-DEBT-OK
               MOVE 'S' TO WS-DETALHE-EOF
           ELSE
               MOVE PF-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DETALHE-EOF
               END-START
               IF NOT WS-FS-DEBT-OK
                   MOVE 'S' TO WS-DETALHE-EOF
               END-IF
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
                   IF DB-CONTA NOT = PF-CONTA
                       MOVE 'S' TO WS-DETALHE-EOF
                   ELSE
                       IF NOT DB-PAGO AND
                          DB-DATA-PRESCRICAO < WS-DATA-PRESCRICAO
                           MOVE WS-DATA-PRESCRICAO TO
                                DB-DATA-PRESCRICAO
                           MOVE SPACES TO DB-PRESCRICAO
                           REWRITE DEBTMAST-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DEBTMAST-FILE
           OPEN I-O CUSTMAST-FILE
           IF WS-FS-CUST-OK
               MOVE PF-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CUST-OK AND NOT CM-PAGO AND
                  CM-DATA-PRESCRICAO < WS-DATA-PRESCRICAO
                   MOVE WS-DATA-PRESCRICAO TO CM-DATA-PRESCRICAO
                   MOVE SPACES TO CM-PRESCRICAO
                   REWRITE CUSTMAST-RECORD
                   DISPLAY 'PRESCRICAO DA CONTA REINICIADA PELO '
                           'ACORDO: NOVA DATA ' WS-DATA-PRESCRICAO
               END-IF
           END-IF
           CLOSE CUSTMAST-FILE.

      *    O BOLETO PEDIDO SAI NA PROXIMA REMESSA (BANCOREM): A MARCA
      *    DE REMESSA DA DIVIDA OU PARCELA E APAGADA, COMO NA
      *    EXPIRACAO (BOLAGING). COM BOLETO AINDA VALIDO NO BANCO NAO
      *    HA O QUE EMITIR: O PEDIDO FICA PENDENTE PARA O ATENDENTE
      *    INFORMAR O DEVEDOR E RECUSAR.
       APLICA-PEDIDO-BOLETO.
           OPEN INPUT BOLETO-FILE
           IF WS-FS-BOLETO-OK
               MOVE PF-CONTA TO BO-CONTA
               MOVE PF-BOL-ORIGEM TO BO-ORIGEM
               MOVE PF-BOL-SEQ TO BO-SEQ
               READ BOLETO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BO-REMETIDO
                           MOVE 'BOLETO AINDA VALIDO NO BANCO' TO
                                WS-MOTIVO-NAO-APLICADO
                       END-IF
               END-READ
               CLOSE BOLETO-FILE
           END-IF
           IF WS-MOTIVO-NAO-APLICADO = SPACES
               EVALUATE TRUE
                   WHEN PF-BOL-PARCELA
                       PERFORM LIBERA-REMESSA-PARCELA
                   WHEN PF-BOL-SEQ > 0
                       PERFORM LIBERA-REMESSA-DIVIDA
                   WHEN OTHER
                       PERFORM LIBERA-REMESSA-CONTA
               END-EVALUATE
           END-IF.

       LIBERA-REMESSA-PARCELA.
           OPEN I-O ACORDO-FILE
           IF NOT WS-FS-ACORDO-OK
               MOVE 'ARQUIVO ACORDOS INDISPONIVEL' TO
                    WS-MOTIVO-NAO-APLICADO
           ELSE
               MOVE PF-CONTA TO AC-CONTA
               MOVE PF-BOL-SEQ TO AC-PARCELA
               READ ACORDO-FILE
                   INVALID KEY
                       MOVE 'PARCELA NAO ENCONTRADA' TO
                            WS-MOTIVO-NAO-APLICADO
                   NOT INVALID KEY
                       IF AC-ABERTA OR AC-ATRASADA
                           MOVE 'N' TO AC-REMESSA
                           REWRITE ACORDO-RECORD
                           MOVE 'S' TO WS-APLICADO
                       ELSE
                           MOVE 'PARCELA NAO ESTA MAIS EM ABERTO' TO
                                WS-MOTIVO-NAO-APLICADO
                       END-IF
               END-READ
               CLOSE ACORDO-FILE
           END-IF.

       LIBERA-REMESSA-DIVIDA.
           OPEN I-O DEBTMAST-FILE
           IF NOT WS-FS-DEBT-OK
               MOVE 'ARQUIVO DEBTMAST INDISPONIVEL' TO
                    WS-MOTIVO-NAO-APLICADO
           ELSE
               MOVE PF-CONTA TO DB-CONTA
               MOVE PF-BOL-SEQ TO DB-SEQ
               READ DEBTMAST-FILE
                   INVALID KEY
                       MOVE 'DIVIDA NAO ENCONTRADA' TO
                            WS-MOTIVO-NAO-APLICADO
                   NOT INVALID KEY
                       IF DB-NAO-PAGO
                           MOVE 'N' TO DB-REMESSA
                           REWRITE DEBTMAST-RECORD
                           MOVE 'S' TO WS-APLICADO
                       ELSE
                           MOVE 'DIVIDA NAO ESTA MAIS EM ABERTO' TO
                                WS-MOTIVO-NAO-APLICADO
                       END-IF
               END-READ
               CLOSE DEBTMAST-FILE
           END-IF.

       LIBERA-REMESSA-CONTA.
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-CUST-OK
               MOVE 'CADASTRO CUSTMAST INDISPONIVEL' TO
                    WS-MOTIVO-NAO-APLICADO
           ELSE
               MOVE PF-CONTA TO CM-CONTA
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO
                            WS-MOTIVO-NAO-APLICADO
                   NOT INVALID KEY
                       IF CM-NAO-PAGO
                           MOVE 'N' TO CM-REMESSA
                           REWRITE CUSTMAST-RECORD
                           MOVE 'S' TO WS-APLICADO
                       ELSE
                           MOVE 'CONTA SEM DIVIDA EM ABERTO' TO
                                WS-MOTIVO-NAO-APLICADO
                       END-IF
               END-READ
               CLOSE CUSTMAST-FILE
           END-IF.

      *    A RECUSA EXIGE A OBSERVACAO DO ATENDENTE, QUE O PORTAL
      *    MOSTRA AO DEVEDOR, E NAO MEXE EM NADA NA CONTA.
       RECUSA-PEDIDO.
           MOVE SPACES TO WS-OBS-DECISAO
           PERFORM UNTIL WS-OBS-DECISAO NOT = SPACES
               DISPLAY 'MOTIVO DA RECUSA (OBRIGATORIO):'
               ACCEPT WS-OBS-DECISAO
           END-PERFORM
           OPEN I-O PORTFILA-FILE
           IF NOT WS-FS-OK
               SET EC-FALHA-ARQUIVO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': PORTFILA'
           ELSE
               MOVE WS-ULTIMA-CHAVE TO PF-CHAVE
               READ PORTFILA-FILE
                   INVALID KEY
                       DISPLAY 'PEDIDO ' WS-ULTIMA-CHAVE
                               ' NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF PF-PENDENTE
                           SET PF-RECUSADO TO TRUE
                           PERFORM GRAVA-DECISAO
                       ELSE
                           DISPLAY 'PEDIDO ' PF-CHAVE ' JA DECIDIDO ('
                                   PF-SITUACAO '). NADA FEITO.'
                       END-IF
               END-READ
               CLOSE PORTFILA-FILE
           END-IF.

       GRAVA-DECISAO.
           MOVE WS-OPERADOR-ID TO PF-ATENDENTE
           MOVE WS-DATA-HOJE TO PF-DATA-DECISAO
           ACCEPT PF-HORA-DECISAO FROM TIME
           MOVE WS-OBS-DECISAO TO PF-OBS-DECISAO
           REWRITE PORTFILA-RECORD
               INVALID KEY
                   SET EC-FALHA-ARQUIVO TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': PORTFILA ' PF-CHAVE
               NOT INVALID KEY
                   IF PF-APROVADO
                       DISPLAY 'PEDIDO ' PF-CHAVE ' APROVADO E '
                               'APLICADO NA CONTA.'
                   ELSE
                       DISPLAY 'PEDIDO ' PF-CHAVE ' RECUSADO. NADA '
                               'FOI ALTERADO NA CONTA.'
                   END-IF
           END-REWRITE.
       END PROGRAM PORTCAD.

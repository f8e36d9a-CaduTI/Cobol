      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE EMISSAO DA COBRANCA PIX
      *         DINAMICA (TXID) DE UMA DIVIDA, PARCELA DE ACORDO OU
      *         COTACAO DE QUITACAO, CHAMADA PELO BALCAO (PIXEMIT),
      *         PELOS LEMBRETES DO BUREAU (MENSAGEM) E PELO FEED DO
      *         PORTAL (PORTEXP). A COBRANCA ATIVA DO MESMO ITEM COM O
      *         MESMO VALOR E REAPROVEITADA; SENAO E GRAVADA UMA NOVA
      *         NO ARQUIVO PIXCOBS E AS ANTERIORES DO ITEM FICAM
      *         SUBSTITUIDAS (AS VENCIDAS, EXPIRADAS). O PAYLOAD E O
      *         BR CODE DO BANCO CENTRAL (COPIA E COLA): CHAVE PIX,
      *         RECEBEDOR E CIDADE DO CONTROLE PIXPRM, VALOR, TXID E
      *         CRC16. OS ARQUIVOS FICAM ABERTOS ENTRE AS CHAMADAS;
      *         A FUNCAO 'E' FECHA. PARAMETROS NO COPYBOOK PIXGERAP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXGERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIXPRM-FILE ASSIGN TO "PIXPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PIXPRM.
           SELECT PIXCOB-FILE ASSIGN TO "PIXCOBS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY XC-TXID
               ALTERNATE RECORD KEY XC-REFERENCIA WITH DUPLICATES
               FILE STATUS WS-FS-PIXCOB.
       DATA DIVISION.
       FILE SECTION.
       FD  PIXPRM-FILE.
           COPY PIXPRM.
       FD  PIXCOB-FILE.
           COPY PIXCOB.
       WORKING-STORAGE SECTION.
       77 WS-FS-PIXPRM            PIC X(02) VALUES '00'.
       77 WS-FS-PIXCOB            PIC X(02) VALUES '00'.
           88 WS-FS-PIXCOB-OK     VALUES '00' '02'.
       77 WS-ARQUIVOS-ABERTOS     PIC X(01) VALUES 'N'.
           88 WS-JA-ABRIU         VALUE 'S'.
       77 WS-PARAMETRO-LIDO       PIC X(01) VALUES 'N'.
           88 WS-TEM-PARAMETRO    VALUE 'S'.
       77 WS-COBRANCA-DISPONIVEL  PIC X(01) VALUES 'N'.
           88 WS-COBRANCA-ABRIU   VALUE 'S'.
       77 WS-SWEEP-EOF            PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP        VALUE 'S'.
       77 WS-ACHOU-ATIVA          PIC X(01) VALUES 'N'.
           88 WS-TEM-ATIVA        VALUE 'S'.
       77 WS-VALOR-MAXIMO         PIC 9(07)V99 VALUES 99999.99.
       77 WS-DATA-LIMITE          PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-DIA             PIC 9(03) VALUES ZEROS.
       77 WS-CONTADOR-DIA         PIC 9(02) VALUES ZEROS.
       77 WS-VALOR-EDIT           PIC ZZZZ9.99.
       77 WS-PONTEIRO             PIC 9(03) VALUES 1.
       77 WS-PONTEIRO-MONTA       PIC 9(03) VALUES 1.
       77 WS-TAM-PAYLOAD          PIC 9(03) VALUES ZEROS.
       77 WS-IDX-CARACTER         PIC 9(03) VALUES ZEROS.
       77 WS-CARACTER             PIC X(01) VALUES SPACE.
       77 WS-CODIGO-CARACTER      PIC 9(03) VALUES ZEROS.
       77 WS-IDX-BIT              PIC 9(02) VALUES ZEROS.
       77 WS-IDX-DESLOCA          PIC 9(02) VALUES ZEROS.
       77 WS-BIT-SAIDA            PIC 9(01) VALUES ZEROS.
       77 WS-VALOR-NIBBLE         PIC 9(02) VALUES ZEROS.
       77 WS-IDX-NIBBLE           PIC 9(01) VALUES ZEROS.
       77 WS-IDX-HEX              PIC 9(02) VALUES ZEROS.
      *    CAMPO DO BR CODE EM MONTAGEM: IDENTIFICADOR, TAMANHO E
      *    VALOR (O TAMANHO E O DO VALOR SEM BRANCOS A DIREITA).
       77 WS-CAMPO-ID             PIC X(02) VALUES SPACES.
       77 WS-CAMPO-TAM            PIC 9(02) VALUES ZEROS.
       77 WS-CAMPO-VALOR          PIC X(99) VALUES SPACES.
       77 WS-MONTAGEM             PIC X(99) VALUES SPACES.
       01 WS-TXID-NOVO.
           05 FILLER              PIC X(03) VALUE 'COB'.
           05 WS-TX-CONTA         PIC 9(08).
           05 WS-TX-ORIGEM        PIC X(01).
           05 WS-TX-SEQ           PIC 9(03).
           05 WS-TX-DATA          PIC 9(08).
           05 WS-TX-CONTADOR      PIC 9(02).
      *    CARACTERES IMPRIMIVEIS DO BR CODE NA ORDEM DA TABELA
      *    ASCII (CODIGOS 32 A 126): O CRC E CALCULADO SOBRE O CODIGO
      *    ASCII, QUALQUER QUE SEJA O CODIGO DA MAQUINA.
       01 WS-TABELA-ASCII.
           05 FILLER              PIC X(32) VALUE
              ' !"#$%&''()*+,-./0123456789:;<=>?'.
           05 FILLER              PIC X(32) VALUE
              '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
           05 FILLER              PIC X(31) VALUE
              '`abcdefghijklmnopqrstuvwxyz{|}~'.
       01 WS-DIGITOS-HEX          PIC X(16) VALUE '0123456789ABCDEF'.
      *    CRC16-CCITT (POLINOMIO 1021, INICIAL FFFF), UM BIT POR
      *    POSICAO, DO MAIS SIGNIFICATIVO PARA O MENOS.
       01 WS-CRC.
           05 WS-CRC-BIT          PIC 9(01) OCCURS 16.
       01 WS-POLINOMIO-BITS       PIC X(16) VALUE '0001000000100001'.
       01 WS-POLINOMIO REDEFINES WS-POLINOMIO-BITS.
           05 WS-POLI-BIT         PIC 9(01) OCCURS 16.
       01 WS-BYTE.
           05 WS-BYTE-BIT         PIC 9(01) OCCURS 8.
       01 WS-CRC-HEX              PIC X(04) VALUE SPACES.
       LINKAGE SECTION.
           COPY PIXGERAP.
       PROCEDURE DIVISION USING PIXGERA-PARAMETROS.
       MAIN-PROCEDURE.
           IF XG-ENCERRA
               PERFORM FECHA-ARQUIVOS-PIX
               GOBACK
           END-IF
           MOVE SPACES TO XG-TXID XG-PAYLOAD
           IF NOT WS-JA-ABRIU
               PERFORM ABRE-ARQUIVOS-PIX
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TEM-PARAMETRO OR NOT WS-COBRANCA-ABRIU
                   SET XG-SEM-PARAMETRO TO TRUE
               WHEN XG-VALOR = 0 OR XG-VALOR > WS-VALOR-MAXIMO
                   SET XG-VALOR-INVALIDO TO TRUE
               WHEN OTHER
                   PERFORM CALCULA-EXPIRACAO
                   PERFORM REVISA-COBRANCAS-ITEM
                   IF NOT WS-TEM-ATIVA
                       PERFORM GRAVA-COBRANCA-NOVA
                   END-IF
           END-EVALUATE
           GOBACK.

      *    SO UMA VEZ POR EXECUCAO: O CONTROLE PIXPRM E LIDO E O
      *    ARQUIVO DE COBRANCAS E ABERTO (CRIADO NA PRIMEIRA VEZ).
       ABRE-ARQUIVOS-PIX.
           MOVE 'S' TO WS-ARQUIVOS-ABERTOS
           MOVE 'N' TO WS-PARAMETRO-LIDO WS-COBRANCA-DISPONIVEL
           OPEN INPUT PIXPRM-FILE
           IF WS-FS-PIXPRM = '00'
               READ PIXPRM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-PIXPRM = '00' AND
                  XP-CHAVE-PIX NOT = SPACES AND
                  XP-NOME-RECEBEDOR NOT = SPACES AND
                  XP-CIDADE NOT = SPACES
                   MOVE 'S' TO WS-PARAMETRO-LIDO
               END-IF
               CLOSE PIXPRM-FILE
           END-IF
           IF WS-TEM-PARAMETRO AND
              (XP-DIAS-VALIDADE IS NOT NUMERIC OR
               XP-DIAS-VALIDADE = 0)
               MOVE 1 TO XP-DIAS-VALIDADE
           END-IF
           OPEN I-O PIXCOB-FILE
           IF NOT WS-FS-PIXCOB-OK
               CLOSE PIXCOB-FILE
               OPEN OUTPUT PIXCOB-FILE
               CLOSE PIXCOB-FILE
               OPEN I-O PIXCOB-FILE
           END-IF
           IF WS-FS-PIXCOB-OK
               MOVE 'S' TO WS-COBRANCA-DISPONIVEL
           END-IF.

       FECHA-ARQUIVOS-PIX.
           IF WS-COBRANCA-ABRIU
               CLOSE PIXCOB-FILE
           END-IF
           MOVE 'N' TO WS-ARQUIVOS-ABERTOS WS-COBRANCA-DISPONIVEL
                       WS-PARAMETRO-LIDO.

      *    SEM DATA PEDIDA, A VALIDADE PADRAO DO PIXPRM A PARTIR DE
      *    HOJE; DATA PEDIDA JA PASSADA VALE SO ATE HOJE.
       CALCULA-EXPIRACAO.
           IF XG-DATA-EXPIRACAO = 0
               COMPUTE XG-DATA-EXPIRACAO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (XG-DATA-HOJE) +
                    XP-DIAS-VALIDADE)
           END-IF
           IF XG-DATA-EXPIRACAO < XG-DATA-HOJE
               MOVE XG-DATA-HOJE TO XG-DATA-EXPIRACAO
           END-IF.

      *    COBRANCAS JA EMITIDAS PARA O ITEM (CHAVE ALTERNADA): A
      *    ATIVA VENCIDA FICA EXPIRADA; A PRIMEIRA ATIVA COM O MESMO
      *    VALOR E REAPROVEITADA E AS DEMAIS ATIVAS SAO SUBSTITUIDAS.
      *    AS EMITIDAS HOJE DAO O CONTADOR DO DIA DO TXID NOVO.
       REVISA-COBRANCAS-ITEM.
           MOVE 'N' TO WS-ACHOU-ATIVA WS-SWEEP-EOF
           MOVE ZEROS TO WS-QTDE-DIA
           MOVE XG-CONTA TO XC-CONTA
           MOVE XG-ORIGEM TO XC-ORIGEM
           MOVE XG-SEQ TO XC-SEQ
           START PIXCOB-FILE KEY IS = XC-REFERENCIA
               INVALID KEY
                   MOVE 'S' TO WS-SWEEP-EOF
           END-START
           PERFORM UNTIL WS-FIM-SWEEP
               READ PIXCOB-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-PIXCOB-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF XC-CONTA NOT = XG-CONTA OR
                      XC-ORIGEM NOT = XG-ORIGEM OR
                      XC-SEQ NOT = XG-SEQ
                       MOVE 'S' TO WS-SWEEP-EOF
                   ELSE
                       PERFORM AVALIA-COBRANCA-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       AVALIA-COBRANCA-ITEM.
           IF XC-DATA-EMISSAO = XG-DATA-HOJE
               ADD 1 TO WS-QTDE-DIA
           END-IF
           IF XC-ATIVA
               EVALUATE TRUE
                   WHEN XC-DATA-EXPIRACAO < XG-DATA-HOJE
                       SET XC-EXPIRADA TO TRUE
                       REWRITE PIXCOB-RECORD
                   WHEN XC-VALOR = XG-VALOR AND NOT WS-TEM-ATIVA
                       MOVE 'S' TO WS-ACHOU-ATIVA
                       MOVE XC-TXID TO XG-TXID
                       MOVE XC-PAYLOAD TO XG-PAYLOAD
                       MOVE XC-DATA-EXPIRACAO TO XG-DATA-EXPIRACAO
                       SET XG-COBRANCA-REUSADA TO TRUE
                   WHEN OTHER
                       SET XC-SUBSTITUIDA TO TRUE
                       REWRITE PIXCOB-RECORD
               END-EVALUATE
           END-IF.

       GRAVA-COBRANCA-NOVA.
           IF WS-QTDE-DIA > 99
               SET XG-ERRO-GRAVACAO TO TRUE
           ELSE
               MOVE WS-QTDE-DIA TO WS-CONTADOR-DIA
               MOVE XG-CONTA TO WS-TX-CONTA
               MOVE XG-ORIGEM TO WS-TX-ORIGEM
               MOVE XG-SEQ TO WS-TX-SEQ
               MOVE XG-DATA-HOJE TO WS-TX-DATA
               MOVE WS-CONTADOR-DIA TO WS-TX-CONTADOR
               MOVE WS-TXID-NOVO TO XG-TXID
               PERFORM MONTA-BR-CODE
               INITIALIZE PIXCOB-RECORD
               MOVE XG-TXID TO XC-TXID
               MOVE XG-CONTA TO XC-CONTA
               MOVE XG-ORIGEM TO XC-ORIGEM
               MOVE XG-SEQ TO XC-SEQ
               MOVE XG-VALOR TO XC-VALOR
               MOVE XG-DATA-HOJE TO XC-DATA-EMISSAO
               ACCEPT XC-HORA-EMISSAO FROM TIME
               MOVE XG-DATA-EXPIRACAO TO XC-DATA-EXPIRACAO
               SET XC-ATIVA TO TRUE
               MOVE XG-CANAL TO XC-CANAL
               MOVE XG-OPERADOR TO XC-OPERADOR
               MOVE XG-PAYLOAD TO XC-PAYLOAD
               WRITE PIXCOB-RECORD
                   INVALID KEY
                       SET XG-ERRO-GRAVACAO TO TRUE
                       MOVE SPACES TO XG-TXID XG-PAYLOAD
                   NOT INVALID KEY
                       SET XG-COBRANCA-NOVA TO TRUE
               END-WRITE
           END-IF.

      *    BR CODE (EMV) DA COBRANCA: FORMATO 01, USO UNICO (12),
      *    CONTA DO RECEBEDOR (26: GUI DO PIX E A CHAVE), CATEGORIA
      *    0000, MOEDA 986, VALOR, PAIS, NOME, CIDADE, TXID (62/05) E
      *    O CRC16 DE TUDO ATE O IDENTIFICADOR DELE (6304).
       MONTA-BR-CODE.
           MOVE SPACES TO XG-PAYLOAD
           MOVE 1 TO WS-PONTEIRO
           STRING '000201' '010212' DELIMITED BY SIZE
                  INTO XG-PAYLOAD WITH POINTER WS-PONTEIRO
           MOVE SPACES TO WS-MONTAGEM
           MOVE 1 TO WS-PONTEIRO-MONTA
           STRING '0014BR.GOV.BCB.PIX' DELIMITED BY SIZE
                  INTO WS-MONTAGEM WITH POINTER WS-PONTEIRO-MONTA
           MOVE '01' TO WS-CAMPO-ID
           MOVE XP-CHAVE-PIX TO WS-CAMPO-VALOR
           PERFORM MEDE-CAMPO
           STRING WS-CAMPO-ID WS-CAMPO-TAM
                  WS-CAMPO-VALOR (1:WS-CAMPO-TAM)
                  DELIMITED BY SIZE
                  INTO WS-MONTAGEM WITH POINTER WS-PONTEIRO-MONTA
           MOVE '26' TO WS-CAMPO-ID
           MOVE WS-MONTAGEM TO WS-CAMPO-VALOR
           PERFORM ACRESCENTA-CAMPO
           STRING '52040000' '5303986' DELIMITED BY SIZE
                  INTO XG-PAYLOAD WITH POINTER WS-PONTEIRO
           MOVE XG-VALOR TO WS-VALOR-EDIT
           MOVE '54' TO WS-CAMPO-ID
           MOVE SPACES TO WS-CAMPO-VALOR
           MOVE ZEROS TO WS-IDX-CARACTER
           INSPECT WS-VALOR-EDIT TALLYING WS-IDX-CARACTER
               FOR LEADING SPACES
           ADD 1 TO WS-IDX-CARACTER
           MOVE WS-VALOR-EDIT (WS-IDX-CARACTER:) TO WS-CAMPO-VALOR
           PERFORM ACRESCENTA-CAMPO
           STRING '5802BR' DELIMITED BY SIZE
                  INTO XG-PAYLOAD WITH POINTER WS-PONTEIRO
           MOVE '59' TO WS-CAMPO-ID
           MOVE XP-NOME-RECEBEDOR TO WS-CAMPO-VALOR
           PERFORM ACRESCENTA-CAMPO
           MOVE '60' TO WS-CAMPO-ID
           MOVE XP-CIDADE TO WS-CAMPO-VALOR
           PERFORM ACRESCENTA-CAMPO
           MOVE '62' TO WS-CAMPO-ID
           MOVE SPACES TO WS-CAMPO-VALOR
           STRING '0525' XG-TXID DELIMITED BY SIZE
                  INTO WS-CAMPO-VALOR
           PERFORM ACRESCENTA-CAMPO
           STRING '6304' DELIMITED BY SIZE
                  INTO XG-PAYLOAD WITH POINTER WS-PONTEIRO
           COMPUTE WS-TAM-PAYLOAD = WS-PONTEIRO - 1
           PERFORM CALCULA-CRC16
           STRING WS-CRC-HEX DELIMITED BY SIZE
                  INTO XG-PAYLOAD WITH POINTER WS-PONTEIRO.

       ACRESCENTA-CAMPO.
           PERFORM MEDE-CAMPO
           IF WS-CAMPO-TAM > 0
               STRING WS-CAMPO-ID WS-CAMPO-TAM
                      WS-CAMPO-VALOR (1:WS-CAMPO-TAM)
                      DELIMITED BY SIZE
                      INTO XG-PAYLOAD WITH POINTER WS-PONTEIRO
           END-IF.

      *    TAMANHO DO VALOR SEM OS BRANCOS A DIREITA.
       MEDE-CAMPO.
           PERFORM VARYING WS-CAMPO-TAM FROM 99 BY -1
                   UNTIL WS-CAMPO-TAM = 0
                      OR WS-CAMPO-VALOR (WS-CAMPO-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      *    CRC16-CCITT SOBRE O CODIGO ASCII DE CADA CARACTER DO
      *    PAYLOAD. CARACTER FORA DA TABELA (ACENTUADO) VIRA BRANCO
      *    NO PROPRIO PAYLOAD ANTES DE ENTRAR NO CALCULO.
       CALCULA-CRC16.
           PERFORM VARYING WS-IDX-BIT FROM 1 BY 1 UNTIL WS-IDX-BIT > 16
               MOVE 1 TO WS-CRC-BIT (WS-IDX-BIT)
           END-PERFORM
           PERFORM VARYING WS-IDX-CARACTER FROM 1 BY 1
                   UNTIL WS-IDX-CARACTER > WS-TAM-PAYLOAD
               MOVE XG-PAYLOAD (WS-IDX-CARACTER:1) TO WS-CARACTER
               MOVE ZEROS TO WS-CODIGO-CARACTER
               INSPECT WS-TABELA-ASCII TALLYING WS-CODIGO-CARACTER
                   FOR CHARACTERS BEFORE INITIAL WS-CARACTER
               IF WS-CODIGO-CARACTER > 94
                   MOVE SPACE TO XG-PAYLOAD (WS-IDX-CARACTER:1)
                   MOVE ZEROS TO WS-CODIGO-CARACTER
               END-IF
               ADD 32 TO WS-CODIGO-CARACTER
               PERFORM SOMA-BYTE-CRC
           END-PERFORM
           MOVE SPACES TO WS-CRC-HEX
           PERFORM VARYING WS-IDX-NIBBLE FROM 1 BY 1
                   UNTIL WS-IDX-NIBBLE > 4
               COMPUTE WS-IDX-BIT = (WS-IDX-NIBBLE - 1) * 4 + 1
               COMPUTE WS-VALOR-NIBBLE =
                   WS-CRC-BIT (WS-IDX-BIT) * 8 +
                   WS-CRC-BIT (WS-IDX-BIT + 1) * 4 +
                   WS-CRC-BIT (WS-IDX-BIT + 2) * 2 +
                   WS-CRC-BIT (WS-IDX-BIT + 3)
               COMPUTE WS-IDX-HEX = WS-VALOR-NIBBLE + 1
               MOVE WS-DIGITOS-HEX (WS-IDX-HEX:1) TO
                    WS-CRC-HEX (WS-IDX-NIBBLE:1)
           END-PERFORM.

      *    O BYTE ENTRA NOS 8 BITS ALTOS DO CRC (OU EXCLUSIVO) E O
      *    REGISTRO E DESLOCADO 8 VEZES; CADA BIT 1 QUE SAI APLICA O
      *    POLINOMIO.
       SOMA-BYTE-CRC.
           PERFORM VARYING WS-IDX-BIT FROM 8 BY -1 UNTIL WS-IDX-BIT = 0
               DIVIDE WS-CODIGO-CARACTER BY 2
                   GIVING WS-CODIGO-CARACTER
                   REMAINDER WS-BYTE-BIT (WS-IDX-BIT)
           END-PERFORM
           PERFORM VARYING WS-IDX-BIT FROM 1 BY 1 UNTIL WS-IDX-BIT > 8
               IF WS-BYTE-BIT (WS-IDX-BIT) = 1
                   COMPUTE WS-CRC-BIT (WS-IDX-BIT) =
                       1 - WS-CRC-BIT (WS-IDX-BIT)
               END-IF
           END-PERFORM
           PERFORM DESLOCA-CRC 8 TIMES.

       DESLOCA-CRC.
           MOVE WS-CRC-BIT (1) TO WS-BIT-SAIDA
           PERFORM VARYING WS-IDX-DESLOCA FROM 1 BY 1
                   UNTIL WS-IDX-DESLOCA > 15
               MOVE WS-CRC-BIT (WS-IDX-DESLOCA + 1) TO
                    WS-CRC-BIT (WS-IDX-DESLOCA)
           END-PERFORM
           MOVE 0 TO WS-CRC-BIT (16)
           IF WS-BIT-SAIDA = 1
               PERFORM VARYING WS-IDX-DESLOCA FROM 1 BY 1
                       UNTIL WS-IDX-DESLOCA > 16
                   IF WS-POLI-BIT (WS-IDX-DESLOCA) = 1
                       COMPUTE WS-CRC-BIT (WS-IDX-DESLOCA) =
                           1 - WS-CRC-BIT (WS-IDX-DESLOCA)
                   END-IF
               END-PERFORM
           END-IF.
       END PROGRAM PIXGERA.

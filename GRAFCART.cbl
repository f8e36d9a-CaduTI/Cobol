      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE GRAVACAO DAS CARTAS DA NOITE NO
      *         ARQUIVO DE TRABALHO DA GRAFICA (CARTGRAF, LAYOUT
      *         GRAFWRK), CHAMADA PELAS CARTAS DE COBRANCA E AVISOS A
      *         AVALISTAS (CARTAS) E PELAS CARTAS DE QUITACAO
      *         (CARTQUIT). A FUNCAO 'C' ABRE UMA CARTA: GRAVA O
      *         REGISTRO DE ENDERECO COM O BLOCO DE ENDERECO MONTADO
      *         PELA ROTINA ETIQUETA E A CHAVE DE ORDENACAO PELO CEP
      *         (SO OS DIGITOS; CEP SEM OS 8 DIGITOS VAI PARA O FIM
      *         COMO 99999999). A FUNCAO 'L' GRAVA UMA LINHA DO TEXTO
      *         DA CARTA ABERTA. O ARQUIVO E ESTENDIDO (CRIADO SE
      *         AUSENTE) E FICA ABERTO ENTRE AS CHAMADAS; A FUNCAO 'E'
      *         FECHA. O GRAFICA ORDENA O ARQUIVO E GERA A REMESSA.
      *         PARAMETROS NO COPYBOOK GRAFCARP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAFCART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTGRAF-FILE ASSIGN TO "CARTGRAF"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-CARTGRAF.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTGRAF-FILE.
           COPY GRAFWRK.
       WORKING-STORAGE SECTION.
       77 WS-FS-CARTGRAF          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-ARQUIVO-ABERTO       PIC X(01) VALUES 'N'.
           88 WS-JA-ABRIU         VALUE 'S'.
       77 WS-ARQUIVO-DISPONIVEL   PIC X(01) VALUES 'N'.
           88 WS-TEM-ARQUIVO      VALUE 'S'.
       77 WS-CARTA-ABERTA         PIC X(01) VALUES 'N'.
           88 WS-TEM-CARTA        VALUE 'S'.
      *    A DATA E A HORA DA ABERTURA DO ARQUIVO ENTRAM NA CHAVE:
      *    CARTAS DE PROGRAMAS DIFERENTES OU DE UM REINICIO NA MESMA
      *    NOITE NUNCA SE MISTURAM NA ORDENACAO.
       77 WS-DATA-ABERTURA        PIC 9(08) VALUES ZEROS.
       77 WS-HORA-ABERTURA        PIC 9(08) VALUES ZEROS.
       77 WS-SEQ-CARTA            PIC 9(06) VALUES ZEROS.
       77 WS-LINHA                PIC 9(03) VALUES ZEROS.
       77 WS-CEP-ORDEM            PIC X(08) VALUES SPACES.
       77 WS-ORIGEM               PIC X(01) VALUES SPACES.
       77 WS-IDX-CEP              PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-DIGITOS         PIC 9(02) VALUES ZEROS.
       77 WS-CARACTER             PIC X(01) VALUES SPACE.
       COPY ETIQPRM.
       LINKAGE SECTION.
           COPY GRAFCARP.
       PROCEDURE DIVISION USING GRAFCART-PARAMETROS.
       MAIN-PROCEDURE.
           IF GC-ENCERRA
               PERFORM FECHA-ARQUIVO-GRAFICA
               GOBACK
           END-IF
           IF NOT WS-JA-ABRIU
               PERFORM ABRE-ARQUIVO-GRAFICA
           END-IF
           SET GC-SEM-ARQUIVO TO TRUE
           IF WS-TEM-ARQUIVO
               EVALUATE TRUE
                   WHEN GC-NOVA-CARTA
                       PERFORM GRAVA-ENDERECO-CARTA
                   WHEN GC-LINHA-CARTA AND WS-TEM-CARTA
                       PERFORM GRAVA-LINHA-CARTA
               END-EVALUATE
           END-IF
           GOBACK.

       ABRE-ARQUIVO-GRAFICA.
           MOVE 'S' TO WS-ARQUIVO-ABERTO
           MOVE 'N' TO WS-ARQUIVO-DISPONIVEL WS-CARTA-ABERTA
           MOVE ZEROS TO WS-SEQ-CARTA
           ACCEPT WS-DATA-ABERTURA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ABERTURA FROM TIME
           OPEN EXTEND CARTGRAF-FILE
           IF NOT WS-FS-OK
               CLOSE CARTGRAF-FILE
               OPEN OUTPUT CARTGRAF-FILE
           END-IF
           IF WS-FS-OK
               MOVE 'S' TO WS-ARQUIVO-DISPONIVEL
           ELSE
               DISPLAY 'GRAFCART: ARQUIVO DE TRABALHO DA GRAFICA '
                       '(CARTGRAF) INDISPONIVEL. STATUS '
                       WS-FS-CARTGRAF '. CARTAS FORA DA GRAFICA.'
           END-IF.

       FECHA-ARQUIVO-GRAFICA.
           IF WS-TEM-ARQUIVO
               CLOSE CARTGRAF-FILE
           END-IF
           MOVE 'N' TO WS-ARQUIVO-ABERTO WS-ARQUIVO-DISPONIVEL
                       WS-CARTA-ABERTA.

       GRAVA-ENDERECO-CARTA.
           ADD 1 TO WS-SEQ-CARTA
           MOVE ZEROS TO WS-LINHA
           MOVE GC-ORIGEM TO WS-ORIGEM
           PERFORM MONTA-CEP-ORDEM
           INITIALIZE ETIQUETA-PARAMETROS
           MOVE GC-NOME-1 TO EQ-NOME-1
           MOVE GC-NOME-2 TO EQ-NOME-2
           MOVE GC-ENDERECO TO EQ-ENDERECO
           CALL 'ETIQUETA' USING ETIQUETA-PARAMETROS
           INITIALIZE GRAFWRK-RECORD
           PERFORM MONTA-CHAVE-CARTA
           SET GW-REG-ENDERECO TO TRUE
           MOVE GC-CONTA TO GW-CONTA
           MOVE GC-SEQ-DIVIDA TO GW-SEQ-DIVIDA
           MOVE GC-CREDOR TO GW-CREDOR
           MOVE GC-TIPO-CARTA TO GW-TIPO-CARTA
           MOVE GC-REFERENCIA TO GW-REFERENCIA
           MOVE GC-ENDERECO TO GW-ENDERECO
           MOVE EQ-BLOCO-ENDERECO TO GW-BLOCO-ENDERECO
           WRITE GRAFWRK-RECORD
           IF WS-FS-OK
               MOVE 'S' TO WS-CARTA-ABERTA
               SET GC-GRAVADA TO TRUE
           ELSE
               MOVE 'N' TO WS-CARTA-ABERTA
               DISPLAY 'GRAFCART: ERRO ' WS-FS-CARTGRAF
                       ' NA GRAVACAO DA CARTA DA CONTA ' GC-CONTA
           END-IF.

       GRAVA-LINHA-CARTA.
           ADD 1 TO WS-LINHA
           INITIALIZE GRAFWRK-RECORD
           PERFORM MONTA-CHAVE-CARTA
           SET GW-REG-TEXTO TO TRUE
           MOVE GC-TEXTO TO GW-TEXTO
           WRITE GRAFWRK-RECORD
           IF WS-FS-OK
               SET GC-GRAVADA TO TRUE
           END-IF.

       MONTA-CHAVE-CARTA.
           MOVE WS-CEP-ORDEM TO GW-CEP-ORDEM
           MOVE WS-ORIGEM TO GW-ORIGEM
           MOVE WS-DATA-ABERTURA TO GW-DATA-GERACAO
           MOVE WS-HORA-ABERTURA TO GW-HORA-GERACAO
           MOVE WS-SEQ-CARTA TO GW-SEQ-CARTA
           MOVE WS-LINHA TO GW-LINHA.

      *    SO OS DIGITOS DO CEP CONTAM, COMO NA CONFERENCIA DA BASE DE
      *    CEP (CEPVAL): '01310-100' E '01310100' ORDENAM JUNTOS.
       MONTA-CEP-ORDEM.
           MOVE SPACES TO WS-CEP-ORDEM
           MOVE ZEROS TO WS-QTDE-DIGITOS
           PERFORM VARYING WS-IDX-CEP FROM 1 BY 1
                   UNTIL WS-IDX-CEP > 9
               MOVE GC-CEP (WS-IDX-CEP:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER IS NUMERIC
                       ADD 1 TO WS-QTDE-DIGITOS
                       IF WS-QTDE-DIGITOS <= 8
                           MOVE WS-CARACTER TO
                                WS-CEP-ORDEM (WS-QTDE-DIGITOS:1)
                       END-IF
                   WHEN WS-CARACTER = '-' OR WS-CARACTER = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 99 TO WS-QTDE-DIGITOS
                       MOVE 10 TO WS-IDX-CEP
               END-EVALUATE
           END-PERFORM
           IF WS-QTDE-DIGITOS NOT = 8 OR WS-CEP-ORDEM = '00000000'
               MOVE '99999999' TO WS-CEP-ORDEM
           END-IF.
       END PROGRAM GRAFCART.

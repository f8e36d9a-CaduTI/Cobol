      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE CONFERENCIA DO CEP CONTRA A
      *         BASE DOS CORREIOS (ARQUIVO CEPBASE, CARREGADO DO DNE
      *         PELO CEPCARGA), CHAMADA PELA MANUTENCAO DO CADASTRO
      *         (INITIALIZECOMM), PELA CARGA EM LOTE (CARGALOT) E PELA
      *         CONFERENCIA MENSAL (CEPCONF). ACEITA O CEP COM OU SEM
      *         O HIFEN, DEVOLVE-O NO FORMATO NNNNN-NNN E, QUANDO O
      *         CEP EXISTE, O LOGRADOURO, O BAIRRO, A CIDADE E A UF
      *         DA BASE, CONFERINDO A CIDADE E A UF INFORMADAS (SEM
      *         DIFERENCA DE CAIXA; A CIDADE DO CADASTRO TEM 20
      *         POSICOES E E COMPARADA COM O INICIO DA CIDADE DA
      *         BASE). SEM A BASE NO AMBIENTE NADA E CONFERIDO. O
      *         ARQUIVO FICA ABERTO ENTRE AS CHAMADAS; A FUNCAO 'E'
      *         FECHA. PARAMETROS NO COPYBOOK CEPVALP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPBASE-FILE ASSIGN TO "CEPBASE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ZP-CEP
               FILE STATUS WS-FS-CEPBASE.
       DATA DIVISION.
       FILE SECTION.
       FD  CEPBASE-FILE.
           COPY CEPBASE.
       WORKING-STORAGE SECTION.
       77 WS-FS-CEPBASE           PIC X(02) VALUES '00'.
           88 WS-FS-CEP-OK        VALUES '00' '02'.
       77 WS-ARQUIVO-ABERTO       PIC X(01) VALUES 'N'.
           88 WS-JA-ABRIU         VALUE 'S'.
       77 WS-BASE-DISPONIVEL      PIC X(01) VALUES 'N'.
           88 WS-TEM-BASE         VALUE 'S'.
       77 WS-IDX-CEP              PIC 9(02) VALUES ZEROS.
       77 WS-QTDE-DIGITOS         PIC 9(02) VALUES ZEROS.
       77 WS-CARACTER             PIC X(01) VALUES SPACE.
       01 WS-CEP-DIGITOS          PIC X(08) VALUES SPACES.
       01 WS-CEP-NUMERICO REDEFINES WS-CEP-DIGITOS PIC 9(08).
       01 WS-CIDADE-INFORMADA     PIC X(20) VALUES SPACES.
       01 WS-CIDADE-DA-BASE       PIC X(20) VALUES SPACES.
       01 WS-UF-INFORMADA         PIC X(02) VALUES SPACES.
       01 WS-MINUSCULAS           PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAIUSCULAS           PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       LINKAGE SECTION.
           COPY CEPVALP.
       PROCEDURE DIVISION USING CEPVAL-PARAMETROS.
       MAIN-PROCEDURE.
           IF ZV-ENCERRA
               PERFORM FECHA-BASE-CEP
               GOBACK
           END-IF
           MOVE SPACES TO ZV-CEP-FORMATADO ZV-LOGRADOURO ZV-BAIRRO
                          ZV-CIDADE-BASE ZV-UF-BASE
           IF NOT WS-JA-ABRIU
               PERFORM ABRE-BASE-CEP
           END-IF
           PERFORM EXTRAI-DIGITOS-CEP
           EVALUATE TRUE
               WHEN NOT WS-TEM-BASE
                   MOVE ZV-CEP TO ZV-CEP-FORMATADO
                   IF WS-QTDE-DIGITOS = 8
                       MOVE SPACES TO ZV-CEP-FORMATADO
                       STRING WS-CEP-DIGITOS (1:5) '-'
                              WS-CEP-DIGITOS (6:3)
                              DELIMITED BY SIZE INTO ZV-CEP-FORMATADO
                   END-IF
                   SET ZV-SEM-BASE TO TRUE
               WHEN WS-QTDE-DIGITOS NOT = 8
                   SET ZV-CEP-MAL-FORMADO TO TRUE
               WHEN OTHER
                   STRING WS-CEP-DIGITOS (1:5) '-' WS-CEP-DIGITOS (6:3)
                          DELIMITED BY SIZE INTO ZV-CEP-FORMATADO
                   PERFORM PROCURA-CEP-BASE
           END-EVALUATE
           GOBACK.

      *    SEM A BASE NO AMBIENTE (AINDA NAO CARREGADA) A ROTINA
      *    DEVOLVE 'B' E QUEM CHAMA SEGUE SEM CONFERIR.
       ABRE-BASE-CEP.
           MOVE 'S' TO WS-ARQUIVO-ABERTO
           MOVE 'N' TO WS-BASE-DISPONIVEL
           OPEN INPUT CEPBASE-FILE
           IF WS-FS-CEP-OK
               MOVE 'S' TO WS-BASE-DISPONIVEL
           END-IF.

       FECHA-BASE-CEP.
           IF WS-TEM-BASE
               CLOSE CEPBASE-FILE
           END-IF
           MOVE 'N' TO WS-ARQUIVO-ABERTO WS-BASE-DISPONIVEL.

      *    SO OS DIGITOS CONTAM: '01310-100', '01310100' E '01310 100'
      *    SAO O MESMO CEP; QUALQUER OUTRO CARACTER TORNA O CEP MAL
      *    FORMADO.
       EXTRAI-DIGITOS-CEP.
           MOVE SPACES TO WS-CEP-DIGITOS
           MOVE ZEROS TO WS-QTDE-DIGITOS
           PERFORM VARYING WS-IDX-CEP FROM 1 BY 1
                   UNTIL WS-IDX-CEP > 9
               MOVE ZV-CEP (WS-IDX-CEP:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER IS NUMERIC
                       ADD 1 TO WS-QTDE-DIGITOS
                       IF WS-QTDE-DIGITOS <= 8
                           MOVE WS-CARACTER TO
                                WS-CEP-DIGITOS (WS-QTDE-DIGITOS:1)
                       END-IF
                   WHEN WS-CARACTER = '-' OR WS-CARACTER = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 99 TO WS-QTDE-DIGITOS
                       MOVE 10 TO WS-IDX-CEP
               END-EVALUATE
           END-PERFORM.

       PROCURA-CEP-BASE.
           MOVE WS-CEP-NUMERICO TO ZP-CEP
           READ CEPBASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FS-CEP-OK
               SET ZV-CEP-INEXISTENTE TO TRUE
           ELSE
               MOVE ZP-LOGRADOURO TO ZV-LOGRADOURO
               MOVE ZP-BAIRRO TO ZV-BAIRRO
               MOVE ZP-CIDADE TO ZV-CIDADE-BASE
               MOVE ZP-UF TO ZV-UF-BASE
               PERFORM CONFERE-CIDADE-UF
           END-IF.

       CONFERE-CIDADE-UF.
           MOVE ZV-CIDADE TO WS-CIDADE-INFORMADA
           MOVE ZV-UF TO WS-UF-INFORMADA
           MOVE ZP-CIDADE TO WS-CIDADE-DA-BASE
           INSPECT WS-CIDADE-INFORMADA CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
           INSPECT WS-UF-INFORMADA CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
           INSPECT WS-CIDADE-DA-BASE CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
           IF WS-CIDADE-INFORMADA = WS-CIDADE-DA-BASE AND
              WS-UF-INFORMADA = ZP-UF
               SET ZV-CEP-CONFERE TO TRUE
           ELSE
               SET ZV-CEP-DIVERGENTE TO TRUE
           END-IF.
       END PROGRAM CEPVAL.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DE MONTAGEM DO ENDERECAMENTO: A
      *         PARTIR DO NOME (UMA OU DUAS PARTES) E DO ENDERECO MONTA
      *         A ETIQUETA DE UMA LINHA "NOME - RUA - CIDADE/UF" DO
      *         STRINGINST E O BLOCO DE ENDERECO DE TRES LINHAS (NOME,
      *         RUA, CEP CIDADE - UF) DAS CARTAS DA GRAFICA (ROTINA
      *         GRAFCART). OS BRANCOS A DIREITA DE CADA PARTE SAO
      *         DESPREZADOS, ENTAO RUA E CIDADE DE VARIAS PALAVRAS SAEM
      *         INTEIRAS. O QUE NAO COUBER NA ETIQUETA ACENDE
      *         EQ-TRUNCADO. PARAMETROS NO COPYBOOK ETIQPRM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-NOME-COMPLETO        PIC X(61) VALUES SPACES.
       LINKAGE SECTION.
           COPY ETIQPRM.
       PROCEDURE DIVISION USING ETIQUETA-PARAMETROS.
       MAIN-PROCEDURE.
           MOVE 'N' TO EQ-TRUNCADO
           MOVE SPACES TO EQ-ETIQUETA EQ-BLOCO-ENDERECO
           PERFORM MONTA-NOME-COMPLETO
           PERFORM MONTA-ETIQUETA-LINHA
           PERFORM MONTA-BLOCO-ENDERECO
           GOBACK.

       MONTA-NOME-COMPLETO.
           MOVE SPACES TO WS-NOME-COMPLETO
           IF EQ-NOME-2 = SPACES
               MOVE EQ-NOME-1 TO WS-NOME-COMPLETO
           ELSE
               STRING FUNCTION TRIM (EQ-NOME-1 TRAILING)
                      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      FUNCTION TRIM (EQ-NOME-2 TRAILING)
                      DELIMITED BY SIZE
                      INTO WS-NOME-COMPLETO
               END-STRING
           END-IF.

       MONTA-ETIQUETA-LINHA.
           STRING FUNCTION TRIM (WS-NOME-COMPLETO TRAILING)
                  DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  FUNCTION TRIM (EQ-RUA TRAILING)
                  DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  FUNCTION TRIM (EQ-CIDADE TRAILING)
                  DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  EQ-UF           DELIMITED BY SIZE
                  INTO EQ-ETIQUETA
                  ON OVERFLOW
                      MOVE 'S' TO EQ-TRUNCADO
           END-STRING.

      *    BLOCO DA JANELA DO ENVELOPE: NOME, RUA E A LINHA DO CEP COM
      *    A CIDADE E A UF, NO PADRAO DE ENDERECAMENTO DOS CORREIOS.
       MONTA-BLOCO-ENDERECO.
           MOVE WS-NOME-COMPLETO TO EQ-LINHA-NOME
           MOVE EQ-RUA TO EQ-LINHA-RUA
           IF EQ-CEP = SPACES
               STRING FUNCTION TRIM (EQ-CIDADE TRAILING)
                      DELIMITED BY SIZE
                      ' - '           DELIMITED BY SIZE
                      EQ-UF           DELIMITED BY SIZE
                      INTO EQ-LINHA-CIDADE
               END-STRING
           ELSE
               STRING EQ-CEP          DELIMITED BY SPACE
                      '  '            DELIMITED BY SIZE
                      FUNCTION TRIM (EQ-CIDADE TRAILING)
                      DELIMITED BY SIZE
                      ' - '           DELIMITED BY SIZE
                      EQ-UF           DELIMITED BY SIZE
                      INTO EQ-LINHA-CIDADE
               END-STRING
           END-IF.
       END PROGRAM ETIQUETA.

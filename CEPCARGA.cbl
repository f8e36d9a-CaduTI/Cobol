      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CARGA DA BASE DE CEP DOS CORREIOS: RECONSTROI O
      *         ARQUIVO INDEXADO CEPBASE A PARTIR DO EXTRATO DO DNE
      *         (ARQUIVO CEPDNE, UMA LINHA POR CEP COM LOGRADOURO,
      *         BAIRRO, CIDADE E UF). LINHA COM CEP QUE NAO TEM 8
      *         DIGITOS, SEM CIDADE OU COM UF INEXISTENTE E DESPREZADA
      *         E CONTADA; CEP REPETIDO FICA COM A PRIMEIRA LINHA.
      *         EXTRATO AUSENTE OU VAZIO NAO APAGA A BASE EM USO. RODA
      *         NA IMPLANTACAO E DEPOIS TODO MES, QUANDO CHEGA O DNE
      *         ATUALIZADO, ANTES DA CONFERENCIA MENSAL CEPCONF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPDNE-FILE ASSIGN TO "CEPDNE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CEPDNE.
           SELECT CEPBASE-FILE ASSIGN TO "CEPBASE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ZP-CEP
               FILE STATUS WS-FS-CEPBASE.
       DATA DIVISION.
       FILE SECTION.
       FD  CEPDNE-FILE.
           COPY CEPDNE.
       FD  CEPBASE-FILE.
           COPY CEPBASE.
       WORKING-STORAGE SECTION.
       77 WS-FS-CEPDNE            PIC X(02) VALUES '00'.
           88 WS-FS-DNE-OK        VALUE '00'.
       77 WS-FS-CEPBASE           PIC X(02) VALUES '00'.
           88 WS-FS-CEP-OK        VALUE '00'.
       77 WS-DNE-EOF              PIC X(01) VALUES 'N'.
           88 WS-FIM-DNE          VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       77 WS-QTDE-LIDAS           PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-GRAVADAS        PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-DESPREZADAS     PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REPETIDAS       PIC 9(07) VALUES ZEROS.
       77 WS-LINHA-VALIDA         PIC X(01) VALUES 'N'.
           88 WS-EH-LINHA-VALIDA  VALUE 'S'.
       77 WS-IDX-UF               PIC 9(02) VALUES ZEROS.
       01 WS-MINUSCULAS           PIC X(26) VALUE
              'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAIUSCULAS           PIC X(26) VALUE
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    AS 27 UNIDADES DA FEDERACAO.
       01 WS-TABELA-UF.
           05 FILLER              PIC X(18) VALUE
              'ACALAMAPBACEDFESGO'.
           05 FILLER              PIC X(18) VALUE
              'MAMTMSMGPAPBPRPEPI'.
           05 FILLER              PIC X(18) VALUE
              'RJRNRSRORRSCSPSETO'.
       01 WS-TABELA-UF-R REDEFINES WS-TABELA-UF.
           05 WS-UF-VALIDA        PIC X(02) OCCURS 27.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN INPUT CEPDNE-FILE
           IF NOT WS-FS-DNE-OK
               DISPLAY 'CEPCARGA: EXTRATO DNE (CEPDNE) NAO '
                       'ENCONTRADO. BASE DE CEP ATUAL MANTIDA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LE-EXTRATO-DNE
           IF WS-FIM-DNE
               CLOSE CEPDNE-FILE
               DISPLAY 'CEPCARGA: EXTRATO DNE VAZIO. BASE DE CEP '
                       'ATUAL MANTIDA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CEPBASE-FILE
           IF NOT WS-FS-CEP-OK
               CLOSE CEPDNE-FILE
               DISPLAY 'CEPCARGA: BASE DE CEP (CEPBASE) INDISPONIVEL '
                       'PARA GRAVACAO. STATUS ' WS-FS-CEPBASE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIM-DNE
               PERFORM CARREGA-LINHA-DNE
               PERFORM LE-EXTRATO-DNE
           END-PERFORM
           CLOSE CEPBASE-FILE
           CLOSE CEPDNE-FILE
           DISPLAY 'CEPCARGA: LINHAS LIDAS: ' WS-QTDE-LIDAS
                   ' CEPS GRAVADOS: ' WS-QTDE-GRAVADAS
           DISPLAY 'CEPCARGA: LINHAS DESPREZADAS: ' WS-QTDE-DESPREZADAS
                   ' CEPS REPETIDOS: ' WS-QTDE-REPETIDAS
           IF WS-QTDE-DESPREZADAS > 0 OR WS-QTDE-REPETIDAS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       LE-EXTRATO-DNE.
           READ CEPDNE-FILE
               AT END
                   MOVE 'S' TO WS-DNE-EOF
           END-READ
           IF NOT WS-FS-DNE-OK
               MOVE 'S' TO WS-DNE-EOF
           END-IF
           IF NOT WS-FIM-DNE
               ADD 1 TO WS-QTDE-LIDAS
           END-IF.

       CARREGA-LINHA-DNE.
           INSPECT ZD-LOGRADOURO CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
           INSPECT ZD-BAIRRO CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
           INSPECT ZD-CIDADE CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
           INSPECT ZD-UF CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
           PERFORM VALIDA-LINHA-DNE
           IF NOT WS-EH-LINHA-VALIDA
               ADD 1 TO WS-QTDE-DESPREZADAS
               DISPLAY 'CEPCARGA: LINHA ' WS-QTDE-LIDAS
                       ' DESPREZADA: CEP ' ZD-CEP ' ' ZD-CIDADE
                       ' ' ZD-UF
           ELSE
               MOVE ZD-CEP TO ZP-CEP
               MOVE ZD-LOGRADOURO TO ZP-LOGRADOURO
               MOVE ZD-BAIRRO TO ZP-BAIRRO
               MOVE ZD-CIDADE TO ZP-CIDADE
               MOVE ZD-UF TO ZP-UF
               MOVE WS-DATA-HOJE TO ZP-DATA-CARGA
               WRITE CEPBASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-QTDE-REPETIDAS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTDE-GRAVADAS
               END-WRITE
           END-IF.

       VALIDA-LINHA-DNE.
           MOVE 'N' TO WS-LINHA-VALIDA
           IF ZD-CEP IS NUMERIC AND ZD-CEP NOT = '00000000' AND
              ZD-CIDADE NOT = SPACES
               PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                       UNTIL WS-IDX-UF > 27 OR WS-EH-LINHA-VALIDA
                   IF ZD-UF = WS-UF-VALIDA (WS-IDX-UF)
                       MOVE 'S' TO WS-LINHA-VALIDA
                   END-IF
               END-PERFORM
           END-IF.
       END PROGRAM CEPCARGA.

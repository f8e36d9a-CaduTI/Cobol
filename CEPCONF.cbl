      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:CONFERENCIA DO CEP DO CADASTRO CONTRA A BASE DOS
      *         CORREIOS (CEPBASE, ROTINA CEPVAL). VARRE O CUSTMAST
      *         (MENOS AS CONTAS UNIFICADAS E DEVOLVIDAS) E MARCA EM
      *         CM-CEP-SITUACAO O CEP QUE NAO EXISTE NA BASE ('I', O
      *         MAL FORMADO OU EM BRANCO TAMBEM) E O QUE EXISTE MAS
      *         NAO CONFERE COM A CIDADE/UF DO CADASTRO ('D'); A MARCA
      *         DA CONTA QUE PASSOU A CONFERIR E APAGADA. CONTA MARCADA
      *         FICA FORA DAS CARTAS ATE A CORRECAO. O RELATORIO
      *         CEP-RPT E A LISTA DE CORRECAO PARA O CADASTRO, COM A
      *         CIDADE/UF DA BASE QUANDO O CEP EXISTE. RODA UMA VEZ NA
      *         IMPLANTACAO E DEPOIS TODO MES, LOGO APOS A CARGA DO
      *         DNE ATUALIZADO (CEPCARGA). SEM A BASE DE CEP NENHUMA
      *         MARCA E ALTERADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCONF.
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
           SELECT CEP-RPT-FILE ASSIGN TO "CEP-RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CEP-RPT-FILE.
       01 RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-RPT                PIC X(02) VALUES '00'.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-SITUACAO-NOVA         PIC X(01) VALUES SPACES.
       77 WS-PROBLEMA              PIC X(22) VALUES SPACES.
       77 WS-QTDE-CONFERIDAS       PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-CONFEREM         PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-INEXISTENTES     PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-DIVERGENTES      PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-CORRIGIDAS       PIC 9(07) VALUES ZEROS.
       COPY CEPVALP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           OPEN I-O CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'CEPCONF: CADASTRO CUSTMAST INDISPONIVEL.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHAMADA DE PROVA: SEM A BASE DE CEP A CONFERENCIA MARCARIA
      *    A CARTEIRA INTEIRA, ENTAO NADA E FEITO.
           MOVE 'V' TO ZV-FUNCAO
           MOVE '00000000' TO ZV-CEP
           MOVE SPACES TO ZV-CIDADE ZV-UF
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS
           IF ZV-SEM-BASE
               CLOSE CUSTMAST-FILE
               DISPLAY 'CEPCONF: BASE DE CEP (CEPBASE) INDISPONIVEL. '
                       'NENHUMA MARCA ALTERADA.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CEP-RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'CONFERENCIA DE CEP COM A BASE DOS CORREIOS EM '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LISTA DE CORRECAO: CONTAS FORA DAS CARTAS ATE O CEP '
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SER CORRIGIDO NA MANUTENCAO DO CADASTRO.' TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'CONTA' TO RPT-LINE (1:5)
           MOVE 'NOME' TO RPT-LINE (11:4)
           MOVE 'CEP' TO RPT-LINE (44:3)
           MOVE 'PROBLEMA' TO RPT-LINE (55:8)
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARRE-CADASTRO
           PERFORM IMPRIME-TOTAIS
           MOVE 'E' TO ZV-FUNCAO
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS
           CLOSE CEP-RPT-FILE
           CLOSE CUSTMAST-FILE
           DISPLAY 'CEPCONF: CONTAS CONFERIDAS: ' WS-QTDE-CONFERIDAS
                   ' CONFEREM: ' WS-QTDE-CONFEREM
           DISPLAY 'CEPCONF: CEP INEXISTENTE: ' WS-QTDE-INEXISTENTES
                   ' CIDADE/UF DIVERGENTE: ' WS-QTDE-DIVERGENTES
                   ' CORRIGIDAS: ' WS-QTDE-CORRIGIDAS
           IF WS-QTDE-INEXISTENTES > 0 OR WS-QTDE-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       VARRE-CADASTRO.
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
                   IF NOT CM-UNIFICADA AND NOT CM-DEVOLVIDO
                       PERFORM CONFERE-CEP-CONTA
                   END-IF
               END-IF
           END-PERFORM.

      *    O CEP MAL FORMADO OU EM BRANCO CONTA COMO INEXISTENTE: NAO
      *    HA COMO POSTAR PARA ELE DE QUALQUER FORMA.
       CONFERE-CEP-CONTA.
           ADD 1 TO WS-QTDE-CONFERIDAS
           MOVE 'V' TO ZV-FUNCAO
           MOVE CM-CEP TO ZV-CEP
           MOVE CM-CIDADE TO ZV-CIDADE
           MOVE CM-ESTADO TO ZV-UF
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS
           EVALUATE TRUE
               WHEN ZV-CEP-CONFERE
                   MOVE SPACES TO WS-SITUACAO-NOVA
                   ADD 1 TO WS-QTDE-CONFEREM
                   IF CM-CEP-PENDENTE
                       ADD 1 TO WS-QTDE-CORRIGIDAS
                   END-IF
               WHEN ZV-CEP-DIVERGENTE
                   MOVE 'D' TO WS-SITUACAO-NOVA
                   MOVE 'CIDADE/UF NAO CONFERE' TO WS-PROBLEMA
                   ADD 1 TO WS-QTDE-DIVERGENTES
               WHEN ZV-CEP-MAL-FORMADO
                   MOVE 'I' TO WS-SITUACAO-NOVA
                   MOVE 'CEP MAL FORMADO' TO WS-PROBLEMA
                   ADD 1 TO WS-QTDE-INEXISTENTES
               WHEN OTHER
                   MOVE 'I' TO WS-SITUACAO-NOVA
                   MOVE 'CEP INEXISTENTE' TO WS-PROBLEMA
                   ADD 1 TO WS-QTDE-INEXISTENTES
           END-EVALUATE
           MOVE WS-SITUACAO-NOVA TO CM-CEP-SITUACAO
           MOVE WS-DATA-HOJE TO CM-DATA-CONF-CEP
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   DISPLAY 'CEPCONF: FALHA NA REGRAVACAO DA CONTA '
                           CM-CONTA
           END-REWRITE
           IF WS-SITUACAO-NOVA NOT = SPACES
               PERFORM IMPRIME-CORRECAO
           END-IF.

      *    DUAS LINHAS POR CONTA: A IDENTIFICACAO COM O PROBLEMA E O
      *    ENDERECO DO CADASTRO, COM A CIDADE/UF DA BASE QUANDO O CEP
      *    EXISTE (A CORRECAO PODE SER NA CIDADE OU NO PROPRIO CEP).
       IMPRIME-CORRECAO.
           MOVE SPACES TO RPT-LINE
           STRING CM-CONTA '  ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
                  '  ' CM-CEP '  ' WS-PROBLEMA
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF ZV-CEP-DIVERGENTE
               STRING '          CADASTRO: ' CM-CIDADE '/' CM-ESTADO
                      ' BASE: ' ZV-CIDADE-BASE (1:20) '/' ZV-UF-BASE
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING '          CADASTRO: ' CM-CIDADE '/' CM-ESTADO
                      ' ' CM-RUA
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CONTAS CONFERIDAS: ' WS-QTDE-CONFERIDAS
                  '  CEP CONFERE: ' WS-QTDE-CONFEREM
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CEP INEXISTENTE: ' WS-QTDE-INEXISTENTES
                  '  CIDADE/UF DIVERGENTE: ' WS-QTDE-DIVERGENTES
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'MARCAS APAGADAS (CEP CORRIGIDO DESDE A ULTIMA '
                  'CONFERENCIA): ' WS-QTDE-CORRIGIDAS
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       END PROGRAM CEPCONF.

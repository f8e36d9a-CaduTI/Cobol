      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DOS CODIGOS DO BOLETO DE COBRANCA
      *         NO PADRAO FEBRABAN: A PARTIR DO BANCO, CONVENIO,
      *         CARTEIRA, NOSSO NUMERO, VENCIMENTO E VALOR, DEVOLVE O
      *         DIGITO DO NOSSO NUMERO (MODULO 11, PESOS 2..9; RESTO
      *         QUE DA 10 OU 11 VIRA ZERO), O CODIGO DE BARRAS DE 44
      *         POSICOES (BANCO, MOEDA 9, DIGITO GERAL EM MODULO 11 -
      *         0, 10 E 11 VIRAM 1 -, FATOR DE VENCIMENTO, VALOR E
      *         CAMPO LIVRE) E A LINHA DIGITAVEL DE 47 POSICOES (TRES
      *         CAMPOS COM DIGITO EM MODULO 10, O DIGITO GERAL, FATOR E
      *         VALOR). O CAMPO LIVRE E O DO CONVENIO DA CASA:
      *         CONVENIO (7), NOSSO NUMERO (14), CARTEIRA (2) E '00'.
      *         O FATOR E A QUANTIDADE DE DIAS DESDE 07/10/1997; DEPOIS
      *         DE 9999 RECOMECA EM 1000 (REGRA DE 22/02/2025).
      *         VENCIMENTO INVALIDO OU ANTERIOR A BASE, OU VALOR ACIMA
      *         DE 10 DIGITOS, DEVOLVEM O INDICADOR DESLIGADO E OS
      *         CODIGOS EM BRANCO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLCOD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-DATA-BASE-FATOR      PIC 9(08) VALUES 19971007.
       77 WS-DIAS-FATOR           PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS        PIC X(01) VALUES 'N'.
       77 WS-IDX                  PIC 9(02) VALUES ZEROS.
       77 WS-TAM                  PIC 9(02) VALUES ZEROS.
       77 WS-PESO                 PIC 9(02) VALUES ZEROS.
       77 WS-PRODUTO              PIC 9(02) VALUES ZEROS.
       77 WS-SOMA                 PIC 9(05) VALUES ZEROS.
       77 WS-RESTO                PIC 9(02) VALUES ZEROS.
       77 WS-DV                   PIC 9(02) VALUES ZEROS.
      *    AREA DE CALCULO DOS DIGITOS: OS NUMEROS SAO ALINHADOS A
      *    ESQUERDA E WS-TAM DIZ QUANTOS DIGITOS ENTRAM NA CONTA.
       01 WS-NUMERO-CALCULO       PIC X(43) VALUES SPACES.
       01 WS-DIGITOS-CALCULO REDEFINES WS-NUMERO-CALCULO.
           05 WS-DIG              PIC 9(01) OCCURS 43.
       01 WS-CODIGO-BARRAS.
           05 WS-CB-BANCO         PIC 9(03).
           05 WS-CB-MOEDA         PIC 9(01) VALUE 9.
           05 WS-CB-DV            PIC 9(01).
           05 WS-CB-FATOR         PIC 9(04).
           05 WS-CB-VALOR         PIC 9(08)V99.
           05 WS-CB-CAMPO-LIVRE.
               10 WS-CL-CONVENIO  PIC 9(07).
               10 WS-CL-NOSSO     PIC 9(14).
               10 WS-CL-CARTEIRA  PIC 9(02).
               10 WS-CL-FIXO      PIC 9(02) VALUE ZEROS.
       01 WS-CODIGO-BARRAS-X REDEFINES WS-CODIGO-BARRAS PIC X(44).
      *    CODIGO DE BARRAS SEM O DIGITO GERAL, PARA O MODULO 11.
       01 WS-BARRAS-SEM-DV.
           05 WS-SD-INICIO        PIC X(04).
           05 WS-SD-RESTO         PIC X(39).
       01 WS-LINHA-DIGITAVEL.
           05 WS-LD-CAMPO1        PIC X(09).
           05 WS-LD-DV1           PIC 9(01).
           05 WS-LD-CAMPO2        PIC X(10).
           05 WS-LD-DV2           PIC 9(01).
           05 WS-LD-CAMPO3        PIC X(10).
           05 WS-LD-DV3           PIC 9(01).
           05 WS-LD-DV-GERAL      PIC 9(01).
           05 WS-LD-FATOR-VALOR   PIC X(14).
       01 WS-LINHA-DIGITAVEL-X REDEFINES WS-LINHA-DIGITAVEL
                                  PIC X(47).
       LINKAGE SECTION.
       01 LK-CODIGO-BANCO         PIC 9(03).
       01 LK-CONVENIO             PIC 9(07).
       01 LK-CARTEIRA             PIC 9(02).
       01 LK-NOSSO-NUMERO         PIC 9(14).
       01 LK-VENCIMENTO           PIC 9(08).
       01 LK-VALOR                PIC 9(09)V99.
       01 LK-NOSSO-DV             PIC 9(01).
       01 LK-CODIGO-BARRAS        PIC X(44).
       01 LK-LINHA-DIGITAVEL      PIC X(47).
       01 LK-CODIGOS-OK           PIC X(01).
           88 LK-EH-CODIGOS-OK    VALUE 'S'.
       PROCEDURE DIVISION USING LK-CODIGO-BANCO LK-CONVENIO
                                LK-CARTEIRA LK-NOSSO-NUMERO
                                LK-VENCIMENTO LK-VALOR LK-NOSSO-DV
                                LK-CODIGO-BARRAS LK-LINHA-DIGITAVEL
                                LK-CODIGOS-OK.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-CODIGOS-OK
           MOVE SPACES TO LK-CODIGO-BARRAS LK-LINHA-DIGITAVEL
           MOVE ZEROS TO LK-NOSSO-DV
           PERFORM CALCULA-DV-NOSSO-NUMERO
           IF LK-VALOR > 99999999.99
               GOBACK
           END-IF
           PERFORM CALCULA-FATOR-VENCIMENTO
           IF WS-DATAS-VALIDAS NOT = 'S'
               GOBACK
           END-IF
           MOVE LK-CODIGO-BANCO TO WS-CB-BANCO
           MOVE 9 TO WS-CB-MOEDA
           MOVE ZEROS TO WS-CB-DV
           MOVE LK-VALOR TO WS-CB-VALOR
           MOVE LK-CONVENIO TO WS-CL-CONVENIO
           MOVE LK-NOSSO-NUMERO TO WS-CL-NOSSO
           MOVE LK-CARTEIRA TO WS-CL-CARTEIRA
           MOVE ZEROS TO WS-CL-FIXO
           PERFORM CALCULA-DV-GERAL
           PERFORM MONTA-LINHA-DIGITAVEL
           MOVE WS-CODIGO-BARRAS-X TO LK-CODIGO-BARRAS
           MOVE WS-LINHA-DIGITAVEL-X TO LK-LINHA-DIGITAVEL
           MOVE 'S' TO LK-CODIGOS-OK
           GOBACK.

       CALCULA-DV-NOSSO-NUMERO.
           MOVE SPACES TO WS-NUMERO-CALCULO
           MOVE LK-NOSSO-NUMERO TO WS-NUMERO-CALCULO (1:14)
           MOVE 14 TO WS-TAM
           PERFORM SOMA-MODULO-11
           COMPUTE WS-DV = 11 - WS-RESTO
           IF WS-DV > 9
               MOVE ZEROS TO WS-DV
           END-IF
           MOVE WS-DV TO LK-NOSSO-DV.

       CALCULA-FATOR-VENCIMENTO.
           MOVE 'N' TO WS-DATAS-VALIDAS
           IF LK-VENCIMENTO NOT < WS-DATA-BASE-FATOR
               CALL 'DATEDIF' USING WS-DATA-BASE-FATOR LK-VENCIMENTO
                                    WS-DIAS-FATOR WS-DATAS-VALIDAS
           END-IF
           IF WS-DATAS-VALIDAS = 'S'
               PERFORM UNTIL WS-DIAS-FATOR NOT > 9999
                   SUBTRACT 9000 FROM WS-DIAS-FATOR
               END-PERFORM
               MOVE WS-DIAS-FATOR TO WS-CB-FATOR
           END-IF.

      *    DIGITO GERAL: MODULO 11 DAS 43 POSICOES SEM O PROPRIO
      *    DIGITO; 0, 10 E 11 VIRAM 1.
       CALCULA-DV-GERAL.
           MOVE WS-CODIGO-BARRAS-X (1:4) TO WS-SD-INICIO
           MOVE WS-CODIGO-BARRAS-X (6:39) TO WS-SD-RESTO
           MOVE WS-BARRAS-SEM-DV TO WS-NUMERO-CALCULO
           MOVE 43 TO WS-TAM
           PERFORM SOMA-MODULO-11
           COMPUTE WS-DV = 11 - WS-RESTO
           IF WS-DV = 0 OR WS-DV > 9
               MOVE 1 TO WS-DV
           END-IF
           MOVE WS-DV TO WS-CB-DV.

      *    PESOS 2 A 9 DA DIREITA PARA A ESQUERDA, RECOMECANDO EM 2.
       SOMA-MODULO-11.
           MOVE ZEROS TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-IDX FROM WS-TAM BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-SOMA = WS-SOMA + WS-DIG (WS-IDX) * WS-PESO
               ADD 1 TO WS-PESO
               IF WS-PESO > 9
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD (WS-SOMA, 11).

      *    CAMPO 1: BANCO, MOEDA E CAMPO LIVRE 1-5; CAMPO 2: CAMPO
      *    LIVRE 6-15; CAMPO 3: CAMPO LIVRE 16-25, CADA UM COM O SEU
      *    DIGITO EM MODULO 10; DEPOIS O DIGITO GERAL, FATOR E VALOR.
       MONTA-LINHA-DIGITAVEL.
           MOVE WS-CODIGO-BARRAS-X (1:4) TO WS-LD-CAMPO1 (1:4)
           MOVE WS-CODIGO-BARRAS-X (20:5) TO WS-LD-CAMPO1 (5:5)
           MOVE SPACES TO WS-NUMERO-CALCULO
           MOVE WS-LD-CAMPO1 TO WS-NUMERO-CALCULO (1:9)
           MOVE 9 TO WS-TAM
           PERFORM CALCULA-MODULO-10
           MOVE WS-DV TO WS-LD-DV1
           MOVE WS-CODIGO-BARRAS-X (25:10) TO WS-LD-CAMPO2
           MOVE SPACES TO WS-NUMERO-CALCULO
           MOVE WS-LD-CAMPO2 TO WS-NUMERO-CALCULO (1:10)
           MOVE 10 TO WS-TAM
           PERFORM CALCULA-MODULO-10
           MOVE WS-DV TO WS-LD-DV2
           MOVE WS-CODIGO-BARRAS-X (35:10) TO WS-LD-CAMPO3
           MOVE SPACES TO WS-NUMERO-CALCULO
           MOVE WS-LD-CAMPO3 TO WS-NUMERO-CALCULO (1:10)
           MOVE 10 TO WS-TAM
           PERFORM CALCULA-MODULO-10
           MOVE WS-DV TO WS-LD-DV3
           MOVE WS-CB-DV TO WS-LD-DV-GERAL
           MOVE WS-CODIGO-BARRAS-X (6:14) TO WS-LD-FATOR-VALOR.

      *    PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A ESQUERDA; PRODUTO
      *    DE DOIS DIGITOS ENTRA PELA SOMA DOS DIGITOS.
       CALCULA-MODULO-10.
           MOVE ZEROS TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-IDX FROM WS-TAM BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-PRODUTO = WS-DIG (WS-IDX) * WS-PESO
               IF WS-PRODUTO > 9
                   SUBTRACT 9 FROM WS-PRODUTO
               END-IF
               ADD WS-PRODUTO TO WS-SOMA
               IF WS-PESO = 2
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD (WS-SOMA, 10)
           IF WS-RESTO = 0
               MOVE ZEROS TO WS-DV
           ELSE
               COMPUTE WS-DV = 10 - WS-RESTO
           END-IF.
       END PROGRAM BOLCOD.

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:ROTINA COMPARTILHADA DO HISTORICO DE MUDANCAS DE
      *         SITUACAO DA CONTA (ARQUIVO SITUHIST): GRAVA UM REGISTRO
      *         PADRAO POR TRANSICAO - CONTA, DIVIDA, CREDOR, TIPO DA
      *         SITUACAO, SITUACAO ANTERIOR E NOVA, DATA DE
      *         PROCESSAMENTO E HORA, PROGRAMA E OPERADOR. CHAMADA POR
      *         TODO PROGRAMA QUE MUDA UMA DESSAS SITUACOES (PAGO NO
      *         SETCOMMAND, NO BANCORET, NO PROTESTO E NA QUITACAO DO
      *         ACORDO DE CAMPANHA, BAIXADO NO BAIXAS, JURIDICO NO
      *         JURIDICO, NEGATIVADO NO NEGATIVA, ACORDO QUEBRADO NO
      *         ACORDOS E NO DEVOLCAR, CONTESTADA NO CONTESTA,
      *         CORRESPONDENCIA DEVOLVIDA NO BASICCOMMANDS E NO GRAFIMP
      *         E A MARCA APAGADA PELO ENDERECO NOVO NA MANUTENCAO,
      *         DEVOLVIDO AO CREDOR NO DEVOLCAR, UNIFICADA E
      *         RECONSOLIDADA NO UNIFICA). SITUACAO ANTERIOR IGUAL A
      *         NOVA NAO E TRANSICAO E NAO GRAVA. O ARQUIVO E CRIADO SE
      *         AUSENTE; SEM ELE, O PROGRAMA CHAMADOR SEGUE NORMALMENTE.
      *         PARAMETROS NO COPYBOOK SITUREGP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITUHIST-FILE ASSIGN TO "SITUHIST"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-FS-SITUHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  SITUHIST-FILE.
           COPY SITUHIST.
       WORKING-STORAGE SECTION.
       77 WS-FS-SITUHIST          PIC X(02) VALUES '00'.
           88 WS-FS-OK            VALUE '00'.
       77 WS-DATA-HOJE            PIC 9(08) VALUES ZEROS.
       LINKAGE SECTION.
           COPY SITUREGP.
       PROCEDURE DIVISION USING SITUREG-PARAMETROS.
       MAIN-PROCEDURE.
           IF SP-SITUACAO-ANTERIOR = SP-SITUACAO-NOVA OR
              SP-CONTA = ZEROS
               GOBACK
           END-IF
           IF WS-DATA-HOJE = ZEROS
               CALL 'DATAPROC' USING WS-DATA-HOJE
           END-IF
           OPEN EXTEND SITUHIST-FILE
           IF NOT WS-FS-OK
               CLOSE SITUHIST-FILE
               OPEN OUTPUT SITUHIST-FILE
           END-IF
           IF NOT WS-FS-OK
               DISPLAY 'SITUREG: HISTORICO SITUHIST INDISPONIVEL. '
                       'MUDANCA DA CONTA ' SP-CONTA ' PARA '
                       SP-SITUACAO-NOVA ' NAO REGISTRADA.'
               GOBACK
           END-IF
           MOVE SPACES TO SITUHIST-RECORD
           MOVE SP-CONTA TO SJ-CONTA
           MOVE SP-SEQ-DIVIDA TO SJ-SEQ-DIVIDA
           MOVE SP-CREDOR TO SJ-CREDOR
           MOVE SP-TIPO TO SJ-TIPO
           MOVE SP-SITUACAO-ANTERIOR TO SJ-SITUACAO-ANTERIOR
           MOVE SP-SITUACAO-NOVA TO SJ-SITUACAO-NOVA
           MOVE WS-DATA-HOJE TO SJ-DATA
           ACCEPT SJ-HORA FROM TIME
           MOVE SP-PROGRAMA TO SJ-PROGRAMA
           MOVE SP-OPERADOR TO SJ-OPERADOR
           WRITE SITUHIST-RECORD
           CLOSE SITUHIST-FILE
           GOBACK.
       END PROGRAM SITUREG.

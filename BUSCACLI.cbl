      *                no bureau de credito ("NEGATIVADO DESDE", campo
      *                CM-DATA-NEGATIVACAO mantido pelo NEGATIVA),
      *                para o atendente enxergar de cara.
      *   15/10/2026 - Nova busca pelo CPF/CNPJ do avalista ou fiador
      *                (cadastro AVALISTA, chave alternada
      *                AV-DOCUMENTO): lista as contas em que o
      *                documento garante alguma divida.
      *   15/10/2026 - Conta duplicada ja unificada aparece na lista
      *                com a conta sobrevivente, e o detalhe segue o
      *                apontador ate a sobrevivente.
      *   15/10/2026 - O detalhe da conta escolhida mostra primeiro os
      *                alertas ativos da conta (ALERTVER).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCACLI.
               ACCESS MODE DYNAMIC
               RECORD KEY CV-CONTA
               FILE STATUS WS-FS-CUSTOLD.
           SELECT AVALISTA-FILE ASSIGN TO "AVALISTA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AV-CHAVE
               ALTERNATE RECORD KEY AV-DOCUMENTO WITH DUPLICATES
               FILE STATUS WS-FS-AVALISTA.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST REPLACING ==CUSTMAST-RECORD== BY
                                   ==CUSTOLD-RECORD==
                         LEADING ==CM== BY ==CV==.
       FD  AVALISTA-FILE.
           COPY AVALISTA.
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-DV-VALIDO          PIC X(01) VALUES 'N'.
       77 WS-CONTA-ACEITA       PIC X(01) VALUES 'N'.
       77 WS-CONFIRMA-CONTA     PIC X(01) VALUES SPACES.
       77 WS-FS-AVALISTA        PIC X(02) VALUES '00'.
           88 WS-FS-AVAL-OK     VALUE '00' '02'.
      *    ALERTAS DA CONTA (ROTINA ALERTVER).
           COPY ALERTVP.

       COPY ERRTAB.
       PROCEDURE DIVISION.
           DISPLAY 'BUSCA DE CLIENTES'
           DISPLAY '1 - POR SOBRENOME (PARCIAL)'
           DISPLAY '2 - POR CPF/CNPJ'
           DISPLAY '3 - POR CPF/CNPJ DO AVALISTA OU FIADOR'
           DISPLAY 'DIGITE O TIPO DE BUSCA:'
           ACCEPT WS-TIPO-BUSCA
           EVALUATE WS-TIPO-BUSCA
                   PERFORM BUSCA-POR-SOBRENOME
               WHEN 2
                   PERFORM BUSCA-POR-DOCUMENTO
               WHEN 3
                   PERFORM BUSCA-POR-AVALISTA
               WHEN OTHER
                   DISPLAY 'TIPO DE BUSCA INVALIDO.'
           END-EVALUATE
           END-PERFORM
           PERFORM EXIBE-TOTAL-BUSCA.

      *    O MESMO DOCUMENTO PODE GARANTIR VARIAS DIVIDAS, EM CONTAS
      *    DIFERENTES; CADA GARANTIA ACHADA LISTA A CONTA DEVEDORA.
       BUSCA-POR-AVALISTA.
           DISPLAY 'CPF/CNPJ DO AVALISTA (SOMENTE NUMEROS):'
           ACCEPT WS-DOCUMENTO-BUSCA
           MOVE ZEROS TO WS-QTDE-ACHADOS
           MOVE 'N' TO WS-SWEEP-EOF
           OPEN INPUT AVALISTA-FILE
           IF NOT WS-FS-AVAL-OK
               MOVE 'S' TO WS-SWEEP-EOF
           ELSE
               MOVE WS-DOCUMENTO-BUSCA TO AV-DOCUMENTO
               START AVALISTA-FILE KEY IS >= AV-DOCUMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-SWEEP-EOF
               END-START
               IF NOT WS-FS-AVAL-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-SWEEP
               READ AVALISTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-AVAL-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   IF AV-DOCUMENTO = WS-DOCUMENTO-BUSCA
                       MOVE AV-CONTA TO CM-CONTA
                       READ CUSTMAST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY 'AVALISTA: ' AV-NOME
                                       ' (DIVIDA ' AV-SEQ-DIVIDA ')'
                               PERFORM LISTA-CLIENTE-ACHADO
                       END-READ
                   ELSE
                       MOVE 'S' TO WS-SWEEP-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FS-AVALISTA NOT = '35' AND WS-FS-AVALISTA NOT = '91'
               CLOSE AVALISTA-FILE
           END-IF
           PERFORM EXIBE-TOTAL-BUSCA.

       LISTA-CLIENTE-ACHADO.
           ADD 1 TO WS-QTDE-ACHADOS
           DISPLAY 'CONTA: ' CM-CONTA
                   ' SALDO: ' CM-SALDO-DEVEDOR
           IF CM-ESTA-NEGATIVADO
               DISPLAY '  NEGATIVADO DESDE: ' CM-DATA-NEGATIVACAO
           END-IF
           IF CM-UNIFICADA
               DISPLAY '  UNIFICADA NA CONTA: ' CM-CONTA-DESTINO
           END-IF.

       EXIBE-TOTAL-BUSCA.
                   INVALID KEY
                       PERFORM DETALHA-CONTA-ARQUIVADA
                   NOT INVALID KEY
                       IF CM-UNIFICADA
                           PERFORM DETALHA-CONTA-UNIFICADA
                       ELSE
                           PERFORM EXIBE-DETALHE-CONTA
                       END-IF
               END-READ
           END-IF.

       EXIBE-DETALHE-CONTA.
           PERFORM EXIBE-ALERTAS-CONTA
           DISPLAY 'NOME: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
           DISPLAY 'ENDERECO: ' CM-RUA ' - ' CM-CIDADE '/'
                   CM-ESTADO ' CEP ' CM-CEP
           DISPLAY 'SITUACAO: ' CM-ESTADO-PAGTO
           DISPLAY 'SALDO DEVEDOR: ' CM-SALDO-DEVEDOR
           DISPLAY 'VENCIMENTO: ' CM-DATA-VENCIMENTO
           IF CM-ESTA-NEGATIVADO
               DISPLAY 'NEGATIVADO DESDE: ' CM-DATA-NEGATIVACAO
           END-IF.

      *    OS ALERTAS ATIVOS DA CONTA (ALERTAS) APARECEM ANTES DE
      *    QUALQUER OUTRO DADO DA CONTA.
       EXIBE-ALERTAS-CONTA.
           SET AE-MOSTRA TO TRUE
           MOVE CM-CONTA TO AE-CONTA
           CALL 'ALERTVER' USING ALERTVER-PARAMETROS.

      *    CONTA DUPLICADA JA UNIFICADA: O DETALHE SEGUE O APONTADOR
      *    E MOSTRA A CONTA SOBREVIVENTE, ONDE ESTA O SALDO.
       DETALHA-CONTA-UNIFICADA.
           DISPLAY 'CONTA ' CM-CONTA ' UNIFICADA EM '
                   CM-DATA-UNIFICACAO ' NA CONTA ' CM-CONTA-DESTINO
                   '. DETALHE DA CONTA SOBREVIVENTE:'
           MOVE CM-CONTA-DESTINO TO CM-CONTA
           READ CUSTMAST-FILE
               INVALID KEY
                   SET EC-CONTA-NAO-ENCONTRADA TO TRUE
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': ' CM-CONTA
               NOT INVALID KEY
                   DISPLAY 'CONTA: ' CM-CONTA
                   PERFORM EXIBE-DETALHE-CONTA
           END-READ.

      *    DIGITO VERIFICADOR DO NUMERO DE CONTA (ROTINA CONTAVAL):
      *    DIGITO ERRADO E QUASE SEMPRE TRANSPOSICAO NA DIGITACAO;
      *    CONTA LEGADA, ANTERIOR AO DIGITO, PASSA COM A CONFIRMACAO

      ******************************************************************
      * Author:
      * Date:15/10/2026
      * Purpose:IMPORTACAO NOTURNA DOS PEDIDOS FEITOS PELOS DEVEDORES
      *         NO PORTAL DE AUTOATENDIMENTO (ARQUIVO PORTSOL):
      *         ALTERACAO DE ENDERECO, TELEFONE E E-MAIL, PROPOSTA DE
      *         ACORDO, PEDIDO DE BOLETO E OPT-OUT DAS MENSAGENS. CADA
      *         PEDIDO E CONFERIDO CONTRA O CADASTRO (CONTA E CPF/CNPJ
      *         DO LOGIN, CONTA NAO DEVOLVIDA) E, A PROPOSTA DE ACORDO,
      *         CONTRA A POLITICA: SEM ACORDO EM ANDAMENTO, FORA DO
      *         JURIDICO, PRIMEIRO VENCIMENTO EM ATE 30 DIAS E, SEM
      *         DESCONTO, ATE O MAXIMO DE PARCELAS E A PARCELA MINIMA
      *         DO PORTAL (PARAMETROS PORTPARC/PORTPMIN, ROTINA
      *         POLVIG); COM DESCONTO, SO DENTRO DAS REGRAS DA
      *         CAMPANHA EM VIGOR PARA A CONTA (ROTINA CAMPSEL). O QUE
      *         PASSA ENTRA PENDENTE NA FILA PORTFILA, SEM MEXER EM
      *         NADA - O ATENDENTE DECIDE NO PORTCAD; O QUE NAO PASSA
      *         VAI PARA O PORTREJ COM O MOTIVO, PARA O PORTAL AVISAR O
      *         DEVEDOR. PEDIDO JA IMPORTADO (MESMA DATA, HORA E CONTA)
      *         E IGNORADO, ENTAO O MESMO ARQUIVO PODE SER REPROCESSADO.
      *         RC 4 QUANDO HA PEDIDO REJEITADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTIMP.
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
           SELECT PORTFILA-FILE ASSIGN TO "PORTFILA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PF-CHAVE
               FILE STATUS WS-FS-PORTFILA.
           SELECT PORTSOL-FILE ASSIGN TO "PORTSOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PORTSOL.
           SELECT PORTREJ-FILE ASSIGN TO "PORTREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-PORTREJ.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  DEBTMAST-FILE.
           COPY DEBTMAST.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  PORTFILA-FILE.
           COPY PORTFILA.
       FD  PORTSOL-FILE.
           COPY PORTSOL.
       FD  PORTREJ-FILE.
       01 REJ-LINE                 PIC X(120).
       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-OK             VALUE '00'.
       77 WS-FS-DEBTMAST           PIC X(02) VALUES '00'.
           88 WS-FS-DEBT-OK        VALUE '00'.
       77 WS-FS-ACORDO             PIC X(02) VALUES '00'.
           88 WS-FS-ACORDO-OK      VALUE '00'.
       77 WS-FS-PORTFILA           PIC X(02) VALUES '00'.
           88 WS-FS-FILA-OK        VALUE '00'.
       77 WS-FS-PORTSOL            PIC X(02) VALUES '00'.
           88 WS-FS-SOL-OK         VALUE '00'.
       77 WS-FS-PORTREJ            PIC X(02) VALUES '00'.
       77 WS-DATA-HOJE             PIC 9(08) VALUES ZEROS.
       77 WS-SWEEP-EOF             PIC X(01) VALUES 'N'.
           88 WS-FIM-SWEEP         VALUE 'S'.
       77 WS-DETALHE-EOF           PIC X(01) VALUES 'N'.
           88 WS-FIM-DETALHE       VALUE 'S'.
       77 WS-DEBT-DISPONIVEL       PIC X(01) VALUES 'N'.
           88 WS-DEBT-ABRIU        VALUE 'S'.
       77 WS-ACORDO-DISPONIVEL     PIC X(01) VALUES 'N'.
           88 WS-ACORDO-ABRIU      VALUE 'S'.
       77 WS-MOTIVO-REJEICAO       PIC X(40) VALUES SPACES.
       77 WS-TEM-ACORDO            PIC X(01) VALUES 'N'.
       77 WS-TEM-DETALHE           PIC X(01) VALUES 'N'.
       77 WS-QTDE-LIDOS            PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-ENFILEIRADOS     PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-JA-IMPORTADOS    PIC 9(07) VALUES ZEROS.
       77 WS-QTDE-REJEITADOS       PIC 9(07) VALUES ZEROS.
      *    POLITICA DO PORTAL PARA PROPOSTA SEM DESCONTO (POLPARM,
      *    ROTINA POLVIG); SEM REGISTRO, O PADRAO DO CATALOGO POLTAB.
       77 WS-CODIGO-POLITICA       PIC X(08) VALUES SPACES.
       77 WS-VALOR-POLITICA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-POLITICA-ACHADA       PIC X(01) VALUES 'N'.
       77 WS-MAX-PARCELAS-PORTAL   PIC 9(03) VALUES 12.
       77 WS-PARCELA-MINIMA        PIC 9(07)V99 VALUES 50.00.
      *    PRAZO MAXIMO, EM DIAS, ATE O PRIMEIRO VENCIMENTO PROPOSTO.
       77 WS-PRAZO-PRIMEIRO-VENC   PIC 9(03) VALUES 30.
       01 WS-DATA-DECOMPOSTA.
           05 WS-ANO               PIC 9(04).
           05 WS-MES               PIC 9(02).
           05 WS-DIA               PIC 9(02).
       77 WS-DATA-VALIDA           PIC X(01) VALUES 'N'.
           88 WS-EH-DATA-VALIDA    VALUE 'S'.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUES ZEROS.
       77 WS-DIAS-ATE-VENC         PIC S9(05) VALUES ZEROS.
       77 WS-DATAS-VALIDAS         PIC X(01) VALUES 'N'.
      *    PARCELAS DA PROPOSTA: A PRIMEIRA (ENTRADA), AS DO MEIO E A
      *    ULTIMA, QUE FECHA O TOTAL; MESMA CONTA DO PORTCAD.
       77 WS-VALOR-PRIMEIRA        PIC 9(07)V99 VALUES ZEROS.
       77 WS-VALOR-DEMAIS          PIC 9(07)V99 VALUES ZEROS.
       77 WS-VALOR-ULTIMA          PIC 9(07)V99 VALUES ZEROS.
       77 WS-MENOR-PARCELA         PIC 9(07)V99 VALUES ZEROS.
      *    MAIOR VALOR QUE CABE NA PARCELA DO ACORDOS (AC-VALOR).
       77 WS-VALOR-MAXIMO-PARCELA  PIC 9(07)V99 VALUES 99999.99.
      *    CAMPANHA DE DESCONTO (FEIRAO) EM VIGOR PARA A CONTA.
           COPY CAMPANHA REPLACING ==CAMPANHA-RECORD== BY
                                   ==WS-CAMPANHA-OFERTA==
                         LEADING ==FE== BY ==WS-CAMP==.
       77 WS-ACHOU-CAMPANHA        PIC X(01) VALUES 'N'.
           88 WS-TEM-CAMPANHA      VALUE 'S'.
       77 WS-CAMPANHA-PEDIDO       PIC X(06) VALUES SPACES.
       77 WS-MINIMO-CAMPANHA       PIC 9(07)V99 VALUES ZEROS.
       77 WS-ENTRADA-MINIMA        PIC 9(07)V99 VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'DATAPROC' USING WS-DATA-HOJE
           PERFORM CARREGA-POLITICA-PORTAL
           OPEN INPUT PORTSOL-FILE
           IF NOT WS-FS-SOL-OK
               DISPLAY 'PORTIMP: ARQUIVO DO PORTAL PORTSOL NAO '
                       'ENCONTRADO. NADA A IMPORTAR.'
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-FS-OK
               DISPLAY 'PORTIMP: CADASTRO CUSTMAST INDISPONIVEL.'
               CLOSE PORTSOL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PORTFILA-FILE
           IF NOT WS-FS-FILA-OK
               CLOSE PORTFILA-FILE
               OPEN OUTPUT PORTFILA-FILE
               CLOSE PORTFILA-FILE
               OPEN I-O PORTFILA-FILE
           END-IF
           IF NOT WS-FS-FILA-OK
               DISPLAY 'PORTIMP: FALHA NA ABERTURA DA FILA PORTFILA: '
                       WS-FS-PORTFILA
               CLOSE PORTSOL-FILE CUSTMAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEBTMAST-FILE
           IF WS-FS-DEBT-OK
               MOVE 'S' TO WS-DEBT-DISPONIVEL
           END-IF
           OPEN INPUT ACORDO-FILE
           IF WS-FS-ACORDO-OK
               MOVE 'S' TO WS-ACORDO-DISPONIVEL
           END-IF
           OPEN OUTPUT PORTREJ-FILE
           MOVE 'N' TO WS-SWEEP-EOF
           PERFORM UNTIL WS-FIM-SWEEP
               READ PORTSOL-FILE
                   AT END
                       MOVE 'S' TO WS-SWEEP-EOF
               END-READ
               IF NOT WS-FS-SOL-OK
                   MOVE 'S' TO WS-SWEEP-EOF
               END-IF
               IF NOT WS-FIM-SWEEP
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM PROCESSA-PEDIDO-PORTAL
               END-IF
           END-PERFORM
           CLOSE PORTSOL-FILE
           CLOSE PORTREJ-FILE
           CLOSE PORTFILA-FILE
           CLOSE CUSTMAST-FILE
           IF WS-DEBT-ABRIU
               CLOSE DEBTMAST-FILE
           END-IF
           IF WS-ACORDO-ABRIU
               CLOSE ACORDO-FILE
           END-IF
           DISPLAY 'PORTIMP: PEDIDOS LIDOS: ' WS-QTDE-LIDOS
                   ' NA FILA: ' WS-QTDE-ENFILEIRADOS
           DISPLAY 'PORTIMP: JA IMPORTADOS: ' WS-QTDE-JA-IMPORTADOS
                   ' REJEITADOS: ' WS-QTDE-REJEITADOS
           IF WS-QTDE-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       CARREGA-POLITICA-PORTAL.
           MOVE 'PORTPARC' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-MAX-PARCELAS-PORTAL
           END-IF
           MOVE 'PORTPMIN' TO WS-CODIGO-POLITICA
           CALL 'POLVIG' USING WS-CODIGO-POLITICA WS-DATA-HOJE
                               WS-VALOR-POLITICA WS-POLITICA-ACHADA
           IF WS-POLITICA-ACHADA = 'S' AND WS-VALOR-POLITICA > 0
               MOVE WS-VALOR-POLITICA TO WS-PARCELA-MINIMA
           END-IF.

      *    CONFERENCIA COMUM (CONTA, LOGIN E SITUACAO) E DEPOIS A DE
      *    CADA TIPO; O PRIMEIRO MOTIVO ENCONTRADO REJEITA O PEDIDO.
       PROCESSA-PEDIDO-PORTAL.
           MOVE SPACES TO WS-MOTIVO-REJEICAO WS-CAMPANHA-PEDIDO
           EVALUATE TRUE
               WHEN NOT PS-TIPO-VALIDO
                   MOVE 'TIPO DE PEDIDO INVALIDO' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-CONTA NOT NUMERIC OR
                    PS-DATA-PEDIDO NOT NUMERIC OR
                    PS-HORA-PEDIDO NOT NUMERIC
                   MOVE 'CONTA, DATA OU HORA INVALIDA' TO
                        WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE PS-CONTA TO CM-CONTA
                   READ CUSTMAST-FILE
                       INVALID KEY
                           MOVE 'CONTA NAO ENCONTRADA' TO
                                WS-MOTIVO-REJEICAO
                   END-READ
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               EVALUATE TRUE
                   WHEN PS-DOCUMENTO NOT = CM-DOCUMENTO
                       MOVE 'CPF/CNPJ DIFERENTE DO CADASTRO' TO
                            WS-MOTIVO-REJEICAO
                   WHEN CM-DEVOLVIDO
                       MOVE 'CONTA DEVOLVIDA AO CREDOR' TO
                            WS-MOTIVO-REJEICAO
                   WHEN PS-TIPO-ENDERECO
                       PERFORM CONFERE-ALTERACAO
                   WHEN PS-TIPO-OPT-OUT
                       IF CM-OPTOU-FORA
                           MOVE 'OPT-OUT JA REGISTRADO NA CONTA' TO
                                WS-MOTIVO-REJEICAO
                       END-IF
                   WHEN PS-TIPO-BOLETO
                       PERFORM CONFERE-PEDIDO-BOLETO
                   WHEN PS-TIPO-ACORDO
                       PERFORM CONFERE-PROPOSTA-ACORDO
               END-EVALUATE
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM GRAVA-FILA
           ELSE
               PERFORM GRAVA-REJEICAO
           END-IF.

       CONFERE-ALTERACAO.
           IF PS-RUA = SPACES AND PS-CIDADE = SPACES AND
              PS-ESTADO = SPACES AND PS-CEP = SPACES AND
              PS-TELEFONE = SPACES AND PS-EMAIL = SPACES
               MOVE 'NENHUM CAMPO INFORMADO' TO WS-MOTIVO-REJEICAO
           END-IF.

      *    O BOLETO SO PODE SER PEDIDO PARA DIVIDA OU PARCELA QUE
      *    AINDA ESTA EM ABERTO.
       CONFERE-PEDIDO-BOLETO.
           EVALUATE TRUE
               WHEN NOT CM-NAO-PAGO
                   MOVE 'CONTA SEM DIVIDA EM ABERTO' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-BOL-SEQ NOT NUMERIC
                   MOVE 'DIVIDA OU PARCELA INVALIDA' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-BOL-PARCELA
                   PERFORM CONFERE-BOLETO-PARCELA
               WHEN PS-BOL-DIVIDA
                   PERFORM CONFERE-BOLETO-DIVIDA
               WHEN OTHER
                   MOVE 'ORIGEM DO BOLETO INVALIDA' TO
                        WS-MOTIVO-REJEICAO
           END-EVALUATE.

       CONFERE-BOLETO-PARCELA.
           IF NOT WS-ACORDO-ABRIU
               MOVE 'PARCELA NAO ENCONTRADA' TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE PS-CONTA TO AC-CONTA
               MOVE PS-BOL-SEQ TO AC-PARCELA
               READ ACORDO-FILE
                   INVALID KEY
                       MOVE 'PARCELA NAO ENCONTRADA' TO
                            WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF NOT AC-ABERTA AND NOT AC-ATRASADA
                           MOVE 'PARCELA NAO ESTA EM ABERTO' TO
                                WS-MOTIVO-REJEICAO
                       END-IF
               END-READ
           END-IF.

      *    SEQUENCIA 00 E A CONTA DE DIVIDA UNICA (SEM DETALHE NO
      *    DEBTMAST); NA CONTA COM DETALHE A DIVIDA TEM DE SER DITA.
       CONFERE-BOLETO-DIVIDA.
           IF PS-BOL-SEQ > 0
               IF NOT WS-DEBT-ABRIU
                   MOVE 'DIVIDA NAO ENCONTRADA' TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE PS-CONTA TO DB-CONTA
                   MOVE PS-BOL-SEQ TO DB-SEQ
                   READ DEBTMAST-FILE
                       INVALID KEY
                           MOVE 'DIVIDA NAO ENCONTRADA' TO
                                WS-MOTIVO-REJEICAO
                       NOT INVALID KEY
                           IF NOT DB-NAO-PAGO
                               MOVE 'DIVIDA NAO ESTA EM ABERTO' TO
                                    WS-MOTIVO-REJEICAO
                           END-IF
                   END-READ
               END-IF
           ELSE
               PERFORM VERIFICA-DETALHE-DIVIDA
               IF WS-TEM-DETALHE = 'S'
                   MOVE 'INFORMAR A DIVIDA DO BOLETO' TO
                        WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       VERIFICA-DETALHE-DIVIDA.
           MOVE 'N' TO WS-TEM-DETALHE
           IF WS-DEBT-ABRIU
               MOVE PS-CONTA TO DB-CONTA
               MOVE ZEROS TO DB-SEQ
               START DEBTMAST-FILE KEY IS >= DB-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ DEBTMAST-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF DB-CONTA = PS-CONTA
                                   MOVE 'S' TO WS-TEM-DETALHE
                               END-IF
                       END-READ
               END-START
           END-IF.

       CONFERE-PROPOSTA-ACORDO.
           EVALUATE TRUE
               WHEN NOT CM-NAO-PAGO OR CM-SALDO-DEVEDOR NOT > 0
                   MOVE 'CONTA SEM DIVIDA EM ABERTO' TO
                        WS-MOTIVO-REJEICAO
               WHEN CM-EM-JURIDICO
                   MOVE 'CONTA NO ESCRITORIO JURIDICO' TO
                        WS-MOTIVO-REJEICAO
               WHEN CM-COM-EVENTO-VIDA
                   MOVE 'CONTA COM OBITO, FALENCIA OU RJ' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-QTDE-PARCELAS NOT NUMERIC OR
                    PS-VALOR-TOTAL NOT NUMERIC OR
                    PS-VALOR-ENTRADA NOT NUMERIC OR
                    PS-PRIMEIRO-VENC NOT NUMERIC
                   MOVE 'PROPOSTA INCOMPLETA' TO WS-MOTIVO-REJEICAO
               WHEN PS-QTDE-PARCELAS = 0 OR PS-VALOR-TOTAL = 0
                   MOVE 'PROPOSTA INCOMPLETA' TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM VERIFICA-ACORDO-ABERTO
                   IF WS-TEM-ACORDO = 'S'
                       MOVE 'ACORDO JA EM ANDAMENTO' TO
                            WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM CONFERE-PRIMEIRO-VENC
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM CONFERE-POLITICA-ACORDO
           END-IF.

       VERIFICA-ACORDO-ABERTO.
           MOVE 'N' TO WS-TEM-ACORDO
           IF WS-ACORDO-ABRIU
               MOVE 'N' TO WS-DETALHE-EOF
               MOVE PS-CONTA TO AC-CONTA
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
                       IF AC-CONTA NOT = PS-CONTA
                           MOVE 'S' TO WS-DETALHE-EOF
                       ELSE
                           IF AC-ABERTA OR AC-ATRASADA
                               MOVE 'S' TO WS-TEM-ACORDO
                               MOVE 'S' TO WS-DETALHE-EOF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    DATA POSSIVEL (DATEVAL), NAO PASSADA E DENTRO DO PRAZO; A
      *    ROLAGEM PARA DIA UTIL E FEITA NA GRAVACAO DAS PARCELAS.
       CONFERE-PRIMEIRO-VENC.
           MOVE PS-PRIMEIRO-VENC TO WS-DATA-DECOMPOSTA
           MOVE 'N' TO WS-DATA-VALIDA
           CALL 'DATEVAL' USING WS-DIA WS-MES WS-ANO WS-DATA-VALIDA
           EVALUATE TRUE
               WHEN NOT WS-EH-DATA-VALIDA
                   MOVE 'PRIMEIRO VENCIMENTO INVALIDO' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-PRIMEIRO-VENC < WS-DATA-HOJE
                   MOVE 'PRIMEIRO VENCIMENTO NO PASSADO' TO
                        WS-MOTIVO-REJEICAO
               WHEN OTHER
                   CALL 'DATEDIF' USING WS-DATA-HOJE PS-PRIMEIRO-VENC
                                        WS-DIAS-ATE-VENC
                                        WS-DATAS-VALIDAS
                   IF WS-DATAS-VALIDAS NOT = 'S' OR
                      WS-DIAS-ATE-VENC > WS-PRAZO-PRIMEIRO-VENC
                       MOVE 'PRIMEIRO VENCIMENTO ALEM DO PRAZO' TO
                            WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE.

      *    PELO SALDO DEVEDOR: PARCELAS ATE O MAXIMO DO PORTAL, NENHUMA
      *    ABAIXO DA PARCELA MINIMA. COM DESCONTO, SO PELA CAMPANHA EM
      *    VIGOR: TOTAL NAO ABAIXO DO DESCONTO MAXIMO, PARCELAS, ENTRADA
      *    E PARCELA MINIMAS DA CAMPANHA (MESMAS REGRAS DO ACORDOS).
       CONFERE-POLITICA-ACORDO.
           PERFORM CALCULA-PARCELAS
           EVALUATE TRUE
               WHEN PS-QTDE-PARCELAS > 1 AND
                    PS-VALOR-ENTRADA >= PS-VALOR-TOTAL
                   MOVE 'ENTRADA IGUAL OU MAIOR QUE O TOTAL' TO
                        WS-MOTIVO-REJEICAO
               WHEN WS-VALOR-PRIMEIRA > WS-VALOR-MAXIMO-PARCELA OR
                    WS-VALOR-DEMAIS > WS-VALOR-MAXIMO-PARCELA OR
                    WS-VALOR-ULTIMA > WS-VALOR-MAXIMO-PARCELA
                   MOVE 'PARCELA ACIMA DO VALOR PERMITIDO' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-VALOR-TOTAL > CM-SALDO-DEVEDOR
                   MOVE 'VALOR ACIMA DO SALDO DEVEDOR' TO
                        WS-MOTIVO-REJEICAO
               WHEN PS-VALOR-TOTAL < CM-SALDO-DEVEDOR
                   PERFORM CONFERE-CAMPANHA-ACORDO
               WHEN PS-QTDE-PARCELAS > WS-MAX-PARCELAS-PORTAL
                   MOVE 'PARCELAS ACIMA DO MAXIMO DO PORTAL' TO
                        WS-MOTIVO-REJEICAO
               WHEN WS-MENOR-PARCELA < WS-PARCELA-MINIMA
                   MOVE 'PARCELA ABAIXO DO MINIMO DO PORTAL' TO
                        WS-MOTIVO-REJEICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFERE-CAMPANHA-ACORDO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF CM-DATA-VENCIMENTO < WS-DATA-HOJE
               CALL 'DATEDIF' USING CM-DATA-VENCIMENTO WS-DATA-HOJE
                                    WS-DIAS-ATRASO WS-DATAS-VALIDAS
               IF WS-DATAS-VALIDAS NOT = 'S'
                   MOVE ZEROS TO WS-DIAS-ATRASO
               END-IF
           END-IF
           CALL 'CAMPSEL' USING CM-CREDOR WS-DIAS-ATRASO WS-DATA-HOJE
                                WS-CAMPANHA-OFERTA WS-ACHOU-CAMPANHA
           IF NOT WS-TEM-CAMPANHA OR WS-CAMP-MAX-PARCELAS = 0
               MOVE 'DESCONTO SEM CAMPANHA EM VIGOR' TO
                    WS-MOTIVO-REJEICAO
           ELSE
               COMPUTE WS-MINIMO-CAMPANHA ROUNDED =
                   CM-SALDO-DEVEDOR * (100 - WS-CAMP-PCT-DESCONTO)
                   / 100
               COMPUTE WS-ENTRADA-MINIMA ROUNDED =
                   PS-VALOR-TOTAL * WS-CAMP-PCT-ENTRADA / 100
               EVALUATE TRUE
                   WHEN PS-VALOR-TOTAL < WS-MINIMO-CAMPANHA
                       MOVE 'DESCONTO ACIMA DO DA CAMPANHA' TO
                            WS-MOTIVO-REJEICAO
                   WHEN PS-QTDE-PARCELAS > WS-CAMP-MAX-PARCELAS
                       MOVE 'PARCELAS ACIMA DO MAXIMO DA CAMPANHA' TO
                            WS-MOTIVO-REJEICAO
                   WHEN WS-VALOR-PRIMEIRA < WS-ENTRADA-MINIMA
                       MOVE 'ENTRADA ABAIXO DO MINIMO DA CAMPANHA' TO
                            WS-MOTIVO-REJEICAO
                   WHEN WS-MENOR-PARCELA < WS-CAMP-VALOR-PARCELA-MIN
                       MOVE 'PARCELA ABAIXO DO MINIMO DA CAMPANHA' TO
                            WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       MOVE WS-CAMP-CODIGO TO WS-CAMPANHA-PEDIDO
               END-EVALUATE
           END-IF.

      *    SEM ENTRADA O TOTAL E DIVIDIDO EM PARCELAS IGUAIS; COM
      *    ENTRADA, ELA E A PRIMEIRA E O RESTANTE E DIVIDIDO NAS
      *    DEMAIS. OS CENTAVOS DA DIVISAO FICAM NA ULTIMA PARCELA.
       CALCULA-PARCELAS.
           EVALUATE TRUE
               WHEN PS-QTDE-PARCELAS = 1
                   MOVE PS-VALOR-TOTAL TO WS-VALOR-PRIMEIRA
                                          WS-VALOR-DEMAIS
                                          WS-VALOR-ULTIMA
               WHEN PS-VALOR-ENTRADA = 0
                   COMPUTE WS-VALOR-DEMAIS =
                       PS-VALOR-TOTAL / PS-QTDE-PARCELAS
                   MOVE WS-VALOR-DEMAIS TO WS-VALOR-PRIMEIRA
                   COMPUTE WS-VALOR-ULTIMA = PS-VALOR-TOTAL
                       - WS-VALOR-DEMAIS * (PS-QTDE-PARCELAS - 1)
               WHEN PS-VALOR-ENTRADA >= PS-VALOR-TOTAL
                   MOVE PS-VALOR-TOTAL TO WS-VALOR-PRIMEIRA
                   MOVE ZEROS TO WS-VALOR-DEMAIS WS-VALOR-ULTIMA
               WHEN OTHER
                   MOVE PS-VALOR-ENTRADA TO WS-VALOR-PRIMEIRA
                   COMPUTE WS-VALOR-DEMAIS =
                       (PS-VALOR-TOTAL - PS-VALOR-ENTRADA)
                       / (PS-QTDE-PARCELAS - 1)
                   COMPUTE WS-VALOR-ULTIMA = PS-VALOR-TOTAL
                       - PS-VALOR-ENTRADA
                       - WS-VALOR-DEMAIS * (PS-QTDE-PARCELAS - 2)
           END-EVALUATE
           MOVE WS-VALOR-PRIMEIRA TO WS-MENOR-PARCELA
           IF PS-QTDE-PARCELAS > 1
               IF WS-VALOR-DEMAIS < WS-MENOR-PARCELA
                   MOVE WS-VALOR-DEMAIS TO WS-MENOR-PARCELA
               END-IF
               IF WS-VALOR-ULTIMA < WS-MENOR-PARCELA
                   MOVE WS-VALOR-ULTIMA TO WS-MENOR-PARCELA
               END-IF
           END-IF.

       GRAVA-FILA.
           MOVE SPACES TO PORTFILA-RECORD
           MOVE PS-DATA-PEDIDO TO PF-DATA-PEDIDO
           MOVE PS-HORA-PEDIDO TO PF-HORA-PEDIDO
           MOVE PS-CONTA TO PF-CONTA
           MOVE PS-TIPO TO PF-TIPO
           MOVE PS-DADOS TO PF-DADOS
           MOVE WS-CAMPANHA-PEDIDO TO PF-CAMPANHA
           MOVE WS-DATA-HOJE TO PF-DATA-IMPORTACAO
           SET PF-PENDENTE TO TRUE
           MOVE SPACES TO PF-ATENDENTE PF-OBS-DECISAO
           MOVE ZEROS TO PF-DATA-DECISAO PF-HORA-DECISAO
           WRITE PORTFILA-RECORD
               INVALID KEY
                   ADD 1 TO WS-QTDE-JA-IMPORTADOS
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-ENFILEIRADOS
           END-WRITE.

       GRAVA-REJEICAO.
           ADD 1 TO WS-QTDE-REJEITADOS
           MOVE SPACES TO REJ-LINE
           STRING 'CONTA: ' PS-CONTA
                  '  PEDIDO: ' PS-DATA-PEDIDO ' ' PS-HORA-PEDIDO
                  '  TIPO: ' PS-TIPO
                  '  MOTIVO: ' WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJ-LINE
           DISPLAY 'PORTIMP: REJEITADO ' PS-CONTA ' ' PS-TIPO ' - '
                   WS-MOTIVO-REJEICAO.
       END PROGRAM PORTIMP.

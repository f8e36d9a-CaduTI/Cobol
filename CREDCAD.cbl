      * Purpose:MANUTENCAO DO CADASTRO DE CREDORES (CREDMAST):
      *         INCLUIR, LISTAR E ALTERAR CREDORES, COM A TAXA DE
      *         COMISSAO ACORDADA COM CADA UM (USADA PELO REPASSE
      *         SEMANAL) E A REGRA DE ENCARGOS DOS CONTRATOS DO
      *         CREDOR (MULTA DA TABELA OU CODIGO DO CONSUMIDOR,
      *         USADA PELO BATCH NOTURNO DE MULTA). O CODIGO 000 E
      *         RESERVADO A CARTEIRA PROPRIA. ACESSIVEL SO A
      *         SUPERVISORES PELO MENU DO BASICCOMMANDS, QUE FAZ A
      *         TRIAGEM ANTES DO CALL.
      * Tectonics: cobc
      * Changes:
      *   15/10/2026 - Inclusao, alteracao e listagem passam a tratar a
      *                regra de encargos do credor: multa da tabela de
      *                taxas ou codigo do consumidor, com multa
      *                moratoria, juros de mora ao mes e teto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCAD.
       77 WS-CODIGO-TRAB          PIC 9(03) VALUES ZEROS.
       77 WS-CAMPO-ALTERACAO      PIC X(30) VALUES SPACES.
       77 WS-TAXA-NOVA            PIC 9(02)V99 VALUES ZEROS.
       77 WS-METODO-NOVO          PIC X(01) VALUES SPACES.
       77 WS-TETO-NOVO            PIC 9(03)V99 VALUES ZEROS.
       COPY ERRTAB.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ACCEPT CR-DOCUMENTO
               DISPLAY 'TAXA DE COMISSAO (POR CENTO, EX: 12,50):'
               ACCEPT CR-TAXA-COMISSAO
               PERFORM ACEITA-REGRA-ENCARGO
               WRITE CREDMAST-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE
                   DISPLAY 'CREDOR ' CR-CODIGO ' ' CR-NOME
                           ' CNPJ ' CR-DOCUMENTO
                           ' COMISSAO ' CR-TAXA-COMISSAO ' %'
                   PERFORM EXIBE-REGRA-ENCARGO
               END-IF
           END-PERFORM.

      *    REGRA DE ENCARGOS DO CREDOR: 'T' MULTA DA TABELA DE TAXAS
      *    (O METODO DE SEMPRE) OU 'C' CODIGO DO CONSUMIDOR, COM OS
      *    PERCENTUAIS DA MULTA MORATORIA, DOS JUROS DE MORA AO MES
      *    E DO TETO (ZERO = TETO GERAL DA POLITICA).
       ACEITA-REGRA-ENCARGO.
           MOVE SPACES TO WS-METODO-NOVO
           PERFORM UNTIL WS-METODO-NOVO = 'T' OR WS-METODO-NOVO = 'C'
               DISPLAY 'REGRA DE ENCARGOS (T = TABELA DE TAXAS, C = '
                       'CODIGO DO CONSUMIDOR):'
               ACCEPT WS-METODO-NOVO
           END-PERFORM
           MOVE WS-METODO-NOVO TO CR-METODO-ENCARGO
           MOVE ZEROS TO CR-PCT-MULTA-MORA CR-PCT-JUROS-MES
                         CR-PCT-TETO-ENCARGO
           IF CR-ENCARGO-CDC
               DISPLAY 'MULTA MORATORIA (POR CENTO DO PRINCIPAL, EX: '
                       '2,00):'
               ACCEPT CR-PCT-MULTA-MORA
               DISPLAY 'JUROS DE MORA (POR CENTO AO MES, EX: 1,00):'
               ACCEPT CR-PCT-JUROS-MES
               DISPLAY 'TETO DOS ENCARGOS (POR CENTO DO PRINCIPAL; 0 '
                       '= TETO DA POLITICA):'
               ACCEPT CR-PCT-TETO-ENCARGO
           END-IF.

       EXIBE-REGRA-ENCARGO.
           IF CR-ENCARGO-CDC
               DISPLAY '    ENCARGOS: CODIGO DO CONSUMIDOR - MULTA '
                       CR-PCT-MULTA-MORA ' % JUROS ' CR-PCT-JUROS-MES
                       ' % AO MES TETO ' CR-PCT-TETO-ENCARGO ' %'
           ELSE
               DISPLAY '    ENCARGOS: MULTA DA TABELA DE TAXAS'
           END-IF.

       ALTERA-CREDOR.
           DISPLAY 'CODIGO DO CREDOR A ALTERAR:'
           ACCEPT WS-CODIGO-TRAB
               IF WS-TAXA-NOVA > 0
                   MOVE WS-TAXA-NOVA TO CR-TAXA-COMISSAO
               END-IF
               PERFORM EXIBE-REGRA-ENCARGO
               DISPLAY 'ALTERAR A REGRA DE ENCARGOS (S/N)?'
               MOVE SPACES TO WS-METODO-NOVO
               ACCEPT WS-METODO-NOVO
               IF WS-METODO-NOVO = 'S' OR WS-METODO-NOVO = 's'
                   PERFORM ACEITA-REGRA-ENCARGO
               END-IF
               REWRITE CREDMAST-RECORD
                   INVALID KEY
                       SET EC-FALHA-ARQUIVO TO TRUE

      ******************************************************************
      * Copybook: POLTAB
      * Purpose:  Catalogue of the policy parameters kept in POLPARM:
      *           code, description, the old control file that held
      *           it, kind (I = whole number, V = amount with cents,
      *           S = yes/no as 1/0), accepted range and the value
      *           the programs assume when nothing is registered. One
      *           entry per parameter, indexed by TP-IDX; a new
      *           parameter is a new entry here plus its reader.
      *           Used by POLCAD, POLREL and POLCARGA.
      ******************************************************************
       01  TP-CATALOGO.
           05  FILLER   PIC X(08) VALUE 'JURDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'JURIDICO: DIAS DE ATRASO PARA O ENVIO'.
           05  FILLER   PIC X(08) VALUE 'JURIPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC 9(07)V99 VALUE 3650.
           05  FILLER   PIC 9(07)V99 VALUE 180.
           05  FILLER   PIC X(08) VALUE 'JURVALOR'.
           05  FILLER   PIC X(40)
               VALUE 'JURIDICO: SALDO MINIMO PARA O ENVIO'.
           05  FILLER   PIC X(08) VALUE 'JURIPRM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.01.
           05  FILLER   PIC 9(07)V99 VALUE 9999999.99.
           05  FILLER   PIC 9(07)V99 VALUE 1000.00.
           05  FILLER   PIC X(08) VALUE 'NEGDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'NEGATIVACAO: DIAS DE ATRASO'.
           05  FILLER   PIC X(08) VALUE 'NEGAPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 10.
           05  FILLER   PIC 9(07)V99 VALUE 1825.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC X(08) VALUE 'NEGVALOR'.
           05  FILLER   PIC X(40)
               VALUE 'NEGATIVACAO: SALDO MINIMO'.
           05  FILLER   PIC X(08) VALUE 'NEGAPRM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.01.
           05  FILLER   PIC 9(07)V99 VALUE 9999999.99.
           05  FILLER   PIC 9(07)V99 VALUE 200.00.
           05  FILLER   PIC X(08) VALUE 'BAIXDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'BAIXA: DIAS DE ATRASO PARA BAIXAR'.
           05  FILLER   PIC X(08) VALUE 'BAIXAPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC 9(07)V99 VALUE 3650.
           05  FILLER   PIC 9(07)V99 VALUE 360.
           05  FILLER   PIC X(08) VALUE 'BOLDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'BOLETO: DIAS PARA EXPIRAR SEM PAGTO'.
           05  FILLER   PIC X(08) VALUE 'BOLPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 365.
           05  FILLER   PIC 9(07)V99 VALUE 60.
           05  FILLER   PIC X(08) VALUE 'MSGDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'MENSAGEM: DIAS DE AVISO ANTES DO VENC.'.
           05  FILLER   PIC X(08) VALUE 'MSGPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC 9(07)V99 VALUE 3.
           05  FILLER   PIC X(08) VALUE 'MULTTETO'.
           05  FILLER   PIC X(40)
               VALUE 'MULTA: TETO ACUMULADO (% DO PRINCIPAL)'.
           05  FILLER   PIC X(08) VALUE 'MULTAPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC X(08) VALUE 'TOLERVAL'.
           05  FILLER   PIC X(40)
               VALUE 'RECONCILIACAO: TOLERANCIA (REAIS)'.
           05  FILLER   PIC X(08) VALUE 'TOLERPRM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 99999.99.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC X(08) VALUE 'ALCADAVL'.
           05  FILLER   PIC X(40)
               VALUE 'BALCAO: PAGAMENTO SEM SUPERVISOR ATE'.
           05  FILLER   PIC X(08) VALUE 'ALCADA'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 1.00.
           05  FILLER   PIC 9(07)V99 VALUE 99999.99.
           05  FILLER   PIC 9(07)V99 VALUE 500.00.
           05  FILLER   PIC X(08) VALUE 'ARQMESES'.
           05  FILLER   PIC X(40)
               VALUE 'ARQUIVAMENTO: MESES APOS O ENCERRAMENTO'.
           05  FILLER   PIC X(08) VALUE 'ARQPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 999.
           05  FILLER   PIC 9(07)V99 VALUE 12.
           05  FILLER   PIC X(08) VALUE 'PRESANOS'.
           05  FILLER   PIC X(40)
               VALUE 'PRESCRICAO: PRAZO EM ANOS'.
           05  FILLER   PIC X(08) VALUE 'PRESCPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 20.
           05  FILLER   PIC 9(07)V99 VALUE 5.
           05  FILLER   PIC X(08) VALUE 'PRESALRT'.
           05  FILLER   PIC X(40)
               VALUE 'PRESCRICAO: DIAS DE ALERTA ANTES'.
           05  FILLER   PIC X(08) VALUE 'PRESCPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 999.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC X(08) VALUE 'PROTDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'PROTESTO: DIAS DE ATRASO'.
           05  FILLER   PIC X(08) VALUE 'PROTPRM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC 9(07)V99 VALUE 9999.
           05  FILLER   PIC 9(07)V99 VALUE 120.
           05  FILLER   PIC X(08) VALUE 'PROTVALR'.
           05  FILLER   PIC X(40)
               VALUE 'PROTESTO: SALDO MINIMO'.
           05  FILLER   PIC X(08) VALUE 'PROTPRM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.01.
           05  FILLER   PIC 9(07)V99 VALUE 9999999.99.
           05  FILLER   PIC 9(07)V99 VALUE 300.00.
           05  FILLER   PIC X(08) VALUE 'PROTNEGT'.
           05  FILLER   PIC X(40)
               VALUE 'PROTESTO: EXIGE NEGATIVADO (1=SIM 0=NAO)'.
           05  FILLER   PIC X(08) VALUE 'PROTPRM'.
           05  FILLER   PIC X(01) VALUE 'S'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC X(08) VALUE 'PORTPARC'.
           05  FILLER   PIC X(40)
               VALUE 'PORTAL: MAXIMO DE PARCELAS SEM CAMPANHA'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 60.
           05  FILLER   PIC 9(07)V99 VALUE 12.
           05  FILLER   PIC X(08) VALUE 'PORTPMIN'.
           05  FILLER   PIC X(40)
               VALUE 'PORTAL: VALOR MINIMO DA PARCELA'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 1.00.
           05  FILLER   PIC 9(07)V99 VALUE 99999.99.
           05  FILLER   PIC 9(07)V99 VALUE 50.00.
           05  FILLER   PIC X(08) VALUE 'RECDPROC'.
           05  FILLER   PIC X(40)
               VALUE 'RECLAMACAO: PRAZO PROCON (DIAS UTEIS)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 60.
           05  FILLER   PIC 9(07)V99 VALUE 10.
           05  FILLER   PIC X(08) VALUE 'RECDCGOV'.
           05  FILLER   PIC X(40)
               VALUE 'RECLAMACAO: PRAZO CONSUMIDOR.GOV (D.U.)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 60.
           05  FILLER   PIC 9(07)V99 VALUE 10.
           05  FILLER   PIC X(08) VALUE 'RECDOUVI'.
           05  FILLER   PIC X(40)
               VALUE 'RECLAMACAO: PRAZO OUVIDORIA (DIAS UTEIS)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 60.
           05  FILLER   PIC 9(07)V99 VALUE 10.
           05  FILLER   PIC X(08) VALUE 'CTTHRINI'.
           05  FILLER   PIC X(40)
               VALUE 'CONTATO: HORA INICIAL DAS LIGACOES HHMM'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 2359.
           05  FILLER   PIC 9(07)V99 VALUE 800.
           05  FILLER   PIC X(08) VALUE 'CTTHRFIM'.
           05  FILLER   PIC X(40)
               VALUE 'CONTATO: HORA FINAL DAS LIGACOES HHMM'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 2359.
           05  FILLER   PIC 9(07)V99 VALUE 2000.
           05  FILLER   PIC X(08) VALUE 'CTTMAXDI'.
           05  FILLER   PIC X(40)
               VALUE 'CONTATO: MAXIMO POR DEVEDOR NO DIA'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99.
           05  FILLER   PIC 9(07)V99 VALUE 3.
           05  FILLER   PIC X(08) VALUE 'CTTMAXSE'.
           05  FILLER   PIC X(40)
               VALUE 'CONTATO: MAXIMO POR DEVEDOR EM 7 DIAS'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99.
           05  FILLER   PIC 9(07)V99 VALUE 10.
           05  FILLER   PIC X(08) VALUE 'PREVDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'PREVISAO CAIXA: DIAS DE HISTORICO'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC 9(07)V99 VALUE 365.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC X(08) VALUE 'PREVPAC'.
           05  FILLER   PIC X(40)
               VALUE 'PREVISAO CAIXA: PESO % ACORDO (0=HIST)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC X(08) VALUE 'PREVPBO'.
           05  FILLER   PIC X(40)
               VALUE 'PREVISAO CAIXA: PESO % BOLETO (0=HIST)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC X(08) VALUE 'PREVPPR'.
           05  FILLER   PIC X(40)
               VALUE 'PREVISAO CAIXA: PESO % PROMESSA (0=HIST)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC X(08) VALUE 'PREVPCQ'.
           05  FILLER   PIC X(40)
               VALUE 'PREVISAO CAIXA: PESO % CHEQUE (0=HIST)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'V'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC X(08) VALUE 'COTAPRAZ'.
           05  FILLER   PIC X(40)
               VALUE 'COTACAO QUITACAO: PRAZO MAXIMO (DIAS)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC X(08) VALUE 'ATIPESTD'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: DIAS MAX PAGTO ATE ESTORNO'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC X(08) VALUE 'ATIPDSPC'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: % DO DESCONTO MAXIMO (NO TETO)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 50.
           05  FILLER   PIC 9(07)V99 VALUE 100.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC X(08) VALUE 'ATIPDSQT'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: DESCONTOS NO TETO POR OPER/DIA'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99.
           05  FILLER   PIC 9(07)V99 VALUE 3.
           05  FILLER   PIC X(08) VALUE 'ATIPHRIN'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: INICIO DO EXPEDIENTE (HHMM)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 2359.
           05  FILLER   PIC 9(07)V99 VALUE 800.
           05  FILLER   PIC X(08) VALUE 'ATIPHRFI'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: FIM DO EXPEDIENTE (HHMM)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 2359.
           05  FILLER   PIC 9(07)V99 VALUE 2000.
           05  FILLER   PIC X(08) VALUE 'ATIPALPC'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: % DA ALCADA (LOGO ABAIXO)'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 50.
           05  FILLER   PIC 9(07)V99 VALUE 99.
           05  FILLER   PIC 9(07)V99 VALUE 90.
           05  FILLER   PIC X(08) VALUE 'ATIPALQT'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: PAGTOS NA CONTA ABAIXO ALCADA'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 2.
           05  FILLER   PIC 9(07)V99 VALUE 99.
           05  FILLER   PIC 9(07)V99 VALUE 2.
           05  FILLER   PIC X(08) VALUE 'ATIPCDDI'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: DIAS ENDERECO ATE REEMBOLSO'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 365.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC X(08) VALUE 'ATIPPONT'.
           05  FILLER   PIC X(40)
               VALUE 'ATIPICOS: PONTOS P/ EXCECAO DO OPERADOR'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 999.
           05  FILLER   PIC 9(07)V99 VALUE 10.
           05  FILLER   PIC X(08) VALUE 'GRAFLOCI'.
           05  FILLER   PIC X(40)
               VALUE 'GRAFICA: CEP INICIAL DA FAIXA LOCAL'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99999.
           05  FILLER   PIC 9(07)V99 VALUE 1000.
           05  FILLER   PIC X(08) VALUE 'GRAFLOCF'.
           05  FILLER   PIC X(40)
               VALUE 'GRAFICA: CEP FINAL DA FAIXA LOCAL'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99999.
           05  FILLER   PIC 9(07)V99 VALUE 9999.
           05  FILLER   PIC X(08) VALUE 'GRAFESTI'.
           05  FILLER   PIC X(40)
               VALUE 'GRAFICA: CEP INICIAL DA FAIXA ESTADUAL'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99999.
           05  FILLER   PIC 9(07)V99 VALUE 1000.
           05  FILLER   PIC X(08) VALUE 'GRAFESTF'.
           05  FILLER   PIC X(40)
               VALUE 'GRAFICA: CEP FINAL DA FAIXA ESTADUAL'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 1.
           05  FILLER   PIC 9(07)V99 VALUE 99999.
           05  FILLER   PIC 9(07)V99 VALUE 19999.
           05  FILLER   PIC X(08) VALUE 'ARQDIAS'.
           05  FILLER   PIC X(40)
               VALUE 'ENTRADA: DIAS DE ATRASO DO ARQUIVO'.
           05  FILLER   PIC X(08) VALUE 'NENHUM'.
           05  FILLER   PIC X(01) VALUE 'I'.
           05  FILLER   PIC 9(07)V99 VALUE 0.
           05  FILLER   PIC 9(07)V99 VALUE 30.
           05  FILLER   PIC 9(07)V99 VALUE 1.
       01  TP-CATALOGO-R REDEFINES TP-CATALOGO.
           05  TP-ITEM OCCURS 45.
               10  TP-CODIGO              PIC X(08).
               10  TP-DESCRICAO           PIC X(40).
               10  TP-ARQUIVO-ANTIGO      PIC X(08).
               10  TP-TIPO                PIC X(01).
                   88  TP-INTEIRO         VALUE 'I'.
                   88  TP-MONETARIO       VALUE 'V'.
                   88  TP-SIM-NAO         VALUE 'S'.
               10  TP-MINIMO              PIC 9(07)V99.
               10  TP-MAXIMO              PIC 9(07)V99.
               10  TP-PADRAO              PIC 9(07)V99.
       77  TP-QTDE-ITENS              PIC 9(02) VALUE 45.
       77  TP-IDX                     PIC 9(02) VALUE ZEROS.

      *    LEGIVEIS: MULTA DO BATCH NOTURNO ('MU', TAMBEM OS ANTIGOS
      *    EM BRANCO), CORRECAO MONETARIA MENSAL ('CM', BATCH
      *    CORRIGE) OU ESTORNO DE MULTA ('EM', VALOR NEGATIVO, DO
      *    PAGAMENTO RETROATIVO) OU CUSTAS DE PROTESTO ('CP', DO
      *    RETORNO DO CARTORIO NO BATCH PROTESTO). O EXTRATO MOSTRA
      *    CADA TIPO EM LINHA PROPRIA - CLIENTE CONTESTA MULTA E
      *    CORRECAO DE JEITOS DIFERENTES. CREDOR COM A REGRA DO
      *    CODIGO DO CONSUMIDOR GERA MULTA MORATORIA ('MM', UMA VEZ,
      *    TAXA = PERCENTUAL DA MULTA) E JUROS DE MORA ('JM', TAXA
      *    AO MES); NOS DOIS O SALDO-BASE E O PRINCIPAL.
           05  FL-TIPO                    PIC X(02).
               88  FL-TIPO-MULTA          VALUE 'MU'.
               88  FL-TIPO-CORRECAO       VALUE 'CM'.
               88  FL-TIPO-ESTORNO        VALUE 'EM'.
               88  FL-TIPO-CUSTAS         VALUE 'CP'.
               88  FL-TIPO-MULTA-MORA     VALUE 'MM'.
               88  FL-TIPO-JUROS-MORA     VALUE 'JM'.
      *    DIAS DE ATRASO COBERTOS PELOS JUROS DE MORA ('JM'); ZEROS
      *    NOS DEMAIS TIPOS.
           05  FL-DIAS-JUROS              PIC 9(04).

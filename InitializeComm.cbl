      *                operador na abertura (rotina OPLOGIN) e a
      *                exclusao de cliente (opcao 3) fica restrita a
      *                supervisores.
      *   15/10/2026 - Telefone, e-mail e endereco do cliente novo
      *                entram tambem no arquivo de meios de contato
      *                (MEIOCTT, rotina CTTREG); na alteracao, o meio
      *                novo digitado pelo atendente entra como
      *                confirmado.
      *   15/10/2026 - O endereco passa a ser conferido na base de CEP
      *                dos Correios (rotina CEPVAL): na inclusao o CEP
      *                vem primeiro e traz a cidade, a UF e o
      *                logradouro da base; na alteracao o CEP e
      *                conferido com a cidade/UF e o atendente pode
      *                adotar a da base ou corrigir o CEP. CEP
      *                inexistente ou divergente deixa a conta marcada
      *                (CM-CEP-SITUACAO), fora das cartas ate a
      *                correcao.
      *   15/10/2026 - Marca de correspondencia devolvida apagada pelo
      *                endereco novo gravada no historico de situacao
      *                (rotina SITUREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InitializeComm.
       77 WS-CONFIRMA-CONTA        PIC X(01) VALUES SPACES.
       77 WS-VALOR-ANTES           PIC X(40) VALUES SPACES.
       77 WS-VALOR-DEPOIS          PIC X(40) VALUES SPACES.
      *    MEIOS DE CONTATO ALTERADOS NA TELA, GRAVADOS NO MEIOCTT
      *    PELA ROTINA CTTREG DEPOIS DO REWRITE DO CADASTRO.
       77 WS-MUDOU-TELEFONE        PIC X(01) VALUES 'N'.
       77 WS-MUDOU-EMAIL           PIC X(01) VALUES 'N'.
       77 WS-MUDOU-ENDERECO        PIC X(01) VALUES 'N'.
       77 WS-FUNCAO-MEIO           PIC X(01) VALUES 'C'.
       77 WS-TIPO-MEIO             PIC X(01) VALUES SPACES.
       77 WS-VALOR-MEIO            PIC X(61) VALUES SPACES.
       77 WS-ORIGEM-MEIO           PIC X(01) VALUES 'C'.
       77 WS-SITUACAO-MEIO         PIC X(01) VALUES 'V'.
       77 WS-RESULTADO-MEIO        PIC X(01) VALUES SPACES.
       77 WS-FS-CREDMAST          PIC X(02) VALUES '00'.
           88 WS-FS-CRED-OK       VALUE '00'.
       77 WS-CREDOR-DIGITADO      PIC 9(03) VALUES ZEROS.
       77 WS-CREDOR-VALIDO        PIC X(01) VALUES 'N'.
           88 WS-EH-CREDOR-VALIDO VALUE 'S'.
      *    CONFERENCIA DO CEP NA BASE DOS CORREIOS (ROTINA CEPVAL).
       77 WS-CEP-ACEITO           PIC X(01) VALUES 'N'.
       77 WS-MUDOU-CEP            PIC X(01) VALUES 'N'.
       77 WS-MUDOU-RUA            PIC X(01) VALUES 'N'.
       77 WS-ADOTOU-LOGRADOURO    PIC X(01) VALUES 'N'.
       77 WS-SITUACAO-CEP-ANTES   PIC X(01) VALUES SPACES.
       77 WS-NUMERO-RUA           PIC X(15) VALUES SPACES.
       77 WS-RUA-MONTADA          PIC X(30) VALUES SPACES.
       COPY CEPVALP.
       COPY CUSTMAST REPLACING ==CUSTMAST-RECORD== BY
                               ==WS-CLIENTE-REG==
                     LEADING ==CM== BY ==WG==.
       COPY ERRTAB.
       COPY SITUREGP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-LOGIN-ACEITO OR WS-TENTATIVAS-LOGIN >= 3
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           MOVE 'E' TO ZV-FUNCAO
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS
           CLOSE CUSTMAST-FILE
           STOP RUN.

               END-IF
           END-IF
           IF WS-CADASTRO-OK = 'S'
               PERFORM CAPTURA-ENDERECO-CEP
               PERFORM CAPTURA-DOCUMENTO-VALIDADO
               DISPLAY 'TELEFONE:'
               ACCEPT CM-TELEFONE
               PERFORM CAPTURA-VENCIMENTO-VALIDADO
           END-IF.

      *    O ENDERECO COMECA PELO CEP, CONFERIDO NA BASE DOS
      *    CORREIOS: CEP ACHADO TRAZ A CIDADE E A UF DA BASE E OFERECE
      *    O LOGRADOURO; CEP QUE NAO EXISTE SO PASSA COM CONFIRMACAO
      *    DO ATENDENTE E A CONTA NASCE MARCADA (FORA DAS CARTAS ATE
      *    A CORRECAO). SEM A BASE NO AMBIENTE O ENDERECO E DIGITADO
      *    COMO ANTES, SEM CONFERENCIA; CEP EM BRANCO (ENDERECO AINDA
      *    DESCONHECIDO) TAMBEM DEIXA A CONTA MARCADA.
       CAPTURA-ENDERECO-CEP.
           MOVE 'N' TO WS-CEP-ACEITO
           PERFORM UNTIL WS-CEP-ACEITO = 'S'
               DISPLAY 'CEP:'
               MOVE SPACES TO CM-CEP
               ACCEPT CM-CEP
               PERFORM CHAMA-CEPVAL-SEM-CIDADE
               EVALUATE TRUE
                   WHEN CM-CEP = SPACES
                       DISPLAY 'SEM CEP: A CONTA FICA FORA DAS CARTAS '
                               'ATE O ENDERECO SER COMPLETADO.'
                       MOVE 'S' TO WS-CEP-ACEITO
                   WHEN ZV-CEP-MAL-FORMADO
                       DISPLAY 'CEP DEVE TER 8 DIGITOS (NNNNN-NNN).'
                   WHEN ZV-CEP-INEXISTENTE
                       DISPLAY 'CEP ' ZV-CEP-FORMATADO ' NAO EXISTE '
                               'NA BASE DOS CORREIOS.'
                       DISPLAY 'CONFIRMA ASSIM MESMO (S/N)? A CONTA '
                               'FICA FORA DAS CARTAS ATE A CORRECAO.'
                       MOVE SPACES TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S'
                           MOVE 'S' TO WS-CEP-ACEITO
                       END-IF
                   WHEN OTHER
                       MOVE 'S' TO WS-CEP-ACEITO
               END-EVALUATE
           END-PERFORM
           MOVE ZV-CEP-FORMATADO TO CM-CEP
           IF ZV-CEP-NA-BASE
               DISPLAY 'CEP ' CM-CEP ': ' ZV-LOGRADOURO
               DISPLAY '    BAIRRO ' ZV-BAIRRO
               DISPLAY '    ' ZV-CIDADE-BASE '/' ZV-UF-BASE
               MOVE ZV-CIDADE-BASE TO CM-CIDADE
               MOVE ZV-UF-BASE TO CM-ESTADO
               PERFORM OFERECE-LOGRADOURO-BASE
               IF WS-ADOTOU-LOGRADOURO = 'S'
                   MOVE WS-RUA-MONTADA TO CM-RUA
               ELSE
                   DISPLAY 'RUA:'
                   ACCEPT CM-RUA
               END-IF
           ELSE
               DISPLAY 'RUA:'
               ACCEPT CM-RUA
               DISPLAY 'CIDADE:'
               ACCEPT CM-CIDADE
               DISPLAY 'ESTADO (UF):'
               ACCEPT CM-ESTADO
           END-IF
           IF NOT ZV-SEM-BASE
               CALL 'DATAPROC' USING WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO CM-DATA-CONF-CEP
               IF ZV-CEP-INEXISTENTE OR ZV-CEP-MAL-FORMADO
                   MOVE 'I' TO CM-CEP-SITUACAO
               ELSE
                   MOVE SPACES TO CM-CEP-SITUACAO
               END-IF
           END-IF.

       CHAMA-CEPVAL-SEM-CIDADE.
           MOVE 'V' TO ZV-FUNCAO
           MOVE CM-CEP TO ZV-CEP
           MOVE SPACES TO ZV-CIDADE ZV-UF
           CALL 'CEPVAL' USING CEPVAL-PARAMETROS.

      *    O LOGRADOURO DA BASE (COM O NUMERO E O COMPLEMENTO QUE O
      *    ATENDENTE DIGITA) SO E OFERECIDO QUANDO O CEP TEM RUA; O
      *    CEP GERAL DE MUNICIPIO VEM SEM LOGRADOURO.
       OFERECE-LOGRADOURO-BASE.
           MOVE 'N' TO WS-ADOTOU-LOGRADOURO
           MOVE SPACES TO WS-RUA-MONTADA
           IF ZV-LOGRADOURO NOT = SPACES
               DISPLAY 'ADOTAR O LOGRADOURO DA BASE (S/N)?'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   DISPLAY 'NUMERO E COMPLEMENTO:'
                   MOVE SPACES TO WS-NUMERO-RUA
                   ACCEPT WS-NUMERO-RUA
                   IF WS-NUMERO-RUA = SPACES
                       MOVE ZV-LOGRADOURO TO WS-RUA-MONTADA
                   ELSE
                       STRING ZV-LOGRADOURO DELIMITED BY '  '
                              ', ' DELIMITED BY SIZE
                              WS-NUMERO-RUA DELIMITED BY '  '
                              INTO WS-RUA-MONTADA
                   END-IF
                   DISPLAY 'RUA: ' WS-RUA-MONTADA
                   MOVE 'S' TO WS-ADOTOU-LOGRADOURO
               END-IF
           END-IF.

      *    NA ALTERACAO DO ENDERECO O CEP E CONFERIDO COM A CIDADE/UF
      *    QUE FICARAM NO CADASTRO: DIVERGENTE, O ATENDENTE PODE
      *    ADOTAR A CIDADE/UF DA BASE OU DIGITAR OUTRO CEP; CEP QUE
      *    NAO EXISTE PEDE OUTRO CEP. EM BRANCO MANTEM O QUE ESTA E A
      *    CONTA FICA MARCADA, FORA DAS CARTAS ATE A CORRECAO. CEP
      *    NOVO QUE CONFERE OFERECE O LOGRADOURO DA BASE QUANDO A RUA
      *    NAO FOI ALTERADA NESTA MESMA TELA.
       CONFERE-CEP-ALTERACAO.
           MOVE CM-CEP-SITUACAO TO WS-SITUACAO-CEP-ANTES
           MOVE 'N' TO WS-CEP-ACEITO
           PERFORM UNTIL WS-CEP-ACEITO = 'S'
               MOVE 'V' TO ZV-FUNCAO
               MOVE CM-CEP TO ZV-CEP
               MOVE CM-CIDADE TO ZV-CIDADE
               MOVE CM-ESTADO TO ZV-UF
               CALL 'CEPVAL' USING CEPVAL-PARAMETROS
               EVALUATE TRUE
                   WHEN ZV-SEM-BASE OR ZV-CEP-CONFERE
                       MOVE 'S' TO WS-CEP-ACEITO
                   WHEN ZV-CEP-DIVERGENTE
                       DISPLAY 'CEP ' ZV-CEP-FORMATADO ' E DE '
                               ZV-CIDADE-BASE (1:20) '/' ZV-UF-BASE
                               ', NAO DE ' CM-CIDADE '/' CM-ESTADO
                       DISPLAY 'ADOTAR A CIDADE/UF DA BASE (S/N)?'
                       MOVE SPACES TO WS-CONFIRMA
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S'
                           PERFORM ADOTA-CIDADE-UF-BASE
                       ELSE
                           PERFORM PEDE-CEP-CORRIGIDO
                       END-IF
                   WHEN OTHER
                       DISPLAY 'CEP ' CM-CEP ' NAO EXISTE NA BASE DOS '
                               'CORREIOS.'
                       PERFORM PEDE-CEP-CORRIGIDO
               END-EVALUATE
           END-PERFORM
           IF NOT ZV-SEM-BASE
               CALL 'DATAPROC' USING WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO CM-DATA-CONF-CEP
               EVALUATE TRUE
                   WHEN ZV-CEP-CONFERE
                       MOVE ZV-CEP-FORMATADO TO CM-CEP
                       MOVE SPACES TO CM-CEP-SITUACAO
                       IF WS-SITUACAO-CEP-ANTES NOT = SPACES
                           DISPLAY 'CEP CONFERE COM A BASE. A CONTA '
                                   'VOLTA AS CARTAS.'
                       END-IF
                       IF WS-MUDOU-CEP = 'S' AND WS-MUDOU-RUA = 'N'
                           PERFORM ADOTA-LOGRADOURO-ALTERACAO
                       END-IF
                   WHEN ZV-CEP-DIVERGENTE
                       MOVE 'D' TO CM-CEP-SITUACAO
                       DISPLAY 'CEP NAO CONFERE COM A CIDADE/UF. A '
                               'CONTA FICA FORA DAS CARTAS.'
                   WHEN OTHER
                       MOVE 'I' TO CM-CEP-SITUACAO
                       DISPLAY 'CEP INEXISTENTE. A CONTA FICA FORA '
                               'DAS CARTAS.'
               END-EVALUATE
           END-IF.

       PEDE-CEP-CORRIGIDO.
           DISPLAY 'CEP CORRETO (EM BRANCO MANTEM O ATUAL):'
           MOVE SPACES TO WS-CAMPO-ALTERACAO
           ACCEPT WS-CAMPO-ALTERACAO
           IF WS-CAMPO-ALTERACAO = SPACES
               MOVE 'S' TO WS-CEP-ACEITO
           ELSE
               MOVE CM-CEP TO WS-VALOR-ANTES
               MOVE WS-CAMPO-ALTERACAO TO CM-CEP
               MOVE CM-CEP TO WS-VALOR-DEPOIS
               MOVE 'CEP' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
               MOVE 'S' TO WS-MUDOU-CEP
           END-IF.

       ADOTA-CIDADE-UF-BASE.
           IF CM-CIDADE NOT = ZV-CIDADE-BASE (1:20)
               MOVE CM-CIDADE TO WS-VALOR-ANTES
               MOVE ZV-CIDADE-BASE TO CM-CIDADE
               MOVE CM-CIDADE TO WS-VALOR-DEPOIS
               MOVE 'CIDADE' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
           END-IF
           IF CM-ESTADO NOT = ZV-UF-BASE
               MOVE CM-ESTADO TO WS-VALOR-ANTES
               MOVE ZV-UF-BASE TO CM-ESTADO
               MOVE CM-ESTADO TO WS-VALOR-DEPOIS
               MOVE 'ESTADO' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
           END-IF.

       ADOTA-LOGRADOURO-ALTERACAO.
           PERFORM OFERECE-LOGRADOURO-BASE
           IF WS-ADOTOU-LOGRADOURO = 'S'
               MOVE CM-RUA TO WS-VALOR-ANTES
               MOVE WS-RUA-MONTADA TO CM-RUA
               MOVE CM-RUA TO WS-VALOR-DEPOIS
               MOVE 'RUA' TO WS-CAMPO-LOG
               PERFORM GRAVA-ALTERACAO-CADLOG
           END-IF.

      *    PEDE A DATA DE VENCIMENTO ATE VIR UMA DATA POSSIVEL
      *    (DATEVAL) E NAO PASSADA; CAINDO EM FIM DE SEMANA OU
      *    FERIADO, ROLA PARA O PROXIMO DIA UTIL (DAYCHECK COM DATA
                   CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                   DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                           ': CONTA JA CADASTRADA: ' CM-CONTA
               NOT INVALID KEY
                   MOVE 'I' TO WS-FUNCAO-MEIO
                   MOVE 'S' TO WS-MUDOU-TELEFONE WS-MUDOU-EMAIL
                               WS-MUDOU-ENDERECO
                   PERFORM REGISTRA-MEIOS-CONTATO
           END-WRITE.

       ALTERA-CLIENTE.
                           ': ' WS-CONTA-BUSCA
           END-READ
           IF WS-FS-OK
               MOVE 'N' TO WS-MUDOU-TELEFONE WS-MUDOU-EMAIL
                           WS-MUDOU-ENDERECO WS-MUDOU-CEP
                           WS-MUDOU-RUA
               DISPLAY 'DEIXE EM BRANCO PARA MANTER O VALOR ATUAL.'
               DISPLAY 'PRIMEIRO NOME (' CM-PRIMEIRO-NOME '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
                   MOVE 'RUA' TO WS-CAMPO-LOG
                   PERFORM GRAVA-ALTERACAO-CADLOG
                   PERFORM LIMPA-MARCA-ENDERECO
                   MOVE 'S' TO WS-MUDOU-ENDERECO WS-MUDOU-RUA
               END-IF
               DISPLAY 'CIDADE (' CM-CIDADE '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
                   MOVE 'CIDADE' TO WS-CAMPO-LOG
                   PERFORM GRAVA-ALTERACAO-CADLOG
                   PERFORM LIMPA-MARCA-ENDERECO
                   MOVE 'S' TO WS-MUDOU-ENDERECO
               END-IF
               DISPLAY 'ESTADO (' CM-ESTADO '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
                   MOVE CM-ESTADO TO WS-VALOR-DEPOIS
                   MOVE 'ESTADO' TO WS-CAMPO-LOG
                   PERFORM GRAVA-ALTERACAO-CADLOG
                   MOVE 'S' TO WS-MUDOU-ENDERECO
               END-IF
               DISPLAY 'CEP (' CM-CEP '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
                   MOVE 'CEP' TO WS-CAMPO-LOG
                   PERFORM GRAVA-ALTERACAO-CADLOG
                   PERFORM LIMPA-MARCA-ENDERECO
                   MOVE 'S' TO WS-MUDOU-ENDERECO WS-MUDOU-CEP
               END-IF
               IF WS-MUDOU-ENDERECO = 'S'
                   PERFORM CONFERE-CEP-ALTERACAO
               END-IF
               DISPLAY 'CPF/CNPJ (' CM-DOCUMENTO '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
                   MOVE CM-TELEFONE TO WS-VALOR-DEPOIS
                   MOVE 'TELEFONE' TO WS-CAMPO-LOG
                   PERFORM GRAVA-ALTERACAO-CADLOG
                   MOVE 'S' TO WS-MUDOU-TELEFONE
               END-IF
               DISPLAY 'E-MAIL (' CM-EMAIL '):'
               MOVE SPACES TO WS-CAMPO-ALTERACAO
                   MOVE CM-EMAIL TO WS-VALOR-DEPOIS
                   MOVE 'E-MAIL' TO WS-CAMPO-LOG
                   PERFORM GRAVA-ALTERACAO-CADLOG
                   MOVE 'S' TO WS-MUDOU-EMAIL
               END-IF
               DISPLAY 'NAO RECEBER MENSAGENS (S/N; ATUAL '
                       CM-SEM-MENSAGEM '; EM BRANCO MANTEM):'
                       CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
                       DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                               ': ' CM-CONTA
                   NOT INVALID KEY
                       MOVE 'C' TO WS-FUNCAO-MEIO
                       PERFORM REGISTRA-MEIOS-CONTATO
               END-REWRITE
           END-IF
           END-IF.

      *    TELEFONE, E-MAIL E ENDERECO DO CADASTRO NO MEIOCTT: NA
      *    INCLUSAO ENTRAM SE AINDA NAO EXISTEM ('I'); NA ALTERACAO O
      *    MEIO DIGITADO PELO ATENDENTE FICA CONFIRMADO ('C').
       REGISTRA-MEIOS-CONTATO.
           IF WS-MUDOU-TELEFONE = 'S' AND CM-TELEFONE NOT = SPACES
               MOVE 'T' TO WS-TIPO-MEIO
               MOVE CM-TELEFONE TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF WS-MUDOU-EMAIL = 'S' AND CM-EMAIL NOT = SPACES
               MOVE 'E' TO WS-TIPO-MEIO
               MOVE CM-EMAIL TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF
           IF WS-MUDOU-ENDERECO = 'S' AND CM-RUA NOT = SPACES
               MOVE 'N' TO WS-TIPO-MEIO
               MOVE CM-ENDERECO TO WS-VALOR-MEIO
               PERFORM CHAMA-CTTREG
           END-IF.

       CHAMA-CTTREG.
           CALL 'CTTREG' USING WS-FUNCAO-MEIO CM-CONTA WS-TIPO-MEIO
                               WS-VALOR-MEIO WS-ORIGEM-MEIO
                               WS-SITUACAO-MEIO WS-OPERADOR-ID
                               WS-RESULTADO-MEIO.

      *    ENDERECO ATUALIZADO APAGA A MARCA DE CORRESPONDENCIA
      *    DEVOLVIDA, DEVOLVENDO A CONTA AS CARTAS E A REMESSA.
       LIMPA-MARCA-ENDERECO.
           IF CM-ENDERECO-INVALIDO
               MOVE 'N' TO CM-END-INVALIDO
               PERFORM REGISTRA-SITUACAO-ENDERECO
               DISPLAY 'MARCA DE ENDERECO INVALIDO APAGADA PELO '
                       'NOVO ENDERECO.'
           END-IF.

      *    A MARCA APAGADA PELO ENDERECO NOVO VAI PARA O HISTORICO DE
      *    SITUACOES (ROTINA SITUREG).
       REGISTRA-SITUACAO-ENDERECO.
           MOVE CM-CONTA TO SP-CONTA
           MOVE ZEROS TO SP-SEQ-DIVIDA
           MOVE CM-CREDOR TO SP-CREDOR
           SET SP-TIPO-CORRESPONDENCIA TO TRUE
           MOVE 'DEVOLVIDA' TO SP-SITUACAO-ANTERIOR
           MOVE 'VALIDO' TO SP-SITUACAO-NOVA
           MOVE WS-NOME-PROGRAMA TO SP-PROGRAMA
           MOVE WS-OPERADOR-ID TO SP-OPERADOR
           CALL 'SITUREG' USING SITUREG-PARAMETROS.

      *    UMA LINHA DE HISTORICO POR CAMPO ALTERADO, COM A IMAGEM
      *    ANTES E DEPOIS E O OPERADOR AUTENTICADO.
       GRAVA-ALTERACAO-CADLOG.
               DISPLAY 'NOME: ' CM-PRIMEIRO-NOME ' ' CM-SOBRENOME
               DISPLAY 'ENDERECO: ' CM-RUA ' - ' CM-CIDADE '/'
                       CM-ESTADO ' CEP ' CM-CEP
               IF CM-CEP-INEXISTENTE
                   DISPLAY 'ATENCAO: CEP NAO EXISTE NA BASE DOS '
                           'CORREIOS. CONTA FORA DAS CARTAS.'
               END-IF
               IF CM-CEP-DIVERGENTE
                   DISPLAY 'ATENCAO: CEP NAO CONFERE COM A CIDADE/UF. '
                           'CONTA FORA DAS CARTAS.'
               END-IF
               MOVE 'N' TO WS-EXIBE-COMPLETO
               IF WS-EH-SUPERVISOR
                   DISPLAY 'EXIBIR DADOS PESSOAIS COMPLETOS (S/N)?'

      *                quantidade; nomes com mais de 5 partes deixavam
      *                de ser lidos ate o fim e podiam perder o
      *                sobrenome de verdade para um nome do meio.
      *   15/10/2026 - A etiqueta de endereco passa a ser montada pela
      *                rotina compartilhada ETIQUETA, a mesma do bloco
      *                de endereco das cartas enviadas a grafica; rua e
      *                cidade de varias palavras deixam de ser cortadas
      *                na primeira palavra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StringInst.
           88 WS-FS-OK             VALUE '00'.
       77 WS-CONTA-DESTINO         PIC 9(08) VALUES ZEROS.
       COPY ERRTAB.
       COPY ETIQPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'STRING ESTUDOS'
           ACCEPT WS-CIDADE-ETIQUETA
           DISPLAY 'DIGITE O ESTADO (UF) PARA A ETIQUETA:'
           ACCEPT WS-ESTADO-ETIQUETA
      *    A MONTAGEM E A DA ROTINA ETIQUETA, A MESMA DO BLOCO DE
      *    ENDERECO DAS CARTAS DA GRAFICA.
           INITIALIZE WS-ETIQUETA ETIQUETA-PARAMETROS
           MOVE WS-FIRST-NAME TO EQ-NOME-1
           MOVE WS-LAST-NAME TO EQ-NOME-2
           MOVE WS-RUA-ETIQUETA TO EQ-RUA
           MOVE WS-CIDADE-ETIQUETA TO EQ-CIDADE
           MOVE WS-ESTADO-ETIQUETA TO EQ-UF
           CALL 'ETIQUETA' USING ETIQUETA-PARAMETROS
           MOVE EQ-ETIQUETA TO WS-ETIQUETA
           IF EQ-ETIQUETA-TRUNCADA
               SET EC-CONTEUDO-TRUNCADO TO TRUE
               CALL 'ERRMSG' USING EC-CODIGO-ERRO EC-MENSAGEM
               DISPLAY 'ERRO ' EC-CODIGO-ERRO ' - ' EC-MENSAGEM
                       ': WS-ETIQUETA.'
           END-IF
           DISPLAY 'ETIQUETA: ' WS-ETIQUETA.

       GRAVA-NOME-NO-CADASTRO.

      *                chamadas antigas de dois parametros. O DISPLAY
      *                que rolava para fora da tela deixa de ser o
      *                unico registro do erro.
      *   15/10/2026 - Codigo 14: arquivo de entrada recusado na
      *                validacao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRMSG.
                                OPTIONAL LK-PROGRAMA
                                OPTIONAL LK-CONTEXTO.
       MAIN-PROCEDURE.
           IF EC-CODIGO-ERRO >= 1 AND EC-CODIGO-ERRO <= 14
               MOVE EC-TAB-MENSAGEM (EC-CODIGO-ERRO) TO EC-MENSAGEM
           ELSE
               MOVE EC-TAB-MENSAGEM (10) TO EC-MENSAGEM

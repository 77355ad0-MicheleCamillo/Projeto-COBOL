           MOVE 'CONTA BLOQUEADA - PROCURE O ADMINISTRADOR'
               TO WRK-MSG-TEXTO(9).

      * Mensagens dos alertas gravados em ALERTAS.DAT (alrpp.cpy) -
      * a severidade da tabela vale para o alerta.
           MOVE 1010 TO WRK-MSG-CODIGO(10).
           MOVE 'A'  TO WRK-MSG-SEVERIDADE(10).
           MOVE 'TITULO NO ESTOQUE MINIMO OU ABAIXO'
               TO WRK-MSG-TEXTO(10).

           MOVE 1011 TO WRK-MSG-CODIGO(11).
           MOVE 'A'  TO WRK-MSG-SEVERIDADE(11).
           MOVE 'CLIENTE ACIMA DO LIMITE DE CREDITO'
               TO WRK-MSG-TEXTO(11).

           MOVE 1012 TO WRK-MSG-CODIGO(12).
           MOVE 'E'  TO WRK-MSG-SEVERIDADE(12).
           MOVE 'CONTA BLOQUEADA POR FALHAS DE SENHA'
               TO WRK-MSG-TEXTO(12).

           MOVE 1013 TO WRK-MSG-CODIGO(13).
           MOVE 'A'  TO WRK-MSG-SEVERIDADE(13).
           MOVE 'VALE-TROCA PROXIMO DO VENCIMENTO'
               TO WRK-MSG-TEXTO(13).

           MOVE 1014 TO WRK-MSG-CODIGO(14).
           MOVE 'A'  TO WRK-MSG-SEVERIDADE(14).
           MOVE 'CARGA ACIMA DA CAPACIDADE DO VEICULO'
               TO WRK-MSG-TEXTO(14).

           MOVE 1015 TO WRK-MSG-CODIGO(15).
           MOVE 'E'  TO WRK-MSG-SEVERIDADE(15).
           MOVE 'PASSO DO JOBSTREAM TERMINOU EM ERRO'
               TO WRK-MSG-TEXTO(15).

           MOVE ZEROS  TO WRK-MSG-CODIGO(16).

       9900-EXIBIR-MENSAGEM.
      * Espera o codigo desejado em WRK-MSG-COD-PROCURA (montada por

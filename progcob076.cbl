
           COPY 'audws.cpy'.
           COPY 'livws.cpy'.
           COPY 'cmews.cpy'.
           COPY 'ctlws.cpy'.
           COPY 'runws.cpy'.
           COPY 'repws.cpy'.
                       COMPUTE WRK-CTL-HASH-DELTA =
                           CNT-QTD-CONTADA - LIV-ESTOQUE
                       PERFORM 9620-SOMAR-CTL-TOTAL
      * Sobra de contagem entra no custo medio pelo proprio custo
      * medio; titulo ainda sem custo (nunca recebido por pedido)
      * assume o preco de tabela, como a variacao do journal.
                       COMPUTE WRK-CME-QTD-ENTRADA =
                           CNT-QTD-CONTADA - LIV-ESTOQUE
                       IF LIV-CUSTO-MEDIO > ZEROS
                           MOVE LIV-CUSTO-MEDIO
                               TO WRK-CME-CUSTO-ENTRADA
                       ELSE
                           MOVE LIV-PRECO TO WRK-CME-CUSTO-ENTRADA
                       END-IF
                       PERFORM 9645-ATUALIZAR-CUSTO-MEDIO
                       MOVE CNT-QTD-CONTADA TO LIV-ESTOQUE
                       REWRITE REG-LIVRO
                       ADD 1 TO WRK-QTD-AJUSTADOS

           COPY 'audpp.cpy'.
           COPY 'livpp.cpy'.
           COPY 'cmepp.cpy'.
           COPY 'ctlpp.cpy'.
           COPY 'runpp.cpy'.
           COPY 'reppp.cpy'.

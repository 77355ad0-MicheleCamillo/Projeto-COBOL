       9645-ATUALIZAR-CUSTO-MEDIO.
      * Media ponderada do saldo em maos com a entrada; saida ou
      * entrada sem custo nao muda a media, e saldo zerado ou
      * negativo (venda alem do estoque) nao pesa - a entrada
      * assume o custo dela.
           IF WRK-CME-QTD-ENTRADA > ZEROS
              AND WRK-CME-CUSTO-ENTRADA > ZEROS
               IF LIV-ESTOQUE > ZEROS
                   MOVE LIV-ESTOQUE TO WRK-CME-SALDO-BASE
               ELSE
                   MOVE ZEROS TO WRK-CME-SALDO-BASE
               END-IF
               COMPUTE WRK-CME-VALOR-BASE =
                   WRK-CME-SALDO-BASE * LIV-CUSTO-MEDIO
                 + WRK-CME-QTD-ENTRADA * WRK-CME-CUSTO-ENTRADA
               COMPUTE LIV-CUSTO-MEDIO ROUNDED =
                   WRK-CME-VALOR-BASE
                   / (WRK-CME-SALDO-BASE + WRK-CME-QTD-ENTRADA)
           END-IF.
